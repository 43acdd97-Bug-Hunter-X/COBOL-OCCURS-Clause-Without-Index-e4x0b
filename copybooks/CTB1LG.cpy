000010******************************************************************
000020*   COPYBOOK      CTB1LG                                        *
000030*   DESCRIPTION    POSTED-TRANSACTION LEDGER RECORD.  CTB100     *
000040*                  APPENDS ONE ROW TO CTBLEDG FOR EVERY          *
000050*                  TRANSACTION IT POSTS, REVERSES, OR REPLACES,  *
000060*                  WHICHEVER FILE IT CAME FROM, SO CTB150 CAN    *
000070*                  LIST THE TRANSACTIONS BEHIND ANY PERIOD/      *
000080*                  BRANCH TOTAL AND FOOT THEM BACK TO THE        *
000090*                  CTBSLOT/CTBSNAP FIGURE.                       *
000100*                  LG-POST-SEQ - RUN DATE, CYCLE, AND THE        *
000110*                  CYCLE'S READ POSITION - IS UNIQUE FOR THE     *
000120*                  TRANSACTION.  AN ABEND RESTART THAT REPOSTS   *
000130*                  A RECORD WRITES THE SAME SEQUENCE AGAIN, AND  *
000140*                  THE LATER ROW IS THE ONE THAT STANDS.         *
000150*                  THE EFFECT FIELDS CARRY WHAT THE ROW DID TO   *
000160*                  THE SLOT - +1/-1/0 ON THE COUNT AND THE       *
000170*                  SIGNED CHANGE TO THE POSTED AMOUNT (FOR A     *
000180*                  REPLACE, THE NEW AMOUNT LESS THE OLD).        *
000190*   MODIFICATION HISTORY                                        *
000200*   DATE       INIT  DESCRIPTION                                *
000210*   ---------- ----  ---------------------------------------    *
000220*   2026-10-15 DLM   ORIGINAL.                                   *
000221*   2026-10-15 DLM   LG-REDIRECT-FROM CARRIED FROM FILLER - THE  *
000222*                    CODE OF A MERGED-AWAY BRANCH THE            *
000223*                    TRANSACTION CAME IN UNDER WHEN CTB100       *
000224*                    POSTED IT TO THE SUCCESSOR.  SPACES         *
000225*                    OTHERWISE.                                  *
000230******************************************************************
000240 01  CTB1LG-LEDGER-RECORD.
000250     05  LG-POST-SEQ.
000260         10  LG-POST-DATE            PIC X(08).
000270         10  LG-CYCLE-NUMBER         PIC 9(2).
000280         10  LG-READ-SEQ             PIC 9(7).
000290     05  LG-PERIOD-INDEX             PIC 9(5).
000300     05  LG-BRANCH-CODE              PIC X(04).
000310     05  LG-RECORD-TYPE              PIC X(01).
000320         88  LG-TYPE-POST                VALUE 'P'.
000330         88  LG-TYPE-REVERSE             VALUE 'R'.
000340         88  LG-TYPE-REPLACE             VALUE 'X'.
000350     05  LG-SOURCE                   PIC X(01).
000360         88  LG-SOURCE-DAILY             VALUE 'T'.
000370         88  LG-SOURCE-RECYCLE           VALUE 'R'.
000380         88  LG-SOURCE-RELEASED          VALUE 'H'.
000390     05  LG-AMOUNT                   PIC 9(7)V99.
000400     05  LG-COUNT-EFFECT             PIC S9(1).
000410     05  LG-AMOUNT-EFFECT            PIC S9(9)V99.
000420     05  LG-TIMESTAMP                PIC X(26).
000430     05  LG-REDIRECT-FROM            PIC X(04).
000440     05  FILLER                      PIC X(21).
