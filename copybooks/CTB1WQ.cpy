000010******************************************************************
000020*   COPYBOOK      CTB1WQ                                        *
000030*   DESCRIPTION    RECYCLE AND REVIEW-HOLD WORK QUEUE RECORD,    *
000040*                  HELD IN THE KEYED CTBWKQ FILE.  CTB305 LOADS  *
000050*                  EVERY CTBRCYOT REJECT AND CTBHLDOT HOLD AS    *
000060*                  AN OPEN ITEM; OPERATORS CORRECT REJECTS AND   *
000070*                  SUPERVISORS RELEASE OR DECLINE HOLDS ONLINE   *
000080*                  THROUGH CTB310; CTB315 THEN WRITES THE        *
000090*                  NIGHT'S CTBRCYIN/CTBHLDIN FROM THE ACTIONED   *
000100*                  ITEMS.  THE CURRENT FIGURES ARE WHAT GOES     *
000110*                  BACK TO CTB100 - THE WQ-ORIG- FIGURES KEEP    *
000120*                  WHAT CTB100 ORIGINALLY REJECTED OR HELD.      *
000130*                  THE ROW KEYED WITH A SPACE ITEM TYPE AND      *
000140*                  SEQUENCE ZERO IS THE QUEUE'S CONTROL ROW AND  *
000150*                  CARRIES THE CONTROL VIEW INSTEAD.             *
000160*   MODIFICATION HISTORY                                        *
000170*   DATE       INIT  DESCRIPTION                                *
000180*   ---------- ----  ---------------------------------------    *
000190*   2026-10-15 DLM   ORIGINAL.                                   *
000200******************************************************************
000210 01  CTB1WQ-QUEUE-RECORD.
000220     05  WQ-KEY.
000230         10  WQ-ITEM-TYPE            PIC X(01).
000240             88  WQ-CONTROL-ROW          VALUE ' '.
000250             88  WQ-RECYCLE-ITEM         VALUE 'R'.
000260             88  WQ-HOLD-ITEM            VALUE 'H'.
000270         10  WQ-ITEM-SEQ             PIC 9(7).
000280     05  WQ-ITEM-DATA.
000290         10  WQ-STATUS               PIC X(01).
000300             88  WQ-OPEN                 VALUE 'O'.
000310             88  WQ-CORRECTED            VALUE 'C'.
000320             88  WQ-RELEASED             VALUE 'L'.
000330             88  WQ-DECLINED             VALUE 'X'.
000340             88  WQ-SUBMITTED            VALUE 'S'.
000350             88  WQ-PENDING              VALUE 'O' 'C'.
000360             88  WQ-CLOSED               VALUE 'X' 'S'.
000370         10  WQ-INDEX-VALUE          PIC 9(5).
000380         10  WQ-BRANCH-CODE          PIC X(04).
000390         10  WQ-AMOUNT               PIC 9(7)V99.
000400         10  WQ-RECORD-TYPE          PIC X(01).
000410         10  WQ-REASON               PIC X(30).
000420         10  WQ-ORIG-INDEX-VALUE     PIC 9(5).
000430         10  WQ-ORIG-BRANCH-CODE     PIC X(04).
000440         10  WQ-ORIG-AMOUNT          PIC 9(7)V99.
000450         10  WQ-ORIG-RECORD-TYPE     PIC X(01).
000460         10  WQ-LOAD-DATE            PIC X(08).
000470         10  WQ-ACTION-OPER          PIC X(08).
000480         10  WQ-ACTION-TIMESTAMP     PIC X(26).
000490         10  WQ-SUBMIT-DATE          PIC X(08).
000500         10  FILLER                  PIC X(23).
000510     05  WQ-CONTROL-DATA REDEFINES WQ-ITEM-DATA.
000520         10  WQ-CTL-LAST-LOAD-DATE   PIC X(08).
000530         10  WQ-CTL-NEXT-SEQ         PIC 9(7).
000540         10  WQ-CTL-LAST-SUBMIT-DATE PIC X(08).
000550         10  FILLER                  PIC X(119).
