000010******************************************************************
000020*   COPYBOOK      CTB1RY                                        *
000030*   DESCRIPTION    REJECT RECYCLE RECORD - THE TRANS-RECORD      *
000040*                  FIELDS PLUS THE REJECT REASON, AS CTB100      *
000050*                  WRITES THEM TO CTBRCYOT AND READS THEM BACK   *
000060*                  FROM CTBRCYIN.  FOR THE PROGRAMS AROUND       *
000070*                  CTB100 THAT READ OR BUILD THE RECYCLE FILES;  *
000080*                  CTB100 CARRIES THE SAME LAYOUT IN ITS OWN     *
000090*                  RI-/RJ- FDS.                                  *
000100*   MODIFICATION HISTORY                                        *
000110*   DATE       INIT  DESCRIPTION                                *
000120*   ---------- ----  ---------------------------------------    *
000130*   2026-10-15 DLM   ORIGINAL.                                   *
000140******************************************************************
000150 01  CTB1RY-RECYCLE-RECORD.
000160     05  RY-INDEX-VALUE              PIC 9(5).
000170     05  RY-BRANCH-CODE              PIC X(04).
000180     05  RY-AMOUNT                   PIC 9(7)V99.
000190     05  RY-RECORD-TYPE              PIC X(01).
000200     05  RY-REJECT-REASON            PIC X(30).
000210     05  FILLER                      PIC X(31).
