000090*   DATE       INIT  DESCRIPTION                                *
000100*   ---------- ----  ---------------------------------------    *
000110*   2026-08-09 DLM   ORIGINAL.                                   *
000120*   2026-08-21 DLM   ADDED THE BRANCH DETAIL RECORD - ONE PER    *
000130*                    POPULATED BRANCH UNDER EACH PERIOD SLOT,    *
000140*                    CARRYING THE BRANCH NAME DECODED FROM THE   *
000150*                    BRANCH MASTER FOR THE DOWNSTREAM JOB.       *
000160*   2026-08-21 DLM   ADDED THE POSTED-AMOUNT FIELDS TO THE       *
000170*                    DETAIL AND BRANCH RECORDS AND THE CONTROL   *
000180*                    AMOUNT TO THE TRAILER SO THE DOWNSTREAM     *
000190*                    JOB CAN BALANCE ON DOLLARS AS WELL AS       *
000200*                    COUNTS.                                     *
000210*   2026-08-21 DLM   ADDED THE EXTRACT DATE TO THE TRAILER SO    *
000220*                    THE DOWNSTREAM ACKNOWLEDGMENT CAN NAME THE  *
000230*                    EXTRACT IT ANSWERS.                         *
000240*   2026-10-15 DLM   ADDED THE RESEND SWITCH AND THE BUSINESS    *
000250*                    DATE OF THE CHECKPOINT EXTRACTED TO THE     *
000260*                    TRAILER.  A PRIOR-DAY REPLAY IS MARKED 'R'  *
000270*                    SO THE DOWNSTREAM JOB DOES NOT TAKE IT FOR  *
000280*                    A NEW DAY.                                  *
000290*   2026-10-15 DLM   RESEQUENCED.                                *
000300******************************************************************
000310 01  CTB1OT-DETAIL-RECORD.
000320     05  OT-RECORD-TYPE              PIC X(01) VALUE 'D'.
000330     05  OT-INDEX-VALUE              PIC 9(5).
000340     05  OT-PERIOD-TOTAL             PIC 9(3).
000350     05  OT-PERIOD-AMOUNT            PIC 9(11)V99.
000360     05  FILLER                      PIC X(28) VALUE SPACES.
000370*
000380 01  CTB1OT-BRANCH-RECORD.
000390     05  OT-RECORD-TYPE              PIC X(01) VALUE 'B'.
000400     05  OT-BR-INDEX-VALUE           PIC 9(5).
000410     05  OT-BR-BRANCH-CODE           PIC X(04).
000420     05  OT-BR-BRANCH-NAME           PIC X(20).
000430     05  OT-BR-BRANCH-TOTAL          PIC 9(3).
000440     05  OT-BR-BRANCH-AMOUNT         PIC 9(9)V99.
000450     05  FILLER                      PIC X(06) VALUE SPACES.
000460*
000470 01  CTB1OT-TRAILER-RECORD.
000480     05  OT-RECORD-TYPE              PIC X(01) VALUE 'T'.
000490     05  OT-RECORD-COUNT             PIC 9(5).
000500     05  OT-CONTROL-AMOUNT           PIC 9(11)V99.
000510     05  OT-EXTRACT-DATE             PIC X(08).
000520     05  OT-RESEND-SW                PIC X(01) VALUE SPACE.
000530         88  OT-RESEND                   VALUE 'R'.
000540     05  OT-BUSINESS-DATE            PIC X(08) VALUE SPACES.
000550     05  FILLER                      PIC X(14) VALUE SPACES.
