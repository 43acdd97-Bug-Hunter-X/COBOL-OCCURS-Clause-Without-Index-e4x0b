000010******************************************************************
000020*   COPYBOOK      CTB1SU                                         *
000030*   DESCRIPTION    GL SUSPENSE RECORD, HELD IN THE KEYED         *
000040*                  CTBGLSUS FILE.  CTB460 FILES EVERY JOURNAL    *
000050*                  LINE THE GL REJECTED AS AN OPEN ITEM WITH THE *
000060*                  GL'S REASON, KEYED BY THE JOURNAL THAT        *
000070*                  CARRIED IT AND THE LINE'S BRANCH, SLOT AND    *
000080*                  SIDE, SO A REJECT SEEN AGAIN IS NEVER FILED   *
000090*                  TWICE.  ONCE THE BRANCH'S CTBGLMAP ROW NAMES  *
000100*                  A DIFFERENT ACCOUNT, THE LINE IS RE-PRESENTED *
000110*                  ON A CORRECTING JOURNAL AND THE ITEM IS       *
000120*                  MARKED CORRECTED.                             *
000130*   MODIFICATION HISTORY                                         *
000140*   DATE       INIT  DESCRIPTION                                 *
000150*   ---------- ----  ---------------------------------------     *
000160*   2026-10-15 DLM   ORIGINAL.                                   *
000170******************************************************************
000180 01  CTB1SU-SUSPENSE-RECORD.
000190     05  SU-KEY.
000200         10  SU-JOURNAL-DATE         PIC X(08).
000210         10  SU-RESEND-SW            PIC X(01).
000220             88  SU-RESEND               VALUE 'R'.
000230         10  SU-CORRECTION-SW        PIC X(01).
000240             88  SU-CORRECTION           VALUE 'C'.
000250         10  SU-BRANCH-CODE          PIC X(04).
000260         10  SU-PERIOD-INDEX         PIC 9(5).
000270         10  SU-DR-CR                PIC X(01).
000280             88  SU-DEBIT                VALUE 'D'.
000290             88  SU-CREDIT               VALUE 'C'.
000300     05  SU-STATUS                   PIC X(01).
000310         88  SU-OPEN                     VALUE 'O'.
000320         88  SU-CORRECTED                VALUE 'C'.
000330     05  SU-GL-ACCOUNT               PIC X(12).
000340     05  SU-AMOUNT                   PIC 9(11)V99.
000350     05  SU-REASON                   PIC X(30).
000360     05  SU-SUSPENDED-DATE           PIC X(08).
000370     05  SU-CORRECTED-ACCOUNT        PIC X(12).
000380     05  SU-CORRECTED-DATE           PIC X(08).
000390     05  FILLER                      PIC X(16).
