000010******************************************************************
000020*   COPYBOOK      CTB1GC                                         *
000030*   DESCRIPTION    GL POSTING CONFIRMATION RECORDS.  THE GL LOAD *
000040*                  APPENDS TO CTBGLCF ONE CONFIRMATION ROW PER   *
000050*                  JOURNAL IT PROCESSED AND ONE REJECT ROW PER   *
000060*                  JOURNAL LINE IT REFUSED, EACH ECHOING THE     *
000070*                  JOURNAL DATE AND THE RESEND AND CORRECTION    *
000080*                  SWITCHES FROM THE TRAILER.  THE GL POSTS A    *
000090*                  JOURNAL LESS ITS REJECTED LINES, BACKING A    *
000100*                  REJECTED DEBIT OUT OF THE CLEARING OFFSET SO  *
000110*                  WHAT IT POSTS STILL BALANCES.  THE POSTED     *
000120*                  FIGURES ON THE CONFIRMATION ROW ARE WHAT      *
000130*                  ACTUALLY REACHED THE LEDGER.  CTB460 MATCHES  *
000140*                  BOTH AGAINST THE CTBGJLOG JOURNAL LOG.  A     *
000150*                  JOURNAL'S REJECT ROWS COME JUST AHEAD OF ITS  *
000160*                  CONFIRMATION ROW.                             *
000170*   MODIFICATION HISTORY                                         *
000180*   DATE       INIT  DESCRIPTION                                 *
000190*   ---------- ----  ---------------------------------------     *
000200*   2026-10-15 DLM   ORIGINAL.                                   *
000210******************************************************************
000220 01  CTB1GC-CONFIRM-RECORD.
000230     05  GC-RECORD-TYPE              PIC X(01).
000240         88  GC-TYPE-CONFIRM             VALUE 'C'.
000250         88  GC-TYPE-REJECT              VALUE 'R'.
000260     05  GC-JOURNAL-DATE             PIC X(08).
000270     05  GC-RESEND-SW                PIC X(01).
000280         88  GC-RESEND                   VALUE 'R'.
000290     05  GC-CORRECTION-SW            PIC X(01).
000300         88  GC-CORRECTION               VALUE 'C'.
000310     05  GC-POSTED-COUNT             PIC 9(7).
000320     05  GC-POSTED-DEBITS            PIC 9(13)V99.
000330     05  GC-POSTED-CREDITS           PIC 9(13)V99.
000340     05  GC-REJECTED-COUNT           PIC 9(7).
000350     05  FILLER                      PIC X(25).
000360*
000370 01  CTB1GC-REJECT-RECORD.
000380     05  GC-REJ-RECORD-TYPE          PIC X(01).
000390     05  GC-REJ-JOURNAL-DATE         PIC X(08).
000400     05  GC-REJ-RESEND-SW            PIC X(01).
000410     05  GC-REJ-CORRECTION-SW        PIC X(01).
000420     05  GC-REJ-GL-ACCOUNT           PIC X(12).
000430     05  GC-REJ-BRANCH-CODE          PIC X(04).
000440     05  GC-REJ-PERIOD-INDEX         PIC 9(5).
000450     05  GC-REJ-DR-CR                PIC X(01).
000460         88  GC-REJ-DEBIT                VALUE 'D'.
000470         88  GC-REJ-CREDIT               VALUE 'C'.
000480     05  GC-REJ-AMOUNT               PIC 9(11)V99.
000490     05  GC-REJ-REASON               PIC X(30).
000500     05  FILLER                      PIC X(04).
