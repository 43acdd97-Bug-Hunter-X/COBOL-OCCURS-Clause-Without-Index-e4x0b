000110*   DATE       INIT  DESCRIPTION                                *
000120*   ---------- ----  ---------------------------------------    *
000130*   2026-09-02 DLM   ORIGINAL.                                   *
000131*   2026-10-15 DLM   ADDED THE RESEND SWITCH AND BUSINESS DATE   *
000132*                    TO THE TRAILER.  A JOURNAL REBUILT FOR A    *
000133*                    PRIOR DAY IS MARKED 'R' SO THE GL LOAD DOES *
000134*                    NOT POST IT A SECOND TIME UNASKED.          *
000135*   2026-10-15 DLM   ADDED THE CORRECTION SWITCH TO THE TRAILER. *
000136*                    CTB460 MARKS THE JOURNAL IT BUILDS FROM     *
000137*                    CORRECTED SUSPENSE ITEMS 'C'.               *
000140******************************************************************
000150 01  CTB1GJ-DETAIL-RECORD.
000160     05  GJ-RECORD-TYPE              PIC X(01).
000320     05  GJ-TRL-ENTRY-COUNT          PIC 9(7).
000330     05  GJ-TRL-DEBIT-TOTAL          PIC 9(13)V99.
000340     05  GJ-TRL-CREDIT-TOTAL         PIC 9(13)V99.
000350     05  GJ-TRL-RESEND-SW            PIC X(01).
000360         88  GJ-TRL-RESEND               VALUE 'R'.
000370     05  GJ-TRL-BUSINESS-DATE        PIC X(08).
000375     05  GJ-TRL-CORRECTION-SW        PIC X(01).
000376         88  GJ-TRL-CORRECTION           VALUE 'C'.
000380     05  FILLER                      PIC X(04).
