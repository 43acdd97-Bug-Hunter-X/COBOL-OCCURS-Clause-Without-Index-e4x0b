000010******************************************************************
000020*   COPYBOOK      CTB1JL                                         *
000030*   DESCRIPTION    GL JOURNAL LOG RECORD.  CTB410 APPENDS ONE    *
000040*                  ROW PER JOURNAL MIRRORING THE TRAILER IT      *
000050*                  WROTE - JOURNAL AND BUSINESS DATES, ENTRY     *
000060*                  COUNT, AND DEBIT AND CREDIT TOTALS - SO       *
000070*                  CTB460 CAN TIE THE GL'S POSTING CONFIRMATION  *
000080*                  BACK TO THE JOURNAL IT ANSWERS.  CTB460       *
000090*                  APPENDS A ROW OF ITS OWN FOR EACH CORRECTING  *
000100*                  JOURNAL IT BUILDS.  A HELD JOURNAL IS NEVER   *
000110*                  RELEASED TO THE GL LOAD, SO NO CONFIRMATION   *
000120*                  IS AWAITED FOR IT.                            *
000130*   MODIFICATION HISTORY                                         *
000140*   DATE       INIT  DESCRIPTION                                 *
000150*   ---------- ----  ---------------------------------------     *
000160*   2026-10-15 DLM   ORIGINAL.                                   *
000170******************************************************************
000180 01  CTB1JL-JOURNAL-LOG-RECORD.
000190     05  JL-JOURNAL-DATE             PIC X(08).
000200     05  JL-BUSINESS-DATE            PIC X(08).
000210     05  JL-ENTRY-COUNT              PIC 9(7).
000220     05  JL-DEBIT-TOTAL              PIC 9(13)V99.
000230     05  JL-CREDIT-TOTAL             PIC 9(13)V99.
000240     05  JL-RESEND-SW                PIC X(01).
000250         88  JL-RESEND                   VALUE 'R'.
000260     05  JL-CORRECTION-SW            PIC X(01).
000270         88  JL-CORRECTION               VALUE 'C'.
000280     05  JL-HELD-SW                  PIC X(01).
000290         88  JL-HELD                     VALUE 'Y'.
000300         88  JL-RELEASED                 VALUE 'N'.
000310     05  FILLER                      PIC X(24).
