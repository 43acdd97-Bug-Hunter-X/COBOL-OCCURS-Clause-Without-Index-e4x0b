000010******************************************************************
000020*   COPYBOOK      CTB1GS                                         *
000030*   DESCRIPTION    GL CONFIRMATION STATUS ROW.  CTB460 APPENDS   *
000040*                  ONE PER RUN TO CTBGLCS CARRYING THE STATE OF  *
000050*                  THE LATEST NIGHTLY JOURNAL ON THE LOG, THE    *
000060*                  JOURNALS MISMATCHED OR OVERDUE, AND THE OPEN  *
000070*                  SUSPENSE, SO THE CTB900 DAILY CLOSE SHEET     *
000080*                  DOES NOT HAVE TO SCRAPE THE PRINT FILE.       *
000081*                  GS-RUN-DATE IS THE BUSINESS DATE OF THE       *
000082*                  NIGHTLY CHAIN, NOT THE DATE CTB460 RAN.       *
000090*   MODIFICATION HISTORY                                         *
000100*   DATE       INIT  DESCRIPTION                                 *
000110*   ---------- ----  ---------------------------------------     *
000120*   2026-10-15 DLM   ORIGINAL.                                   *
000130******************************************************************
000140 01  CTB1GS-GL-STATUS-RECORD.
000150     05  GS-RUN-DATE                 PIC X(08).
000160     05  GS-LATEST-JOURNAL-DATE      PIC X(08).
000170     05  GS-LATEST-STATE-SW          PIC X(01).
000180         88  GS-LATEST-NONE              VALUE ' '.
000190         88  GS-LATEST-CONFIRMED         VALUE 'M'.
000200         88  GS-LATEST-REJECTS           VALUE 'P'.
000210         88  GS-LATEST-MISMATCH          VALUE 'X'.
000220         88  GS-LATEST-AWAITING          VALUE 'A'.
000230         88  GS-LATEST-OVERDUE           VALUE 'O'.
000240         88  GS-LATEST-HELD              VALUE 'H'.
000250     05  GS-MISMATCH-COUNT           PIC 9(5).
000260     05  GS-OVERDUE-COUNT            PIC 9(5).
000270     05  GS-SUSPENSE-OPEN-COUNT      PIC 9(5).
000280     05  GS-SUSPENSE-OPEN-AMOUNT     PIC 9(13)V99.
000290     05  GS-CORRECTED-COUNT          PIC 9(5).
000300     05  FILLER                      PIC X(28).
