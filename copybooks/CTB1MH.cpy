000110*   DATE       INIT  DESCRIPTION                                *
000120*   ---------- ----  ---------------------------------------    *
000130*   2026-09-02 DLM   ORIGINAL.                                   *
000131*   2026-10-15 DLM   ADDED THE PRIOR-PERIOD ADJUSTMENT FIELDS.   *
000132*                    CTB660 POSTS LATE CORRECTIONS TO A CLOSED   *
000133*                    MONTH HERE, SEPARATE FROM THE FIGURES       *
000134*                    CTB650 CLOSED, WHICH ARE NEVER CHANGED.     *
000135*                    THE ADJUSTED FIGURE IS MTD PLUS ADJ.        *
000136*   2026-10-15 DLM   ADDED THE BRANCH MERGER FIELDS, CARVED FROM *
000137*                    THE FILLER.  A RETIRED BRANCH'S ROWS ARE    *
000138*                    MARKED 'R' WITH THE SUCCESSOR CODE BY THE   *
000139*                    CTB350 CONSOLIDATION; THE SUCCESSOR'S ROWS  *
000140*                    FOR THE MONTH OF THE MERGER ARE MARKED 'S'  *
000141*                    WITH THE RETIRED CODE BY CTB650, SO A       *
000142*                    MONTH COMPARISON CAN FOLD THE TWO TOGETHER. *
000143*   2026-10-15 DLM   THE ROW IS NOW 91 BYTES, NOT 62.  AN        *
000144*                    EXISTING CTBMTDH IS RELOADED INTO THE NEW   *
000145*                    LAYOUT ONCE BY CTB651 BEFORE ANY PROGRAM    *
000146*                    COPYING THIS ROW RUNS AGAINST IT.           *
000147******************************************************************
000150 01  CTB1MH-MONTH-HIST-RECORD.
000160     05  MH-KEY.
000170         10  MH-CLOSE-MONTH          PIC X(06).
000220     05  MH-POSTING-DAYS             PIC 9(3).
000230     05  MH-LAST-POST-DATE           PIC X(08).
000240     05  MH-CLOSE-DATE               PIC X(08).
000250     05  MH-ADJ-COUNT                PIC S9(5) VALUE ZERO.
000260     05  MH-ADJ-AMOUNT               PIC S9(11)V99 VALUE ZERO.
000270     05  MH-ADJ-ENTRIES              PIC 9(3) VALUE ZERO.
000280     05  MH-LAST-ADJ-DATE            PIC X(08) VALUE SPACES.
000290     05  MH-MERGE-BRANCH             PIC X(04) VALUE SPACES.
000300     05  MH-MERGE-ROLE               PIC X(01) VALUE SPACES.
000310         88  MH-MERGE-NONE               VALUE ' '.
000320         88  MH-MERGE-RETIRED            VALUE 'R'.
000330         88  MH-MERGE-SUCCESSOR          VALUE 'S'.
000340     05  FILLER                      PIC X(05) VALUE SPACES.
