000010******************************************************************
000020*   COPYBOOK      CTB1BR                                         *
000030*   DESCRIPTION    FEED BATCH CONTROL REGISTER RECORD, HELD IN   *
000040*                  THE KEYED CTBBREG FILE.  CTB050 FILES ONE     *
000050*                  ROW FOR EVERY BATCH IT SEES, KEYED BY THE     *
000060*                  UPSTREAM SOURCE AND BATCH NUMBER, AND         *
000070*                  REFUSES A BATCH WHOSE ROW IS ALREADY POSTED.  *
000080*                  CTB100 MARKS THE RELEASED ROWS POSTED WHEN    *
000090*                  ITS RUN COMPLETES.  CTB055 MARKS A POSTED     *
000100*                  BATCH REVERSED ONCE UPSTREAM HAS BACKED IT    *
000110*                  OUT, SO A CORRECTED RESEND OF THE SAME        *
000120*                  NUMBER IS ACCEPTED.                           *
000130*                  BR-RECORD-COUNT AND BR-AMOUNT-TOTAL ARE THE   *
000140*                  FIGURES THE BATCH'S TRAILER CARRIED.          *
000150*   MODIFICATION HISTORY                                         *
000160*   DATE       INIT  DESCRIPTION                                 *
000170*   ---------- ----  ---------------------------------------     *
000180*   2026-10-15 DLM   ORIGINAL.                                   *
000190******************************************************************
000200 01  CTB1BR-REGISTER-RECORD.
000210     05  BR-KEY.
000220         10  BR-SOURCE-ID            PIC X(04).
000230         10  BR-BATCH-NUMBER         PIC X(04).
000240     05  BR-BATCH-DATE               PIC X(08).
000250     05  BR-RECORD-COUNT             PIC 9(07).
000260     05  BR-AMOUNT-TOTAL             PIC 9(11)V99.
000270     05  BR-STATUS                   PIC X(01).
000280         88  BR-STATUS-RELEASED          VALUE 'L'.
000290         88  BR-STATUS-HELD              VALUE 'H'.
000300         88  BR-STATUS-POSTED            VALUE 'P'.
000310         88  BR-STATUS-REVERSED          VALUE 'X'.
000320     05  BR-RECEIVED-DATE            PIC X(08).
000330     05  BR-RECEIVE-CNT              PIC 9(03).
000340     05  BR-POSTED-DATE              PIC X(08).
000350     05  BR-POSTED-CYCLE             PIC 9(02).
000360     05  BR-STATUS-DATE              PIC X(08).
000370     05  BR-STATUS-REASON            PIC X(30).
000380     05  FILLER                      PIC X(20).
