000010******************************************************************
000020*   COPYBOOK      CTB1JS                                         *
000030*   DESCRIPTION    SUITE JOB STEP LOG RECORD.  EVERY NIGHTLY     *
000040*                  BATCH STEP APPENDS A START ROW TO CTBSTEPL    *
000050*                  BEFORE IT OPENS ANY OUTPUT AND AN END ROW     *
000060*                  CARRYING ITS COUNTS AND RETURN CODE WHEN IT   *
000070*                  FINISHES.  A STEP THAT ABENDS LEAVES A START  *
000080*                  ROW WITH NO END ROW BEHIND IT.  A STEP THAT   *
000090*                  REFUSES TO RUN BECAUSE ITS BUSINESS DATE      *
000100*                  ALREADY FINISHED CLEAN WRITES A REFUSED ROW   *
000110*                  AND NOTHING ELSE.  CTB905 READS THE LOG TO    *
000120*                  SHOW WHERE A BROKEN CHAIN RESTARTS.           *
000130*                  JS-CYCLE-NUMBER IS THE CTB100 POSTING CYCLE;  *
000140*                  THE OTHER STEPS RUN ONCE A DAY AND CARRY 00.  *
000150*                  THE COUNTS MEAN WHAT EACH PROGRAM SAYS THEY   *
000160*                  MEAN - RECORDS READ, RECORDS WRITTEN OR       *
000170*                  POSTED, AND RECORDS REJECTED OR IN ERROR.     *
000180*   MODIFICATION HISTORY                                         *
000190*   DATE       INIT  DESCRIPTION                                 *
000200*   ---------- ----  ---------------------------------------     *
000210*   2026-10-15 DLM   ORIGINAL.                                   *
000220******************************************************************
000230 01  CTB1JS-STEP-RECORD.
000240     05  JS-PROGRAM                  PIC X(08).
000250     05  JS-BUSINESS-DATE            PIC X(08).
000260     05  JS-CYCLE-NUMBER             PIC 9(2).
000270     05  JS-EVENT                    PIC X(01).
000280         88  JS-EVENT-START              VALUE 'S'.
000290         88  JS-EVENT-END                VALUE 'E'.
000300         88  JS-EVENT-REFUSED            VALUE 'R'.
000310     05  JS-FINAL-CYCLE-SW           PIC X(01).
000320     05  JS-START-TIMESTAMP          PIC X(26).
000330     05  JS-END-TIMESTAMP            PIC X(26).
000340     05  JS-IN-COUNT                 PIC 9(9).
000350     05  JS-OUT-COUNT                PIC 9(9).
000360     05  JS-REJECT-COUNT             PIC 9(9).
000370     05  JS-RETURN-CODE              PIC 9(4).
000380     05  JS-OVERRIDE-SW              PIC X(01).
000390         88  JS-OVERRIDE-USED            VALUE 'Y'.
000400     05  FILLER                      PIC X(24).
