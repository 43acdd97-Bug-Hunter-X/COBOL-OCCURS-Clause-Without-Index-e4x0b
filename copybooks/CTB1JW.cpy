000010******************************************************************
000020*   COPYBOOK      CTB1JW                                         *
000030*   DESCRIPTION    WORKING STORAGE FOR THE SUITE JOB STEP LOG.   *
000040*                  INCLUDED BY EVERY NIGHTLY BATCH STEP THAT     *
000050*                  WRITES CTBSTEPL (SEE CTB1JS).  THE STEP SETS  *
000060*                  WS-STEP-PROGRAM, WS-STEP-BUS-DATE AND, FOR    *
000070*                  CTB050 AND CTB100, THE CYCLE FIELDS, BEFORE   *
000075*                  PERFORMING 9800-STEP-LOG-START, AND LOADS     *
000080*                  THE THREE COUNTS BEFORE PERFORMING            *
000090*                  9850-STEP-LOG-END.                            *
000100*   MODIFICATION HISTORY                                         *
000110*   DATE       INIT  DESCRIPTION                                 *
000120*   ---------- ----  ---------------------------------------     *
000130*   2026-10-15 DLM   ORIGINAL.                                   *
000140******************************************************************
000150 01  CTB1JW-STEP-LOG-AREA.
000160     05  WS-STEPL-STATUS             PIC X(02).
000170     05  WS-STOVR-STATUS             PIC X(02).
000180     05  WS-STEP-PROGRAM             PIC X(08) VALUE SPACES.
000190     05  WS-STEP-BUS-DATE            PIC X(08) VALUE SPACES.
000200     05  WS-STEP-CYCLE               PIC 9(2) VALUE 0.
000210     05  WS-STEP-FINAL-SW            PIC X(01) VALUE 'Y'.
000220     05  WS-STEP-START-TS            PIC X(26) VALUE SPACES.
000230     05  WS-STEP-END-TS              PIC X(26) VALUE SPACES.
000240     05  WS-STEP-IN-CNT              PIC 9(9) VALUE 0.
000250     05  WS-STEP-OUT-CNT             PIC 9(9) VALUE 0.
000260     05  WS-STEP-REJECT-CNT          PIC 9(9) VALUE 0.
000270     05  WS-STEP-RC                  PIC 9(4) VALUE 0.
000280     05  WS-STEP-EVENT               PIC X(01) VALUE SPACE.
000290     05  WS-STEP-DATE                PIC 9(08).
000300     05  WS-STEP-TIME                PIC 9(08).
000310     05  WS-STEP-TS                  PIC X(26) VALUE SPACES.
000320     05  WS-STEPL-EOF-SW             PIC X(01) VALUE 'N'.
000330         88  WS-STEPL-EOF-YES            VALUE 'Y'.
000340         88  WS-STEPL-EOF-NO             VALUE 'N'.
000350     05  WS-STEP-DONE-SW             PIC X(01) VALUE 'N'.
000360         88  WS-STEP-DONE-CLEAN          VALUE 'Y'.
000370         88  WS-STEP-NOT-DONE            VALUE 'N'.
000380     05  WS-STEP-OVERRIDE-SW         PIC X(01) VALUE 'N'.
000390         88  WS-STEP-OVERRIDE-GIVEN      VALUE 'Y'.
000400         88  WS-STEP-OVERRIDE-NONE       VALUE 'N'.
000410     05  WS-STOVR-EOF-SW             PIC X(01) VALUE 'N'.
000420         88  WS-STOVR-EOF-YES            VALUE 'Y'.
000430         88  WS-STOVR-EOF-NO             VALUE 'N'.
000440     05  WS-STEP-ACTIVE-SW           PIC X(01) VALUE 'N'.
000450         88  WS-STEP-LOGGED              VALUE 'Y'.
000460         88  WS-STEP-NOT-LOGGED          VALUE 'N'.
000470     05  WS-STEP-DONE-TS             PIC X(26) VALUE SPACES.
