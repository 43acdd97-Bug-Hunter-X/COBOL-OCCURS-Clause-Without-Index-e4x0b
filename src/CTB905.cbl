000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTB905.
000030 AUTHOR. D L MERRIMAN.
000040 INSTALLATION. DAILY LEDGER OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   PROGRAM      CTB905                                          *
000100*   DESCRIPTION   NIGHTLY CHAIN STATUS AND RESTART POINT.  READS *
000110*                 THE CTBSTEPL SUITE STEP LOG AND, FOR ONE       *
000120*                 BUSINESS DATE, SHOWS EVERY STEP OF THE NIGHTLY *
000130*                 CHAIN IN RUN ORDER AS COMPLETE, FAILED, OR NOT *
000140*                 STARTED, WITH ITS LAST START AND END TIMES,    *
000150*                 COUNTS AND RETURN CODE, THEN NAMES THE FIRST   *
000160*                 STEP THAT IS NOT COMPLETE AS THE RESTART POINT.*
000170*                 A STEP WHOSE LAST ROW IS A START WITH NO END   *
000180*                 FELL OVER (OR IS STILL RUNNING) AND COUNTS AS  *
000190*                 FAILED.  CTB100 IS ONLY COMPLETE ONCE THE DAY'S*
000200*                 FINAL CYCLE HAS ENDED CLEAN - AN INTERIM CYCLE *
000210*                 LEAVES IT INTERIM.  CTB650 AND CTB670 RUN ONLY *
000220*                 AT MONTH END, SO ONE THAT NEVER STARTED IS NOT *
000230*                 DUE AND IS NEVER THE RESTART POINT.            *
000240*                 THE DATE COMES FROM AN OPTIONAL CTBCHDT CARD;  *
000250*                 WITHOUT ONE THE LATEST BUSINESS DATE ON THE LOG*
000260*                 IS REPORTED.  RETURN CODE 0 = CHAIN COMPLETE,  *
000270*                 4 = STEPS STILL TO RUN, 8 = A STEP FAILED.     *
000280*                                                                *
000290*   MODIFICATION HISTORY                                         *
000300*   -----------------------------------------------------------  *
000310*   DATE       INIT  DESCRIPTION                                 *
000320*   ---------- ----  ---------------------------------------     *
000330*   2026-10-15 DLM   ORIGINAL.                                   *
000331*   2026-10-15 DLM   ADDED THE CTB620 DAILY BRANCH STATEMENT TO  *
000332*                    THE CHAIN, AFTER CTB600.                    *
000333*   2026-10-15 DLM   ADDED THE CTB670 REGIONAL ROLLUP TO THE     *
000334*                    CHAIN AFTER CTB650.  LIKE CTB650 IT RUNS    *
000335*                    ONLY AT MONTH END AND IS NOT DUE UNTIL IT   *
000336*                    HAS STARTED.                                *
000337*   2026-10-15 DLM   ADDED THE CTB460 GL POSTING CONFIRMATION    *
000338*                    MATCHER TO THE CHAIN, AFTER CTB450.         *
000340*                                                                *
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT STEP-LOG-FILE ASSIGN TO "CTBSTEPL"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-STEPL-STATUS.
000450*
000460     SELECT DATE-CARD ASSIGN TO "CTBCHDT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-DTCARD-STATUS.
000490*
000500     SELECT CHAIN-RPT ASSIGN TO "CHAINRPT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-CHNRPT-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  STEP-LOG-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590     COPY CTB1JS.
000600*
000610 FD  DATE-CARD
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  DATE-CARD-RECORD.
000650     05  DC-BUSINESS-DATE            PIC X(08).
000660     05  FILLER                      PIC X(72).
000670*
000680 FD  CHAIN-RPT
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710     COPY CTB1PL.
000720*
000730 WORKING-STORAGE SECTION.
000740 01  WS-FILE-STATUS-FIELDS.
000750     05  WS-STEPL-STATUS             PIC X(02) VALUE SPACES.
000760     05  WS-DTCARD-STATUS            PIC X(02) VALUE SPACES.
000770     05  WS-CHNRPT-STATUS            PIC X(02) VALUE SPACES.
000780*
000790 01  WS-SWITCHES.
000800     05  WS-STEPL-EOF-SW             PIC X(01) VALUE 'N'.
000810         88  WS-STEPL-EOF-YES            VALUE 'Y'.
000820         88  WS-STEPL-EOF-NO             VALUE 'N'.
000830     05  WS-LOG-PRESENT-SW           PIC X(01) VALUE 'N'.
000840         88  WS-LOG-PRESENT              VALUE 'Y'.
000850         88  WS-LOG-ABSENT               VALUE 'N'.
000860*
000870*    THE NIGHTLY CHAIN IN RUN ORDER.  CTB650 AND CTB670 ARE LAST
000880*    - THEY RUN ONLY AT MONTH END, AFTER THE DAY'S OWN STEPS.
000890 01  WS-CHAIN-NAMES.
000900     05  FILLER                      PIC X(08) VALUE 'CTB020'.
000910     05  FILLER                      PIC X(08) VALUE 'CTB050'.
000920     05  FILLER                      PIC X(08) VALUE 'CTB100'.
000930     05  FILLER                      PIC X(08) VALUE 'CTB400'.
000940     05  FILLER                      PIC X(08) VALUE 'CTB410'.
000950     05  FILLER                      PIC X(08) VALUE 'CTB450'.
000955     05  FILLER                      PIC X(08) VALUE 'CTB460'.
000960     05  FILLER                      PIC X(08) VALUE 'CTB600'.
000965     05  FILLER                      PIC X(08) VALUE 'CTB620'.
000970     05  FILLER                      PIC X(08) VALUE 'CTB800'.
000980     05  FILLER                      PIC X(08) VALUE 'CTB850'.
000990     05  FILLER                      PIC X(08) VALUE 'CTB650'.
000995     05  FILLER                      PIC X(08) VALUE 'CTB670'.
001000 01  WS-CHAIN-LIST REDEFINES WS-CHAIN-NAMES.
001010     05  CH-PROGRAM                  PIC X(08)
001020                 OCCURS 13 TIMES INDEXED BY WS-CH-IDX.
001030 01  WS-CHAIN-STEPS                  PIC 9(2) VALUE 13.
001040*
001050*    THE LAST START OR END ROW SEEN FOR EACH STEP ON THE DATE.
001060 01  WS-CHAIN-STATE.
001070     05  WS-STATE-ENTRY OCCURS 13 TIMES
001080                 INDEXED BY WS-ST-IDX.
001090         10  ST-EVENT                PIC X(01).
001100             88  ST-NOT-SEEN             VALUE SPACE.
001110             88  ST-LAST-START           VALUE 'S'.
001120             88  ST-LAST-END             VALUE 'E'.
001130         10  ST-CYCLE-NUMBER         PIC 9(2).
001140         10  ST-FINAL-CYCLE-SW       PIC X(01).
001150         10  ST-START-TIMESTAMP      PIC X(26).
001160         10  ST-END-TIMESTAMP        PIC X(26).
001170         10  ST-IN-COUNT             PIC 9(9).
001180         10  ST-OUT-COUNT            PIC 9(9).
001190         10  ST-REJECT-COUNT         PIC 9(9).
001200         10  ST-RETURN-CODE          PIC 9(4).
001210         10  ST-OVERRIDE-SW          PIC X(01).
001220         10  ST-REFUSED-CNT          PIC 9(3).
001230         10  ST-VERDICT-SW           PIC X(01).
001240             88  ST-COMPLETE             VALUE 'C'.
001250             88  ST-FAILED               VALUE 'F'.
001260             88  ST-NOT-STARTED          VALUE 'N'.
001270             88  ST-INTERIM              VALUE 'I'.
001280             88  ST-NOT-DUE              VALUE 'D'.
001290*
001300 01  WS-CHAIN-COUNTS.
001310     05  WS-LOG-READ-CNT             PIC 9(7) VALUE 0.
001320     05  WS-DATE-ROW-CNT             PIC 9(7) VALUE 0.
001330     05  WS-OTHER-PGM-CNT            PIC 9(5) VALUE 0.
001340     05  WS-COMPLETE-CNT             PIC 9(2) VALUE 0.
001350     05  WS-FAILED-CNT               PIC 9(2) VALUE 0.
001360     05  WS-NOT-STARTED-CNT          PIC 9(2) VALUE 0.
001370     05  WS-INTERIM-CNT              PIC 9(2) VALUE 0.
001380*
001390 01  WS-WORK-FIELDS.
001400     05  WS-REPORT-DATE              PIC X(08) VALUE SPACES.
001410     05  WS-TODAY-X                  PIC X(08) VALUE SPACES.
001420     05  WS-RESTART-PROGRAM          PIC X(08) VALUE SPACES.
001430     05  WS-STATUS-TEXT              PIC X(11) VALUE SPACES.
001440     05  WS-NOTE-TEXT                PIC X(28) VALUE SPACES.
001450*
001460 01  WS-REPORT-WORK-FIELDS.
001470     05  WS-RPT-CYCLE                PIC Z9.
001480     05  WS-RPT-IN                   PIC ZZZZZZZZ9.
001490     05  WS-RPT-OUT                  PIC ZZZZZZZZ9.
001500     05  WS-RPT-REJECT               PIC ZZZZZZZZ9.
001510     05  WS-RPT-RC                   PIC ZZZ9.
001520     05  WS-RPT-REFUSED              PIC ZZ9.
001530*
001540 PROCEDURE DIVISION.
001550******************************************************************
001560*    0000-MAINLINE                                               *
001570******************************************************************
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001600     IF WS-LOG-PRESENT
001610         PERFORM 2000-LOAD-STEP-LOG THRU 2000-EXIT
001620             UNTIL WS-STEPL-EOF-YES
001630     END-IF
001640     PERFORM 3000-JUDGE-STEP THRU 3000-EXIT
001650         VARYING WS-ST-IDX FROM 1 BY 1
001660         UNTIL WS-ST-IDX > WS-CHAIN-STEPS
001670     PERFORM 4000-PRINT-CHAIN THRU 4000-EXIT
001680     PERFORM 9000-TERMINATE THRU 9000-EXIT
001690     GOBACK.
001700*
001710******************************************************************
001720*    1000-INITIALIZE - A MISSING STEP LOG IS NOT AN ERROR; IT    *
001730*                      MEANS NO STEP HAS RUN SINCE THE LOG WAS   *
001740*                      LAST CLEARED, AND EVERY STEP IS REPORTED  *
001750*                      NOT STARTED.                              *
001760******************************************************************
001770 1000-INITIALIZE.
001780     INITIALIZE WS-CHAIN-STATE
001790     ACCEPT WS-TODAY-X FROM DATE YYYYMMDD
001800     PERFORM 1100-READ-DATE-CARD THRU 1100-EXIT
001810     OPEN INPUT STEP-LOG-FILE
001820     IF WS-STEPL-STATUS = '00'
001830         SET WS-LOG-PRESENT TO TRUE
001840     ELSE
001850         SET WS-LOG-ABSENT TO TRUE
001860         DISPLAY 'CTB905W - NO STEP LOG ON FILE - EVERY STEP IS '
001870             'REPORTED NOT STARTED'
001880     END-IF
001890     IF WS-REPORT-DATE = SPACES AND WS-LOG-PRESENT
001900         PERFORM 1200-FIND-LATEST-DATE THRU 1200-EXIT
001910     END-IF
001920     IF WS-REPORT-DATE = SPACES
001930         MOVE WS-TODAY-X TO WS-REPORT-DATE
001940     END-IF
001950     OPEN OUTPUT CHAIN-RPT
001960     IF WS-CHNRPT-STATUS NOT = '00'
001970         DISPLAY 'CTB905A - CHAIN-RPT WOULD NOT OPEN - STATUS = '
001980             WS-CHNRPT-STATUS
001990         MOVE 16 TO RETURN-CODE
002000         GOBACK
002010     END-IF
002020     IF WS-LOG-PRESENT
002030         PERFORM 1300-READ-LOG THRU 1300-EXIT
002040     END-IF
002050     .
002060 1000-EXIT.
002070     EXIT.
002080*
002090******************************************************************
002100*    1100-READ-DATE-CARD - PICK UP THE OPTIONAL CTBCHDT CARD.    *
002110*                          ABSENT, EMPTY, OR NOT NUMERIC MEANS   *
002120*                          THE LATEST DATE ON THE LOG.           *
002130******************************************************************
002140 1100-READ-DATE-CARD.
002150     OPEN INPUT DATE-CARD
002160     IF WS-DTCARD-STATUS NOT = '00'
002170         GO TO 1100-EXIT
002180     END-IF
002190     READ DATE-CARD
002200         AT END
002210             CLOSE DATE-CARD
002220             GO TO 1100-EXIT
002230     END-READ
002240     IF DC-BUSINESS-DATE IS NUMERIC
002250         MOVE DC-BUSINESS-DATE TO WS-REPORT-DATE
002260     ELSE
002270         DISPLAY 'CTB905W - CTBCHDT DATE ' DC-BUSINESS-DATE
002280             ' IS NOT NUMERIC - LATEST DATE ON THE LOG ASSUMED'
002290     END-IF
002300     CLOSE DATE-CARD
002310     .
002320 1100-EXIT.
002330     EXIT.
002340*
002350******************************************************************
002360*    1200-FIND-LATEST-DATE - ONE PASS OF THE LOG FOR ITS HIGHEST *
002370*                            BUSINESS DATE, THEN REOPEN IT FOR   *
002380*                            THE LOAD.                           *
002390******************************************************************
002400 1200-FIND-LATEST-DATE.
002410     SET WS-STEPL-EOF-NO TO TRUE
002420     PERFORM 1210-SCAN-LOG-DATE THRU 1210-EXIT
002430         UNTIL WS-STEPL-EOF-YES
002440     CLOSE STEP-LOG-FILE
002450     OPEN INPUT STEP-LOG-FILE
002460     SET WS-STEPL-EOF-NO TO TRUE
002470     .
002480 1200-EXIT.
002490     EXIT.
002500*
002510 1210-SCAN-LOG-DATE.
002520     READ STEP-LOG-FILE
002530         AT END
002540             SET WS-STEPL-EOF-YES TO TRUE
002550             GO TO 1210-EXIT
002560     END-READ
002570     IF JS-BUSINESS-DATE > WS-REPORT-DATE
002580         MOVE JS-BUSINESS-DATE TO WS-REPORT-DATE
002590     END-IF
002600     .
002610 1210-EXIT.
002620     EXIT.
002630*
002640 1300-READ-LOG.
002650     READ STEP-LOG-FILE
002660         AT END
002670             SET WS-STEPL-EOF-YES TO TRUE
002680     END-READ
002690     IF WS-STEPL-EOF-NO
002700         ADD 1 TO WS-LOG-READ-CNT
002710     END-IF
002720     .
002730 1300-EXIT.
002740     EXIT.
002750*
002760******************************************************************
002770*    2000-LOAD-STEP-LOG - KEEP THE LATEST START OR END ROW OF    *
002780*                         EACH CHAIN STEP FOR THE DATE.  A       *
002790*                         REFUSED RERUN CHANGES NOTHING ABOUT    *
002800*                         THE STEP AND IS ONLY COUNTED.          *
002810******************************************************************
002820 2000-LOAD-STEP-LOG.
002830     IF JS-BUSINESS-DATE NOT = WS-REPORT-DATE
002840         GO TO 2000-READ-NEXT
002850     END-IF
002860     ADD 1 TO WS-DATE-ROW-CNT
002870     SET WS-CH-IDX TO 1
002880     SEARCH CH-PROGRAM
002890         AT END
002900             ADD 1 TO WS-OTHER-PGM-CNT
002910         WHEN CH-PROGRAM(WS-CH-IDX) = JS-PROGRAM
002920             SET WS-ST-IDX TO WS-CH-IDX
002930             PERFORM 2100-KEEP-STEP-ROW THRU 2100-EXIT
002940     END-SEARCH
002950     .
002960 2000-READ-NEXT.
002970     PERFORM 1300-READ-LOG THRU 1300-EXIT
002980     .
002990 2000-EXIT.
003000     EXIT.
003010*
003020 2100-KEEP-STEP-ROW.
003030     IF JS-EVENT-REFUSED
003040         ADD 1 TO ST-REFUSED-CNT(WS-ST-IDX)
003050         GO TO 2100-EXIT
003060     END-IF
003070     MOVE JS-EVENT TO ST-EVENT(WS-ST-IDX)
003080     MOVE JS-CYCLE-NUMBER TO ST-CYCLE-NUMBER(WS-ST-IDX)
003090     MOVE JS-FINAL-CYCLE-SW TO ST-FINAL-CYCLE-SW(WS-ST-IDX)
003100     MOVE JS-START-TIMESTAMP TO ST-START-TIMESTAMP(WS-ST-IDX)
003110     MOVE JS-OVERRIDE-SW TO ST-OVERRIDE-SW(WS-ST-IDX)
003120     IF JS-EVENT-END
003130         MOVE JS-END-TIMESTAMP TO ST-END-TIMESTAMP(WS-ST-IDX)
003140         MOVE JS-IN-COUNT TO ST-IN-COUNT(WS-ST-IDX)
003150         MOVE JS-OUT-COUNT TO ST-OUT-COUNT(WS-ST-IDX)
003160         MOVE JS-REJECT-COUNT TO ST-REJECT-COUNT(WS-ST-IDX)
003170         MOVE JS-RETURN-CODE TO ST-RETURN-CODE(WS-ST-IDX)
003180     ELSE
003190         MOVE SPACES TO ST-END-TIMESTAMP(WS-ST-IDX)
003200         MOVE 0 TO ST-IN-COUNT(WS-ST-IDX)
003210         MOVE 0 TO ST-OUT-COUNT(WS-ST-IDX)
003220         MOVE 0 TO ST-REJECT-COUNT(WS-ST-IDX)
003230         MOVE 0 TO ST-RETURN-CODE(WS-ST-IDX)
003240     END-IF
003250     .
003260 2100-EXIT.
003270     EXIT.
003280*
003290******************************************************************
003300*    3000-JUDGE-STEP - SETTLE ONE STEP'S VERDICT.  THE FIRST     *
003310*                      STEP IN CHAIN ORDER THAT IS NOT COMPLETE  *
003320*                      IS WHERE THE CHAIN RESTARTS.              *
003330******************************************************************
003340 3000-JUDGE-STEP.
003350     SET WS-CH-IDX TO WS-ST-IDX
003360     EVALUATE TRUE
003370         WHEN ST-NOT-SEEN(WS-ST-IDX)
003380             AND (CH-PROGRAM(WS-CH-IDX) = 'CTB650'
003385                 OR CH-PROGRAM(WS-CH-IDX) = 'CTB670')
003390             SET ST-NOT-DUE(WS-ST-IDX) TO TRUE
003400         WHEN ST-NOT-SEEN(WS-ST-IDX)
003410             SET ST-NOT-STARTED(WS-ST-IDX) TO TRUE
003420             ADD 1 TO WS-NOT-STARTED-CNT
003430         WHEN ST-LAST-START(WS-ST-IDX)
003440             SET ST-FAILED(WS-ST-IDX) TO TRUE
003450             ADD 1 TO WS-FAILED-CNT
003460         WHEN ST-RETURN-CODE(WS-ST-IDX) NOT < 16
003470             SET ST-FAILED(WS-ST-IDX) TO TRUE
003480             ADD 1 TO WS-FAILED-CNT
003490         WHEN ST-FINAL-CYCLE-SW(WS-ST-IDX) NOT = 'Y'
003500             SET ST-INTERIM(WS-ST-IDX) TO TRUE
003510             ADD 1 TO WS-INTERIM-CNT
003520         WHEN OTHER
003530             SET ST-COMPLETE(WS-ST-IDX) TO TRUE
003540             ADD 1 TO WS-COMPLETE-CNT
003550     END-EVALUATE
003560     IF WS-RESTART-PROGRAM = SPACES
003570         AND NOT ST-COMPLETE(WS-ST-IDX)
003580         AND NOT ST-NOT-DUE(WS-ST-IDX)
003590         MOVE CH-PROGRAM(WS-CH-IDX) TO WS-RESTART-PROGRAM
003600     END-IF
003610     .
003620 3000-EXIT.
003630     EXIT.
003640*
003650******************************************************************
003660*    4000-PRINT-CHAIN - ONE LINE PER STEP IN CHAIN ORDER, THEN   *
003670*                       THE RESTART POINT.                       *
003680******************************************************************
003690 4000-PRINT-CHAIN.
003700     MOVE SPACES TO PL-LINE
003710     MOVE 'NIGHTLY CHAIN STATUS - CTB905' TO PL-LINE
003720     WRITE CTB1PL-LINE
003730     MOVE SPACES TO PL-LINE
003740     STRING '  BUSINESS DATE ' DELIMITED BY SIZE
003750             WS-REPORT-DATE DELIMITED BY SIZE
003760         INTO PL-LINE
003770     WRITE CTB1PL-LINE
003780     MOVE SPACES TO PL-LINE
003790     WRITE CTB1PL-LINE
003800     MOVE SPACES TO PL-LINE
003810     STRING 'STEP     STATUS      CY ' DELIMITED BY SIZE
003820             'STARTED           ENDED             '
003830                 DELIMITED BY SIZE
003840             ' IN-COUNT OUT-COUNT   REJECTS   RC '
003850                 DELIMITED BY SIZE
003860             'O REF  NOTE' DELIMITED BY SIZE
003870         INTO PL-LINE
003880     WRITE CTB1PL-LINE
003890     PERFORM 4100-PRINT-STEP THRU 4100-EXIT
003900         VARYING WS-ST-IDX FROM 1 BY 1
003910         UNTIL WS-ST-IDX > WS-CHAIN-STEPS
003920     MOVE SPACES TO PL-LINE
003930     WRITE CTB1PL-LINE
003940     MOVE SPACES TO PL-LINE
003950     IF WS-RESTART-PROGRAM = SPACES
003960         STRING 'CHAIN COMPLETE FOR ' DELIMITED BY SIZE
003970                 WS-REPORT-DATE DELIMITED BY SIZE
003980                 ' - NO RESTART NEEDED' DELIMITED BY SIZE
003990             INTO PL-LINE
004000     ELSE
004010         STRING 'RESTART POINT - ' DELIMITED BY SIZE
004020                 WS-RESTART-PROGRAM DELIMITED BY SIZE
004030                 ' IS THE FIRST STEP NOT COMPLETE FOR '
004040                     DELIMITED BY SIZE
004050                 WS-REPORT-DATE DELIMITED BY SIZE
004060             INTO PL-LINE
004070     END-IF
004080     WRITE CTB1PL-LINE
004090     .
004100 4000-EXIT.
004110     EXIT.
004120*
004130 4100-PRINT-STEP.
004140     SET WS-CH-IDX TO WS-ST-IDX
004150     MOVE SPACES TO WS-NOTE-TEXT
004160     EVALUATE TRUE
004170         WHEN ST-COMPLETE(WS-ST-IDX)
004180             MOVE 'COMPLETE' TO WS-STATUS-TEXT
004190         WHEN ST-FAILED(WS-ST-IDX)
004200             MOVE 'FAILED' TO WS-STATUS-TEXT
004210             IF ST-LAST-START(WS-ST-IDX)
004220                 MOVE 'STARTED, NO END ROW' TO WS-NOTE-TEXT
004230             ELSE
004240                 MOVE 'ENDED RC 16 OR OVER' TO WS-NOTE-TEXT
004250             END-IF
004260         WHEN ST-INTERIM(WS-ST-IDX)
004270             MOVE 'INTERIM' TO WS-STATUS-TEXT
004280             MOVE 'FINAL CYCLE NOT YET RUN' TO WS-NOTE-TEXT
004290         WHEN ST-NOT-DUE(WS-ST-IDX)
004300             MOVE 'NOT DUE' TO WS-STATUS-TEXT
004310             MOVE 'RUNS AT MONTH END ONLY' TO WS-NOTE-TEXT
004320         WHEN OTHER
004330             MOVE 'NOT STARTED' TO WS-STATUS-TEXT
004340     END-EVALUATE
004350     IF ST-OVERRIDE-SW(WS-ST-IDX) = 'Y'
004360         AND WS-NOTE-TEXT = SPACES
004370         MOVE 'RERUN UNDER OVERRIDE' TO WS-NOTE-TEXT
004380     END-IF
004390     MOVE ST-CYCLE-NUMBER(WS-ST-IDX) TO WS-RPT-CYCLE
004400     MOVE ST-IN-COUNT(WS-ST-IDX) TO WS-RPT-IN
004410     MOVE ST-OUT-COUNT(WS-ST-IDX) TO WS-RPT-OUT
004420     MOVE ST-REJECT-COUNT(WS-ST-IDX) TO WS-RPT-REJECT
004430     MOVE ST-RETURN-CODE(WS-ST-IDX) TO WS-RPT-RC
004440     MOVE ST-REFUSED-CNT(WS-ST-IDX) TO WS-RPT-REFUSED
004450     MOVE SPACES TO PL-LINE
004460     STRING CH-PROGRAM(WS-CH-IDX) DELIMITED BY SIZE
004470             ' ' DELIMITED BY SIZE
004480             WS-STATUS-TEXT DELIMITED BY SIZE
004490             ' ' DELIMITED BY SIZE
004500             WS-RPT-CYCLE DELIMITED BY SIZE
004510             ' ' DELIMITED BY SIZE
004520             ST-START-TIMESTAMP(WS-ST-IDX)(1:17) DELIMITED BY SIZE
004530             ' ' DELIMITED BY SIZE
004540             ST-END-TIMESTAMP(WS-ST-IDX)(1:17) DELIMITED BY SIZE
004550             ' ' DELIMITED BY SIZE
004560             WS-RPT-IN DELIMITED BY SIZE
004570             ' ' DELIMITED BY SIZE
004580             WS-RPT-OUT DELIMITED BY SIZE
004590             ' ' DELIMITED BY SIZE
004600             WS-RPT-REJECT DELIMITED BY SIZE
004610             ' ' DELIMITED BY SIZE
004620             WS-RPT-RC DELIMITED BY SIZE
004630             ' ' DELIMITED BY SIZE
004640             ST-OVERRIDE-SW(WS-ST-IDX) DELIMITED BY SIZE
004650             ' ' DELIMITED BY SIZE
004660             WS-RPT-REFUSED DELIMITED BY SIZE
004670             '  ' DELIMITED BY SIZE
004680             WS-NOTE-TEXT DELIMITED BY SIZE
004690         INTO PL-LINE
004700     WRITE CTB1PL-LINE
004710     .
004720 4100-EXIT.
004730     EXIT.
004740*
004750******************************************************************
004760*    9000-TERMINATE                                              *
004770******************************************************************
004780 9000-TERMINATE.
004790     MOVE SPACES TO PL-LINE
004800     WRITE CTB1PL-LINE
004810     MOVE SPACES TO PL-LINE
004820     STRING 'CONTROL TOTALS - LOG ROWS = ' DELIMITED BY SIZE
004830             WS-LOG-READ-CNT DELIMITED BY SIZE
004840             ', FOR THE DATE = ' DELIMITED BY SIZE
004850             WS-DATE-ROW-CNT DELIMITED BY SIZE
004860             ', COMPLETE = ' DELIMITED BY SIZE
004870             WS-COMPLETE-CNT DELIMITED BY SIZE
004880             ', FAILED = ' DELIMITED BY SIZE
004890             WS-FAILED-CNT DELIMITED BY SIZE
004900             ', INTERIM = ' DELIMITED BY SIZE
004910             WS-INTERIM-CNT DELIMITED BY SIZE
004920             ', NOT STARTED = ' DELIMITED BY SIZE
004930             WS-NOT-STARTED-CNT DELIMITED BY SIZE
004940         INTO PL-LINE
004950     WRITE CTB1PL-LINE
004960     IF WS-LOG-PRESENT
004970         CLOSE STEP-LOG-FILE
004980     END-IF
004990     CLOSE CHAIN-RPT
005000     DISPLAY 'CTB905I - END OF RUN.  DATE ' WS-REPORT-DATE
005010         ' - COMPLETE = ' WS-COMPLETE-CNT
005020         ', FAILED = ' WS-FAILED-CNT
005030         ', INTERIM = ' WS-INTERIM-CNT
005040         ', NOT STARTED = ' WS-NOT-STARTED-CNT
005050     IF WS-RESTART-PROGRAM NOT = SPACES
005060         DISPLAY 'CTB905I - RESTART THE CHAIN AT '
005070             WS-RESTART-PROGRAM
005080     END-IF
005090     IF WS-FAILED-CNT > 0
005100         MOVE 8 TO RETURN-CODE
005110     ELSE
005120         IF WS-RESTART-PROGRAM NOT = SPACES
005130             MOVE 4 TO RETURN-CODE
005140         END-IF
005150     END-IF
005160     .
005170 9000-EXIT.
005180     EXIT.
