000390*                    ITS ROW LOOKS CLEAN WHILE THE DAY'S FINAL   *
000400*                    WINDOW HAS NOT POSTED, AND CLOSING THEN     *
000410*                    WOULD ARCHIVE AND CLEAR THE MONTH SHORT.    *
000420*   2026-10-15 DLM   CTBMTDH NOW CARRIES PRIOR-PERIOD ADJUSTMENT *
000430*                    FIGURES POSTED BY CTB660.  A NEW ROW STARTS *
000440*                    WITH NONE, AND A RERUN OF THE CLOSE KEEPS   *
000450*                    ANY ADJUSTMENTS ALREADY ON THE ROW IT       *
000460*                    REWRITES.                                   *
000470*   2026-10-15 DLM   EACH RUN NOW LOGS ITS START AND END TO      *
000480*                    CTBSTEPL.  A DATE ALREADY FINISHED CLEAN IS *
000490*                    REFUSED WITHOUT A CTBSTOVR OVERRIDE CARD.   *
000500*   2026-10-15 DLM   A BRANCH MERGED AWAY ON THE CTBMERG         *
000510*                    REGISTER IS NOW NOTED ON ITS SUCCESSOR'S    *
000520*                    STATEMENT, WHOSE FIGURES CARRY THE MERGED   *
000530*                    BRANCH'S MONTH, AND THE SUCCESSOR'S CTBMTDH *
000540*                    ROWS NAME THE MERGED BRANCH.  RESEQUENCED.  *
000542*   2026-10-15 DLM   AN ABORT AFTER THE STEP LOG START ROW NOW   *
000544*                    WRITES THE END ROW WITH RC 16, SO CTB905    *
000546*                    REPORTS THE STEP AS FAILED, NOT AS STILL    *
000548*                    RUNNING.                                    *
000550*                                                                *
000560******************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT MTD-FILE ASSIGN TO "CTBMTD"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS MT-KEY
000670         FILE STATUS IS WS-MTD-STATUS.
000680*
000690     SELECT MONTH-HIST ASSIGN TO "CTBMTDH"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS MH-KEY
000730         FILE STATUS IS WS-MHIST-STATUS.
000740*
000750     SELECT RUN-HIST-FILE ASSIGN TO "CTBRUNH"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-RUNHIST-STATUS.
000780*
000790     SELECT BRANCH-MASTER ASSIGN TO "CTBBRNCH"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS BM-BRANCH-CODE
000830         FILE STATUS IS WS-BRANCH-MSTR-STATUS.
000840*
000850     SELECT STMT-RPT ASSIGN TO "MTDSTMT"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-STMTRPT-STATUS.
000880*
000890     SELECT CAL-FILE ASSIGN TO "CTBCAL"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS CA-DATE
000930         FILE STATUS IS WS-CAL-STATUS.
000940*
000950*    SUITE JOB STEP LOG AND ITS OPTIONAL RERUN OVERRIDE CARD.
000960     SELECT STEP-LOG-FILE ASSIGN TO "CTBSTEPL"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-STEPL-STATUS.
000990     SELECT STEP-OVR-FILE ASSIGN TO "CTBSTOVR"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-STOVR-STATUS.
001020*
001030*    BRANCH MERGER REGISTER, READ FOR THE STATEMENT NOTES.
001040     SELECT MERGE-REG ASSIGN TO "CTBMERG"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS MG-RETIRING-CODE
001080         FILE STATUS IS WS-MERGE-STATUS.
001090*
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  MTD-FILE.
001130     COPY CTB1MT.
001140*
001150 FD  MONTH-HIST.
001160     COPY CTB1MH.
001170*
001180 FD  RUN-HIST-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210     COPY CTB1RH.
001220*
001230 FD  BRANCH-MASTER.
001240     COPY CTB1BM.
001250*
001260 FD  STMT-RPT
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290     COPY CTB1PL.
001300*
001310 FD  CAL-FILE.
001320     COPY CTB1CA.
001330*
001340 FD  STEP-LOG-FILE
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370     COPY CTB1JS.
001380*
001390 FD  STEP-OVR-FILE
001400     RECORDING MODE IS F
001410     LABEL RECORDS ARE STANDARD.
001420     COPY CTB1SO.
001430*
001440 FD  MERGE-REG.
001450     COPY CTB1MG.
001460*
001470 WORKING-STORAGE SECTION.
001480 01  WS-FILE-STATUS-FIELDS.
001490     05  WS-MTD-STATUS               PIC X(02) VALUE SPACES.
001500     05  WS-MHIST-STATUS             PIC X(02) VALUE SPACES.
001510     05  WS-RUNHIST-STATUS           PIC X(02) VALUE SPACES.
001520     05  WS-BRANCH-MSTR-STATUS       PIC X(02) VALUE SPACES.
001530     05  WS-STMTRPT-STATUS           PIC X(02) VALUE SPACES.
001540     05  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
001550     05  WS-MERGE-STATUS             PIC X(02) VALUE SPACES.
001560*
001570 01  WS-SWITCHES.
001580     05  WS-MTD-EOF-SW               PIC X(01) VALUE 'N'.
001590         88  WS-MTD-EOF-YES              VALUE 'Y'.
001600         88  WS-MTD-EOF-NO               VALUE 'N'.
001610     05  WS-RUNH-EOF-SW              PIC X(01) VALUE 'N'.
001620         88  WS-RUNH-EOF-YES             VALUE 'Y'.
001630         88  WS-RUNH-EOF-NO              VALUE 'N'.
001640     05  WS-RUNH-FOUND-SW            PIC X(01) VALUE 'N'.
001650         88  WS-RUNH-ROW-FOUND           VALUE 'Y'.
001660         88  WS-RUNH-ROW-ABSENT          VALUE 'N'.
001670     05  WS-BRANCH-MSTR-OPEN-SW      PIC X(01) VALUE 'N'.
001680         88  WS-BRANCH-MASTER-PRESENT    VALUE 'Y'.
001690         88  WS-BRANCH-MASTER-ABSENT     VALUE 'N'.
001700     05  WS-CLOSE-OK-SW              PIC X(01) VALUE 'Y'.
001710         88  WS-CLOSE-OK                 VALUE 'Y'.
001720         88  WS-CLOSE-BLOCKED            VALUE 'N'.
001730     05  WS-MERGE-EOF-SW             PIC X(01) VALUE 'N'.
001740         88  WS-MERGE-EOF-YES            VALUE 'Y'.
001750         88  WS-MERGE-EOF-NO             VALUE 'N'.
001760*
001770*    THE LATEST CTBRUNH ROW, HELD BACK FROM THE SEQUENTIAL
001780*    SWEEP - THE CLOSE IS JUDGED ON THE LAST POSTING DAY'S
001790*    RESULT.
001800 01  WS-LAST-RUN-FIELDS.
001810     05  WS-LAST-RUN-DATE            PIC X(08) VALUE SPACES.
001820     05  WS-LAST-RECONCILE-SW        PIC X(01) VALUE SPACES.
001830     05  WS-LAST-RETURN-CODE         PIC 9(2) VALUE 0.
001840     05  WS-LAST-FINAL-SW            PIC X(01) VALUE SPACES.
001850*
001860 01  WS-CLOSE-FIELDS.
001870     05  WS-CLOSE-MONTH              PIC X(06) VALUE SPACES.
001880     05  WS-CLOSE-DATE               PIC 9(08) VALUE 0.
001890*
001900*    EVERY DISTINCT BRANCH CODE ON THE MTD FILE, COLLECTED
001910*    FIRST SO THE STATEMENT CAN PRINT BRANCH BY BRANCH EVEN
001920*    THOUGH THE FILE IS KEYED PERIOD-MAJOR.
001930 01  WS-BRANCH-LIST-CONTROLS.
001940     05  WS-BRANCH-LIST-MAX          PIC 9(3) VALUE 200.
001950     05  WS-BRANCH-LIST-CNT          PIC 9(3) VALUE 0.
001960     05  WS-LIST-FOUND-SW            PIC X(01) VALUE 'N'.
001970         88  WS-LIST-FOUND               VALUE 'Y'.
001980         88  WS-LIST-UNFOUND             VALUE 'N'.
001990 01  WS-BRANCH-LIST.
002000     05  WS-BRANCH-LIST-ENTRY OCCURS 200 TIMES
002010                 INDEXED BY WS-BL-IDX WS-BL-IDX2.
002020         10  BL-BRANCH-CODE          PIC X(04).
002030*
002040*    CONSOLIDATED BRANCH MERGERS WHOSE MOVED FIGURES OR
002050*    REDIRECTED POSTINGS LAND IN THE MONTH BEING CLOSED.
002060 01  WS-MERGE-CONTROLS.
002070     05  WS-MERGE-MAX                PIC 9(3) VALUE 200.
002080     05  WS-MERGE-CNT                PIC 9(3) VALUE 0.
002090     05  WS-MERGE-NOTE-CNT           PIC 9(3) VALUE 0.
002100     05  WS-MERGE-FROM-BRANCH        PIC X(04) VALUE SPACES.
002110 01  WS-MERGE-TABLE.
002120     05  WS-MERGE-ENTRY OCCURS 200 TIMES
002130                 INDEXED BY WS-MG-IDX.
002140         10  MT-RETIRING-CODE        PIC X(04).
002150         10  MT-SUCCESSOR-CODE       PIC X(04).
002160         10  MT-EFFECTIVE-DATE       PIC X(08).
002170*
002180 01  WS-WORK-FIELDS.
002190     05  WS-WORK-BRANCH              PIC X(04) VALUE SPACES.
002200*
002210 01  WS-BRANCH-TOTALS.
002220     05  WS-BR-COUNT-TOTAL           PIC 9(7) VALUE 0.
002230     05  WS-BR-AMOUNT-TOTAL          PIC 9(13)V99 VALUE 0.
002240     05  WS-BR-ROW-CNT               PIC 9(5) VALUE 0.
002250*
002260 01  WS-GRAND-TOTALS.
002270     05  WS-GR-COUNT-TOTAL           PIC 9(9) VALUE 0.
002280     05  WS-GR-AMOUNT-TOTAL          PIC 9(13)V99 VALUE 0.
002290     05  WS-GR-ROW-CNT               PIC 9(5) VALUE 0.
002300     05  WS-HIST-WRITE-CNT           PIC 9(5) VALUE 0.
002310*
002320 01  WS-REPORT-WORK-FIELDS.
002330     05  WS-RPT-PERIOD               PIC ZZZZ9.
002340     05  WS-RPT-COUNT                PIC ZZZZ9.
002350     05  WS-RPT-DAYS                 PIC ZZ9.
002360     05  WS-RPT-AMOUNT               PIC ZZZZZZZZZZ9.99.
002370     05  WS-RPT-BRANCH-NAME          PIC X(20) VALUE SPACES.
002380*
002390     COPY CTB1JW.
002400*
002410 PROCEDURE DIVISION.
002420******************************************************************
002430*    0000-MAINLINE                                               *
002440******************************************************************
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002470     PERFORM 2000-COLLECT-BRANCHES THRU 2000-EXIT
002480     PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT
002490     PERFORM 6000-INIT-NEW-MONTH THRU 6000-EXIT
002500     PERFORM 9000-TERMINATE THRU 9000-EXIT
002510     PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
002520     GOBACK.
002530*
002540******************************************************************
002550*    1000-INITIALIZE - PROVE THE MONTH MAY CLOSE.  THE LATEST     *
002560*                      CTBRUNH ROW MUST SHOW A CLEAN LAST         *
002570*                      POSTING DAY; ITS RUN DATE NAMES THE        *
002580*                      MONTH BEING CLOSED.                        *
002590******************************************************************
002600 1000-INITIALIZE.
002610     ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD
002620     OPEN INPUT RUN-HIST-FILE
002630     IF WS-RUNHIST-STATUS NOT = '00'
002640         DISPLAY 'CTB650A - NO RUN HISTORY FILE FOUND - THE '
002650             'CLOSE CANNOT BE JUDGED - ABORTING'
002660         MOVE 16 TO RETURN-CODE
002670         GOBACK
002680     END-IF
002690     PERFORM 1100-READ-RUN-HIST THRU 1100-EXIT
002700     PERFORM 1200-KEEP-LAST-RUN THRU 1200-EXIT
002710         UNTIL WS-RUNH-EOF-YES
002720     CLOSE RUN-HIST-FILE
002730     IF WS-RUNH-ROW-ABSENT
002740         DISPLAY 'CTB650A - RUN HISTORY FILE IS EMPTY - ABORTING'
002750         MOVE 16 TO RETURN-CODE
002760         GOBACK
002770     END-IF
002780     IF WS-LAST-RECONCILE-SW = 'Y'
002790         DISPLAY 'CTB650A - LAST POSTING RUN OF '
002800             WS-LAST-RUN-DATE ' FAILED RECONCILIATION - MONTH '
002810             'NOT CLOSED'
002820         MOVE 16 TO RETURN-CODE
002830         GOBACK
002840     END-IF
002850     IF WS-LAST-RETURN-CODE NOT < 16
002860         DISPLAY 'CTB650A - LAST POSTING RUN OF '
002870             WS-LAST-RUN-DATE ' ENDED RC ' WS-LAST-RETURN-CODE
002880             ' - MONTH NOT CLOSED'
002890         MOVE 16 TO RETURN-CODE
002900         GOBACK
002910     END-IF
002920*    AN INTERIM CYCLE DEFERS RECONCILIATION, SO ITS ROW PASSES
002930*    THE TWO TESTS ABOVE WHILE THE DAY'S FINAL WINDOW HAS NOT
002940*    POSTED - CLOSING NOW WOULD ARCHIVE AND CLEAR THE MONTH
002950*    SHORT OF ITS LAST CYCLE.
002960     IF WS-LAST-FINAL-SW NOT = 'Y'
002970         DISPLAY 'CTB650A - LAST POSTING RUN OF '
002980             WS-LAST-RUN-DATE ' IS AN INTERIM CYCLE - THE '
002990             'DAY''S FINAL CYCLE HAS NOT POSTED - MONTH NOT '
003000             'CLOSED'
003010         MOVE 16 TO RETURN-CODE
003020         GOBACK
003030     END-IF
003040     MOVE WS-LAST-RUN-DATE(1:6) TO WS-CLOSE-MONTH
003050     PERFORM 1500-CHECK-MONTH-END THRU 1500-EXIT
003060     MOVE 'CTB650' TO WS-STEP-PROGRAM
003070     MOVE WS-LAST-RUN-DATE TO WS-STEP-BUS-DATE
003080     PERFORM 9800-STEP-LOG-START THRU 9800-EXIT
003090     OPEN I-O MTD-FILE
003100     IF WS-MTD-STATUS NOT = '00'
003110         DISPLAY 'CTB650A - CTBMTD WOULD NOT OPEN - STATUS = '
003120             WS-MTD-STATUS
003130         MOVE 16 TO RETURN-CODE
003135         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003140         GOBACK
003150     END-IF
003160     OPEN I-O MONTH-HIST
003170     IF WS-MHIST-STATUS NOT = '00'
003180         OPEN OUTPUT MONTH-HIST
003190         CLOSE MONTH-HIST
003200         OPEN I-O MONTH-HIST
003210     END-IF
003220     IF WS-MHIST-STATUS NOT = '00'
003230         DISPLAY 'CTB650A - CTBMTDH WOULD NOT OPEN - STATUS = '
003240             WS-MHIST-STATUS
003250         MOVE 16 TO RETURN-CODE
003255         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003260         GOBACK
003270     END-IF
003280     OPEN INPUT BRANCH-MASTER
003290     IF WS-BRANCH-MSTR-STATUS = '00'
003300         SET WS-BRANCH-MASTER-PRESENT TO TRUE
003310     ELSE
003320         SET WS-BRANCH-MASTER-ABSENT TO TRUE
003330         DISPLAY 'CTB650W - NO BRANCH MASTER PRESENT - BRANCH '
003340             'NAMES WILL NOT BE DECODED'
003350     END-IF
003360     PERFORM 1600-LOAD-MERGERS THRU 1600-EXIT
003370     OPEN OUTPUT STMT-RPT
003380     IF WS-STMTRPT-STATUS NOT = '00'
003390         DISPLAY 'CTB650A - STMT-RPT WOULD NOT OPEN - STATUS = '
003400             WS-STMTRPT-STATUS
003410         MOVE 16 TO RETURN-CODE
003415         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003420         GOBACK
003430     END-IF
003440     PERFORM 3100-PRINT-HEADINGS THRU 3100-EXIT
003450     .
003460 1000-EXIT.
003470     EXIT.
003480*
003490 1100-READ-RUN-HIST.
003500     READ RUN-HIST-FILE
003510         AT END
003520             SET WS-RUNH-EOF-YES TO TRUE
003530     END-READ
003540     .
003550 1100-EXIT.
003560     EXIT.
003570*
003580 1200-KEEP-LAST-RUN.
003590     SET WS-RUNH-ROW-FOUND TO TRUE
003600     MOVE RH-RUN-DATE TO WS-LAST-RUN-DATE
003610     MOVE RH-RECONCILE-SW TO WS-LAST-RECONCILE-SW
003620     MOVE RH-RETURN-CODE TO WS-LAST-RETURN-CODE
003630     MOVE RH-FINAL-CYCLE-SW TO WS-LAST-FINAL-SW
003640     PERFORM 1100-READ-RUN-HIST THRU 1100-EXIT
003650     .
003660 1200-EXIT.
003670     EXIT.
003680*
003690******************************************************************
003700*    1500-CHECK-MONTH-END - THE CTBCAL CALENDAR MUST AGREE THAT   *
003710*                           THE LAST POSTED DATE IS THE MONTH'S   *
003720*                           LAST POSTING DAY - A MID-MONTH        *
003730*                           CLOSE IS ALMOST ALWAYS A JOB SET UP   *
003740*                           ON THE WRONG NIGHT.  NO CALENDAR ON   *
003750*                           FILE WARNS AND PROCEEDS AS BEFORE.    *
003760******************************************************************
003770 1500-CHECK-MONTH-END.
003780     OPEN INPUT CAL-FILE
003790     IF WS-CAL-STATUS NOT = '00'
003800         DISPLAY 'CTB650W - NO PROCESSING CALENDAR PRESENT - '
003810             'MONTH-END DATE NOT VERIFIED'
003820         GO TO 1500-EXIT
003830     END-IF
003840     MOVE WS-LAST-RUN-DATE TO CA-DATE
003850     READ CAL-FILE
003860         INVALID KEY
003870             DISPLAY 'CTB650W - LAST POSTED DATE NOT ON THE '
003880                 'CALENDAR - MONTH-END DATE NOT VERIFIED'
003890             CLOSE CAL-FILE
003900             GO TO 1500-EXIT
003910     END-READ
003920     CLOSE CAL-FILE
003930     IF NOT CA-MONTH-END-DAY
003940         DISPLAY 'CTB650A - ' WS-LAST-RUN-DATE ' IS NOT THE '
003950             'MONTH''S LAST POSTING DAY PER THE CALENDAR - '
003960             'MONTH NOT CLOSED'
003970         MOVE 16 TO RETURN-CODE
003980         GOBACK
003990     END-IF
004000     .
004010 1500-EXIT.
004020     EXIT.
004030*
004040******************************************************************
004050*    1600-LOAD-MERGERS - TABLE EVERY CONSOLIDATED MERGER THAT    *
004060*                        TOOK EFFECT BY THE CLOSING MONTH AND    *
004070*                        WAS CONSOLIDATED, OR STILL REDIRECTED   *
004080*                        POSTINGS, IN IT.  NO REGISTER ON FILE   *
004090*                        MEANS NO MERGERS TO NOTE.               *
004100******************************************************************
004110 1600-LOAD-MERGERS.
004120     OPEN INPUT MERGE-REG
004130     IF WS-MERGE-STATUS NOT = '00'
004140         GO TO 1600-EXIT
004150     END-IF
004160     SET WS-MERGE-EOF-NO TO TRUE
004170     MOVE LOW-VALUES TO MG-RETIRING-CODE
004180     START MERGE-REG KEY NOT < MG-RETIRING-CODE
004190         INVALID KEY
004200             SET WS-MERGE-EOF-YES TO TRUE
004210     END-START
004220     IF WS-MERGE-EOF-NO
004230         PERFORM 1610-READ-NEXT-MERGER THRU 1610-EXIT
004240     END-IF
004250     PERFORM 1620-NOTE-MERGER THRU 1620-EXIT
004260         UNTIL WS-MERGE-EOF-YES
004270     CLOSE MERGE-REG
004280     .
004290 1600-EXIT.
004300     EXIT.
004310*
004320 1610-READ-NEXT-MERGER.
004330     READ MERGE-REG NEXT
004340         AT END
004350             SET WS-MERGE-EOF-YES TO TRUE
004360     END-READ
004370     IF WS-MERGE-STATUS NOT = '00' AND WS-MERGE-STATUS NOT = '02'
004380         SET WS-MERGE-EOF-YES TO TRUE
004390     END-IF
004400     .
004410 1610-EXIT.
004420     EXIT.
004430*
004440 1620-NOTE-MERGER.
004450     IF NOT MG-CONSOLIDATED
004460         GO TO 1620-READ-NEXT
004470     END-IF
004480     IF MG-EFFECTIVE-DATE(1:6) > WS-CLOSE-MONTH
004490         GO TO 1620-READ-NEXT
004500     END-IF
004510     IF MG-CONSOLIDATED-DATE(1:6) < WS-CLOSE-MONTH
004520         AND MG-REDIRECT-END-DATE(1:6) < WS-CLOSE-MONTH
004530         GO TO 1620-READ-NEXT
004540     END-IF
004550     IF WS-MERGE-CNT NOT < WS-MERGE-MAX
004560         DISPLAY 'CTB650W - MORE THAN ' WS-MERGE-MAX
004570             ' BRANCH MERGERS - ' MG-RETIRING-CODE ' NOT NOTED'
004580         GO TO 1620-READ-NEXT
004590     END-IF
004600     ADD 1 TO WS-MERGE-CNT
004610     SET WS-MG-IDX TO WS-MERGE-CNT
004620     MOVE MG-RETIRING-CODE TO MT-RETIRING-CODE(WS-MG-IDX)
004630     MOVE MG-SUCCESSOR-CODE TO MT-SUCCESSOR-CODE(WS-MG-IDX)
004640     MOVE MG-EFFECTIVE-DATE TO MT-EFFECTIVE-DATE(WS-MG-IDX)
004650     .
004660 1620-READ-NEXT.
004670     PERFORM 1610-READ-NEXT-MERGER THRU 1610-EXIT
004680     .
004690 1620-EXIT.
004700     EXIT.
004710*
004720******************************************************************
004730*    2000-COLLECT-BRANCHES - ONE SWEEP OF CTBMTD LISTING EVERY    *
004740*                            DISTINCT BRANCH CODE, SO THE         *
004750*                            STATEMENTS CAN PRINT BRANCH BY       *
004760*                            BRANCH OFF THE PERIOD-MAJOR KEY.     *
004770******************************************************************
004780 2000-COLLECT-BRANCHES.
004790     SET WS-MTD-EOF-NO TO TRUE
004800     MOVE LOW-VALUES TO MT-KEY
004810     START MTD-FILE KEY NOT < MT-KEY
004820         INVALID KEY
004830             SET WS-MTD-EOF-YES TO TRUE
004840     END-START
004850     IF WS-MTD-EOF-NO
004860         PERFORM 2100-READ-NEXT-MTD THRU 2100-EXIT
004870     END-IF
004880     PERFORM 2200-NOTE-BRANCH THRU 2200-EXIT
004890         UNTIL WS-MTD-EOF-YES
004900     .
004910 2000-EXIT.
004920     EXIT.
004930*
004940 2100-READ-NEXT-MTD.
004950     READ MTD-FILE NEXT
004960         AT END
004970             SET WS-MTD-EOF-YES TO TRUE
004980     END-READ
004990*    ANY READ FAILURE ENDS THE BROWSE - WITHOUT THIS A BROKEN
005000*    FILE WOULD SPIN THE LOOP FOREVER.
005010     IF WS-MTD-STATUS NOT = '00' AND WS-MTD-STATUS NOT = '02'
005020         SET WS-MTD-EOF-YES TO TRUE
005030     END-IF
005040     .
005050 2100-EXIT.
005060     EXIT.
005070*
005080 2200-NOTE-BRANCH.
005090     MOVE MT-BRANCH-CODE TO WS-WORK-BRANCH
005100     SET WS-LIST-UNFOUND TO TRUE
005110     IF WS-BRANCH-LIST-CNT > 0
005120         PERFORM 2300-MATCH-LIST-ENTRY THRU 2300-EXIT
005130             VARYING WS-BL-IDX2 FROM 1 BY 1
005140             UNTIL WS-BL-IDX2 > WS-BRANCH-LIST-CNT
005150                 OR WS-LIST-FOUND
005160     END-IF
005170     IF WS-LIST-UNFOUND
005180         IF WS-BRANCH-LIST-CNT < WS-BRANCH-LIST-MAX
005190             ADD 1 TO WS-BRANCH-LIST-CNT
005200             SET WS-BL-IDX TO WS-BRANCH-LIST-CNT
005210             MOVE WS-WORK-BRANCH TO BL-BRANCH-CODE(WS-BL-IDX)
005220         ELSE
005230             DISPLAY 'CTB650A - MORE THAN ' WS-BRANCH-LIST-MAX
005240                 ' DISTINCT BRANCHES ON CTBMTD - ABORTING'
005250             MOVE 16 TO RETURN-CODE
005260             SET WS-CLOSE-BLOCKED TO TRUE
005270             SET WS-MTD-EOF-YES TO TRUE
005280             GO TO 2200-EXIT
005290         END-IF
005300     END-IF
005310     PERFORM 2100-READ-NEXT-MTD THRU 2100-EXIT
005320     .
005330 2200-EXIT.
005340     EXIT.
005350*
005360 2300-MATCH-LIST-ENTRY.
005370     IF BL-BRANCH-CODE(WS-BL-IDX2) = WS-WORK-BRANCH
005380         SET WS-LIST-FOUND TO TRUE
005390     END-IF
005400     .
005410 2300-EXIT.
005420     EXIT.
005430*
005440******************************************************************
005450*    3000-PRINT-STATEMENTS - ONE STATEMENT SECTION PER DISTINCT   *
005460*                            BRANCH, EACH A FRESH SWEEP OF THE    *
005470*                            FILE SELECTING THAT BRANCH'S ROWS.   *
005480*                            EVERY ROW IS COPIED TO THE CLOSED-   *
005490*                            MONTH HISTORY AS IT PRINTS.          *
005500******************************************************************
005510 3000-PRINT-STATEMENTS.
005520     IF WS-CLOSE-BLOCKED
005530         GO TO 3000-EXIT
005540     END-IF
005550     IF WS-BRANCH-LIST-CNT = 0
005560         MOVE SPACES TO PL-LINE
005570         MOVE '  CTBMTD IS EMPTY - NOTHING TO CLOSE' TO PL-LINE
005580         WRITE CTB1PL-LINE
005590         GO TO 3000-EXIT
005600     END-IF
005610     PERFORM 3200-PRINT-ONE-BRANCH THRU 3200-EXIT
005620         VARYING WS-BL-IDX FROM 1 BY 1
005630         UNTIL WS-BL-IDX > WS-BRANCH-LIST-CNT
005640     .
005650 3000-EXIT.
005660     EXIT.
005670*
005680 3100-PRINT-HEADINGS.
005690     MOVE SPACES TO PL-LINE
005700     MOVE 'MONTH-END CLOSE STATEMENTS - CTB650' TO PL-LINE
005710     WRITE CTB1PL-LINE
005720     MOVE SPACES TO PL-LINE
005730     STRING '  CLOSING MONTH ' DELIMITED BY SIZE
005740             WS-CLOSE-MONTH DELIMITED BY SIZE
005750             '  AS OF ' DELIMITED BY SIZE
005760             WS-CLOSE-DATE DELIMITED BY SIZE
005770         INTO PL-LINE
005780     WRITE CTB1PL-LINE
005790     MOVE SPACES TO PL-LINE
005800     WRITE CTB1PL-LINE
005810     .
005820 3100-EXIT.
005830     EXIT.
005840*
005850 3200-PRINT-ONE-BRANCH.
005860     MOVE BL-BRANCH-CODE(WS-BL-IDX) TO WS-WORK-BRANCH
005870     PERFORM 3500-GET-BRANCH-NAME THRU 3500-EXIT
005880     MOVE SPACES TO PL-LINE
005890     STRING 'BRANCH ' DELIMITED BY SIZE
005900             WS-WORK-BRANCH DELIMITED BY SIZE
005910             '  ' DELIMITED BY SIZE
005920             WS-RPT-BRANCH-NAME DELIMITED BY SIZE
005930         INTO PL-LINE
005940     WRITE CTB1PL-LINE
005950     PERFORM 3250-PRINT-MERGER-NOTES THRU 3250-EXIT
005960     MOVE 0 TO WS-BR-COUNT-TOTAL
005970     MOVE 0 TO WS-BR-AMOUNT-TOTAL
005980     MOVE 0 TO WS-BR-ROW-CNT
005990     SET WS-MTD-EOF-NO TO TRUE
006000     MOVE LOW-VALUES TO MT-KEY
006010     START MTD-FILE KEY NOT < MT-KEY
006020         INVALID KEY
006030             SET WS-MTD-EOF-YES TO TRUE
006040     END-START
006050     IF WS-MTD-EOF-NO
006060         PERFORM 2100-READ-NEXT-MTD THRU 2100-EXIT
006070     END-IF
006080     PERFORM 3300-PRINT-BRANCH-ROW THRU 3300-EXIT
006090         UNTIL WS-MTD-EOF-YES
006100     MOVE WS-BR-COUNT-TOTAL TO WS-RPT-COUNT
006110     MOVE WS-BR-AMOUNT-TOTAL TO WS-RPT-AMOUNT
006120     MOVE SPACES TO PL-LINE
006130     STRING '  BRANCH TOTAL - COUNT ' DELIMITED BY SIZE
006140             WS-RPT-COUNT DELIMITED BY SIZE
006150             '  AMOUNT ' DELIMITED BY SIZE
006160             WS-RPT-AMOUNT DELIMITED BY SIZE
006170         INTO PL-LINE
006180     WRITE CTB1PL-LINE
006190     MOVE SPACES TO PL-LINE
006200     WRITE CTB1PL-LINE
006210     ADD WS-BR-COUNT-TOTAL TO WS-GR-COUNT-TOTAL
006220     ADD WS-BR-AMOUNT-TOTAL TO WS-GR-AMOUNT-TOTAL
006230     .
006240 3200-EXIT.
006250     EXIT.
006260*
006270******************************************************************
006280*    3250-PRINT-MERGER-NOTES - UNDER A SUCCESSOR'S HEADING, ONE  *
006290*                              LINE PER BRANCH MERGED INTO IT.   *
006300*                              THE FIRST ONE FOUND IS NAMED ON   *
006310*                              THE SUCCESSOR'S CTBMTDH ROWS.     *
006320******************************************************************
006330 3250-PRINT-MERGER-NOTES.
006340     MOVE SPACES TO WS-MERGE-FROM-BRANCH
006350     IF WS-MERGE-CNT = 0
006360         GO TO 3250-EXIT
006370     END-IF
006380     PERFORM 3260-PRINT-ONE-NOTE THRU 3260-EXIT
006390         VARYING WS-MG-IDX FROM 1 BY 1
006400         UNTIL WS-MG-IDX > WS-MERGE-CNT
006410     .
006420 3250-EXIT.
006430     EXIT.
006440*
006450 3260-PRINT-ONE-NOTE.
006460     IF MT-SUCCESSOR-CODE(WS-MG-IDX) NOT = WS-WORK-BRANCH
006470         GO TO 3260-EXIT
006480     END-IF
006490     IF WS-MERGE-FROM-BRANCH = SPACES
006500         MOVE MT-RETIRING-CODE(WS-MG-IDX) TO WS-MERGE-FROM-BRANCH
006510     END-IF
006520     MOVE SPACES TO PL-LINE
006530     STRING '  INCLUDES BRANCH ' DELIMITED BY SIZE
006540             MT-RETIRING-CODE(WS-MG-IDX) DELIMITED BY SIZE
006550             ' MERGED IN EFFECTIVE ' DELIMITED BY SIZE
006560             MT-EFFECTIVE-DATE(WS-MG-IDX) DELIMITED BY SIZE
006570         INTO PL-LINE
006580     WRITE CTB1PL-LINE
006590     ADD 1 TO WS-MERGE-NOTE-CNT
006600     .
006610 3260-EXIT.
006620     EXIT.
006630*
006640 3300-PRINT-BRANCH-ROW.
006650     IF MT-BRANCH-CODE NOT = WS-WORK-BRANCH
006660         GO TO 3300-READ-NEXT
006670     END-IF
006680     MOVE MT-PERIOD-INDEX TO WS-RPT-PERIOD
006690     MOVE MT-MTD-COUNT TO WS-RPT-COUNT
006700     MOVE MT-POSTING-DAYS TO WS-RPT-DAYS
006710     MOVE MT-MTD-AMOUNT TO WS-RPT-AMOUNT
006720     MOVE SPACES TO PL-LINE
006730     STRING '  SLOT ' DELIMITED BY SIZE
006740             WS-RPT-PERIOD DELIMITED BY SIZE
006750             '  MTD COUNT ' DELIMITED BY SIZE
006760             WS-RPT-COUNT DELIMITED BY SIZE
006770             '  DAYS ' DELIMITED BY SIZE
006780             WS-RPT-DAYS DELIMITED BY SIZE
006790             '  MTD AMOUNT ' DELIMITED BY SIZE
006800             WS-RPT-AMOUNT DELIMITED BY SIZE
006810         INTO PL-LINE
006820     WRITE CTB1PL-LINE
006830     ADD 1 TO WS-BR-ROW-CNT
006840     ADD 1 TO WS-GR-ROW-CNT
006850     ADD MT-MTD-COUNT TO WS-BR-COUNT-TOTAL
006860     ADD MT-MTD-AMOUNT TO WS-BR-AMOUNT-TOTAL
006870     PERFORM 4000-WRITE-HISTORY-ROW THRU 4000-EXIT
006880     .
006890 3300-READ-NEXT.
006900     PERFORM 2100-READ-NEXT-MTD THRU 2100-EXIT
006910     .
006920 3300-EXIT.
006930     EXIT.
006940*
006950******************************************************************
006960*    3500-GET-BRANCH-NAME - DECODE THE STATEMENT BRANCH CODE TO   *
006970*                           ITS NAME VIA THE BRANCH MASTER, THE   *
006980*                           SAME WAY CTB400 DECODES ITS EXTRACT.  *
006990******************************************************************
007000 3500-GET-BRANCH-NAME.
007010     IF WS-BRANCH-MASTER-ABSENT
007020         MOVE SPACES TO WS-RPT-BRANCH-NAME
007030         GO TO 3500-EXIT
007040     END-IF
007050     MOVE WS-WORK-BRANCH TO BM-BRANCH-CODE
007060     READ BRANCH-MASTER
007070         INVALID KEY
007080             MOVE '** NOT ON MASTER **' TO WS-RPT-BRANCH-NAME
007090         NOT INVALID KEY
007100             MOVE BM-BRANCH-NAME TO WS-RPT-BRANCH-NAME
007110     END-READ
007120     .
007130 3500-EXIT.
007140     EXIT.
007150*
007160******************************************************************
007170*    4000-WRITE-HISTORY-ROW - COPY THE MTD ROW JUST PRINTED TO    *
007180*                             THE CLOSED-MONTH HISTORY, KEYED BY  *
007190*                             THE MONTH BEING CLOSED.  A RERUN    *
007200*                             OF THE SAME CLOSE REWRITES ITS OWN  *
007210*                             ROWS INSTEAD OF FAILING.            *
007220******************************************************************
007230 4000-WRITE-HISTORY-ROW.
007240     MOVE SPACES TO CTB1MH-MONTH-HIST-RECORD
007250     MOVE ZERO TO MH-ADJ-COUNT MH-ADJ-AMOUNT MH-ADJ-ENTRIES
007260     MOVE WS-CLOSE-MONTH TO MH-CLOSE-MONTH
007270     MOVE MT-PERIOD-INDEX TO MH-PERIOD-INDEX
007280     MOVE MT-BRANCH-CODE TO MH-BRANCH-CODE
007290     MOVE MT-MTD-COUNT TO MH-MTD-COUNT
007300     MOVE MT-MTD-AMOUNT TO MH-MTD-AMOUNT
007310     MOVE MT-POSTING-DAYS TO MH-POSTING-DAYS
007320     MOVE MT-LAST-POST-DATE TO MH-LAST-POST-DATE
007330     MOVE WS-CLOSE-DATE TO MH-CLOSE-DATE
007340     IF WS-MERGE-FROM-BRANCH NOT = SPACES
007350         MOVE WS-MERGE-FROM-BRANCH TO MH-MERGE-BRANCH
007360         SET MH-MERGE-SUCCESSOR TO TRUE
007370     END-IF
007380     WRITE CTB1MH-MONTH-HIST-RECORD
007390         INVALID KEY
007400             PERFORM 4100-REWRITE-HISTORY-ROW THRU 4100-EXIT
007410     END-WRITE
007420     ADD 1 TO WS-HIST-WRITE-CNT
007430     .
007440 4000-EXIT.
007450     EXIT.
007460*
007470******************************************************************
007480*    4100-REWRITE-HISTORY-ROW - A RERUN OF THE CLOSE FINDS ITS    *
007490*                               ROW ALREADY ON FILE.  READ IT SO  *
007500*                               ANY CTB660 ADJUSTMENTS POSTED     *
007510*                               SINCE ARE KEPT, AND REPLACE ONLY  *
007520*                               THE CLOSED FIGURES.               *
007530******************************************************************
007540 4100-REWRITE-HISTORY-ROW.
007550     READ MONTH-HIST
007560         INVALID KEY
007570             DISPLAY 'CTB650W - CTBMTDH ROW ' MH-KEY
007580                 ' WOULD NOT READ - STATUS = ' WS-MHIST-STATUS
007590             MOVE 4 TO RETURN-CODE
007600             GO TO 4100-EXIT
007610     END-READ
007620     MOVE MT-MTD-COUNT TO MH-MTD-COUNT
007630     MOVE MT-MTD-AMOUNT TO MH-MTD-AMOUNT
007640     MOVE MT-POSTING-DAYS TO MH-POSTING-DAYS
007650     MOVE MT-LAST-POST-DATE TO MH-LAST-POST-DATE
007660     MOVE WS-CLOSE-DATE TO MH-CLOSE-DATE
007670     IF WS-MERGE-FROM-BRANCH NOT = SPACES
007680         MOVE WS-MERGE-FROM-BRANCH TO MH-MERGE-BRANCH
007690         SET MH-MERGE-SUCCESSOR TO TRUE
007700     END-IF
007710     REWRITE CTB1MH-MONTH-HIST-RECORD
007720     .
007730 4100-EXIT.
007740     EXIT.
007750*
007760******************************************************************
007770*    6000-INIT-NEW-MONTH - ONLY AFTER EVERY ROW IS SAFELY ON THE  *
007780*                          HISTORY FILE IS CTBMTD EMPTIED FOR     *
007790*                          THE NEW MONTH.  A BLOCKED CLOSE        *
007800*                          LEAVES THE FILE UNTOUCHED.             *
007810******************************************************************
007820 6000-INIT-NEW-MONTH.
007830     CLOSE MTD-FILE
007840     IF WS-CLOSE-BLOCKED OR RETURN-CODE NOT < 16
007850         DISPLAY 'CTB650W - CLOSE BLOCKED - CTBMTD LEFT AS IS'
007860         GO TO 6000-EXIT
007870     END-IF
007880     OPEN OUTPUT MTD-FILE
007890     IF WS-MTD-STATUS NOT = '00'
007900         DISPLAY 'CTB650A - CTBMTD WOULD NOT OPEN FOR THE NEW '
007910             'MONTH - STATUS = ' WS-MTD-STATUS
007920         MOVE 16 TO RETURN-CODE
007930         GO TO 6000-EXIT
007940     END-IF
007950     CLOSE MTD-FILE
007960     DISPLAY 'CTB650I - CTBMTD INITIALIZED FOR THE MONTH AFTER '
007970         WS-CLOSE-MONTH
007980     .
007990 6000-EXIT.
008000     EXIT.
008010*
008020******************************************************************
008030*    9000-TERMINATE                                               *
008040******************************************************************
008050 9000-TERMINATE.
008060     MOVE SPACES TO PL-LINE
008070     STRING 'CONTROL TOTALS - ROWS CLOSED = ' DELIMITED BY SIZE
008080             WS-GR-ROW-CNT DELIMITED BY SIZE
008090             ', HISTORY ROWS WRITTEN = ' DELIMITED BY SIZE
008100             WS-HIST-WRITE-CNT DELIMITED BY SIZE
008110             ', MTD COUNT = ' DELIMITED BY SIZE
008120             WS-GR-COUNT-TOTAL DELIMITED BY SIZE
008130             ', MTD AMOUNT = ' DELIMITED BY SIZE
008140             WS-GR-AMOUNT-TOTAL DELIMITED BY SIZE
008150         INTO PL-LINE
008160     WRITE CTB1PL-LINE
008170     CLOSE MONTH-HIST
008180     CLOSE STMT-RPT
008190     IF WS-BRANCH-MASTER-PRESENT
008200         CLOSE BRANCH-MASTER
008210     END-IF
008220     DISPLAY 'CTB650I - END OF RUN.  MONTH ' WS-CLOSE-MONTH
008230         ' - ROWS CLOSED = ' WS-GR-ROW-CNT
008240         ', HISTORY ROWS = ' WS-HIST-WRITE-CNT
008250         ', BRANCHES = ' WS-BRANCH-LIST-CNT
008260         ', MERGERS NOTED = ' WS-MERGE-NOTE-CNT
008270     .
008280 9000-EXIT.
008290     EXIT.
008300*
008310******************************************************************
008320*    9800-STEP-LOG-START - REFUSE A SECOND RUN FOR A BUSINESS    *
008330*                          DATE THE STEP LOG SHOWS THIS STEP     *
008340*                          ALREADY FINISHED CLEAN, UNLESS A      *
008350*                          CTBSTOVR CARD OVERRIDES IT, THEN LOG  *
008360*                          THE START.  A STEP LOG THAT WILL NOT  *
008370*                          OPEN IS WARNED ABOUT, NOT FAILED.     *
008380******************************************************************
008390 9800-STEP-LOG-START.
008400     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
008410     MOVE WS-STEP-TS TO WS-STEP-START-TS
008420     PERFORM 9810-CHECK-PRIOR-RUN THRU 9810-EXIT
008430     IF WS-STEP-DONE-CLEAN
008440         PERFORM 9820-CHECK-OVERRIDE THRU 9820-EXIT
008450         IF WS-STEP-OVERRIDE-NONE
008460             DISPLAY 'CTB650A - STEP LOG SHOWS A CLEAN RUN FOR '
008470                 WS-STEP-BUS-DATE ' CYCLE ' WS-STEP-CYCLE
008480                 ' ENDED ' WS-STEP-DONE-TS
008490             DISPLAY 'CTB650A - A CTBSTOVR OVERRIDE CARD IS '
008500                 'NEEDED TO RUN THE DATE AGAIN - ABORTING'
008510             MOVE 'R' TO WS-STEP-EVENT
008520             MOVE WS-STEP-TS TO WS-STEP-END-TS
008530             MOVE 16 TO WS-STEP-RC
008540             PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
008550             MOVE 16 TO RETURN-CODE
008560             GOBACK
008570         END-IF
008580     END-IF
008590     MOVE 'S' TO WS-STEP-EVENT
008600     MOVE SPACES TO WS-STEP-END-TS
008610     MOVE 0 TO WS-STEP-RC
008620     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
008630     SET WS-STEP-LOGGED TO TRUE
008640     .
008650 9800-EXIT.
008660     EXIT.
008670*
008680******************************************************************
008690*    9810-CHECK-PRIOR-RUN - THE LAST START OR END ROW FOR THIS   *
008700*                           PROGRAM, DATE AND CYCLE DECIDES.  AN *
008710*                           END ROW UNDER RC 16 IS A CLEAN       *
008720*                           FINISH; A START ROW WITH NOTHING     *
008730*                           AFTER IT IS A RUN THAT FELL OVER     *
008740*                           AND MAY BE RERUN.                    *
008750******************************************************************
008760 9810-CHECK-PRIOR-RUN.
008770     SET WS-STEP-NOT-DONE TO TRUE
008780     OPEN INPUT STEP-LOG-FILE
008790     IF WS-STEPL-STATUS NOT = '00'
008800         GO TO 9810-EXIT
008810     END-IF
008820     SET WS-STEPL-EOF-NO TO TRUE
008830     PERFORM 9815-READ-STEP-ROW THRU 9815-EXIT
008840         UNTIL WS-STEPL-EOF-YES
008850     CLOSE STEP-LOG-FILE
008860     .
008870 9810-EXIT.
008880     EXIT.
008890*
008900 9815-READ-STEP-ROW.
008910     READ STEP-LOG-FILE
008920         AT END
008930             SET WS-STEPL-EOF-YES TO TRUE
008940             GO TO 9815-EXIT
008950     END-READ
008960     IF JS-PROGRAM NOT = WS-STEP-PROGRAM
008970         OR JS-BUSINESS-DATE NOT = WS-STEP-BUS-DATE
008980         OR JS-CYCLE-NUMBER NOT = WS-STEP-CYCLE
008990         GO TO 9815-EXIT
009000     END-IF
009010     IF JS-EVENT-START
009020         SET WS-STEP-NOT-DONE TO TRUE
009030     END-IF
009040     IF JS-EVENT-END
009050         IF JS-RETURN-CODE < 16
009060             SET WS-STEP-DONE-CLEAN TO TRUE
009070             MOVE JS-END-TIMESTAMP TO WS-STEP-DONE-TS
009080         ELSE
009090             SET WS-STEP-NOT-DONE TO TRUE
009100         END-IF
009110     END-IF
009120     .
009130 9815-EXIT.
009140     EXIT.
009150*
009160******************************************************************
009170*    9820-CHECK-OVERRIDE - LOOK FOR A CTBSTOVR CARD NAMING THIS  *
009180*                          PROGRAM AND DATE.  A BLANK CYCLE ON   *
009190*                          THE CARD COVERS EVERY CYCLE.          *
009200******************************************************************
009210 9820-CHECK-OVERRIDE.
009220     SET WS-STEP-OVERRIDE-NONE TO TRUE
009230     OPEN INPUT STEP-OVR-FILE
009240     IF WS-STOVR-STATUS NOT = '00'
009250         GO TO 9820-EXIT
009260     END-IF
009270     SET WS-STOVR-EOF-NO TO TRUE
009280     PERFORM 9825-READ-OVERRIDE THRU 9825-EXIT
009290         UNTIL WS-STOVR-EOF-YES
009300     CLOSE STEP-OVR-FILE
009310     .
009320 9820-EXIT.
009330     EXIT.
009340*
009350 9825-READ-OVERRIDE.
009360     READ STEP-OVR-FILE
009370         AT END
009380             SET WS-STOVR-EOF-YES TO TRUE
009390             GO TO 9825-EXIT
009400     END-READ
009410     IF SO-PROGRAM = WS-STEP-PROGRAM
009420         AND SO-BUSINESS-DATE = WS-STEP-BUS-DATE
009430         AND (SO-CYCLE-NUMBER = SPACES
009440             OR SO-CYCLE-NUMBER = WS-STEP-CYCLE)
009450         SET WS-STEP-OVERRIDE-GIVEN TO TRUE
009460         SET WS-STOVR-EOF-YES TO TRUE
009470         DISPLAY 'CTB650W - CLEAN RUN FOR ' WS-STEP-BUS-DATE
009480             ' OVERRIDDEN BY ' SO-OPERATOR ' - ' SO-REASON
009490     END-IF
009500     .
009510 9825-EXIT.
009520     EXIT.
009530*
009540******************************************************************
009550*    9840-WRITE-STEP-ROW - APPEND ONE ROW TO CTBSTEPL, CREATING  *
009560*                          THE LOG ON FIRST USE.                 *
009570******************************************************************
009580 9840-WRITE-STEP-ROW.
009590     OPEN EXTEND STEP-LOG-FILE
009600     IF WS-STEPL-STATUS NOT = '00'
009610         OPEN OUTPUT STEP-LOG-FILE
009620     END-IF
009630     IF WS-STEPL-STATUS NOT = '00'
009640         DISPLAY 'CTB650W - CTBSTEPL WOULD NOT OPEN - STATUS = '
009650             WS-STEPL-STATUS ' - STEP NOT LOGGED'
009660         GO TO 9840-EXIT
009670     END-IF
009680     MOVE SPACES TO CTB1JS-STEP-RECORD
009690     MOVE WS-STEP-PROGRAM TO JS-PROGRAM
009700     MOVE WS-STEP-BUS-DATE TO JS-BUSINESS-DATE
009710     MOVE WS-STEP-CYCLE TO JS-CYCLE-NUMBER
009720     MOVE WS-STEP-EVENT TO JS-EVENT
009730     MOVE WS-STEP-FINAL-SW TO JS-FINAL-CYCLE-SW
009740     MOVE WS-STEP-START-TS TO JS-START-TIMESTAMP
009750     MOVE WS-STEP-END-TS TO JS-END-TIMESTAMP
009760     MOVE WS-STEP-IN-CNT TO JS-IN-COUNT
009770     MOVE WS-STEP-OUT-CNT TO JS-OUT-COUNT
009780     MOVE WS-STEP-REJECT-CNT TO JS-REJECT-COUNT
009790     MOVE WS-STEP-RC TO JS-RETURN-CODE
009800     MOVE WS-STEP-OVERRIDE-SW TO JS-OVERRIDE-SW
009810     WRITE CTB1JS-STEP-RECORD
009820     CLOSE STEP-LOG-FILE
009830     .
009840 9840-EXIT.
009850     EXIT.
009860*
009870******************************************************************
009880*    9850-STEP-LOG-END - LOG THE END OF THE STEP WITH ITS COUNTS *
009890*                        AND FINAL RETURN CODE.                  *
009900******************************************************************
009910 9850-STEP-LOG-END.
009920     IF WS-STEP-NOT-LOGGED
009930         GO TO 9850-EXIT
009940     END-IF
009950     MOVE WS-GR-ROW-CNT TO WS-STEP-IN-CNT
009960     MOVE WS-HIST-WRITE-CNT TO WS-STEP-OUT-CNT
009970     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
009980     MOVE WS-STEP-TS TO WS-STEP-END-TS
009990     MOVE RETURN-CODE TO WS-STEP-RC
010000     MOVE 'E' TO WS-STEP-EVENT
010010     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
010020     SET WS-STEP-NOT-LOGGED TO TRUE
010030     .
010040 9850-EXIT.
010050     EXIT.
010060*
010070 9860-BUILD-STEP-TIMESTAMP.
010080     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
010090     ACCEPT WS-STEP-TIME FROM TIME
010100     MOVE SPACES TO WS-STEP-TS
010110     STRING WS-STEP-DATE DELIMITED BY SIZE
010120             '-' DELIMITED BY SIZE
010130             WS-STEP-TIME DELIMITED BY SIZE
010140         INTO WS-STEP-TS
010150     .
010160 9860-EXIT.
010170     EXIT.
