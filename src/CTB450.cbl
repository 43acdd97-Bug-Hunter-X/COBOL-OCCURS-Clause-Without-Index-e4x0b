000220*   DATE       INIT  DESCRIPTION                                *
000230*   ---------- ----  ---------------------------------------    *
000240*   2026-08-21 DLM   ORIGINAL.                                   *
000250*   2026-10-15 DLM   EACH RUN NOW LOGS ITS START AND END TO      *
000260*                    CTBSTEPL.  A DATE ALREADY FINISHED CLEAN IS *
000270*                    REFUSED WITHOUT A CTBSTOVR OVERRIDE CARD.   *
000280*   2026-10-15 DLM   A PRIOR-DAY REPLAY'S LOG ROW IS NOW ONLY    *
000290*                    MATCHED BY AN ACK CARRYING THE RESEND FLAG, *
000300*                    AND A NEW DAY'S ONLY BY ONE WITHOUT IT, SO  *
000310*                    A RESEND IS NEVER TAKEN FOR A DUPLICATE OR  *
000320*                    FOR ANOTHER DAY.  RESEND LINES NAME THE     *
000330*                    BUSINESS DATE REPLAYED, AND THE FOOTER      *
000340*                    COUNTS THEM.  RESEQUENCED.                  *
000350*   2026-10-15 DLM   THE STEP ROW NOW GOES UNDER THE BUSINESS    *
000360*                    DATE OF THE LATEST NIGHTLY CTBEXTL ROW, AS  *
000370*                    CTB400 LOGS IT, NOT THE SYSTEM DATE - A     *
000380*                    CHAIN THAT RUNS PAST MIDNIGHT NO LONGER     *
000390*                    LEAVES THIS STEP NOT STARTED FOR ITS OWN    *
000400*                    DAY.  RESEQUENCED.                          *
000402*   2026-10-15 DLM   AN ABORT AFTER THE STEP LOG START ROW NOW   *
000404*                    WRITES THE END ROW WITH RC 16, SO CTB905    *
000406*                    REPORTS THE STEP AS FAILED, NOT AS STILL    *
000408*                    RUNNING.                                    *
000410*                                                                *
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT EXTR-LOG-FILE ASSIGN TO "CTBEXTL"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-EXTRLOG-STATUS.
000520*
000530     SELECT ACK-FILE ASSIGN TO "CTBACK"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-ACK-STATUS.
000560*
000570     SELECT ACK-RPT ASSIGN TO "ACKRPT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-ACKRPT-STATUS.
000600*
000610*    SUITE JOB STEP LOG AND ITS OPTIONAL RERUN OVERRIDE CARD.
000620     SELECT STEP-LOG-FILE ASSIGN TO "CTBSTEPL"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-STEPL-STATUS.
000650     SELECT STEP-OVR-FILE ASSIGN TO "CTBSTOVR"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-STOVR-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  EXTR-LOG-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY CTB1EL.
000750*
000760 FD  ACK-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790     COPY CTB1AK.
000800*
000810 FD  ACK-RPT
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840     COPY CTB1PL.
000850*
000860 FD  STEP-LOG-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890     COPY CTB1JS.
000900*
000910 FD  STEP-OVR-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940     COPY CTB1SO.
000950*
000960 WORKING-STORAGE SECTION.
000970 01  WS-FILE-STATUS-FIELDS.
000980     05  WS-EXTRLOG-STATUS           PIC X(02) VALUE SPACES.
000990     05  WS-ACK-STATUS               PIC X(02) VALUE SPACES.
001000     05  WS-ACKRPT-STATUS            PIC X(02) VALUE SPACES.
001010*
001020 01  WS-SWITCHES.
001030     05  WS-LOG-EOF-SW               PIC X(01) VALUE 'N'.
001040         88  WS-LOG-EOF-YES              VALUE 'Y'.
001050         88  WS-LOG-EOF-NO               VALUE 'N'.
001060     05  WS-ACK-EOF-SW               PIC X(01) VALUE 'N'.
001070         88  WS-ACK-EOF-YES              VALUE 'Y'.
001080         88  WS-ACK-EOF-NO               VALUE 'N'.
001090     05  WS-ACK-FILE-SW              PIC X(01) VALUE 'N'.
001100         88  WS-ACK-FILE-PRESENT         VALUE 'Y'.
001110         88  WS-ACK-FILE-ABSENT          VALUE 'N'.
001120     05  WS-MATCH-SW                 PIC X(01) VALUE 'N'.
001130         88  WS-EXTRACT-MATCHED          VALUE 'Y'.
001140         88  WS-EXTRACT-UNMATCHED        VALUE 'N'.
001150     05  WS-DATE-SEEN-SW             PIC X(01) VALUE 'N'.
001160         88  WS-ACK-DATE-SEEN            VALUE 'Y'.
001170         88  WS-ACK-DATE-UNSEEN          VALUE 'N'.
001180*
001190*    AN EXTRACT STILL UNACKNOWLEDGED WS-ACK-GRACE-DAYS DAYS
001200*    AFTER ITS EXTRACT DATE IS REPORTED AS OVERDUE.
001210 01  WS-ACK-CONTROLS.
001220     05  WS-ACK-GRACE-DAYS           PIC 9(2) VALUE 02.
001230*
001240*    THE EXTRACT LOG HELD IN STORAGE - A YEAR OF NIGHTLY
001250*    EXTRACTS.  XL-ACK-STATUS TRACKS EACH ROW THROUGH THE
001260*    MATCHING PASS.
001270 01  WS-EXTRACT-TABLE.
001280     05  WS-EXTRACT-ENTRY OCCURS 366 TIMES
001290                 INDEXED BY WS-EXTR-IDX.
001300         10  XL-EXTRACT-DATE         PIC X(08).
001310         10  XL-RECORD-COUNT         PIC 9(5).
001320         10  XL-CONTROL-AMOUNT       PIC 9(11)V99.
001330         10  XL-ACK-STATUS           PIC X(01).
001340             88  XL-UNACKED              VALUE ' '.
001350             88  XL-ACKED-CLEAN          VALUE 'M'.
001360             88  XL-ACKED-MISMATCH       VALUE 'X'.
001370         10  XL-RESEND-SW            PIC X(01).
001380             88  XL-RESEND               VALUE 'R'.
001390         10  XL-BUSINESS-DATE        PIC X(08).
001400 01  WS-EXTRACT-KEPT-CNT             PIC 9(3) VALUE 0.
001410*
001420 01  WS-WORK-FIELDS.
001430     05  WS-SHIFT-SUB                PIC 9(3) COMP.
001440     05  WS-TODAY-DATE               PIC 9(08) VALUE 0.
001450     05  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001460     05  WS-EXTRACT-DATE-NUM         PIC 9(08) VALUE 0.
001470     05  WS-TODAY-INT                PIC 9(7) COMP VALUE 0.
001480     05  WS-EXTRACT-INT              PIC 9(7) COMP VALUE 0.
001490     05  WS-AGE-DAYS                 PIC S9(5) COMP VALUE 0.
001500*
001510 01  WS-MATCH-COUNTS.
001520     05  WS-LOG-READ-CNT             PIC 9(5) VALUE 0.
001530     05  WS-ACK-READ-CNT             PIC 9(5) VALUE 0.
001540     05  WS-MATCH-CLEAN-CNT          PIC 9(5) VALUE 0.
001550     05  WS-MISMATCH-CNT             PIC 9(5) VALUE 0.
001560     05  WS-ORPHAN-ACK-CNT           PIC 9(5) VALUE 0.
001570     05  WS-OVERDUE-CNT              PIC 9(5) VALUE 0.
001580     05  WS-AWAITING-CNT             PIC 9(5) VALUE 0.
001590     05  WS-RESEND-CNT               PIC 9(5) VALUE 0.
001600     05  WS-RESEND-ACKED-CNT         PIC 9(5) VALUE 0.
001610*
001620 01  WS-REPORT-WORK-FIELDS.
001630     05  WS-RPT-EXPECTED             PIC ZZZZ9.
001640     05  WS-RPT-LOADED               PIC ZZZZ9.
001650     05  WS-RPT-AMOUNT-SENT          PIC ZZZZZZZZZZ9.99.
001660     05  WS-RPT-AMOUNT-ACKED         PIC ZZZZZZZZZZ9.99.
001670     05  WS-RESEND-TAG               PIC X(24) VALUE SPACES.
001680*
001690     COPY CTB1JW.
001700*
001710 PROCEDURE DIVISION.
001720******************************************************************
001730*    0000-MAINLINE                                               *
001740******************************************************************
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001770     PERFORM 2000-LOAD-EXTRACT-LOG THRU 2000-EXIT
001780         UNTIL WS-LOG-EOF-YES
001790     IF WS-ACK-FILE-PRESENT
001800         PERFORM 3000-MATCH-ACK THRU 3000-EXIT
001810             UNTIL WS-ACK-EOF-YES
001820     END-IF
001830     PERFORM 4000-SWEEP-UNACKED THRU 4000-EXIT
001840     PERFORM 5000-PRINT-FOOTER THRU 5000-EXIT
001850     PERFORM 9000-TERMINATE THRU 9000-EXIT
001860     PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
001870     GOBACK.
001880*
001890******************************************************************
001900*    1000-INITIALIZE - THE EXTRACT LOG IS REQUIRED; A MISSING     *
001910*                      ACK FILE JUST MEANS EVERY EXTRACT IS       *
001920*                      STILL WAITING ON THE DOWNSTREAM SYSTEM.    *
001930******************************************************************
001940 1000-INITIALIZE.
001950     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001960     MOVE 'CTB450' TO WS-STEP-PROGRAM
001970     PERFORM 1200-FIND-BUSINESS-DATE THRU 1200-EXIT
001980     MOVE WS-BUS-DATE TO WS-STEP-BUS-DATE
001990     PERFORM 9800-STEP-LOG-START THRU 9800-EXIT
002000     OPEN INPUT EXTR-LOG-FILE
002010     IF WS-EXTRLOG-STATUS NOT = '00'
002020         DISPLAY 'CTB450A - NO EXTRACT LOG FOUND - ABORTING'
002030         MOVE 16 TO RETURN-CODE
002035         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
002040         GOBACK
002050     END-IF
002060     OPEN INPUT ACK-FILE
002070     IF WS-ACK-STATUS = '00'
002080         SET WS-ACK-FILE-PRESENT TO TRUE
002090     ELSE
002100         SET WS-ACK-FILE-ABSENT TO TRUE
002110         DISPLAY 'CTB450I - NO ACKNOWLEDGMENT FILE PRESENT'
002120     END-IF
002130     OPEN OUTPUT ACK-RPT
002140     IF WS-ACKRPT-STATUS NOT = '00'
002150         DISPLAY 'CTB450A - ACK-RPT WOULD NOT OPEN - STATUS = '
002160             WS-ACKRPT-STATUS
002170         MOVE 16 TO RETURN-CODE
002175         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
002180         GOBACK
002190     END-IF
002200     COMPUTE WS-TODAY-INT =
002210         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
002220     PERFORM 3100-PRINT-HEADINGS THRU 3100-EXIT
002230     PERFORM 1300-READ-EXTRACT-LOG THRU 1300-EXIT
002240     IF WS-ACK-FILE-PRESENT
002250         PERFORM 1400-READ-ACK THRU 1400-EXIT
002260     END-IF
002270     .
002280 1000-EXIT.
002290     EXIT.
002300*
002310******************************************************************
002320*    1200-FIND-BUSINESS-DATE - ONE PASS OF THE EXTRACT LOG FOR   *
002330*                              THE CHECKPOINT DATE CTB400        *
002340*                              LOGGED WITH ITS LATEST NIGHTLY    *
002350*                              EXTRACT.  A RESEND IS NOT THE     *
002360*                              NIGHT'S OWN; WITH NO NIGHTLY ROW  *
002370*                              THE SYSTEM DATE STANDS.           *
002380******************************************************************
002390 1200-FIND-BUSINESS-DATE.
002400     MOVE WS-TODAY-DATE TO WS-BUS-DATE
002410     OPEN INPUT EXTR-LOG-FILE
002420     IF WS-EXTRLOG-STATUS NOT = '00'
002430         GO TO 1200-EXIT
002440     END-IF
002450     PERFORM 1210-SCAN-BUSINESS-DATE THRU 1210-EXIT
002460         UNTIL WS-LOG-EOF-YES
002470     CLOSE EXTR-LOG-FILE
002480     SET WS-LOG-EOF-NO TO TRUE
002490     .
002500 1200-EXIT.
002510     EXIT.
002520*
002530 1210-SCAN-BUSINESS-DATE.
002540     READ EXTR-LOG-FILE
002550         AT END
002560             SET WS-LOG-EOF-YES TO TRUE
002570             GO TO 1210-EXIT
002580     END-READ
002590     IF NOT EL-RESEND
002600         AND EL-BUSINESS-DATE NOT = SPACES
002610         MOVE EL-BUSINESS-DATE TO WS-BUS-DATE
002620     END-IF
002630     .
002640 1210-EXIT.
002650     EXIT.
002660*
002670 1300-READ-EXTRACT-LOG.
002680     READ EXTR-LOG-FILE
002690         AT END
002700             SET WS-LOG-EOF-YES TO TRUE
002710     END-READ
002720     IF WS-LOG-EOF-NO
002730         ADD 1 TO WS-LOG-READ-CNT
002740     END-IF
002750     .
002760 1300-EXIT.
002770     EXIT.
002780*
002790 1400-READ-ACK.
002800     READ ACK-FILE
002810         AT END
002820             SET WS-ACK-EOF-YES TO TRUE
002830     END-READ
002840     IF WS-ACK-EOF-NO
002850         ADD 1 TO WS-ACK-READ-CNT
002860     END-IF
002870     .
002880 1400-EXIT.
002890     EXIT.
002900*
002910******************************************************************
002920*    2000-LOAD-EXTRACT-LOG - HOLD THE LOG IN STORAGE, SLIDING     *
002930*                            THE OLDEST ROW OFF THE TOP IF THE    *
002940*                            FILE OUTGROWS A YEAR.                *
002950******************************************************************
002960 2000-LOAD-EXTRACT-LOG.
002970     IF WS-EXTRACT-KEPT-CNT < 366
002980         ADD 1 TO WS-EXTRACT-KEPT-CNT
002990     ELSE
003000         PERFORM 2100-SLIDE-LOG THRU 2100-EXIT
003010             VARYING WS-SHIFT-SUB FROM 1 BY 1
003020             UNTIL WS-SHIFT-SUB NOT < 366
003030     END-IF
003040     SET WS-EXTR-IDX TO WS-EXTRACT-KEPT-CNT
003050     MOVE EL-EXTRACT-DATE TO XL-EXTRACT-DATE(WS-EXTR-IDX)
003060     MOVE EL-RECORD-COUNT TO XL-RECORD-COUNT(WS-EXTR-IDX)
003070     MOVE EL-CONTROL-AMOUNT TO XL-CONTROL-AMOUNT(WS-EXTR-IDX)
003080     MOVE SPACE TO XL-ACK-STATUS(WS-EXTR-IDX)
003090     MOVE EL-RESEND-SW TO XL-RESEND-SW(WS-EXTR-IDX)
003100     MOVE EL-BUSINESS-DATE TO XL-BUSINESS-DATE(WS-EXTR-IDX)
003110     IF EL-RESEND
003120         ADD 1 TO WS-RESEND-CNT
003130     END-IF
003140     PERFORM 1300-READ-EXTRACT-LOG THRU 1300-EXIT
003150     .
003160 2000-EXIT.
003170     EXIT.
003180*
003190 2100-SLIDE-LOG.
003200     MOVE WS-EXTRACT-ENTRY(WS-SHIFT-SUB + 1)
003210         TO WS-EXTRACT-ENTRY(WS-SHIFT-SUB)
003220     .
003230 2100-EXIT.
003240     EXIT.
003250*
003260******************************************************************
003270*    3000-MATCH-ACK - TIE ONE ACKNOWLEDGMENT ROW TO ITS EXTRACT   *
003280*                     LOG ENTRY AND CALL OUT ANY DISAGREEMENT     *
003290*                     ON RECORDS LOADED OR CONTROL AMOUNT.        *
003300******************************************************************
003310 3000-MATCH-ACK.
003320     SET WS-EXTRACT-UNMATCHED TO TRUE
003330     SET WS-ACK-DATE-UNSEEN TO TRUE
003340     PERFORM 3200-FIND-EXTRACT THRU 3200-EXIT
003350         VARYING WS-EXTR-IDX FROM 1 BY 1
003360         UNTIL WS-EXTR-IDX > WS-EXTRACT-KEPT-CNT
003370             OR WS-EXTRACT-MATCHED
003380     IF WS-EXTRACT-UNMATCHED
003390         ADD 1 TO WS-ORPHAN-ACK-CNT
003400         MOVE SPACES TO WS-RESEND-TAG
003410         IF AK-RESEND
003420             MOVE ' - RESEND' TO WS-RESEND-TAG
003430         END-IF
003440         MOVE SPACES TO PL-LINE
003450         IF WS-ACK-DATE-SEEN
003460             STRING '  DUPLICATE ACK FOR ' DELIMITED BY SIZE
003470                     AK-EXTRACT-DATE DELIMITED BY SIZE
003480                     WS-RESEND-TAG DELIMITED BY '  '
003490                 INTO PL-LINE
003500         ELSE
003510             STRING '  ACK FOR ' DELIMITED BY SIZE
003520                     AK-EXTRACT-DATE DELIMITED BY SIZE
003530                     WS-RESEND-TAG DELIMITED BY '  '
003540                     ' MATCHES NO EXTRACT ON THE LOG'
003550                         DELIMITED BY SIZE
003560                 INTO PL-LINE
003570         END-IF
003580         WRITE CTB1PL-LINE
003590     END-IF
003600     PERFORM 1400-READ-ACK THRU 1400-EXIT
003610     .
003620 3000-EXIT.
003630     EXIT.
003640*
003650******************************************************************
003660*    3200-FIND-EXTRACT - MATCH ONLY AN ENTRY STILL AWAITING ITS   *
003670*                        ACK, SO A SAME-DAY RERUN'S SECOND LOG    *
003680*                        ROW PICKS UP THE SECOND ACK INSTEAD OF   *
003690*                        A FALSE DUPLICATE.                       *
003700******************************************************************
003710 3200-FIND-EXTRACT.
003720     IF XL-EXTRACT-DATE(WS-EXTR-IDX) NOT = AK-EXTRACT-DATE
003730         OR XL-RESEND-SW(WS-EXTR-IDX) NOT = AK-RESEND-SW
003740         GO TO 3200-EXIT
003750     END-IF
003760     SET WS-ACK-DATE-SEEN TO TRUE
003770     IF NOT XL-UNACKED(WS-EXTR-IDX)
003780         GO TO 3200-EXIT
003790     END-IF
003800     SET WS-EXTRACT-MATCHED TO TRUE
003810     IF AK-RECORDS-LOADED = XL-RECORD-COUNT(WS-EXTR-IDX)
003820         AND AK-CONTROL-AMOUNT = XL-CONTROL-AMOUNT(WS-EXTR-IDX)
003830         MOVE 'M' TO XL-ACK-STATUS(WS-EXTR-IDX)
003840         ADD 1 TO WS-MATCH-CLEAN-CNT
003850     ELSE
003860         MOVE 'X' TO XL-ACK-STATUS(WS-EXTR-IDX)
003870         ADD 1 TO WS-MISMATCH-CNT
003880         PERFORM 3300-PRINT-MISMATCH THRU 3300-EXIT
003890     END-IF
003900     IF XL-RESEND(WS-EXTR-IDX)
003910         ADD 1 TO WS-RESEND-ACKED-CNT
003920     END-IF
003930     .
003940 3200-EXIT.
003950     EXIT.
003960*
003970 3300-PRINT-MISMATCH.
003980     MOVE XL-RECORD-COUNT(WS-EXTR-IDX) TO WS-RPT-EXPECTED
003990     MOVE AK-RECORDS-LOADED TO WS-RPT-LOADED
004000     MOVE XL-CONTROL-AMOUNT(WS-EXTR-IDX) TO WS-RPT-AMOUNT-SENT
004010     MOVE AK-CONTROL-AMOUNT TO WS-RPT-AMOUNT-ACKED
004020     PERFORM 3400-BUILD-RESEND-TAG THRU 3400-EXIT
004030     MOVE SPACES TO PL-LINE
004040     STRING '  EXTRACT ' DELIMITED BY SIZE
004050             AK-EXTRACT-DATE DELIMITED BY SIZE
004060             WS-RESEND-TAG DELIMITED BY '  '
004070             ' MISMATCH - SENT ' DELIMITED BY SIZE
004080             WS-RPT-EXPECTED DELIMITED BY SIZE
004090             ' / LOADED ' DELIMITED BY SIZE
004100             WS-RPT-LOADED DELIMITED BY SIZE
004110             ' - AMOUNT SENT ' DELIMITED BY SIZE
004120             WS-RPT-AMOUNT-SENT DELIMITED BY SIZE
004130             ' / ACKED ' DELIMITED BY SIZE
004140             WS-RPT-AMOUNT-ACKED DELIMITED BY SIZE
004150         INTO PL-LINE
004160     WRITE CTB1PL-LINE
004170     .
004180 3300-EXIT.
004190     EXIT.
004200*
004210******************************************************************
004220*    3400-BUILD-RESEND-TAG - A RESEND'S REPORT LINES NAME THE    *
004230*                            BUSINESS DATE IT REPLAYED.          *
004240******************************************************************
004250 3400-BUILD-RESEND-TAG.
004260     MOVE SPACES TO WS-RESEND-TAG
004270     IF NOT XL-RESEND(WS-EXTR-IDX)
004280         GO TO 3400-EXIT
004290     END-IF
004300     STRING ' - RESEND OF ' DELIMITED BY SIZE
004310             XL-BUSINESS-DATE(WS-EXTR-IDX) DELIMITED BY SIZE
004320         INTO WS-RESEND-TAG
004330     .
004340 3400-EXIT.
004350     EXIT.
004360*
004370 3100-PRINT-HEADINGS.
004380     MOVE SPACES TO PL-LINE
004390     MOVE 'EXTRACT ACKNOWLEDGMENT MATCH REPORT - CTB450'
004400         TO PL-LINE
004410     WRITE CTB1PL-LINE
004420     MOVE SPACES TO PL-LINE
004430     WRITE CTB1PL-LINE
004440     .
004450 3100-EXIT.
004460     EXIT.
004470*
004480******************************************************************
004490*    4000-SWEEP-UNACKED - AFTER THE MATCHING PASS, EVERY EXTRACT  *
004500*                         STILL UNACKNOWLEDGED IS EITHER INSIDE   *
004510*                         THE GRACE PERIOD (AWAITING) OR OVERDUE. *
004520******************************************************************
004530 4000-SWEEP-UNACKED.
004540     PERFORM 4100-CHECK-UNACKED THRU 4100-EXIT
004550         VARYING WS-EXTR-IDX FROM 1 BY 1
004560         UNTIL WS-EXTR-IDX > WS-EXTRACT-KEPT-CNT
004570     .
004580 4000-EXIT.
004590     EXIT.
004600*
004610 4100-CHECK-UNACKED.
004620     IF NOT XL-UNACKED(WS-EXTR-IDX)
004630         GO TO 4100-EXIT
004640     END-IF
004650     MOVE XL-EXTRACT-DATE(WS-EXTR-IDX) TO WS-EXTRACT-DATE-NUM
004660     COMPUTE WS-EXTRACT-INT =
004670         FUNCTION INTEGER-OF-DATE(WS-EXTRACT-DATE-NUM)
004680     COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-EXTRACT-INT
004690     MOVE SPACES TO PL-LINE
004700     PERFORM 3400-BUILD-RESEND-TAG THRU 3400-EXIT
004710     IF WS-AGE-DAYS > WS-ACK-GRACE-DAYS
004720         ADD 1 TO WS-OVERDUE-CNT
004730         STRING '  EXTRACT ' DELIMITED BY SIZE
004740                 XL-EXTRACT-DATE(WS-EXTR-IDX) DELIMITED BY SIZE
004750                 WS-RESEND-TAG DELIMITED BY '  '
004760                 ' HAS NO ACK AFTER THE GRACE PERIOD'
004770                     DELIMITED BY SIZE
004780             INTO PL-LINE
004790     ELSE
004800         ADD 1 TO WS-AWAITING-CNT
004810         STRING '  EXTRACT ' DELIMITED BY SIZE
004820                 XL-EXTRACT-DATE(WS-EXTR-IDX) DELIMITED BY SIZE
004830                 WS-RESEND-TAG DELIMITED BY '  '
004840                 ' AWAITING ACK - WITHIN GRACE' DELIMITED BY SIZE
004850             INTO PL-LINE
004860     END-IF
004870     WRITE CTB1PL-LINE
004880     .
004890 4100-EXIT.
004900     EXIT.
004910*
004920 5000-PRINT-FOOTER.
004930     MOVE SPACES TO PL-LINE
004940     WRITE CTB1PL-LINE
004950     MOVE SPACES TO PL-LINE
004960     STRING 'CONTROL TOTALS - EXTRACTS = ' DELIMITED BY SIZE
004970             WS-LOG-READ-CNT DELIMITED BY SIZE
004980             ', ACKS = ' DELIMITED BY SIZE
004990             WS-ACK-READ-CNT DELIMITED BY SIZE
005000             ', CLEAN = ' DELIMITED BY SIZE
005010             WS-MATCH-CLEAN-CNT DELIMITED BY SIZE
005020             ', MISMATCH = ' DELIMITED BY SIZE
005030             WS-MISMATCH-CNT DELIMITED BY SIZE
005040             ', ORPHANS = ' DELIMITED BY SIZE
005050             WS-ORPHAN-ACK-CNT DELIMITED BY SIZE
005060             ', OVERDUE = ' DELIMITED BY SIZE
005070             WS-OVERDUE-CNT DELIMITED BY SIZE
005080             ', AWAITING = ' DELIMITED BY SIZE
005090             WS-AWAITING-CNT DELIMITED BY SIZE
005100         INTO PL-LINE
005110     WRITE CTB1PL-LINE
005120     MOVE SPACES TO PL-LINE
005130     STRING 'RESENDS ON THE LOG = ' DELIMITED BY SIZE
005140             WS-RESEND-CNT DELIMITED BY SIZE
005150             ', ACKNOWLEDGED = ' DELIMITED BY SIZE
005160             WS-RESEND-ACKED-CNT DELIMITED BY SIZE
005170         INTO PL-LINE
005180     WRITE CTB1PL-LINE
005190     .
005200 5000-EXIT.
005210     EXIT.
005220*
005230******************************************************************
005240*    9000-TERMINATE - THE RETURN CODE TELLS THE SCHEDULER         *
005250*                     WHETHER THE HANDSHAKE IS CLEAN - 4 MEANS    *
005260*                     SOMETHING NEEDS AN OPERATOR'S EYE.          *
005270******************************************************************
005280 9000-TERMINATE.
005290     CLOSE EXTR-LOG-FILE
005300     IF WS-ACK-FILE-PRESENT
005310         CLOSE ACK-FILE
005320     END-IF
005330     CLOSE ACK-RPT
005340     DISPLAY 'CTB450I - END OF RUN.  EXTRACTS = ' WS-LOG-READ-CNT
005350         ', ACKS = ' WS-ACK-READ-CNT
005360         ', MISMATCHED = ' WS-MISMATCH-CNT
005370         ', ORPHANS = ' WS-ORPHAN-ACK-CNT
005380         ', OVERDUE = ' WS-OVERDUE-CNT
005390         ', RESENDS = ' WS-RESEND-CNT
005400     IF WS-MISMATCH-CNT > 0 OR WS-ORPHAN-ACK-CNT > 0
005410         OR WS-OVERDUE-CNT > 0
005420         MOVE 4 TO RETURN-CODE
005430     END-IF
005440     .
005450 9000-EXIT.
005460     EXIT.
005470*
005480******************************************************************
005490*    9800-STEP-LOG-START - REFUSE A SECOND RUN FOR A BUSINESS    *
005500*                          DATE THE STEP LOG SHOWS THIS STEP     *
005510*                          ALREADY FINISHED CLEAN, UNLESS A      *
005520*                          CTBSTOVR CARD OVERRIDES IT, THEN LOG  *
005530*                          THE START.  A STEP LOG THAT WILL NOT  *
005540*                          OPEN IS WARNED ABOUT, NOT FAILED.     *
005550******************************************************************
005560 9800-STEP-LOG-START.
005570     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
005580     MOVE WS-STEP-TS TO WS-STEP-START-TS
005590     PERFORM 9810-CHECK-PRIOR-RUN THRU 9810-EXIT
005600     IF WS-STEP-DONE-CLEAN
005610         PERFORM 9820-CHECK-OVERRIDE THRU 9820-EXIT
005620         IF WS-STEP-OVERRIDE-NONE
005630             DISPLAY 'CTB450A - STEP LOG SHOWS A CLEAN RUN FOR '
005640                 WS-STEP-BUS-DATE ' CYCLE ' WS-STEP-CYCLE
005650                 ' ENDED ' WS-STEP-DONE-TS
005660             DISPLAY 'CTB450A - A CTBSTOVR OVERRIDE CARD IS '
005670                 'NEEDED TO RUN THE DATE AGAIN - ABORTING'
005680             MOVE 'R' TO WS-STEP-EVENT
005690             MOVE WS-STEP-TS TO WS-STEP-END-TS
005700             MOVE 16 TO WS-STEP-RC
005710             PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
005720             MOVE 16 TO RETURN-CODE
005730             GOBACK
005740         END-IF
005750     END-IF
005760     MOVE 'S' TO WS-STEP-EVENT
005770     MOVE SPACES TO WS-STEP-END-TS
005780     MOVE 0 TO WS-STEP-RC
005790     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
005800     SET WS-STEP-LOGGED TO TRUE
005810     .
005820 9800-EXIT.
005830     EXIT.
005840*
005850******************************************************************
005860*    9810-CHECK-PRIOR-RUN - THE LAST START OR END ROW FOR THIS   *
005870*                           PROGRAM, DATE AND CYCLE DECIDES.  AN *
005880*                           END ROW UNDER RC 16 IS A CLEAN       *
005890*                           FINISH; A START ROW WITH NOTHING     *
005900*                           AFTER IT IS A RUN THAT FELL OVER     *
005910*                           AND MAY BE RERUN.                    *
005920******************************************************************
005930 9810-CHECK-PRIOR-RUN.
005940     SET WS-STEP-NOT-DONE TO TRUE
005950     OPEN INPUT STEP-LOG-FILE
005960     IF WS-STEPL-STATUS NOT = '00'
005970         GO TO 9810-EXIT
005980     END-IF
005990     SET WS-STEPL-EOF-NO TO TRUE
006000     PERFORM 9815-READ-STEP-ROW THRU 9815-EXIT
006010         UNTIL WS-STEPL-EOF-YES
006020     CLOSE STEP-LOG-FILE
006030     .
006040 9810-EXIT.
006050     EXIT.
006060*
006070 9815-READ-STEP-ROW.
006080     READ STEP-LOG-FILE
006090         AT END
006100             SET WS-STEPL-EOF-YES TO TRUE
006110             GO TO 9815-EXIT
006120     END-READ
006130     IF JS-PROGRAM NOT = WS-STEP-PROGRAM
006140         OR JS-BUSINESS-DATE NOT = WS-STEP-BUS-DATE
006150         OR JS-CYCLE-NUMBER NOT = WS-STEP-CYCLE
006160         GO TO 9815-EXIT
006170     END-IF
006180     IF JS-EVENT-START
006190         SET WS-STEP-NOT-DONE TO TRUE
006200     END-IF
006210     IF JS-EVENT-END
006220         IF JS-RETURN-CODE < 16
006230             SET WS-STEP-DONE-CLEAN TO TRUE
006240             MOVE JS-END-TIMESTAMP TO WS-STEP-DONE-TS
006250         ELSE
006260             SET WS-STEP-NOT-DONE TO TRUE
006270         END-IF
006280     END-IF
006290     .
006300 9815-EXIT.
006310     EXIT.
006320*
006330******************************************************************
006340*    9820-CHECK-OVERRIDE - LOOK FOR A CTBSTOVR CARD NAMING THIS  *
006350*                          PROGRAM AND DATE.  A BLANK CYCLE ON   *
006360*                          THE CARD COVERS EVERY CYCLE.          *
006370******************************************************************
006380 9820-CHECK-OVERRIDE.
006390     SET WS-STEP-OVERRIDE-NONE TO TRUE
006400     OPEN INPUT STEP-OVR-FILE
006410     IF WS-STOVR-STATUS NOT = '00'
006420         GO TO 9820-EXIT
006430     END-IF
006440     SET WS-STOVR-EOF-NO TO TRUE
006450     PERFORM 9825-READ-OVERRIDE THRU 9825-EXIT
006460         UNTIL WS-STOVR-EOF-YES
006470     CLOSE STEP-OVR-FILE
006480     .
006490 9820-EXIT.
006500     EXIT.
006510*
006520 9825-READ-OVERRIDE.
006530     READ STEP-OVR-FILE
006540         AT END
006550             SET WS-STOVR-EOF-YES TO TRUE
006560             GO TO 9825-EXIT
006570     END-READ
006580     IF SO-PROGRAM = WS-STEP-PROGRAM
006590         AND SO-BUSINESS-DATE = WS-STEP-BUS-DATE
006600         AND (SO-CYCLE-NUMBER = SPACES
006610             OR SO-CYCLE-NUMBER = WS-STEP-CYCLE)
006620         SET WS-STEP-OVERRIDE-GIVEN TO TRUE
006630         SET WS-STOVR-EOF-YES TO TRUE
006640         DISPLAY 'CTB450W - CLEAN RUN FOR ' WS-STEP-BUS-DATE
006650             ' OVERRIDDEN BY ' SO-OPERATOR ' - ' SO-REASON
006660     END-IF
006670     .
006680 9825-EXIT.
006690     EXIT.
006700*
006710******************************************************************
006720*    9840-WRITE-STEP-ROW - APPEND ONE ROW TO CTBSTEPL, CREATING  *
006730*                          THE LOG ON FIRST USE.                 *
006740******************************************************************
006750 9840-WRITE-STEP-ROW.
006760     OPEN EXTEND STEP-LOG-FILE
006770     IF WS-STEPL-STATUS NOT = '00'
006780         OPEN OUTPUT STEP-LOG-FILE
006790     END-IF
006800     IF WS-STEPL-STATUS NOT = '00'
006810         DISPLAY 'CTB450W - CTBSTEPL WOULD NOT OPEN - STATUS = '
006820             WS-STEPL-STATUS ' - STEP NOT LOGGED'
006830         GO TO 9840-EXIT
006840     END-IF
006850     MOVE SPACES TO CTB1JS-STEP-RECORD
006860     MOVE WS-STEP-PROGRAM TO JS-PROGRAM
006870     MOVE WS-STEP-BUS-DATE TO JS-BUSINESS-DATE
006880     MOVE WS-STEP-CYCLE TO JS-CYCLE-NUMBER
006890     MOVE WS-STEP-EVENT TO JS-EVENT
006900     MOVE WS-STEP-FINAL-SW TO JS-FINAL-CYCLE-SW
006910     MOVE WS-STEP-START-TS TO JS-START-TIMESTAMP
006920     MOVE WS-STEP-END-TS TO JS-END-TIMESTAMP
006930     MOVE WS-STEP-IN-CNT TO JS-IN-COUNT
006940     MOVE WS-STEP-OUT-CNT TO JS-OUT-COUNT
006950     MOVE WS-STEP-REJECT-CNT TO JS-REJECT-COUNT
006960     MOVE WS-STEP-RC TO JS-RETURN-CODE
006970     MOVE WS-STEP-OVERRIDE-SW TO JS-OVERRIDE-SW
006980     WRITE CTB1JS-STEP-RECORD
006990     CLOSE STEP-LOG-FILE
007000     .
007010 9840-EXIT.
007020     EXIT.
007030*
007040******************************************************************
007050*    9850-STEP-LOG-END - LOG THE END OF THE STEP WITH ITS COUNTS *
007060*                        AND FINAL RETURN CODE.                  *
007070******************************************************************
007080 9850-STEP-LOG-END.
007090     IF WS-STEP-NOT-LOGGED
007100         GO TO 9850-EXIT
007110     END-IF
007120     COMPUTE WS-STEP-IN-CNT = WS-LOG-READ-CNT + WS-ACK-READ-CNT
007130     MOVE WS-MATCH-CLEAN-CNT TO WS-STEP-OUT-CNT
007140     COMPUTE WS-STEP-REJECT-CNT = WS-MISMATCH-CNT
007150         + WS-ORPHAN-ACK-CNT + WS-OVERDUE-CNT
007160     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
007170     MOVE WS-STEP-TS TO WS-STEP-END-TS
007180     MOVE RETURN-CODE TO WS-STEP-RC
007190     MOVE 'E' TO WS-STEP-EVENT
007200     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
007210     SET WS-STEP-NOT-LOGGED TO TRUE
007220     .
007230 9850-EXIT.
007240     EXIT.
007250*
007260 9860-BUILD-STEP-TIMESTAMP.
007270     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
007280     ACCEPT WS-STEP-TIME FROM TIME
007290     MOVE SPACES TO WS-STEP-TS
007300     STRING WS-STEP-DATE DELIMITED BY SIZE
007310             '-' DELIMITED BY SIZE
007320             WS-STEP-TIME DELIMITED BY SIZE
007330         INTO WS-STEP-TS
007340     .
007350 9860-EXIT.
007360     EXIT.
