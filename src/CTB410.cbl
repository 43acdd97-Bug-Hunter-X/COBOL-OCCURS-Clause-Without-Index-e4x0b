000350*                    SAME PARTIAL AMOUNT).  THE LATEST CTBRUNH   *
000360*                    ROW MUST BE THE CHECKPOINT'S OWN DATE AND   *
000370*                    CARRY THE FINAL-CYCLE FLAG.                 *
000380*   2026-10-15 DLM   EACH RUN NOW LOGS ITS START AND END TO      *
000390*                    CTBSTEPL.  A DATE ALREADY FINISHED CLEAN IS *
000400*                    REFUSED WITHOUT A CTBSTOVR OVERRIDE CARD.   *
000410*   2026-10-15 DLM   A CTBRPLY REPLAY CARD NOW REBUILDS THE      *
000420*                    JOURNAL FOR A PRIOR BUSINESS DATE FROM THAT *
000430*                    DATE'S CTBSNAP GENERATION, DATED THAT       *
000440*                    BUSINESS DATE.  THE DATE MUST BE A BUSINESS *
000450*                    DAY ON CTBCAL.  A SNAPSHOT IS ONLY TAKEN    *
000460*                    BY THE FINAL CYCLE, SO CTBRUNH IS NOT READ. *
000470*                    THE TRAILER IS MARKED AS A RESEND AND THE   *
000480*                    STEP IS LOGGED AS CTB410R.  EVERY TRAILER   *
000490*                    NOW CARRIES THE BUSINESS DATE.              *
000500*                    RESEQUENCED.                                *
000510*   2026-10-15 DLM   EVERY JOURNAL WRITTEN NOW APPENDS A ROW     *
000520*                    MIRRORING ITS TRAILER, AND WHETHER IT WAS   *
000530*                    HELD, TO THE CTBGJLOG JOURNAL LOG FOR THE   *
000540*                    CTB460 GL POSTING CONFIRMATION MATCHER.     *
000550*                    RESEQUENCED.                                *
000552*   2026-10-15 DLM   AN ABORT AFTER THE STEP LOG START ROW NOW   *
000554*                    WRITES THE END ROW WITH RC 16, SO CTB905    *
000556*                    REPORTS THE STEP AS FAILED, NOT AS STILL    *
000558*                    RUNNING.                                    *
000560*                                                                *
000570******************************************************************
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. IBM-370.
000610 OBJECT-COMPUTER. IBM-370.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT RESTART-FILE ASSIGN TO "CTBRSTRT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-RESTART-STATUS.
000670*
000680     SELECT GL-MAP ASSIGN TO "CTBGLMAP"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS GM-BRANCH-CODE
000720         FILE STATUS IS WS-GLMAP-STATUS.
000730*
000740     SELECT JOURNAL-FILE ASSIGN TO "CTBGLJRN"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-JOURNAL-STATUS.
000770*
000780*    JOURNAL LOG FOR THE CTB460 GL POSTING CONFIRMATION MATCHER.
000790     SELECT JOURNAL-LOG-FILE ASSIGN TO "CTBGJLOG"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-JRNLLOG-STATUS.
000820*
000830     SELECT JRNL-RPT ASSIGN TO "GLJRPT"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-JRNLRPT-STATUS.
000860*
000870     SELECT RUN-HIST-FILE ASSIGN TO "CTBRUNH"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-RUNHIST-STATUS.
000900*
000910*    SUITE JOB STEP LOG AND ITS OPTIONAL RERUN OVERRIDE CARD.
000920     SELECT STEP-LOG-FILE ASSIGN TO "CTBSTEPL"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-STEPL-STATUS.
000950     SELECT STEP-OVR-FILE ASSIGN TO "CTBSTOVR"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-STOVR-STATUS.
000980*
000990*    OPTIONAL PRIOR-DAY REPLAY CARD, THE PROCESSING CALENDAR THAT
001000*    PROVES ITS DATE, AND THE CTBSNAP GENERATION THE JCL NAMES
001010*    FOR THAT DATE.
001020     SELECT REPLAY-CARD-FILE ASSIGN TO "CTBRPLY"
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-REPLAY-STATUS.
001050     SELECT CAL-FILE ASSIGN TO "CTBCAL"
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS RANDOM
001080         RECORD KEY IS CA-DATE
001090         FILE STATUS IS WS-CAL-STATUS.
001100     SELECT SNAP-FILE ASSIGN TO "CTBSNAP"
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-SNAP-STATUS.
001130*
001140 I-O-CONTROL.
001150*    A REPLAY READS THE SNAPSHOT INTO THE CHECKPOINT'S OWN RECORD
001160*    AREA, SO THE JOURNAL IS BUILT OFF EITHER ONE UNCHANGED.
001170     SAME RECORD AREA FOR RESTART-FILE SNAP-FILE.
001180*
001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  RESTART-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD IS VARYING IN SIZE FROM 442 TO 3759690 CHARACTERS.
001240     COPY CTB1RC.
001250*
001260 FD  SNAP-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD IS VARYING IN SIZE FROM 442 TO 3759690 CHARACTERS.
001290     COPY CTB1RC REPLACING
001300         ==CTB1RC-RESTART-RECORD== BY ==CTB1SN-SNAPSHOT-RECORD==
001310         LEADING ==RC-== BY ==SN-==.
001320*
001330 FD  REPLAY-CARD-FILE
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360     COPY CTB1XR.
001370*
001380 FD  CAL-FILE.
001390     COPY CTB1CA.
001400*
001410 FD  GL-MAP.
001420     COPY CTB1GM.
001430*
001440 FD  JOURNAL-FILE
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE STANDARD.
001470     COPY CTB1GJ.
001480*
001490 FD  JOURNAL-LOG-FILE
001500     RECORDING MODE IS F
001510     LABEL RECORDS ARE STANDARD.
001520     COPY CTB1JL.
001530*
001540 FD  JRNL-RPT
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE STANDARD.
001570     COPY CTB1PL.
001580*
001590 FD  RUN-HIST-FILE
001600     RECORDING MODE IS F
001610     LABEL RECORDS ARE STANDARD.
001620     COPY CTB1RH.
001630*
001640 FD  STEP-LOG-FILE
001650     RECORDING MODE IS F
001660     LABEL RECORDS ARE STANDARD.
001670     COPY CTB1JS.
001680*
001690 FD  STEP-OVR-FILE
001700     RECORDING MODE IS F
001710     LABEL RECORDS ARE STANDARD.
001720     COPY CTB1SO.
001730*
001740 WORKING-STORAGE SECTION.
001750     COPY CTB1WS.
001760*
001770 01  WS-FILE-STATUS-FIELDS.
001780     05  WS-RESTART-STATUS           PIC X(02) VALUE SPACES.
001790     05  WS-GLMAP-STATUS             PIC X(02) VALUE SPACES.
001800     05  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
001810     05  WS-JRNLRPT-STATUS           PIC X(02) VALUE SPACES.
001820     05  WS-RUNHIST-STATUS           PIC X(02) VALUE SPACES.
001830     05  WS-REPLAY-STATUS            PIC X(02) VALUE SPACES.
001840     05  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
001850     05  WS-SNAP-STATUS              PIC X(02) VALUE SPACES.
001860     05  WS-JRNLLOG-STATUS           PIC X(02) VALUE SPACES.
001870*
001880 01  WS-SWITCHES.
001890     05  WS-RELEASE-SW               PIC X(01) VALUE 'Y'.
001900         88  WS-JOURNAL-RELEASABLE       VALUE 'Y'.
001910         88  WS-JOURNAL-HELD             VALUE 'N'.
001920     05  WS-RUNH-EOF-SW              PIC X(01) VALUE 'N'.
001930         88  WS-RUNH-EOF-YES             VALUE 'Y'.
001940         88  WS-RUNH-EOF-NO              VALUE 'N'.
001950     05  WS-RUNH-FOUND-SW            PIC X(01) VALUE 'N'.
001960         88  WS-RUNH-ROW-FOUND           VALUE 'Y'.
001970         88  WS-RUNH-ROW-ABSENT          VALUE 'N'.
001980     05  WS-REPLAY-SW                PIC X(01) VALUE 'N'.
001990         88  WS-REPLAY-RUN               VALUE 'Y'.
002000         88  WS-NIGHTLY-RUN              VALUE 'N'.
002010*
002020 01  WS-JOURNAL-FIELDS.
002030     05  WS-JOURNAL-DATE             PIC 9(08) VALUE 0.
002040     05  WS-CLEARING-ACCOUNT         PIC X(12) VALUE SPACES.
002050     05  WS-ENTRY-COUNT              PIC 9(7) VALUE 0.
002060     05  WS-DEBIT-TOTAL              PIC 9(13)V99 VALUE 0.
002070     05  WS-CREDIT-TOTAL             PIC 9(13)V99 VALUE 0.
002080     05  WS-UNMAPPED-CNT             PIC 9(5) VALUE 0.
002090     05  WS-CKPT-DATE                PIC X(08) VALUE SPACES.
002100     05  WS-LAST-RUN-DATE            PIC X(08) VALUE SPACES.
002110     05  WS-LAST-FINAL-SW            PIC X(01) VALUE SPACES.
002120     05  WS-REPLAY-DATE              PIC X(08) VALUE SPACES.
002130*
002140 01  WS-REPORT-WORK-FIELDS.
002150     05  WS-PERIOD-SUB               PIC 9(5) VALUE 0.
002160     05  WS-RPT-AMOUNT               PIC ZZZZZZZZZZZZ9.99.
002170     05  WS-RPT-POSTED               PIC ZZZZZZZZZZZZ9.99.
002180*
002190     COPY CTB1JW.
002200*
002210 PROCEDURE DIVISION.
002220******************************************************************
002230*    0000-MAINLINE                                               *
002240******************************************************************
002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002270     PERFORM 2000-JOURNAL-TABLE THRU 2000-EXIT
002280     PERFORM 3000-WRITE-OFFSET THRU 3000-EXIT
002290     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
002300     PERFORM 9000-TERMINATE THRU 9000-EXIT
002310     PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
002320     GOBACK.
002330*
002340******************************************************************
002350*    1000-INITIALIZE - THE CHECKPOINT MUST BE A COMPLETED RUN    *
002360*                      AND THE DAY'S FINAL CYCLE, AND THE MAP    *
002370*                      MUST AT LEAST CARRY THE *ALL CLEARING-    *
002380*                      ACCOUNT ROW, OR THERE IS NO BALANCED      *
002390*                      JOURNAL TO BUILD.  ON A REPLAY THE        *
002400*                      CTBSNAP GENERATION FOR THE CARD'S DATE    *
002410*                      STANDS IN FOR THE CHECKPOINT.             *
002420******************************************************************
002430 1000-INITIALIZE.
002440     PERFORM 1400-READ-REPLAY-CARD THRU 1400-EXIT
002450     IF WS-REPLAY-RUN
002460         PERFORM 1500-CHECK-REPLAY-DATE THRU 1500-EXIT
002470         PERFORM 1600-LOAD-SNAPSHOT THRU 1600-EXIT
002480         GO TO 1000-CHECK-COMPLETE
002490     END-IF
002500     OPEN INPUT RESTART-FILE
002510     IF WS-RESTART-STATUS NOT = '00'
002520         DISPLAY 'CTB410A - NO CHECKPOINT FILE FOUND - ABORTING'
002530         MOVE 16 TO RETURN-CODE
002540         GOBACK
002550     END-IF
002560     READ RESTART-FILE
002570         AT END
002580             DISPLAY 'CTB410A - CHECKPOINT FILE IS EMPTY - '
002590                 'ABORTING'
002600             MOVE 16 TO RETURN-CODE
002610             GOBACK
002620     END-READ
002630     .
002640 1000-CHECK-COMPLETE.
002650     IF NOT RC-RUN-COMPLETE
002660         DISPLAY 'CTB410A - CHECKPOINT IS AN IN-FLIGHT RECOVERY '
002670             'POINT, NOT A COMPLETED RUN - ABORTING'
002680         MOVE 16 TO RETURN-CODE
002690         GOBACK
002700     END-IF
002710     MOVE RC-CHECKPOINT-TIMESTAMP(1:8) TO WS-CKPT-DATE
002720*    A CTBSNAP GENERATION IS ONLY EVER TAKEN BY THE DAY'S FINAL
002730*    CYCLE, SO A REPLAY HAS NO RUN HISTORY TO JUDGE.
002740     IF WS-NIGHTLY-RUN
002750         PERFORM 1100-CHECK-FINAL-CYCLE THRU 1100-EXIT
002760     END-IF
002770     MOVE 'CTB410' TO WS-STEP-PROGRAM
002780     IF WS-REPLAY-RUN
002790         MOVE 'CTB410R' TO WS-STEP-PROGRAM
002800     END-IF
002810     MOVE WS-CKPT-DATE TO WS-STEP-BUS-DATE
002820     PERFORM 9800-STEP-LOG-START THRU 9800-EXIT
002830     MOVE RC-COUNT TO WS-COUNT
002840     OPEN INPUT GL-MAP
002850     IF WS-GLMAP-STATUS NOT = '00'
002860         DISPLAY 'CTB410A - CTBGLMAP WOULD NOT OPEN - STATUS = '
002870             WS-GLMAP-STATUS ' - NO JOURNAL WITHOUT THE MAP'
002880         MOVE 16 TO RETURN-CODE
002885         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
002890         GOBACK
002900     END-IF
002910     MOVE '*ALL' TO GM-BRANCH-CODE
002920     READ GL-MAP
002930         INVALID KEY
002940             DISPLAY 'CTB410A - NO *ALL CLEARING-ACCOUNT ROW ON '
002950                 'CTBGLMAP - ABORTING'
002960             MOVE 16 TO RETURN-CODE
002965             PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
002970             GOBACK
002980     END-READ
002990     MOVE GM-GL-ACCOUNT TO WS-CLEARING-ACCOUNT
003000     OPEN OUTPUT JOURNAL-FILE
003010     IF WS-JOURNAL-STATUS NOT = '00'
003020         DISPLAY 'CTB410A - CTBGLJRN WOULD NOT OPEN - STATUS = '
003030             WS-JOURNAL-STATUS
003040         MOVE 16 TO RETURN-CODE
003045         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003050         GOBACK
003060     END-IF
003070     OPEN OUTPUT JRNL-RPT
003080     IF WS-JRNLRPT-STATUS NOT = '00'
003090         DISPLAY 'CTB410A - JRNL-RPT WOULD NOT OPEN - STATUS = '
003100             WS-JRNLRPT-STATUS
003110         MOVE 16 TO RETURN-CODE
003115         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003120         GOBACK
003130     END-IF
003140     ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD
003150     IF WS-REPLAY-RUN
003160         MOVE WS-REPLAY-DATE TO WS-JOURNAL-DATE
003170     END-IF
003180     MOVE SPACES TO PL-LINE
003190     MOVE 'GL JOURNAL INTERFACE - CTB410' TO PL-LINE
003200     WRITE CTB1PL-LINE
003210     MOVE SPACES TO PL-LINE
003220     WRITE CTB1PL-LINE
003230     IF WS-REPLAY-RUN
003240         MOVE SPACES TO PL-LINE
003250         STRING 'RESEND OF THE JOURNAL FOR BUSINESS DATE '
003260                     DELIMITED BY SIZE
003270                 WS-REPLAY-DATE DELIMITED BY SIZE
003280             INTO PL-LINE
003290         WRITE CTB1PL-LINE
003300         MOVE SPACES TO PL-LINE
003310         WRITE CTB1PL-LINE
003320     END-IF
003330     .
003340 1000-EXIT.
003350     EXIT.
003360*
003370******************************************************************
003380*    1100-CHECK-FINAL-CYCLE - UNDER THE INTRA-DAY CYCLE MODE      *
003390*                             EVERY CYCLE LEAVES A COMPLETED      *
003400*                             CHECKPOINT SO THE NEXT CAN WARM-    *
003410*                             START, AND AN INTERIM CYCLE'S       *
003420*                             TABLE WOULD JOURNAL A PARTIAL DAY   *
003430*                             THAT THE TRAILER TIE CANNOT CATCH.  *
003440*                             THE LATEST CTBRUNH ROW MUST BE THE  *
003450*                             CHECKPOINT'S OWN DATE AND CARRY     *
003460*                             THE FINAL-CYCLE FLAG.  A DAILY RUN  *
003470*                             CARRIES THE FLAG, SO SINGLE-FEED    *
003480*                             BEHAVIOR IS UNCHANGED.              *
003490******************************************************************
003500 1100-CHECK-FINAL-CYCLE.
003510     OPEN INPUT RUN-HIST-FILE
003520     IF WS-RUNHIST-STATUS NOT = '00'
003530         DISPLAY 'CTB410A - NO RUN HISTORY FILE FOUND - THE '
003540             'JOURNAL CANNOT BE JUDGED - ABORTING'
003550         MOVE 16 TO RETURN-CODE
003560         GOBACK
003570     END-IF
003580     PERFORM 1200-READ-RUN-HIST THRU 1200-EXIT
003590     PERFORM 1300-KEEP-LAST-RUN THRU 1300-EXIT
003600         UNTIL WS-RUNH-EOF-YES
003610     CLOSE RUN-HIST-FILE
003620     IF WS-RUNH-ROW-ABSENT
003630         DISPLAY 'CTB410A - RUN HISTORY FILE IS EMPTY - ABORTING'
003640         MOVE 16 TO RETURN-CODE
003650         GOBACK
003660     END-IF
003670     IF WS-LAST-RUN-DATE NOT = WS-CKPT-DATE
003680         DISPLAY 'CTB410A - LATEST RUN HISTORY ROW IS OF '
003690             WS-LAST-RUN-DATE ' BUT THE CHECKPOINT IS OF '
003700             WS-CKPT-DATE ' - NO JOURNAL BUILT'
003710         MOVE 16 TO RETURN-CODE
003720         GOBACK
003730     END-IF
003740     IF WS-LAST-FINAL-SW NOT = 'Y'
003750         DISPLAY 'CTB410A - LATEST RUN OF ' WS-LAST-RUN-DATE
003760             ' IS AN INTERIM CYCLE - THE DAY''S FINAL CYCLE '
003770             'HAS NOT POSTED - NO JOURNAL BUILT'
003780         MOVE 16 TO RETURN-CODE
003790         GOBACK
003800     END-IF
003810     .
003820 1100-EXIT.
003830     EXIT.
003840*
003850 1200-READ-RUN-HIST.
003860     READ RUN-HIST-FILE
003870         AT END
003880             SET WS-RUNH-EOF-YES TO TRUE
003890     END-READ
003900     .
003910 1200-EXIT.
003920     EXIT.
003930*
003940 1300-KEEP-LAST-RUN.
003950     SET WS-RUNH-ROW-FOUND TO TRUE
003960     MOVE RH-RUN-DATE TO WS-LAST-RUN-DATE
003970     MOVE RH-FINAL-CYCLE-SW TO WS-LAST-FINAL-SW
003980     PERFORM 1200-READ-RUN-HIST THRU 1200-EXIT
003990     .
004000 1300-EXIT.
004010     EXIT.
004020*
004030******************************************************************
004040*    1400-READ-REPLAY-CARD - NO CTBRPLY CARD IS THE NORMAL       *
004050*                            NIGHTLY RUN.  A CARD NAMES THE      *
004060*                            PRIOR BUSINESS DATE TO REBUILD.     *
004070******************************************************************
004080 1400-READ-REPLAY-CARD.
004090     SET WS-NIGHTLY-RUN TO TRUE
004100     OPEN INPUT REPLAY-CARD-FILE
004110     IF WS-REPLAY-STATUS NOT = '00'
004120         GO TO 1400-EXIT
004130     END-IF
004140     READ REPLAY-CARD-FILE
004150         AT END
004160             CLOSE REPLAY-CARD-FILE
004170             GO TO 1400-EXIT
004180     END-READ
004190     SET WS-REPLAY-RUN TO TRUE
004200     MOVE XR-BUSINESS-DATE TO WS-REPLAY-DATE
004210     DISPLAY 'CTB410I - REPLAY OF BUSINESS DATE ' XR-BUSINESS-DATE
004220         ' REQUESTED BY ' XR-OPERATOR ' - ' XR-REASON
004230     CLOSE REPLAY-CARD-FILE
004240     .
004250 1400-EXIT.
004260     EXIT.
004270*
004280******************************************************************
004290*    1500-CHECK-REPLAY-DATE - THE DATE ON THE CARD MUST BE A     *
004300*                             BUSINESS DAY ON THE PROCESSING     *
004310*                             CALENDAR.  WITH NO CALENDAR THE    *
004320*                             DATE CANNOT BE PROVED, SO THE      *
004330*                             REPLAY IS REFUSED.                 *
004340******************************************************************
004350 1500-CHECK-REPLAY-DATE.
004360     OPEN INPUT CAL-FILE
004370     IF WS-CAL-STATUS NOT = '00'
004380         DISPLAY 'CTB410A - NO PROCESSING CALENDAR PRESENT - '
004390             'REPLAY DATE CANNOT BE CONFIRMED - ABORTING'
004400         MOVE 16 TO RETURN-CODE
004410         GOBACK
004420     END-IF
004430     MOVE WS-REPLAY-DATE TO CA-DATE
004440     READ CAL-FILE
004450         INVALID KEY
004460             DISPLAY 'CTB410A - REPLAY DATE ' WS-REPLAY-DATE
004470                 ' IS NOT ON THE PROCESSING CALENDAR - ABORTING'
004475             CLOSE CAL-FILE
004480             MOVE 16 TO RETURN-CODE
004490             GOBACK
004500     END-READ
004510     IF NOT CA-BUSINESS-DAY
004520         DISPLAY 'CTB410A - REPLAY DATE ' WS-REPLAY-DATE
004530             ' IS NOT A BUSINESS DAY (' CA-DAY-DESC
004540             ') - ABORTING'
004545         CLOSE CAL-FILE
004550         MOVE 16 TO RETURN-CODE
004560         GOBACK
004570     END-IF
004580     CLOSE CAL-FILE
004590     .
004600 1500-EXIT.
004610     EXIT.
004620*
004630******************************************************************
004640*    1600-LOAD-SNAPSHOT - READ THE CTBSNAP GENERATION THE JCL    *
004650*                         NAMES AND PROVE IT IS THE ONE TAKEN    *
004660*                         FOR THE REPLAY DATE.  IT LANDS IN THE  *
004670*                         CHECKPOINT'S RECORD AREA.              *
004680******************************************************************
004690 1600-LOAD-SNAPSHOT.
004700     OPEN INPUT SNAP-FILE
004710     IF WS-SNAP-STATUS NOT = '00'
004720         DISPLAY 'CTB410A - NO CTBSNAP GENERATION PRESENT FOR '
004730             'THE REPLAY - ABORTING'
004740         MOVE 16 TO RETURN-CODE
004750         GOBACK
004760     END-IF
004770     READ SNAP-FILE
004780         AT END
004790             DISPLAY 'CTB410A - CTBSNAP GENERATION IS EMPTY - '
004800                 'ABORTING'
004810             MOVE 16 TO RETURN-CODE
004820             GOBACK
004830     END-READ
004840     IF SN-CHECKPOINT-TIMESTAMP(1:8) NOT = WS-REPLAY-DATE
004850         DISPLAY 'CTB410A - CTBSNAP GENERATION IS DATED '
004860             SN-CHECKPOINT-TIMESTAMP(1:8) ', NOT THE REPLAY DATE '
004870             WS-REPLAY-DATE ' - ABORTING'
004880         MOVE 16 TO RETURN-CODE
004890         GOBACK
004900     END-IF
004910     .
004920 1600-EXIT.
004930     EXIT.
004940*
004950******************************************************************
004960*    2000-JOURNAL-TABLE - ONE DEBIT DETAIL PER POPULATED BRANCH   *
004970*                         SLOT CARRYING A NONZERO POSTED AMOUNT.  *
004980******************************************************************
004990 2000-JOURNAL-TABLE.
005000     PERFORM 2100-JOURNAL-PERIOD THRU 2100-EXIT
005010         VARYING RC-PERIOD-IDX FROM 1 BY 1
005020         UNTIL RC-PERIOD-IDX > WS-COUNT
005030     .
005040 2000-EXIT.
005050     EXIT.
005060*
005070 2100-JOURNAL-PERIOD.
005080     PERFORM 2200-JOURNAL-BRANCH THRU 2200-EXIT
005090         VARYING RC-BRANCH-IDX FROM 1 BY 1
005100         UNTIL RC-BRANCH-IDX > WS-MAX-BRANCHES
005110     .
005120 2100-EXIT.
005130     EXIT.
005140*
005150 2200-JOURNAL-BRANCH.
005160     IF RC-BRANCH-CODE(RC-PERIOD-IDX RC-BRANCH-IDX) = SPACES
005170         OR RC-BRANCH-AMOUNT(RC-PERIOD-IDX RC-BRANCH-IDX) = 0
005180         GO TO 2200-EXIT
005190     END-IF
005200     MOVE RC-BRANCH-CODE(RC-PERIOD-IDX RC-BRANCH-IDX)
005210         TO GM-BRANCH-CODE
005220     READ GL-MAP
005230         INVALID KEY
005240             PERFORM 2300-REPORT-UNMAPPED THRU 2300-EXIT
005250             GO TO 2200-EXIT
005260     END-READ
005270     MOVE SPACES TO CTB1GJ-DETAIL-RECORD
005280     MOVE 'D' TO GJ-RECORD-TYPE
005290     MOVE WS-JOURNAL-DATE TO GJ-JOURNAL-DATE
005300     MOVE GM-GL-ACCOUNT TO GJ-GL-ACCOUNT
005310     MOVE RC-BRANCH-CODE(RC-PERIOD-IDX RC-BRANCH-IDX)
005320         TO GJ-BRANCH-CODE
005330     SET WS-PERIOD-SUB TO RC-PERIOD-IDX
005340     MOVE WS-PERIOD-SUB TO GJ-PERIOD-INDEX
005350     MOVE 'D' TO GJ-DR-CR
005360     MOVE RC-BRANCH-AMOUNT(RC-PERIOD-IDX RC-BRANCH-IDX)
005370         TO GJ-AMOUNT
005380     WRITE CTB1GJ-DETAIL-RECORD
005390     ADD 1 TO WS-ENTRY-COUNT
005400     ADD RC-BRANCH-AMOUNT(RC-PERIOD-IDX RC-BRANCH-IDX)
005410         TO WS-DEBIT-TOTAL
005420     .
005430 2200-EXIT.
005440     EXIT.
005450*
005460 2300-REPORT-UNMAPPED.
005470     ADD 1 TO WS-UNMAPPED-CNT
005480     SET WS-JOURNAL-HELD TO TRUE
005490     SET WS-PERIOD-SUB TO RC-PERIOD-IDX
005500     MOVE SPACES TO PL-LINE
005510     STRING '  BRANCH ' DELIMITED BY SIZE
005520             RC-BRANCH-CODE(RC-PERIOD-IDX RC-BRANCH-IDX)
005530                 DELIMITED BY SIZE
005540             ' SLOT ' DELIMITED BY SIZE
005550             WS-PERIOD-SUB DELIMITED BY SIZE
005560             ' HAS NO CTBGLMAP ROW - ENTRY NOT JOURNALED'
005570                 DELIMITED BY SIZE
005580         INTO PL-LINE
005590     WRITE CTB1PL-LINE
005600     .
005610 2300-EXIT.
005620     EXIT.
005630*
005640******************************************************************
005650*    3000-WRITE-OFFSET - ONE CREDIT TO THE CLEARING ACCOUNT FOR   *
005660*                        THE SUM OF EVERY DEBIT, SO THE JOURNAL   *
005670*                        LANDS BALANCED.                          *
005680******************************************************************
005690 3000-WRITE-OFFSET.
005700     IF WS-DEBIT-TOTAL = 0
005710         GO TO 3000-EXIT
005720     END-IF
005730     MOVE SPACES TO CTB1GJ-DETAIL-RECORD
005740     MOVE 'D' TO GJ-RECORD-TYPE
005750     MOVE WS-JOURNAL-DATE TO GJ-JOURNAL-DATE
005760     MOVE WS-CLEARING-ACCOUNT TO GJ-GL-ACCOUNT
005770     MOVE '*ALL' TO GJ-BRANCH-CODE
005780     MOVE 0 TO GJ-PERIOD-INDEX
005790     MOVE 'C' TO GJ-DR-CR
005800     MOVE WS-DEBIT-TOTAL TO GJ-AMOUNT
005810     WRITE CTB1GJ-DETAIL-RECORD
005820     ADD 1 TO WS-ENTRY-COUNT
005830     ADD WS-DEBIT-TOTAL TO WS-CREDIT-TOTAL
005840     .
005850 3000-EXIT.
005860     EXIT.
005870*
005880******************************************************************
005890*    4000-WRITE-TRAILER - CLOSE THE JOURNAL WITH ITS CONTROL      *
005900*                         TOTALS AND PROVE THE DEBITS TIE BACK    *
005910*                         TO THE POSTED AMOUNT THE CHECKPOINT     *
005920*                         CARRIES.  A JOURNAL THAT DOES NOT TIE   *
005930*                         IS WRITTEN BUT HELD.                    *
005940******************************************************************
005950 4000-WRITE-TRAILER.
005960     MOVE SPACES TO CTB1GJ-TRAILER-RECORD
005970     MOVE 'T' TO GJ-TRL-RECORD-TYPE
005980     MOVE WS-JOURNAL-DATE TO GJ-TRL-JOURNAL-DATE
005990     MOVE WS-ENTRY-COUNT TO GJ-TRL-ENTRY-COUNT
006000     MOVE WS-DEBIT-TOTAL TO GJ-TRL-DEBIT-TOTAL
006010     MOVE WS-CREDIT-TOTAL TO GJ-TRL-CREDIT-TOTAL
006020     MOVE WS-CKPT-DATE TO GJ-TRL-BUSINESS-DATE
006030     IF WS-REPLAY-RUN
006040         SET GJ-TRL-RESEND TO TRUE
006050     END-IF
006060     WRITE CTB1GJ-TRAILER-RECORD
006070     IF WS-DEBIT-TOTAL NOT = RC-POST-AMOUNT
006080         SET WS-JOURNAL-HELD TO TRUE
006090         MOVE WS-DEBIT-TOTAL TO WS-RPT-AMOUNT
006100         MOVE RC-POST-AMOUNT TO WS-RPT-POSTED
006110         MOVE SPACES TO PL-LINE
006120         STRING '  JOURNAL DEBITS ' DELIMITED BY SIZE
006130                 WS-RPT-AMOUNT DELIMITED BY SIZE
006140                 ' DO NOT TIE TO POSTED AMOUNT ' DELIMITED BY SIZE
006150                 WS-RPT-POSTED DELIMITED BY SIZE
006160             INTO PL-LINE
006170         WRITE CTB1PL-LINE
006180     END-IF
006190     PERFORM 4100-WRITE-JOURNAL-LOG THRU 4100-EXIT
006200     .
006210 4000-EXIT.
006220     EXIT.
006230*
006240******************************************************************
006250*    4100-WRITE-JOURNAL-LOG - APPEND A ROW MIRRORING THE TRAILER *
006260*                             TO THE JOURNAL LOG FOR THE CTB460  *
006270*                             CONFIRMATION MATCHER.  A HELD      *
006280*                             JOURNAL IS LOGGED AS HELD SO NO    *
006290*                             CONFIRMATION IS AWAITED FOR IT.    *
006300*                             A MISSING LOG IS CREATED ON FIRST  *
006310*                             USE.                               *
006320******************************************************************
006330 4100-WRITE-JOURNAL-LOG.
006340     OPEN EXTEND JOURNAL-LOG-FILE
006350     IF WS-JRNLLOG-STATUS NOT = '00'
006360         OPEN OUTPUT JOURNAL-LOG-FILE
006370     END-IF
006380     IF WS-JRNLLOG-STATUS NOT = '00'
006390         DISPLAY 'CTB410W - JOURNAL LOG WOULD NOT OPEN - STATUS '
006400             '= ' WS-JRNLLOG-STATUS ' - ROW NOT WRITTEN'
006410         GO TO 4100-EXIT
006420     END-IF
006430     MOVE SPACES TO CTB1JL-JOURNAL-LOG-RECORD
006440     MOVE WS-JOURNAL-DATE TO JL-JOURNAL-DATE
006450     MOVE WS-CKPT-DATE TO JL-BUSINESS-DATE
006460     MOVE WS-ENTRY-COUNT TO JL-ENTRY-COUNT
006470     MOVE WS-DEBIT-TOTAL TO JL-DEBIT-TOTAL
006480     MOVE WS-CREDIT-TOTAL TO JL-CREDIT-TOTAL
006490     IF WS-REPLAY-RUN
006500         SET JL-RESEND TO TRUE
006510     END-IF
006520     IF WS-JOURNAL-HELD
006530         SET JL-HELD TO TRUE
006540     ELSE
006550         SET JL-RELEASED TO TRUE
006560     END-IF
006570     WRITE CTB1JL-JOURNAL-LOG-RECORD
006580     CLOSE JOURNAL-LOG-FILE
006590     .
006600 4100-EXIT.
006610     EXIT.
006620*
006630******************************************************************
006640*    9000-TERMINATE - CONTROL TOTALS AND THE RELEASE VERDICT.     *
006650*                     RC 16 HOLDS THE FILE - THE JCL RELEASES     *
006660*                     CTBGLJRN TO THE GL LOAD ONLY ON RC ZERO.    *
006670******************************************************************
006680 9000-TERMINATE.
006690     MOVE WS-DEBIT-TOTAL TO WS-RPT-AMOUNT
006700     MOVE SPACES TO PL-LINE
006710     WRITE CTB1PL-LINE
006720     MOVE SPACES TO PL-LINE
006730     STRING 'CONTROL TOTALS - ENTRIES = ' DELIMITED BY SIZE
006740             WS-ENTRY-COUNT DELIMITED BY SIZE
006750             ', DEBITS = CREDITS = ' DELIMITED BY SIZE
006760             WS-RPT-AMOUNT DELIMITED BY SIZE
006770             ', UNMAPPED BRANCHES = ' DELIMITED BY SIZE
006780             WS-UNMAPPED-CNT DELIMITED BY SIZE
006790         INTO PL-LINE
006800     WRITE CTB1PL-LINE
006810     IF WS-JOURNAL-HELD
006820         MOVE SPACES TO PL-LINE
006830         MOVE '  JOURNAL HELD - DO NOT RELEASE TO THE GL LOAD'
006840             TO PL-LINE
006850         WRITE CTB1PL-LINE
006860     END-IF
006870     IF WS-REPLAY-RUN
006880         CLOSE SNAP-FILE
006890     ELSE
006900         CLOSE RESTART-FILE
006910     END-IF
006920     CLOSE GL-MAP
006930     CLOSE JOURNAL-FILE
006940     CLOSE JRNL-RPT
006950     DISPLAY 'CTB410I - END OF RUN.  ENTRIES = ' WS-ENTRY-COUNT
006960         ', DEBIT TOTAL = ' WS-DEBIT-TOTAL
006970         ', UNMAPPED = ' WS-UNMAPPED-CNT
006980     IF WS-REPLAY-RUN
006990         DISPLAY 'CTB410I - JOURNAL IS A RESEND OF BUSINESS DATE '
007000             WS-REPLAY-DATE
007010     END-IF
007020     IF WS-JOURNAL-HELD
007030         DISPLAY 'CTB410A - JOURNAL DOES NOT BALANCE TO THE '
007040             'POSTED AMOUNT - FILE HELD'
007050         MOVE 16 TO RETURN-CODE
007060     END-IF
007070     .
007080 9000-EXIT.
007090     EXIT.
007100*
007110******************************************************************
007120*    9800-STEP-LOG-START - REFUSE A SECOND RUN FOR A BUSINESS    *
007130*                          DATE THE STEP LOG SHOWS THIS STEP     *
007140*                          ALREADY FINISHED CLEAN, UNLESS A      *
007150*                          CTBSTOVR CARD OVERRIDES IT, THEN LOG  *
007160*                          THE START.  A STEP LOG THAT WILL NOT  *
007170*                          OPEN IS WARNED ABOUT, NOT FAILED.     *
007180******************************************************************
007190 9800-STEP-LOG-START.
007200     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
007210     MOVE WS-STEP-TS TO WS-STEP-START-TS
007220     PERFORM 9810-CHECK-PRIOR-RUN THRU 9810-EXIT
007230     IF WS-STEP-DONE-CLEAN
007240         PERFORM 9820-CHECK-OVERRIDE THRU 9820-EXIT
007250         IF WS-STEP-OVERRIDE-NONE
007260             DISPLAY 'CTB410A - STEP LOG SHOWS A CLEAN RUN FOR '
007270                 WS-STEP-BUS-DATE ' CYCLE ' WS-STEP-CYCLE
007280                 ' ENDED ' WS-STEP-DONE-TS
007290             DISPLAY 'CTB410A - A CTBSTOVR OVERRIDE CARD IS '
007300                 'NEEDED TO RUN THE DATE AGAIN - ABORTING'
007310             MOVE 'R' TO WS-STEP-EVENT
007320             MOVE WS-STEP-TS TO WS-STEP-END-TS
007330             MOVE 16 TO WS-STEP-RC
007340             PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
007350             MOVE 16 TO RETURN-CODE
007360             GOBACK
007370         END-IF
007380     END-IF
007390     MOVE 'S' TO WS-STEP-EVENT
007400     MOVE SPACES TO WS-STEP-END-TS
007410     MOVE 0 TO WS-STEP-RC
007420     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
007430     SET WS-STEP-LOGGED TO TRUE
007440     .
007450 9800-EXIT.
007460     EXIT.
007470*
007480******************************************************************
007490*    9810-CHECK-PRIOR-RUN - THE LAST START OR END ROW FOR THIS   *
007500*                           PROGRAM, DATE AND CYCLE DECIDES.  AN *
007510*                           END ROW UNDER RC 16 IS A CLEAN       *
007520*                           FINISH; A START ROW WITH NOTHING     *
007530*                           AFTER IT IS A RUN THAT FELL OVER     *
007540*                           AND MAY BE RERUN.                    *
007550******************************************************************
007560 9810-CHECK-PRIOR-RUN.
007570     SET WS-STEP-NOT-DONE TO TRUE
007580     OPEN INPUT STEP-LOG-FILE
007590     IF WS-STEPL-STATUS NOT = '00'
007600         GO TO 9810-EXIT
007610     END-IF
007620     SET WS-STEPL-EOF-NO TO TRUE
007630     PERFORM 9815-READ-STEP-ROW THRU 9815-EXIT
007640         UNTIL WS-STEPL-EOF-YES
007650     CLOSE STEP-LOG-FILE
007660     .
007670 9810-EXIT.
007680     EXIT.
007690*
007700 9815-READ-STEP-ROW.
007710     READ STEP-LOG-FILE
007720         AT END
007730             SET WS-STEPL-EOF-YES TO TRUE
007740             GO TO 9815-EXIT
007750     END-READ
007760     IF JS-PROGRAM NOT = WS-STEP-PROGRAM
007770         OR JS-BUSINESS-DATE NOT = WS-STEP-BUS-DATE
007780         OR JS-CYCLE-NUMBER NOT = WS-STEP-CYCLE
007790         GO TO 9815-EXIT
007800     END-IF
007810     IF JS-EVENT-START
007820         SET WS-STEP-NOT-DONE TO TRUE
007830     END-IF
007840     IF JS-EVENT-END
007850         IF JS-RETURN-CODE < 16
007860             SET WS-STEP-DONE-CLEAN TO TRUE
007870             MOVE JS-END-TIMESTAMP TO WS-STEP-DONE-TS
007880         ELSE
007890             SET WS-STEP-NOT-DONE TO TRUE
007900         END-IF
007910     END-IF
007920     .
007930 9815-EXIT.
007940     EXIT.
007950*
007960******************************************************************
007970*    9820-CHECK-OVERRIDE - LOOK FOR A CTBSTOVR CARD NAMING THIS  *
007980*                          PROGRAM AND DATE.  A BLANK CYCLE ON   *
007990*                          THE CARD COVERS EVERY CYCLE.          *
008000******************************************************************
008010 9820-CHECK-OVERRIDE.
008020     SET WS-STEP-OVERRIDE-NONE TO TRUE
008030     OPEN INPUT STEP-OVR-FILE
008040     IF WS-STOVR-STATUS NOT = '00'
008050         GO TO 9820-EXIT
008060     END-IF
008070     SET WS-STOVR-EOF-NO TO TRUE
008080     PERFORM 9825-READ-OVERRIDE THRU 9825-EXIT
008090         UNTIL WS-STOVR-EOF-YES
008100     CLOSE STEP-OVR-FILE
008110     .
008120 9820-EXIT.
008130     EXIT.
008140*
008150 9825-READ-OVERRIDE.
008160     READ STEP-OVR-FILE
008170         AT END
008180             SET WS-STOVR-EOF-YES TO TRUE
008190             GO TO 9825-EXIT
008200     END-READ
008210     IF SO-PROGRAM = WS-STEP-PROGRAM
008220         AND SO-BUSINESS-DATE = WS-STEP-BUS-DATE
008230         AND (SO-CYCLE-NUMBER = SPACES
008240             OR SO-CYCLE-NUMBER = WS-STEP-CYCLE)
008250         SET WS-STEP-OVERRIDE-GIVEN TO TRUE
008260         SET WS-STOVR-EOF-YES TO TRUE
008270         DISPLAY 'CTB410W - CLEAN RUN FOR ' WS-STEP-BUS-DATE
008280             ' OVERRIDDEN BY ' SO-OPERATOR ' - ' SO-REASON
008290     END-IF
008300     .
008310 9825-EXIT.
008320     EXIT.
008330*
008340******************************************************************
008350*    9840-WRITE-STEP-ROW - APPEND ONE ROW TO CTBSTEPL, CREATING  *
008360*                          THE LOG ON FIRST USE.                 *
008370******************************************************************
008380 9840-WRITE-STEP-ROW.
008390     OPEN EXTEND STEP-LOG-FILE
008400     IF WS-STEPL-STATUS NOT = '00'
008410         OPEN OUTPUT STEP-LOG-FILE
008420     END-IF
008430     IF WS-STEPL-STATUS NOT = '00'
008440         DISPLAY 'CTB410W - CTBSTEPL WOULD NOT OPEN - STATUS = '
008450             WS-STEPL-STATUS ' - STEP NOT LOGGED'
008460         GO TO 9840-EXIT
008470     END-IF
008480     MOVE SPACES TO CTB1JS-STEP-RECORD
008490     MOVE WS-STEP-PROGRAM TO JS-PROGRAM
008500     MOVE WS-STEP-BUS-DATE TO JS-BUSINESS-DATE
008510     MOVE WS-STEP-CYCLE TO JS-CYCLE-NUMBER
008520     MOVE WS-STEP-EVENT TO JS-EVENT
008530     MOVE WS-STEP-FINAL-SW TO JS-FINAL-CYCLE-SW
008540     MOVE WS-STEP-START-TS TO JS-START-TIMESTAMP
008550     MOVE WS-STEP-END-TS TO JS-END-TIMESTAMP
008560     MOVE WS-STEP-IN-CNT TO JS-IN-COUNT
008570     MOVE WS-STEP-OUT-CNT TO JS-OUT-COUNT
008580     MOVE WS-STEP-REJECT-CNT TO JS-REJECT-COUNT
008590     MOVE WS-STEP-RC TO JS-RETURN-CODE
008600     MOVE WS-STEP-OVERRIDE-SW TO JS-OVERRIDE-SW
008610     WRITE CTB1JS-STEP-RECORD
008620     CLOSE STEP-LOG-FILE
008630     .
008640 9840-EXIT.
008650     EXIT.
008660*
008670******************************************************************
008680*    9850-STEP-LOG-END - LOG THE END OF THE STEP WITH ITS COUNTS *
008690*                        AND FINAL RETURN CODE.                  *
008700******************************************************************
008710 9850-STEP-LOG-END.
008720     IF WS-STEP-NOT-LOGGED
008730         GO TO 9850-EXIT
008740     END-IF
008750     MOVE WS-COUNT TO WS-STEP-IN-CNT
008760     MOVE WS-ENTRY-COUNT TO WS-STEP-OUT-CNT
008770     MOVE WS-UNMAPPED-CNT TO WS-STEP-REJECT-CNT
008780     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
008790     MOVE WS-STEP-TS TO WS-STEP-END-TS
008800     MOVE RETURN-CODE TO WS-STEP-RC
008810     MOVE 'E' TO WS-STEP-EVENT
008820     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
008830     SET WS-STEP-NOT-LOGGED TO TRUE
008840     .
008850 9850-EXIT.
008860     EXIT.
008870*
008880 9860-BUILD-STEP-TIMESTAMP.
008890     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
008900     ACCEPT WS-STEP-TIME FROM TIME
008910     MOVE SPACES TO WS-STEP-TS
008920     STRING WS-STEP-DATE DELIMITED BY SIZE
008930             '-' DELIMITED BY SIZE
008940             WS-STEP-TIME DELIMITED BY SIZE
008950         INTO WS-STEP-TS
008960     .
008970 9860-EXIT.
008980     EXIT.
