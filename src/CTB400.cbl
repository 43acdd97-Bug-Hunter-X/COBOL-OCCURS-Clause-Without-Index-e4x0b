000180*   DATE       INIT  DESCRIPTION                                *
000190*   ---------- ----  ---------------------------------------    *
000200*   2026-08-09 DLM   ORIGINAL.                                   *
000210*   2026-08-09 DLM   SKIP ZERO-COUNT PERIOD SLOTS SO THE EXTRACT  *
000220*                    CARRIES ONE RECORD PER POPULATED SLOT, THE  *
000230*                    SAME AS CTB200'S REPORT.                    *
000240*   2026-08-09 DLM   CORRECTED THE RESTART RECORD'S VARYING       *
000250*                    LENGTH BOUNDS TO MATCH ITS ACTUAL LAYOUT.    *
000260*   2026-08-09 DLM   THE OPEN OUTPUT EXTRACT-FILE IS NOW STATUS-  *
000270*                    CHECKED LIKE EVERY OTHER FILE OPEN IN THE    *
000280*                    SUITE.                                       *
000290*   2026-08-21 DLM   DROPPED THE DEPENDING PHRASE FROM RESTART-   *
000300*                    FILE'S RECORD VARYING CLAUSE TO MATCH THE    *
000310*                    CTB100 FIX - RC-COUNT IS THE SLOT COUNT,     *
000320*                    NOT THE RECORD LENGTH.                       *
000330*   2026-08-21 DLM   THE TRAILER NOW CARRIES THE EXTRACT DATE,    *
000340*                    AND EACH RUN APPENDS A MATCHING ROW TO THE   *
000350*                    CTBEXTL EXTRACT LOG SO CTB450 CAN TIE THE    *
000360*                    DOWNSTREAM ACKNOWLEDGMENT BACK TO IT.        *
000370*   2026-08-21 DLM   THE EXTRACT NOW CARRIES THE POSTED-AMOUNT    *
000380*                    FIELDS ON EVERY DETAIL AND BRANCH RECORD     *
000390*                    AND A CONTROL AMOUNT ON THE TRAILER SO THE   *
000400*                    DOWNSTREAM JOB BALANCES ON DOLLARS TOO.      *
000410*   2026-08-21 DLM   EACH POPULATED SLOT'S BRANCH BREAKDOWN IS    *
000420*                    NOW EXTRACTED AS TYPE-B RECORDS CARRYING     *
000430*                    THE BRANCH NAME DECODED FROM THE CTBBRNCH    *
000440*                    BRANCH MASTER.                               *
000450*   2026-09-02 DLM   THE EXTRACT NOW REFUSES AN IN-FLIGHT         *
000460*                    CHECKPOINT.  WITH THE INCREMENTAL            *
000470*                    CHECKPOINT DESIGN AN UNFINISHED RUN'S        *
000480*                    FIRST RECORD IS THE START-OF-RUN BASE, NOT   *
000490*                    THE LATEST TABLE, SO EXTRACTING IT WOULD     *
000500*                    SHIP STALE FIGURES DOWNSTREAM.               *
000510*   2026-10-15 DLM   EACH RUN NOW LOGS ITS START AND END TO       *
000520*                    CTBSTEPL.  A DATE ALREADY FINISHED CLEAN IS  *
000530*                    REFUSED WITHOUT A CTBSTOVR OVERRIDE CARD.    *
000540*   2026-10-15 DLM   A CTBRPLY REPLAY CARD NOW REBUILDS THE       *
000550*                    EXTRACT FOR A PRIOR BUSINESS DATE FROM THAT  *
000560*                    DATE'S CTBSNAP GENERATION.  THE DATE MUST BE *
000570*                    A BUSINESS DAY ON CTBCAL.  THE TRAILER AND   *
000580*                    THE CTBEXTL ROW ARE MARKED AS A RESEND, AND  *
000590*                    THE STEP IS LOGGED AS CTB400R SO THE NIGHTLY *
000600*                    CHAIN'S OWN ROWS ARE LEFT ALONE.  EVERY      *
000610*                    TRAILER NOW CARRIES THE BUSINESS DATE.       *
000620*                    RESEQUENCED.                                 *
000622*   2026-10-15 DLM   AN ABORT AFTER THE STEP LOG START ROW NOW    *
000624*                    WRITES THE END ROW WITH RC 16, SO CTB905     *
000626*                    REPORTS THE STEP AS FAILED, NOT AS STILL     *
000628*                    RUNNING.                                     *
000630******************************************************************
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER. IBM-370.
000670 OBJECT-COMPUTER. IBM-370.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT RESTART-FILE ASSIGN TO "CTBRSTRT"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-RESTART-STATUS.
000730*
000740     SELECT EXTRACT-FILE ASSIGN TO "CTBEXTR"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-EXTRACT-STATUS.
000770*
000780     SELECT BRANCH-MASTER ASSIGN TO "CTBBRNCH"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS BM-BRANCH-CODE
000820         FILE STATUS IS WS-BRANCH-MSTR-STATUS.
000830*
000840     SELECT EXTR-LOG-FILE ASSIGN TO "CTBEXTL"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-EXTRLOG-STATUS.
000870*
000880*    SUITE JOB STEP LOG AND ITS OPTIONAL RERUN OVERRIDE CARD.
000890     SELECT STEP-LOG-FILE ASSIGN TO "CTBSTEPL"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-STEPL-STATUS.
000920     SELECT STEP-OVR-FILE ASSIGN TO "CTBSTOVR"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-STOVR-STATUS.
000950*
000960*    OPTIONAL PRIOR-DAY REPLAY CARD, THE PROCESSING CALENDAR THAT
000970*    PROVES ITS DATE, AND THE CTBSNAP GENERATION THE JCL NAMES
000980*    FOR THAT DATE.
000990     SELECT REPLAY-CARD-FILE ASSIGN TO "CTBRPLY"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-REPLAY-STATUS.
001020     SELECT CAL-FILE ASSIGN TO "CTBCAL"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS RANDOM
001050         RECORD KEY IS CA-DATE
001060         FILE STATUS IS WS-CAL-STATUS.
001070     SELECT SNAP-FILE ASSIGN TO "CTBSNAP"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-SNAP-STATUS.
001100*
001110 I-O-CONTROL.
001120*    A REPLAY READS THE SNAPSHOT INTO THE CHECKPOINT'S OWN RECORD
001130*    AREA, SO THE EXTRACT RUNS OFF EITHER ONE UNCHANGED.
001140     SAME RECORD AREA FOR RESTART-FILE SNAP-FILE.
001150*
001160 DATA DIVISION.
001170 FILE SECTION.
001180 FD  RESTART-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD IS VARYING IN SIZE FROM 442 TO 3759690 CHARACTERS.
001210     COPY CTB1RC.
001220*
001230 FD  SNAP-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD IS VARYING IN SIZE FROM 442 TO 3759690 CHARACTERS.
001260     COPY CTB1RC REPLACING
001270         ==CTB1RC-RESTART-RECORD== BY ==CTB1SN-SNAPSHOT-RECORD==
001280         LEADING ==RC-== BY ==SN-==.
001290*
001300 FD  REPLAY-CARD-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330     COPY CTB1XR.
001340*
001350 FD  CAL-FILE.
001360     COPY CTB1CA.
001370*
001380 FD  STEP-LOG-FILE
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE STANDARD.
001410     COPY CTB1JS.
001420*
001430 FD  STEP-OVR-FILE
001440     RECORDING MODE IS F
001450     LABEL RECORDS ARE STANDARD.
001460     COPY CTB1SO.
001470*
001480 FD  EXTRACT-FILE
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD.
001510     COPY CTB1OT.
001520*
001530 FD  BRANCH-MASTER.
001540     COPY CTB1BM.
001550*
001560 FD  EXTR-LOG-FILE
001570     RECORDING MODE IS F
001580     LABEL RECORDS ARE STANDARD.
001590     COPY CTB1EL.
001600*
001610 WORKING-STORAGE SECTION.
001620     COPY CTB1WS.
001630*
001640 01  WS-FILE-STATUS-FIELDS.
001650     05  WS-RESTART-STATUS           PIC X(02) VALUE SPACES.
001660     05  WS-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
001670     05  WS-BRANCH-MSTR-STATUS       PIC X(02) VALUE SPACES.
001680     05  WS-EXTRLOG-STATUS           PIC X(02) VALUE SPACES.
001690     05  WS-REPLAY-STATUS            PIC X(02) VALUE SPACES.
001700     05  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
001710     05  WS-SNAP-STATUS              PIC X(02) VALUE SPACES.
001720*
001730 01  WS-SWITCHES.
001740     05  WS-BRANCH-MSTR-OPEN-SW      PIC X(01) VALUE 'N'.
001750         88  WS-BRANCH-MASTER-PRESENT    VALUE 'Y'.
001760         88  WS-BRANCH-MASTER-ABSENT     VALUE 'N'.
001770     05  WS-REPLAY-SW                PIC X(01) VALUE 'N'.
001780         88  WS-REPLAY-RUN               VALUE 'Y'.
001790         88  WS-NIGHTLY-RUN              VALUE 'N'.
001800*
001810 01  WS-DETAIL-COUNT                 PIC 9(5) VALUE 0.
001820 01  WS-BRANCH-DETAIL-COUNT          PIC 9(5) VALUE 0.
001830 01  WS-EXTRACT-AMOUNT-TOTAL         PIC 9(11)V99 VALUE 0.
001840 01  WS-EXTRACT-DATE                 PIC 9(08) VALUE 0.
001850 01  WS-REPLAY-DATE                  PIC X(08) VALUE SPACES.
001860*
001870     COPY CTB1JW.
001880*
001890 PROCEDURE DIVISION.
001900******************************************************************
001910*    0000-MAINLINE                                               *
001920******************************************************************
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001950     PERFORM 2000-EXTRACT-TABLE THRU 2000-EXIT
001960     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
001970     PERFORM 9000-TERMINATE THRU 9000-EXIT
001980     PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
001990     GOBACK.
002000*
002010******************************************************************
002020*    1000-INITIALIZE - READ THE ONE CHECKPOINT RECORD LEFT BY    *
002030*                      THE LAST CTB100 RUN, OR ON A REPLAY THE   *
002040*                      CTBSNAP GENERATION FOR THE CARD'S DATE.   *
002050******************************************************************
002060 1000-INITIALIZE.
002070     PERFORM 1100-READ-REPLAY-CARD THRU 1100-EXIT
002080     IF WS-REPLAY-RUN
002090         PERFORM 1200-CHECK-REPLAY-DATE THRU 1200-EXIT
002100         PERFORM 1300-LOAD-SNAPSHOT THRU 1300-EXIT
002110         GO TO 1000-CHECK-COMPLETE
002120     END-IF
002130     OPEN INPUT RESTART-FILE
002140     IF WS-RESTART-STATUS NOT = '00'
002150         DISPLAY 'CTB400A - NO CHECKPOINT FILE FOUND - ABORTING'
002160         MOVE 16 TO RETURN-CODE
002170         GOBACK
002180     END-IF
002190     READ RESTART-FILE
002200         AT END
002210             DISPLAY 'CTB400A - CHECKPOINT FILE IS EMPTY - '
002220                 'ABORTING'
002230             MOVE 16 TO RETURN-CODE
002240             GOBACK
002250     END-READ
002260     .
002270 1000-CHECK-COMPLETE.
002280     IF NOT RC-RUN-COMPLETE
002290         DISPLAY 'CTB400A - CHECKPOINT IS AN IN-FLIGHT RECOVERY '
002300             'POINT, NOT A COMPLETED RUN - ABORTING'
002310         MOVE 16 TO RETURN-CODE
002320         GOBACK
002330     END-IF
002340     MOVE 'CTB400' TO WS-STEP-PROGRAM
002350     IF WS-REPLAY-RUN
002360         MOVE 'CTB400R' TO WS-STEP-PROGRAM
002370     END-IF
002380     MOVE RC-CHECKPOINT-TIMESTAMP(1:8) TO WS-STEP-BUS-DATE
002390     PERFORM 9800-STEP-LOG-START THRU 9800-EXIT
002400     MOVE RC-COUNT TO WS-COUNT
002410     OPEN OUTPUT EXTRACT-FILE
002420     IF WS-EXTRACT-STATUS NOT = '00'
002430         DISPLAY 'CTB400A - EXTRACT-FILE OPEN FAILED - STATUS = '
002440             WS-EXTRACT-STATUS
002450         MOVE 16 TO RETURN-CODE
002455         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
002460         GOBACK
002470     END-IF
002480     OPEN INPUT BRANCH-MASTER
002490     IF WS-BRANCH-MSTR-STATUS = '00'
002500         SET WS-BRANCH-MASTER-PRESENT TO TRUE
002510     ELSE
002520         SET WS-BRANCH-MASTER-ABSENT TO TRUE
002530         DISPLAY 'CTB400W - NO BRANCH MASTER PRESENT - BRANCH '
002540             'NAMES WILL NOT BE DECODED'
002550     END-IF
002560     .
002570 1000-EXIT.
002580     EXIT.
002590*
002600******************************************************************
002610*    1100-READ-REPLAY-CARD - NO CTBRPLY CARD IS THE NORMAL       *
002620*                            NIGHTLY RUN.  A CARD NAMES THE      *
002630*                            PRIOR BUSINESS DATE TO REBUILD.     *
002640******************************************************************
002650 1100-READ-REPLAY-CARD.
002660     SET WS-NIGHTLY-RUN TO TRUE
002670     OPEN INPUT REPLAY-CARD-FILE
002680     IF WS-REPLAY-STATUS NOT = '00'
002690         GO TO 1100-EXIT
002700     END-IF
002710     READ REPLAY-CARD-FILE
002720         AT END
002730             CLOSE REPLAY-CARD-FILE
002740             GO TO 1100-EXIT
002750     END-READ
002760     SET WS-REPLAY-RUN TO TRUE
002770     MOVE XR-BUSINESS-DATE TO WS-REPLAY-DATE
002780     DISPLAY 'CTB400I - REPLAY OF BUSINESS DATE ' XR-BUSINESS-DATE
002790         ' REQUESTED BY ' XR-OPERATOR ' - ' XR-REASON
002800     CLOSE REPLAY-CARD-FILE
002810     .
002820 1100-EXIT.
002830     EXIT.
002840*
002850******************************************************************
002860*    1200-CHECK-REPLAY-DATE - THE DATE ON THE CARD MUST BE A     *
002870*                             BUSINESS DAY ON THE PROCESSING     *
002880*                             CALENDAR.  WITH NO CALENDAR THE    *
002890*                             DATE CANNOT BE PROVED, SO THE      *
002900*                             REPLAY IS REFUSED.                 *
002910******************************************************************
002920 1200-CHECK-REPLAY-DATE.
002930     OPEN INPUT CAL-FILE
002940     IF WS-CAL-STATUS NOT = '00'
002950         DISPLAY 'CTB400A - NO PROCESSING CALENDAR PRESENT - '
002960             'REPLAY DATE CANNOT BE CONFIRMED - ABORTING'
002970         MOVE 16 TO RETURN-CODE
002980         GOBACK
002990     END-IF
003000     MOVE WS-REPLAY-DATE TO CA-DATE
003010     READ CAL-FILE
003020         INVALID KEY
003030             DISPLAY 'CTB400A - REPLAY DATE ' WS-REPLAY-DATE
003040                 ' IS NOT ON THE PROCESSING CALENDAR - ABORTING'
003050             MOVE 16 TO RETURN-CODE
003060             GOBACK
003070     END-READ
003080     IF NOT CA-BUSINESS-DAY
003090         DISPLAY 'CTB400A - REPLAY DATE ' WS-REPLAY-DATE
003100             ' IS NOT A BUSINESS DAY (' CA-DAY-DESC
003110             ') - ABORTING'
003120         MOVE 16 TO RETURN-CODE
003130         GOBACK
003140     END-IF
003150     CLOSE CAL-FILE
003160     .
003170 1200-EXIT.
003180     EXIT.
003190*
003200******************************************************************
003210*    1300-LOAD-SNAPSHOT - READ THE CTBSNAP GENERATION THE JCL    *
003220*                         NAMES AND PROVE IT IS THE ONE TAKEN    *
003230*                         FOR THE REPLAY DATE.  IT LANDS IN THE  *
003240*                         CHECKPOINT'S RECORD AREA.              *
003250******************************************************************
003260 1300-LOAD-SNAPSHOT.
003270     OPEN INPUT SNAP-FILE
003280     IF WS-SNAP-STATUS NOT = '00'
003290         DISPLAY 'CTB400A - NO CTBSNAP GENERATION PRESENT FOR '
003300             'THE REPLAY - ABORTING'
003310         MOVE 16 TO RETURN-CODE
003320         GOBACK
003330     END-IF
003340     READ SNAP-FILE
003350         AT END
003360             DISPLAY 'CTB400A - CTBSNAP GENERATION IS EMPTY - '
003370                 'ABORTING'
003380             MOVE 16 TO RETURN-CODE
003390             GOBACK
003400     END-READ
003410     IF SN-CHECKPOINT-TIMESTAMP(1:8) NOT = WS-REPLAY-DATE
003420         DISPLAY 'CTB400A - CTBSNAP GENERATION IS DATED '
003430             SN-CHECKPOINT-TIMESTAMP(1:8) ', NOT THE REPLAY DATE '
003440             WS-REPLAY-DATE ' - ABORTING'
003450         MOVE 16 TO RETURN-CODE
003460         GOBACK
003470     END-IF
003480     .
003490 1300-EXIT.
003500     EXIT.
003510*
003520******************************************************************
003530*    2000-EXTRACT-TABLE - WRITE ONE DETAIL RECORD FOR EVERY       *
003540*                         PERIOD SLOT IN THE CHECKPOINT TABLE.    *
003550******************************************************************
003560 2000-EXTRACT-TABLE.
003570     PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT
003580         VARYING RC-PERIOD-IDX FROM 1 BY 1
003590         UNTIL RC-PERIOD-IDX > WS-COUNT
003600     .
003610 2000-EXIT.
003620     EXIT.
003630*
003640 2100-WRITE-DETAIL.
003650     IF RC-PERIOD-TOTAL(RC-PERIOD-IDX) NOT = 0
003660         MOVE SPACES TO CTB1OT-DETAIL-RECORD
003670         MOVE 'D' TO OT-RECORD-TYPE IN CTB1OT-DETAIL-RECORD
003680         MOVE RC-PERIOD-IDX TO OT-INDEX-VALUE
003690         MOVE RC-PERIOD-TOTAL(RC-PERIOD-IDX) TO OT-PERIOD-TOTAL
003700         MOVE RC-PERIOD-AMOUNT(RC-PERIOD-IDX) TO OT-PERIOD-AMOUNT
003710         WRITE CTB1OT-DETAIL-RECORD
003720         ADD 1 TO WS-DETAIL-COUNT
003730         ADD RC-PERIOD-AMOUNT(RC-PERIOD-IDX)
003740             TO WS-EXTRACT-AMOUNT-TOTAL
003750         PERFORM 2200-WRITE-BRANCH-DETAIL THRU 2200-EXIT
003760             VARYING RC-BRANCH-IDX FROM 1 BY 1
003770             UNTIL RC-BRANCH-IDX > WS-MAX-BRANCHES
003780     END-IF
003790     .
003800 2100-EXIT.
003810     EXIT.
003820*
003830******************************************************************
003840*    2200-WRITE-BRANCH-DETAIL - ONE TYPE-B RECORD PER POPULATED   *
003850*                               BRANCH UNDER THE SLOT JUST        *
003860*                               EXTRACTED, CARRYING THE BRANCH    *
003870*                               NAME FROM THE BRANCH MASTER.      *
003880******************************************************************
003890 2200-WRITE-BRANCH-DETAIL.
003900     IF RC-BRANCH-CODE(RC-PERIOD-IDX RC-BRANCH-IDX) = SPACES
003910         GO TO 2200-EXIT
003920     END-IF
003930     MOVE SPACES TO CTB1OT-BRANCH-RECORD
003940     MOVE 'B' TO OT-RECORD-TYPE IN CTB1OT-BRANCH-RECORD
003950     MOVE RC-PERIOD-IDX TO OT-BR-INDEX-VALUE
003960     MOVE RC-BRANCH-CODE(RC-PERIOD-IDX RC-BRANCH-IDX)
003970         TO OT-BR-BRANCH-CODE
003980     MOVE RC-BRANCH-TOTAL(RC-PERIOD-IDX RC-BRANCH-IDX)
003990         TO OT-BR-BRANCH-TOTAL
004000     MOVE RC-BRANCH-AMOUNT(RC-PERIOD-IDX RC-BRANCH-IDX)
004010         TO OT-BR-BRANCH-AMOUNT
004020     PERFORM 4000-GET-BRANCH-NAME THRU 4000-EXIT
004030     WRITE CTB1OT-BRANCH-RECORD
004040     ADD 1 TO WS-BRANCH-DETAIL-COUNT
004050     .
004060 2200-EXIT.
004070     EXIT.
004080*
004090******************************************************************
004100*    3000-WRITE-TRAILER - CLOSE OUT THE EXTRACT WITH A TRAILER    *
004110*                         RECORD CARRYING THE WS-COUNT CONTROL    *
004120*                         TOTAL SO THE DOWNSTREAM JOB CAN CHECK   *
004130*                         IT RECEIVED EVERY DETAIL RECORD.        *
004140******************************************************************
004150 3000-WRITE-TRAILER.
004160     MOVE SPACES TO CTB1OT-TRAILER-RECORD
004170     MOVE 'T' TO OT-RECORD-TYPE IN CTB1OT-TRAILER-RECORD
004180     MOVE WS-DETAIL-COUNT TO OT-RECORD-COUNT
004190     MOVE WS-EXTRACT-AMOUNT-TOTAL TO OT-CONTROL-AMOUNT
004200     ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD
004210     MOVE WS-EXTRACT-DATE TO OT-EXTRACT-DATE
004220     MOVE RC-CHECKPOINT-TIMESTAMP(1:8) TO OT-BUSINESS-DATE
004230     IF WS-REPLAY-RUN
004240         SET OT-RESEND TO TRUE
004250     END-IF
004260     WRITE CTB1OT-TRAILER-RECORD
004270     PERFORM 3100-WRITE-EXTRACT-LOG THRU 3100-EXIT
004280     .
004290 3000-EXIT.
004300     EXIT.
004310*
004320******************************************************************
004330*    3100-WRITE-EXTRACT-LOG - APPEND A ROW MIRRORING THE TRAILER  *
004340*                             TO THE EXTRACT LOG FOR THE CTB450   *
004350*                             ACKNOWLEDGMENT MATCHER.  A MISSING  *
004360*                             LOG IS CREATED THE SAME WAY THE     *
004370*                             AUDIT TRAIL IS.                     *
004380******************************************************************
004390 3100-WRITE-EXTRACT-LOG.
004400     OPEN EXTEND EXTR-LOG-FILE
004410     IF WS-EXTRLOG-STATUS NOT = '00'
004420         OPEN OUTPUT EXTR-LOG-FILE
004430     END-IF
004440     IF WS-EXTRLOG-STATUS NOT = '00'
004450         DISPLAY 'CTB400W - EXTRACT LOG WOULD NOT OPEN - STATUS '
004460             '= ' WS-EXTRLOG-STATUS ' - ROW NOT WRITTEN'
004470         GO TO 3100-EXIT
004480     END-IF
004490     MOVE SPACES TO CTB1EL-EXTRACT-LOG-RECORD
004500     MOVE WS-EXTRACT-DATE TO EL-EXTRACT-DATE
004510     MOVE WS-DETAIL-COUNT TO EL-RECORD-COUNT
004520     MOVE WS-EXTRACT-AMOUNT-TOTAL TO EL-CONTROL-AMOUNT
004530     MOVE RC-CHECKPOINT-TIMESTAMP(1:8) TO EL-BUSINESS-DATE
004540     IF WS-REPLAY-RUN
004550         SET EL-RESEND TO TRUE
004560     END-IF
004570     WRITE CTB1EL-EXTRACT-LOG-RECORD
004580     CLOSE EXTR-LOG-FILE
004590     .
004600 3100-EXIT.
004610     EXIT.
004620*
004630******************************************************************
004640*    4000-GET-BRANCH-NAME - DECODE THE BRANCH CODE ALREADY MOVED  *
004650*                           TO OT-BR-BRANCH-CODE INTO ITS NAME    *
004660*                           VIA THE BRANCH MASTER.  A CODE THAT   *
004670*                           IS NOT ON THE MASTER IS FLAGGED SO    *
004680*                           THE DOWNSTREAM JOB SEES THE PHANTOM.  *
004690******************************************************************
004700 4000-GET-BRANCH-NAME.
004710     IF WS-BRANCH-MASTER-ABSENT
004720         MOVE SPACES TO OT-BR-BRANCH-NAME
004730         GO TO 4000-EXIT
004740     END-IF
004750     MOVE OT-BR-BRANCH-CODE TO BM-BRANCH-CODE
004760     READ BRANCH-MASTER
004770         INVALID KEY
004780             MOVE '** NOT ON MASTER **' TO OT-BR-BRANCH-NAME
004790         NOT INVALID KEY
004800             MOVE BM-BRANCH-NAME TO OT-BR-BRANCH-NAME
004810     END-READ
004820     .
004830 4000-EXIT.
004840     EXIT.
004850*
004860******************************************************************
004870*    9000-TERMINATE                                               *
004880******************************************************************
004890 9000-TERMINATE.
004900     IF WS-REPLAY-RUN
004910         CLOSE SNAP-FILE
004920     ELSE
004930         CLOSE RESTART-FILE
004940     END-IF
004950     CLOSE EXTRACT-FILE
004960     IF WS-BRANCH-MASTER-PRESENT
004970         CLOSE BRANCH-MASTER
004980     END-IF
004990     DISPLAY 'CTB400I - END OF RUN.  DETAIL RECORDS WRITTEN = '
005000         WS-DETAIL-COUNT ', BRANCH RECORDS = '
005010         WS-BRANCH-DETAIL-COUNT ', WS-COUNT = ' WS-COUNT
005020     IF WS-REPLAY-RUN
005030         DISPLAY 'CTB400I - EXTRACT IS A RESEND OF BUSINESS DATE '
005040             WS-REPLAY-DATE
005050     END-IF
005060     .
005070 9000-EXIT.
005080     EXIT.
005090*
005100******************************************************************
005110*    9800-STEP-LOG-START - REFUSE A SECOND RUN FOR A BUSINESS    *
005120*                          DATE THE STEP LOG SHOWS THIS STEP     *
005130*                          ALREADY FINISHED CLEAN, UNLESS A      *
005140*                          CTBSTOVR CARD OVERRIDES IT, THEN LOG  *
005150*                          THE START.  A STEP LOG THAT WILL NOT  *
005160*                          OPEN IS WARNED ABOUT, NOT FAILED.     *
005170******************************************************************
005180 9800-STEP-LOG-START.
005190     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
005200     MOVE WS-STEP-TS TO WS-STEP-START-TS
005210     PERFORM 9810-CHECK-PRIOR-RUN THRU 9810-EXIT
005220     IF WS-STEP-DONE-CLEAN
005230         PERFORM 9820-CHECK-OVERRIDE THRU 9820-EXIT
005240         IF WS-STEP-OVERRIDE-NONE
005250             DISPLAY 'CTB400A - STEP LOG SHOWS A CLEAN RUN FOR '
005260                 WS-STEP-BUS-DATE ' CYCLE ' WS-STEP-CYCLE
005270                 ' ENDED ' WS-STEP-DONE-TS
005280             DISPLAY 'CTB400A - A CTBSTOVR OVERRIDE CARD IS '
005290                 'NEEDED TO RUN THE DATE AGAIN - ABORTING'
005300             MOVE 'R' TO WS-STEP-EVENT
005310             MOVE WS-STEP-TS TO WS-STEP-END-TS
005320             MOVE 16 TO WS-STEP-RC
005330             PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
005340             MOVE 16 TO RETURN-CODE
005350             GOBACK
005360         END-IF
005370     END-IF
005380     MOVE 'S' TO WS-STEP-EVENT
005390     MOVE SPACES TO WS-STEP-END-TS
005400     MOVE 0 TO WS-STEP-RC
005410     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
005420     SET WS-STEP-LOGGED TO TRUE
005430     .
005440 9800-EXIT.
005450     EXIT.
005460*
005470******************************************************************
005480*    9810-CHECK-PRIOR-RUN - THE LAST START OR END ROW FOR THIS   *
005490*                           PROGRAM, DATE AND CYCLE DECIDES.  AN *
005500*                           END ROW UNDER RC 16 IS A CLEAN       *
005510*                           FINISH; A START ROW WITH NOTHING     *
005520*                           AFTER IT IS A RUN THAT FELL OVER     *
005530*                           AND MAY BE RERUN.                    *
005540******************************************************************
005550 9810-CHECK-PRIOR-RUN.
005560     SET WS-STEP-NOT-DONE TO TRUE
005570     OPEN INPUT STEP-LOG-FILE
005580     IF WS-STEPL-STATUS NOT = '00'
005590         GO TO 9810-EXIT
005600     END-IF
005610     SET WS-STEPL-EOF-NO TO TRUE
005620     PERFORM 9815-READ-STEP-ROW THRU 9815-EXIT
005630         UNTIL WS-STEPL-EOF-YES
005640     CLOSE STEP-LOG-FILE
005650     .
005660 9810-EXIT.
005670     EXIT.
005680*
005690 9815-READ-STEP-ROW.
005700     READ STEP-LOG-FILE
005710         AT END
005720             SET WS-STEPL-EOF-YES TO TRUE
005730             GO TO 9815-EXIT
005740     END-READ
005750     IF JS-PROGRAM NOT = WS-STEP-PROGRAM
005760         OR JS-BUSINESS-DATE NOT = WS-STEP-BUS-DATE
005770         OR JS-CYCLE-NUMBER NOT = WS-STEP-CYCLE
005780         GO TO 9815-EXIT
005790     END-IF
005800     IF JS-EVENT-START
005810         SET WS-STEP-NOT-DONE TO TRUE
005820     END-IF
005830     IF JS-EVENT-END
005840         IF JS-RETURN-CODE < 16
005850             SET WS-STEP-DONE-CLEAN TO TRUE
005860             MOVE JS-END-TIMESTAMP TO WS-STEP-DONE-TS
005870         ELSE
005880             SET WS-STEP-NOT-DONE TO TRUE
005890         END-IF
005900     END-IF
005910     .
005920 9815-EXIT.
005930     EXIT.
005940*
005950******************************************************************
005960*    9820-CHECK-OVERRIDE - LOOK FOR A CTBSTOVR CARD NAMING THIS  *
005970*                          PROGRAM AND DATE.  A BLANK CYCLE ON   *
005980*                          THE CARD COVERS EVERY CYCLE.          *
005990******************************************************************
006000 9820-CHECK-OVERRIDE.
006010     SET WS-STEP-OVERRIDE-NONE TO TRUE
006020     OPEN INPUT STEP-OVR-FILE
006030     IF WS-STOVR-STATUS NOT = '00'
006040         GO TO 9820-EXIT
006050     END-IF
006060     SET WS-STOVR-EOF-NO TO TRUE
006070     PERFORM 9825-READ-OVERRIDE THRU 9825-EXIT
006080         UNTIL WS-STOVR-EOF-YES
006090     CLOSE STEP-OVR-FILE
006100     .
006110 9820-EXIT.
006120     EXIT.
006130*
006140 9825-READ-OVERRIDE.
006150     READ STEP-OVR-FILE
006160         AT END
006170             SET WS-STOVR-EOF-YES TO TRUE
006180             GO TO 9825-EXIT
006190     END-READ
006200     IF SO-PROGRAM = WS-STEP-PROGRAM
006210         AND SO-BUSINESS-DATE = WS-STEP-BUS-DATE
006220         AND (SO-CYCLE-NUMBER = SPACES
006230             OR SO-CYCLE-NUMBER = WS-STEP-CYCLE)
006240         SET WS-STEP-OVERRIDE-GIVEN TO TRUE
006250         SET WS-STOVR-EOF-YES TO TRUE
006260         DISPLAY 'CTB400W - CLEAN RUN FOR ' WS-STEP-BUS-DATE
006270             ' OVERRIDDEN BY ' SO-OPERATOR ' - ' SO-REASON
006280     END-IF
006290     .
006300 9825-EXIT.
006310     EXIT.
006320*
006330******************************************************************
006340*    9840-WRITE-STEP-ROW - APPEND ONE ROW TO CTBSTEPL, CREATING  *
006350*                          THE LOG ON FIRST USE.                 *
006360******************************************************************
006370 9840-WRITE-STEP-ROW.
006380     OPEN EXTEND STEP-LOG-FILE
006390     IF WS-STEPL-STATUS NOT = '00'
006400         OPEN OUTPUT STEP-LOG-FILE
006410     END-IF
006420     IF WS-STEPL-STATUS NOT = '00'
006430         DISPLAY 'CTB400W - CTBSTEPL WOULD NOT OPEN - STATUS = '
006440             WS-STEPL-STATUS ' - STEP NOT LOGGED'
006450         GO TO 9840-EXIT
006460     END-IF
006470     MOVE SPACES TO CTB1JS-STEP-RECORD
006480     MOVE WS-STEP-PROGRAM TO JS-PROGRAM
006490     MOVE WS-STEP-BUS-DATE TO JS-BUSINESS-DATE
006500     MOVE WS-STEP-CYCLE TO JS-CYCLE-NUMBER
006510     MOVE WS-STEP-EVENT TO JS-EVENT
006520     MOVE WS-STEP-FINAL-SW TO JS-FINAL-CYCLE-SW
006530     MOVE WS-STEP-START-TS TO JS-START-TIMESTAMP
006540     MOVE WS-STEP-END-TS TO JS-END-TIMESTAMP
006550     MOVE WS-STEP-IN-CNT TO JS-IN-COUNT
006560     MOVE WS-STEP-OUT-CNT TO JS-OUT-COUNT
006570     MOVE WS-STEP-REJECT-CNT TO JS-REJECT-COUNT
006580     MOVE WS-STEP-RC TO JS-RETURN-CODE
006590     MOVE WS-STEP-OVERRIDE-SW TO JS-OVERRIDE-SW
006600     WRITE CTB1JS-STEP-RECORD
006610     CLOSE STEP-LOG-FILE
006620     .
006630 9840-EXIT.
006640     EXIT.
006650*
006660******************************************************************
006670*    9850-STEP-LOG-END - LOG THE END OF THE STEP WITH ITS COUNTS *
006680*                        AND FINAL RETURN CODE.                  *
006690******************************************************************
006700 9850-STEP-LOG-END.
006710     IF WS-STEP-NOT-LOGGED
006720         GO TO 9850-EXIT
006730     END-IF
006740     MOVE WS-COUNT TO WS-STEP-IN-CNT
006750     COMPUTE WS-STEP-OUT-CNT =
006760         WS-DETAIL-COUNT + WS-BRANCH-DETAIL-COUNT
006770     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
006780     MOVE WS-STEP-TS TO WS-STEP-END-TS
006790     MOVE RETURN-CODE TO WS-STEP-RC
006800     MOVE 'E' TO WS-STEP-EVENT
006810     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
006820     SET WS-STEP-NOT-LOGGED TO TRUE
006830     .
006840 9850-EXIT.
006850     EXIT.
006860*
006870 9860-BUILD-STEP-TIMESTAMP.
006880     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
006890     ACCEPT WS-STEP-TIME FROM TIME
006900     MOVE SPACES TO WS-STEP-TS
006910     STRING WS-STEP-DATE DELIMITED BY SIZE
006920             '-' DELIMITED BY SIZE
006930             WS-STEP-TIME DELIMITED BY SIZE
006940         INTO WS-STEP-TS
006950     .
006960 9860-EXIT.
006970     EXIT.
