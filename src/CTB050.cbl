000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   PROGRAM      CTB050                                          *
000100*   DESCRIPTION   FRONT-END FEED EDIT.  RUNS AHEAD OF CTB100     *
000110*                 AGAINST THE BATCHED FEED (CTBFEED) THE         *
000120*                 UPSTREAM SHOP NOW WRAPS IN HEADER AND TRAILER  *
000150*                 TOTAL AGAINST THE TRAILER, AND FLAGS           *
000160*                 DUPLICATE TRANSACTIONS WITHIN THE FEED.  ONLY  *
000170*                 A CLEAN BATCH IS RELEASED TO TRANSIN FOR       *
000174*                 POSTING; A BAD BATCH IS HELD ON CTBFHOLD AND   *
000178*                 REPORTED, AND THE RUN ENDS RC 4.  RC 16, WHICH *
000182*                 KEEPS THE SCHEDULER FROM STARTING CTB100, IS   *
000186*                 SET ONLY WHEN NO BATCH IS RELEASED, WHEN A     *
000190*                 FILE WILL NOT OPEN OR THE FEED HOLDS MORE      *
000194*                 BATCHES THAN THE RUN CAN JUDGE, OR WHEN THE    *
000198*                 STEP LOG SHOWS THE DATE ALREADY RUN CLEAN.  AN *
000202*                 ABORT AFTER THE START ROW STILL WRITES THE     *
000206*                 STEP LOG END ROW.                              *
000210*                                                                *
000220*                 TWO DETAILS THAT MATCH BYTE FOR BYTE MAY BE    *
000230*                 LEGITIMATE (TWO IDENTICAL POSTS TO ONE SLOT    *
000310*                 LISTED AND THE RUN ENDS RC 4 FOR AN            *
000320*                 OPERATOR'S EYE.                                *
000330*                                                                *
000340*                 A FEED MAY CARRY SEVERAL BATCHES, FROM ONE OR  *
000350*                 MORE UPSTREAM SOURCES, EACH WRAPPED IN ITS OWN *
000360*                 HEADER AND TRAILER AND JUDGED ON ITS OWN - A   *
000370*                 CLEAN BATCH IS RELEASED EVEN WHEN ANOTHER IN   *
000380*                 THE SAME FEED IS HELD.  EVERY BATCH IS FILED   *
000390*                 ON THE CTBBREG REGISTER BY SOURCE AND BATCH    *
000400*                 NUMBER.  A NUMBER ALREADY POSTED IS REFUSED    *
000410*                 AND HELD, SO A RESENT BATCH NEVER POSTS TWICE, *
000420*                 AND A BREAK IN A SOURCE'S NUMBERING IS         *
000430*                 REPORTED AS A GAP.                             *
000440*                                                                *
000450*   MODIFICATION HISTORY                                         *
000460*   -----------------------------------------------------------  *
000470*   DATE       INIT  DESCRIPTION                                 *
000480*   ---------- ----  ---------------------------------------     *
000490*   2026-09-02 DLM   ORIGINAL.                                   *
000500*   2026-09-02 DLM   THE RC 4 DUPLICATE WARNING IS NOW SET ONLY  *
000510*                    WHEN THE RETURN CODE IS STILL ZERO, SO AN   *
000520*                    RC 16 FROM A FAILED OUTPUT PASS IS NOT      *
000530*                    DOWNGRADED AND POSTING STAYS HELD.          *
000540*   2026-10-15 DLM   SEVERAL BATCHES AND SOURCES PER FEED, EACH  *
000550*                    JUDGED ON ITS OWN.  BATCHES ARE FILED ON    *
000560*                    THE CTBBREG REGISTER - A BATCH NUMBER       *
000570*                    ALREADY POSTED IS REFUSED AND GAPS IN A     *
000580*                    SOURCE'S NUMBERING ARE REPORTED.  RC 16 NOW *
000590*                    ONLY WHEN NO BATCH IS RELEASED; A FEED WITH *
000600*                    SOME BATCHES HELD ENDS RC 4.                *
000610*   2026-10-15 DLM   EACH RUN NOW LOGS ITS START AND END TO      *
000620*                    CTBSTEPL.  A DATE ALREADY FINISHED CLEAN IS *
000630*                    REFUSED WITHOUT A CTBSTOVR OVERRIDE CARD.   *
000640*   2026-10-15 DLM   THE STEP ROW NOW CARRIES THE CYCLE AND      *
000650*                    FINAL SWITCH FROM THE CTBRPARM CYCLE CARD,  *
000660*                    AS CTB100'S DOES, SO A LATER INTRA-DAY      *
000670*                    WINDOW'S EDIT IS NOT REFUSED AS ALREADY RUN *
000680*                    CLEAN.                                      *
000690*                    RESEQUENCED.                                *
000692*   2026-10-15 DLM   AN ABORT AFTER THE STEP LOG START ROW NOW   *
000694*                    WRITES THE END ROW WITH RC 16, SO CTB905    *
000696*                    REPORTS THE STEP AS FAILED, NOT AS STILL    *
000698*                    RUNNING.                                    *
000700*                                                                *
000710******************************************************************
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER. IBM-370.
000750 OBJECT-COMPUTER. IBM-370.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT FEED-FILE ASSIGN TO "CTBFEED"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-FEED-STATUS.
000810*
000820     SELECT TRANS-FILE ASSIGN TO "TRANSIN"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-TRANS-STATUS.
000850*
000860     SELECT HOLD-FILE ASSIGN TO "CTBFHOLD"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-HOLD-STATUS.
000890*
000900     SELECT EDIT-RPT ASSIGN TO "EDITRPT"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-EDITRPT-STATUS.
000930*
000940     SELECT BATCH-REG ASSIGN TO "CTBBREG"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS BR-KEY
000980         FILE STATUS IS WS-BREG-STATUS.
000990*
001000*    OPTIONAL RUN PARAMETER CARD, SHARED WITH CTB100.  NAMES THE
001010*    INTRA-DAY CYCLE AND WHETHER IT IS THE DAY'S FINAL ONE;
001020*    ABSENT MEANS THE CLASSIC ONE-FEED DAILY RUN.
001030     SELECT RUN-PARM ASSIGN TO "CTBRPARM"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-RUNPARM-STATUS.
001060*
001070*    SUITE JOB STEP LOG AND ITS OPTIONAL RERUN OVERRIDE CARD.
001080     SELECT STEP-LOG-FILE ASSIGN TO "CTBSTEPL"
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-STEPL-STATUS.
001110     SELECT STEP-OVR-FILE ASSIGN TO "CTBSTOVR"
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-STOVR-STATUS.
001140*
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  FEED-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200     COPY CTB1FB.
001210*
001220 FD  TRANS-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 01  TRANS-RECORD.
001260     05  TR-INDEX-VALUE              PIC 9(5).
001270     05  TR-BRANCH-CODE              PIC X(04).
001280     05  TR-AMOUNT                   PIC 9(7)V99.
001290     05  TR-RECORD-TYPE              PIC X(01).
001300*
001310 FD  HOLD-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 01  HOLD-RECORD                     PIC X(40).
001350*
001360 FD  EDIT-RPT
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390     COPY CTB1PL.
001400*
001410 FD  RUN-PARM
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440 01  RUN-PARM-RECORD.
001450     05  PM-CYCLE-NUMBER             PIC X(02).
001460     05  PM-FINAL-CYCLE-SW           PIC X(01).
001470     05  PM-TRIAL-SW                 PIC X(01).
001480     05  FILLER                      PIC X(76).
001490*
001500 FD  BATCH-REG.
001510     COPY CTB1BR.
001520*
001530 FD  STEP-LOG-FILE
001540     RECORDING MODE IS F
001550     LABEL RECORDS ARE STANDARD.
001560     COPY CTB1JS.
001570*
001580 FD  STEP-OVR-FILE
001590     RECORDING MODE IS F
001600     LABEL RECORDS ARE STANDARD.
001610     COPY CTB1SO.
001620*
001630 WORKING-STORAGE SECTION.
001640 01  WS-FILE-STATUS-FIELDS.
001650     05  WS-FEED-STATUS              PIC X(02) VALUE SPACES.
001660     05  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
001670     05  WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
001680     05  WS-EDITRPT-STATUS           PIC X(02) VALUE SPACES.
001690     05  WS-BREG-STATUS              PIC X(02) VALUE SPACES.
001700     05  WS-RUNPARM-STATUS           PIC X(02) VALUE SPACES.
001710*
001720 01  WS-SWITCHES.
001730     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001740         88  WS-EOF-YES                  VALUE 'Y'.
001750         88  WS-EOF-NO                   VALUE 'N'.
001760     05  WS-HEADER-SW                PIC X(01) VALUE 'N'.
001770         88  WS-HEADER-SEEN              VALUE 'Y'.
001780         88  WS-HEADER-UNSEEN            VALUE 'N'.
001790     05  WS-TRAILER-SW               PIC X(01) VALUE 'N'.
001800         88  WS-TRAILER-SEEN             VALUE 'Y'.
001810         88  WS-TRAILER-UNSEEN           VALUE 'N'.
001820     05  WS-FIELD-ERROR-SW           PIC X(01) VALUE 'N'.
001830         88  WS-FIELD-ERRORS-FOUND       VALUE 'Y'.
001840         88  WS-FIELD-ERRORS-NONE        VALUE 'N'.
001850     05  WS-DETAIL-OK-SW             PIC X(01) VALUE 'Y'.
001860         88  WS-DETAIL-OK                VALUE 'Y'.
001870         88  WS-DETAIL-BAD               VALUE 'N'.
001880     05  WS-DUP-MATCH-SW             PIC X(01) VALUE 'N'.
001890         88  WS-DUP-MATCHED              VALUE 'Y'.
001900         88  WS-DUP-UNMATCHED            VALUE 'N'.
001910     05  WS-ENTRY-FOUND-SW           PIC X(01) VALUE 'N'.
001920         88  WS-ENTRY-FOUND              VALUE 'Y'.
001930         88  WS-ENTRY-UNFOUND            VALUE 'N'.
001940     05  WS-DUP-CAPACITY-SW          PIC X(01) VALUE 'N'.
001950         88  WS-DUP-TABLE-FULL           VALUE 'Y'.
001960         88  WS-DUP-TABLE-ROOM           VALUE 'N'.
001970     05  WS-BATCH-KEY-SW             PIC X(01) VALUE 'N'.
001980         88  WS-BATCH-KEY-VALID          VALUE 'Y'.
001990         88  WS-BATCH-KEY-INVALID        VALUE 'N'.
002000     05  WS-REG-ROW-SW               PIC X(01) VALUE 'N'.
002010         88  WS-REG-ROW-FOUND            VALUE 'Y'.
002020         88  WS-REG-ROW-NEW              VALUE 'N'.
002030     05  WS-REPEAT-SW                PIC X(01) VALUE 'N'.
002040         88  WS-BATCH-REPEATED           VALUE 'Y'.
002050         88  WS-BATCH-NOT-REPEATED       VALUE 'N'.
002060     05  WS-SOURCE-ROW-SW            PIC X(01) VALUE 'N'.
002070         88  WS-SOURCE-ROW-FOUND         VALUE 'Y'.
002080         88  WS-SOURCE-ROW-NONE          VALUE 'N'.
002090     05  WS-SCAN-SW                  PIC X(01) VALUE 'N'.
002100         88  WS-SCAN-DONE                VALUE 'Y'.
002110         88  WS-SCAN-MORE                VALUE 'N'.
002120*
002130*    THE BATCH VERDICT SET BY 3000-JUDGE-BATCH (OR BY THE
002140*    REGISTER CHECK) AND FILED IN THE BATCH TABLE FOR THE OUTPUT
002150*    PASS - RELEASE EVERYTHING, RELEASE DISTINCT RECORDS ONLY
002160*    (SPOOLER DOUBLED A RECORD AFTER THE TRAILER WAS CUT), HOLD
002170*    THE WHOLE BATCH, OR REFUSE IT AS ALREADY POSTED.
002180     05  WS-VERDICT-SW               PIC X(01) VALUE 'H'.
002190         88  WS-BATCH-RELEASED           VALUE 'P'.
002200         88  WS-BATCH-DROP-DUPS          VALUE 'D'.
002210         88  WS-BATCH-HELD               VALUE 'H'.
002220         88  WS-BATCH-REFUSED            VALUE 'X'.
002230*
002240 01  WS-EDIT-COUNTS.
002250     05  WS-FEED-READ-CNT            PIC 9(7) VALUE 0.
002260     05  WS-DETAIL-CNT               PIC 9(7) VALUE 0.
002270     05  WS-FIELD-ERROR-CNT          PIC 9(7) VALUE 0.
002280     05  WS-DUP-CNT                  PIC 9(7) VALUE 0.
002290     05  WS-CLEAN-WRITE-CNT          PIC 9(7) VALUE 0.
002300     05  WS-HOLD-WRITE-CNT           PIC 9(7) VALUE 0.
002310     05  WS-SEQ-ERROR-CNT            PIC 9(7) VALUE 0.
002320*
002330*    THE COUNTS ABOVE FROM DETAIL TO SEQUENCE ERRORS ARE THE
002340*    CURRENT BATCH'S AND START AGAIN AT EACH HEADER; THESE ARE
002350*    THE WHOLE FEED'S.
002360 01  WS-FEED-COUNTS.
002370     05  WS-FEED-DETAIL-CNT          PIC 9(7) VALUE 0.
002380     05  WS-FEED-FIELD-ERROR-CNT     PIC 9(7) VALUE 0.
002390     05  WS-FEED-DUP-CNT             PIC 9(7) VALUE 0.
002400     05  WS-RELEASED-BATCH-CNT       PIC 9(3) VALUE 0.
002410     05  WS-HELD-BATCH-CNT           PIC 9(3) VALUE 0.
002420     05  WS-REFUSED-BATCH-CNT        PIC 9(3) VALUE 0.
002430     05  WS-GAP-CNT                  PIC 9(3) VALUE 0.
002440     05  WS-REG-ERROR-CNT            PIC 9(3) VALUE 0.
002450*
002460 01  WS-EDIT-TOTALS.
002470     05  WS-RAW-AMOUNT-TOTAL         PIC 9(11)V99 VALUE 0.
002480     05  WS-DUP-AMOUNT-TOTAL         PIC 9(11)V99 VALUE 0.
002490     05  WS-DISTINCT-CNT             PIC 9(7) VALUE 0.
002500     05  WS-DISTINCT-AMOUNT          PIC 9(11)V99 VALUE 0.
002510*
002520*    THE TRAILER'S FIGURES, KEPT OUT OF THE FD AREA - THE
002530*    RECORD AREA IS NOT RELIABLE AFTER THE AT END READ THAT
002540*    ENDS THE EDIT PASS, AND THE VERDICT IS JUDGED AFTER IT.
002550 01  WS-TRAILER-TOTALS.
002560     05  WS-TRL-RECORD-COUNT         PIC 9(07) VALUE 0.
002570     05  WS-TRL-AMOUNT-TOTAL         PIC 9(11)V99 VALUE 0.
002580*
002590*    DISTINCT DETAIL IMAGES SEEN SO FAR, FOR THE IN-FEED
002600*    DUPLICATE SCAN.  A FEED THAT OUTGROWS THE TABLE KEEPS ITS
002610*    RECORDS BUT LOSES THE DUPLICATE CHECK FROM THAT POINT ON,
002620*    WHICH IS REPORTED.
002630 01  WS-DUP-CONTROLS.
002640     05  WS-DUP-TABLE-MAX            PIC 9(5) VALUE 20000.
002650     05  WS-DUP-FILLED-CNT           PIC 9(5) VALUE 0.
002660 01  WS-DUP-TABLE.
002670     05  WS-DUP-ENTRY OCCURS 20000 TIMES
002680                 INDEXED BY WS-DUP-IDX.
002690         10  DU-IMAGE                PIC X(19).
002700         10  DU-SEEN-CNT             PIC 9(3).
002710         10  DU-WRITTEN-SW           PIC X(01).
002720         10  DU-BATCH-NO             PIC 9(3).
002730*
002740*    ONE ENTRY PER BATCH IN FEED ORDER, FILED AS EACH BATCH
002750*    CLOSES.  RECORDS AHEAD OF THE FIRST HEADER COUNT AS A BATCH
002760*    OF THEIR OWN (AND ARE HELD), SO THE OUTPUT PASS CAN NUMBER
002770*    THE BATCHES THE SAME WAY THE EDIT PASS DID.
002780 01  WS-BATCH-CONTROLS.
002790     05  WS-BATCH-MAX                PIC 9(3) VALUE 50.
002800     05  WS-BATCH-CNT                PIC 9(3) VALUE 0.
002810     05  WS-OUT-BATCH                PIC 9(3) VALUE 0.
002820 01  WS-BATCH-TABLE.
002830     05  WS-BATCH-ENTRY OCCURS 50 TIMES
002840                 INDEXED BY WS-BT-IDX WS-BT-SCAN-IDX.
002850         10  BT-SOURCE-ID            PIC X(04).
002860         10  BT-BATCH-NUMBER         PIC X(04).
002870         10  BT-BATCH-DATE           PIC X(08).
002880         10  BT-KEY-SW               PIC X(01).
002890             88  BT-KEY-VALID            VALUE 'Y'.
002900         10  BT-VERDICT-SW           PIC X(01).
002910             88  BT-RELEASED             VALUE 'P'.
002920             88  BT-DROP-DUPS            VALUE 'D'.
002930             88  BT-HELD                 VALUE 'H'.
002940             88  BT-REFUSED              VALUE 'X'.
002950             88  BT-NOT-RELEASED         VALUE 'H' 'X'.
002960*
002970 01  WS-WORK-FIELDS.
002980     05  WS-DETAIL-IMAGE             PIC X(19) VALUE SPACES.
002990     05  WS-EDIT-REASON              PIC X(30) VALUE SPACES.
003000     05  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
003010     05  WS-DEFAULT-SOURCE           PIC X(04) VALUE 'MAIN'.
003020     05  WS-CURR-SOURCE-ID           PIC X(04) VALUE SPACES.
003030     05  WS-CURR-BATCH-DATE          PIC X(08) VALUE SPACES.
003040     05  WS-CURR-BATCH-NUMBER        PIC X(04) VALUE SPACES.
003050     05  WS-CURR-BATCH-NUMBER-N REDEFINES WS-CURR-BATCH-NUMBER
003060                                     PIC 9(04).
003070     05  WS-LAST-BATCH-DATE          PIC X(08) VALUE SPACES.
003080     05  WS-LAST-BATCH-NUMBER        PIC X(04) VALUE SPACES.
003090     05  WS-LAST-BATCH-NUMBER-N REDEFINES WS-LAST-BATCH-NUMBER
003100                                     PIC 9(04).
003110     05  WS-EXPECT-NUMBER            PIC 9(04) VALUE 0.
003120     05  WS-GAP-LAST-NUMBER          PIC 9(04) VALUE 0.
003130     05  WS-BATCH-REASON             PIC X(30) VALUE SPACES.
003140     05  WS-VERDICT-TEXT             PIC X(22) VALUE SPACES.
003150*
003160 01  WS-REPORT-WORK-FIELDS.
003170     05  WS-RPT-COUNT                PIC ZZZZZZ9.
003180     05  WS-RPT-TRL-COUNT            PIC ZZZZZZ9.
003190     05  WS-RPT-AMOUNT               PIC ZZZZZZZZZZ9.99.
003200     05  WS-RPT-TRL-AMOUNT           PIC ZZZZZZZZZZ9.99.
003210     05  WS-RPT-BATCH-NO             PIC ZZ9.
003220     05  WS-RPT-BATCH-CNT            PIC ZZ9.
003230*
003240     COPY CTB1JW.
003250*
003260 PROCEDURE DIVISION.
003270******************************************************************
003280*    0000-MAINLINE                                               *
003290******************************************************************
003300 0000-MAINLINE.
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003320     PERFORM 2000-EDIT-FEED THRU 2000-EXIT
003330         UNTIL WS-EOF-YES
003340     IF WS-BATCH-CNT > 0
003350         PERFORM 2900-CLOSE-BATCH THRU 2900-EXIT
003360     END-IF
003370     PERFORM 4000-OUTPUT-PASS THRU 4000-EXIT
003380     PERFORM 9000-TERMINATE THRU 9000-EXIT
003390     PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003400     GOBACK.
003410*
003420******************************************************************
003430*    1000-INITIALIZE                                             *
003440******************************************************************
003450 1000-INITIALIZE.
003460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003470     MOVE 'CTB050' TO WS-STEP-PROGRAM
003480     MOVE WS-RUN-DATE TO WS-STEP-BUS-DATE
003490     PERFORM 1050-READ-RUN-PARM THRU 1050-EXIT
003500     PERFORM 9800-STEP-LOG-START THRU 9800-EXIT
003510     OPEN INPUT FEED-FILE
003520     IF WS-FEED-STATUS NOT = '00'
003530         DISPLAY 'CTB050A - FEED FILE WOULD NOT OPEN - STATUS = '
003540             WS-FEED-STATUS
003550         MOVE 16 TO RETURN-CODE
003555         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003560         GOBACK
003570     END-IF
003580     OPEN OUTPUT EDIT-RPT
003590     IF WS-EDITRPT-STATUS NOT = '00'
003600         DISPLAY 'CTB050A - EDIT-RPT WOULD NOT OPEN - STATUS = '
003610             WS-EDITRPT-STATUS
003620         MOVE 16 TO RETURN-CODE
003625         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003630         GOBACK
003640     END-IF
003650     OPEN I-O BATCH-REG
003660     IF WS-BREG-STATUS NOT = '00'
003670         OPEN OUTPUT BATCH-REG
003680         CLOSE BATCH-REG
003690         OPEN I-O BATCH-REG
003700     END-IF
003710     IF WS-BREG-STATUS NOT = '00'
003720         DISPLAY 'CTB050A - CTBBREG WOULD NOT OPEN - STATUS = '
003730             WS-BREG-STATUS
003740         MOVE 16 TO RETURN-CODE
003745         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003750         GOBACK
003760     END-IF
003770     PERFORM 3100-PRINT-HEADINGS THRU 3100-EXIT
003780     PERFORM 1300-READ-FEED THRU 1300-EXIT
003790     .
003800 1000-EXIT.
003810     EXIT.
003820*
003830******************************************************************
003840*    1050-READ-RUN-PARM - PICK UP THE OPTIONAL CTBRPARM CYCLE    *
003850*                         CARD FOR THE STEP LOG.  ABSENT, EMPTY, *
003860*                         OR NON-NUMERIC MEANS THE CLASSIC       *
003870*                         ONE-FEED DAILY RUN (CYCLE 1, FINAL),   *
003880*                         THE SAME AS CTB100.                    *
003890******************************************************************
003900 1050-READ-RUN-PARM.
003910     MOVE 01 TO WS-STEP-CYCLE
003920     MOVE 'Y' TO WS-STEP-FINAL-SW
003930     OPEN INPUT RUN-PARM
003940     IF WS-RUNPARM-STATUS NOT = '00'
003950         GO TO 1050-EXIT
003960     END-IF
003970     READ RUN-PARM
003980         AT END
003990             CLOSE RUN-PARM
004000             GO TO 1050-EXIT
004010     END-READ
004020     IF PM-CYCLE-NUMBER IS NUMERIC
004030         AND PM-CYCLE-NUMBER NOT = '00'
004040         MOVE PM-CYCLE-NUMBER TO WS-STEP-CYCLE
004050         IF PM-FINAL-CYCLE-SW = 'Y'
004060             MOVE 'Y' TO WS-STEP-FINAL-SW
004070         ELSE
004080             MOVE 'N' TO WS-STEP-FINAL-SW
004090         END-IF
004100         DISPLAY 'CTB050I - CYCLE MODE - FEED EDIT FOR CYCLE '
004110             WS-STEP-CYCLE ', FINAL CYCLE = ' WS-STEP-FINAL-SW
004120     ELSE
004130         DISPLAY 'CTB050W - CTBRPARM CYCLE NUMBER NOT NUMERIC '
004140             '- DAILY MODE ASSUMED'
004150     END-IF
004160     CLOSE RUN-PARM
004170     .
004180 1050-EXIT.
004190     EXIT.
004200*
004210 1300-READ-FEED.
004220     READ FEED-FILE
004230         AT END
004240             SET WS-EOF-YES TO TRUE
004250     END-READ
004260     IF WS-EOF-NO
004270         ADD 1 TO WS-FEED-READ-CNT
004280     END-IF
004290     .
004300 1300-EXIT.
004310     EXIT.
004320*
004330******************************************************************
004340*    2000-EDIT-FEED - ONE RECORD OF THE VALIDATION PASS.  EACH   *
004350*                     BATCH MUST OPEN WITH ITS HEADER AND CLOSE  *
004360*                     WITH ITS TRAILER, AND EVERYTHING BETWEEN IS*
004370*                     A DETAIL TO BE PROVED WELL-FORMED.  A NEW  *
004380*                     HEADER CLOSES THE BATCH BEFORE IT.         *
004390******************************************************************
004400 2000-EDIT-FEED.
004410     EVALUATE TRUE
004420         WHEN FH-TYPE-HEADER
004430             PERFORM 2100-TAKE-HEADER THRU 2100-EXIT
004440         WHEN FT-TYPE-TRAILER
004450             PERFORM 2200-TAKE-TRAILER THRU 2200-EXIT
004460         WHEN OTHER
004470             PERFORM 2300-EDIT-DETAIL THRU 2300-EXIT
004480     END-EVALUATE
004490     PERFORM 1300-READ-FEED THRU 1300-EXIT
004500     .
004510 2000-EXIT.
004520     EXIT.
004530*
004540******************************************************************
004550*    2050-OPEN-BATCH - START A NEW BATCH - EVERY PER-BATCH COUNT,*
004560*                      TOTAL, AND SWITCH GOES BACK TO ITS START. *
004570******************************************************************
004580 2050-OPEN-BATCH.
004590     IF WS-BATCH-CNT NOT < WS-BATCH-MAX
004600         DISPLAY 'CTB050A - MORE THAN ' WS-BATCH-MAX
004610             ' BATCHES IN THE FEED - RUN ABANDONED'
004620         MOVE 16 TO RETURN-CODE
004625         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
004630         GOBACK
004640     END-IF
004650     ADD 1 TO WS-BATCH-CNT
004660     SET WS-HEADER-UNSEEN TO TRUE
004670     SET WS-TRAILER-UNSEEN TO TRUE
004680     SET WS-FIELD-ERRORS-NONE TO TRUE
004690     SET WS-BATCH-KEY-INVALID TO TRUE
004700     MOVE 0 TO WS-DETAIL-CNT WS-FIELD-ERROR-CNT WS-DUP-CNT
004710               WS-SEQ-ERROR-CNT
004720     MOVE 0 TO WS-RAW-AMOUNT-TOTAL WS-DUP-AMOUNT-TOTAL
004730               WS-DISTINCT-CNT WS-DISTINCT-AMOUNT
004740     MOVE 0 TO WS-TRL-RECORD-COUNT WS-TRL-AMOUNT-TOTAL
004750     MOVE SPACES TO WS-CURR-SOURCE-ID WS-CURR-BATCH-DATE
004760                    WS-CURR-BATCH-NUMBER
004770     MOVE WS-BATCH-CNT TO WS-RPT-BATCH-NO
004780     MOVE SPACES TO PL-LINE
004790     WRITE CTB1PL-LINE
004800     .
004810 2050-EXIT.
004820     EXIT.
004830*
004840 2100-TAKE-HEADER.
004850     IF WS-BATCH-CNT > 0
004860         PERFORM 2900-CLOSE-BATCH THRU 2900-EXIT
004870     END-IF
004880     PERFORM 2050-OPEN-BATCH THRU 2050-EXIT
004890     MOVE FH-BATCH-DATE TO WS-CURR-BATCH-DATE
004900     MOVE FH-BATCH-NUMBER TO WS-CURR-BATCH-NUMBER
004910     IF FH-SOURCE-ID = SPACES
004920         MOVE WS-DEFAULT-SOURCE TO WS-CURR-SOURCE-ID
004930     ELSE
004940         MOVE FH-SOURCE-ID TO WS-CURR-SOURCE-ID
004950     END-IF
004960     MOVE SPACES TO PL-LINE
004970     STRING 'BATCH ' DELIMITED BY SIZE
004980             WS-RPT-BATCH-NO DELIMITED BY SIZE
004990             '  SOURCE ' DELIMITED BY SIZE
005000             WS-CURR-SOURCE-ID DELIMITED BY SIZE
005010             '  NUMBER ' DELIMITED BY SIZE
005020             WS-CURR-BATCH-NUMBER DELIMITED BY SIZE
005030             '  DATED ' DELIMITED BY SIZE
005040             WS-CURR-BATCH-DATE DELIMITED BY SIZE
005050         INTO PL-LINE
005060     WRITE CTB1PL-LINE
005070     IF FH-BATCH-NUMBER NOT NUMERIC
005080         MOVE 'HEADER BATCH NUMBER NOT NUMERIC' TO WS-EDIT-REASON
005090         PERFORM 2350-WRITE-EDIT-ERROR THRU 2350-EXIT
005100         ADD 1 TO WS-SEQ-ERROR-CNT
005110     ELSE
005120         SET WS-BATCH-KEY-VALID TO TRUE
005130     END-IF
005140     IF FH-BATCH-DATE NOT NUMERIC
005150         MOVE 'HEADER BATCH DATE NOT NUMERIC' TO WS-EDIT-REASON
005160         PERFORM 2350-WRITE-EDIT-ERROR THRU 2350-EXIT
005170         ADD 1 TO WS-SEQ-ERROR-CNT
005180     END-IF
005190     SET WS-HEADER-SEEN TO TRUE
005200     .
005210 2100-EXIT.
005220     EXIT.
005230*
005240******************************************************************
005250*    2060-OPEN-HEADLESS-BATCH - RECORDS AHEAD OF THE FIRST HEADER*
005260*                               FORM A BATCH OF THEIR OWN, WHICH *
005270*                               THE MISSING HEADER HOLDS.        *
005280******************************************************************
005290 2060-OPEN-HEADLESS-BATCH.
005300     PERFORM 2050-OPEN-BATCH THRU 2050-EXIT
005310     MOVE SPACES TO PL-LINE
005320     STRING 'BATCH ' DELIMITED BY SIZE
005330             WS-RPT-BATCH-NO DELIMITED BY SIZE
005340             '  RECORDS AHEAD OF ANY HEADER' DELIMITED BY SIZE
005350         INTO PL-LINE
005360     WRITE CTB1PL-LINE
005370     .
005380 2060-EXIT.
005390     EXIT.
005400*
005410 2200-TAKE-TRAILER.
005420     IF WS-BATCH-CNT = 0
005430         PERFORM 2060-OPEN-HEADLESS-BATCH THRU 2060-EXIT
005440     END-IF
005450     IF WS-TRAILER-SEEN
005460         MOVE 'SECOND TRAILER IN BATCH' TO WS-EDIT-REASON
005470         PERFORM 2350-WRITE-EDIT-ERROR THRU 2350-EXIT
005480         ADD 1 TO WS-SEQ-ERROR-CNT
005490         GO TO 2200-EXIT
005500     END-IF
005510     IF FT-RECORD-COUNT NOT NUMERIC
005520         OR FT-AMOUNT-TOTAL NOT NUMERIC
005530         MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-EDIT-REASON
005540         PERFORM 2350-WRITE-EDIT-ERROR THRU 2350-EXIT
005550         ADD 1 TO WS-SEQ-ERROR-CNT
005560     ELSE
005570         MOVE FT-RECORD-COUNT TO WS-TRL-RECORD-COUNT
005580         MOVE FT-AMOUNT-TOTAL TO WS-TRL-AMOUNT-TOTAL
005590     END-IF
005600     SET WS-TRAILER-SEEN TO TRUE
005610     .
005620 2200-EXIT.
005630     EXIT.
005640*
005650******************************************************************
005660*    2300-EDIT-DETAIL - PROVE EVERY FIELD OF ONE DETAIL WELL-    *
005670*                       FORMED, TALLY THE RAW TOTALS, AND RUN    *
005680*                       THE IN-FEED DUPLICATE SCAN.              *
005690******************************************************************
005700 2300-EDIT-DETAIL.
005710     IF WS-BATCH-CNT = 0
005720         PERFORM 2060-OPEN-HEADLESS-BATCH THRU 2060-EXIT
005730     END-IF
005740     SET WS-DETAIL-OK TO TRUE
005750     ADD 1 TO WS-DETAIL-CNT
005760     IF WS-HEADER-UNSEEN
005770         MOVE 'DETAIL AHEAD OF HEADER' TO WS-EDIT-REASON
005780         PERFORM 2350-WRITE-EDIT-ERROR THRU 2350-EXIT
005790         ADD 1 TO WS-SEQ-ERROR-CNT
005800     END-IF
005810     IF WS-TRAILER-SEEN
005820         MOVE 'DETAIL AFTER TRAILER' TO WS-EDIT-REASON
005830         PERFORM 2350-WRITE-EDIT-ERROR THRU 2350-EXIT
005840         ADD 1 TO WS-SEQ-ERROR-CNT
005850     END-IF
005860     IF FR-INDEX-VALUE NOT NUMERIC
005870         SET WS-DETAIL-BAD TO TRUE
005880         MOVE 'SLOT INDEX NOT NUMERIC' TO WS-EDIT-REASON
005890         PERFORM 2350-WRITE-EDIT-ERROR THRU 2350-EXIT
005900     END-IF
005910     IF FR-BRANCH-CODE = SPACES
005920         SET WS-DETAIL-BAD TO TRUE
005930         MOVE 'BRANCH CODE IS BLANK' TO WS-EDIT-REASON
005940         PERFORM 2350-WRITE-EDIT-ERROR THRU 2350-EXIT
005950     END-IF
005960     IF FR-AMOUNT NOT NUMERIC
005970         SET WS-DETAIL-BAD TO TRUE
005980         MOVE 'AMOUNT NOT NUMERIC' TO WS-EDIT-REASON
005990         PERFORM 2350-WRITE-EDIT-ERROR THRU 2350-EXIT
006000     END-IF
006010     IF FR-TYPE-POST OR FR-TYPE-REVERSE OR FR-TYPE-REPLACE
006020         CONTINUE
006030     ELSE
006040         SET WS-DETAIL-BAD TO TRUE
006050         MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-EDIT-REASON
006060         PERFORM 2350-WRITE-EDIT-ERROR THRU 2350-EXIT
006070     END-IF
006080     IF WS-DETAIL-BAD
006090         SET WS-FIELD-ERRORS-FOUND TO TRUE
006100         ADD 1 TO WS-FIELD-ERROR-CNT
006110         GO TO 2300-EXIT
006120     END-IF
006130     ADD FR-AMOUNT-NUM TO WS-RAW-AMOUNT-TOTAL
006140     PERFORM 2400-CHECK-DUPLICATE THRU 2400-EXIT
006150     .
006160 2300-EXIT.
006170     EXIT.
006180*
006190 2350-WRITE-EDIT-ERROR.
006200     MOVE SPACES TO PL-LINE
006210     STRING '  RECORD ' DELIMITED BY SIZE
006220             WS-FEED-READ-CNT DELIMITED BY SIZE
006230             '  ' DELIMITED BY SIZE
006240             WS-EDIT-REASON DELIMITED BY SIZE
006250             '  ' DELIMITED BY SIZE
006260             CTB1FB-DETAIL-RECORD(1:19) DELIMITED BY SIZE
006270         INTO PL-LINE
006280     WRITE CTB1PL-LINE
006290     .
006300 2350-EXIT.
006310     EXIT.
006320*
006330******************************************************************
006340*    2400-CHECK-DUPLICATE - LOOK THE DETAIL IMAGE UP IN THE      *
006350*                           DISTINCT TABLE.  A REPEAT BUMPS ITS  *
006360*                           SEEN COUNT AND IS LISTED; A NEW      *
006370*                           IMAGE IS FILED, CAPACITY PERMITTING. *
006380******************************************************************
006390 2400-CHECK-DUPLICATE.
006400     MOVE CTB1FB-DETAIL-RECORD(1:19) TO WS-DETAIL-IMAGE
006410     IF WS-DUP-TABLE-FULL
006420         ADD 1 TO WS-DISTINCT-CNT
006430         ADD FR-AMOUNT-NUM TO WS-DISTINCT-AMOUNT
006440         GO TO 2400-EXIT
006450     END-IF
006460     SET WS-DUP-UNMATCHED TO TRUE
006470     IF WS-DUP-FILLED-CNT > 0
006480         PERFORM 2450-FIND-DUP-ENTRY THRU 2450-EXIT
006490             VARYING WS-DUP-IDX FROM 1 BY 1
006500             UNTIL WS-DUP-IDX > WS-DUP-FILLED-CNT
006510                 OR WS-DUP-MATCHED
006520     END-IF
006530     IF WS-DUP-MATCHED
006540         ADD 1 TO WS-DUP-CNT
006550         ADD FR-AMOUNT-NUM TO WS-DUP-AMOUNT-TOTAL
006560         MOVE 'DUPLICATE OF EARLIER DETAIL' TO WS-EDIT-REASON
006570         PERFORM 2350-WRITE-EDIT-ERROR THRU 2350-EXIT
006580         GO TO 2400-EXIT
006590     END-IF
006600     ADD 1 TO WS-DISTINCT-CNT
006610     ADD FR-AMOUNT-NUM TO WS-DISTINCT-AMOUNT
006620     IF WS-DUP-FILLED-CNT < WS-DUP-TABLE-MAX
006630         ADD 1 TO WS-DUP-FILLED-CNT
006640         SET WS-DUP-IDX TO WS-DUP-FILLED-CNT
006650         MOVE WS-DETAIL-IMAGE TO DU-IMAGE(WS-DUP-IDX)
006660         MOVE 1 TO DU-SEEN-CNT(WS-DUP-IDX)
006670         MOVE 'N' TO DU-WRITTEN-SW(WS-DUP-IDX)
006680         MOVE WS-BATCH-CNT TO DU-BATCH-NO(WS-DUP-IDX)
006690     ELSE
006700         SET WS-DUP-TABLE-FULL TO TRUE
006710         MOVE SPACES TO PL-LINE
006720         MOVE '  DISTINCT TABLE FULL - DUPLICATE SCAN SUSPENDED'
006730             TO PL-LINE
006740         WRITE CTB1PL-LINE
006750     END-IF
006760     .
006770 2400-EXIT.
006780     EXIT.
006790*
006800 2450-FIND-DUP-ENTRY.
006810     IF DU-IMAGE(WS-DUP-IDX) = WS-DETAIL-IMAGE
006820         AND DU-BATCH-NO(WS-DUP-IDX) = WS-BATCH-CNT
006830         SET WS-DUP-MATCHED TO TRUE
006840         ADD 1 TO DU-SEEN-CNT(WS-DUP-IDX)
006850     END-IF
006860     .
006870 2450-EXIT.
006880     EXIT.
006890*
006900******************************************************************
006910*    2900-CLOSE-BATCH - JUDGE THE BATCH JUST ENDED, CHECK IT     *
006920*                       AGAINST THE REGISTER, AND FILE IT IN THE *
006930*                       BATCH TABLE AND ON THE REGISTER.         *
006940******************************************************************
006950 2900-CLOSE-BATCH.
006960     PERFORM 3000-JUDGE-BATCH THRU 3000-EXIT
006970     SET WS-REG-ROW-NEW TO TRUE
006980     IF WS-BATCH-KEY-VALID
006990         PERFORM 3200-CHECK-REGISTER THRU 3200-EXIT
007000     END-IF
007010     PERFORM 3300-FILE-BATCH THRU 3300-EXIT
007020     .
007030 2900-EXIT.
007040     EXIT.
007050*
007060******************************************************************
007070*    3000-JUDGE-BATCH - STRUCTURE AND FIELD ERRORS HOLD THE      *
007080*                       BATCH OUTRIGHT.  OTHERWISE THE TRAILER   *
007090*                       DECIDES WHAT THE DUPLICATES MEAN - SEE   *
007100*                       THE PROLOGUE - AND SETS THE VERDICT THE  *
007110*                       OUTPUT PASS OBEYS.                       *
007120******************************************************************
007130 3000-JUDGE-BATCH.
007140     SET WS-BATCH-HELD TO TRUE
007150     IF WS-HEADER-UNSEEN OR WS-TRAILER-UNSEEN
007160         MOVE SPACES TO PL-LINE
007170         MOVE '  BATCH HELD - HEADER OR TRAILER MISSING'
007180             TO PL-LINE
007190         WRITE CTB1PL-LINE
007200         GO TO 3000-EXIT
007210     END-IF
007220     IF WS-FIELD-ERRORS-FOUND OR WS-SEQ-ERROR-CNT > 0
007230         MOVE SPACES TO PL-LINE
007240         MOVE '  BATCH HELD - MALFORMED RECORDS IN BATCH'
007250             TO PL-LINE
007260         WRITE CTB1PL-LINE
007270         GO TO 3000-EXIT
007280     END-IF
007290     IF WS-TRL-RECORD-COUNT = WS-DETAIL-CNT
007300         AND WS-TRL-AMOUNT-TOTAL = WS-RAW-AMOUNT-TOTAL
007310         SET WS-BATCH-RELEASED TO TRUE
007320         GO TO 3000-EXIT
007330     END-IF
007340     IF WS-TRL-RECORD-COUNT = WS-DISTINCT-CNT
007350         AND WS-TRL-AMOUNT-TOTAL = WS-DISTINCT-AMOUNT
007360         AND WS-DUP-CNT > 0
007370         SET WS-BATCH-DROP-DUPS TO TRUE
007380         MOVE SPACES TO PL-LINE
007390         MOVE '  TRAILER BALANCES TO DISTINCT FIGURES - REPEATED
007400-            ' TRANSMISSIONS DROPPED' TO PL-LINE
007410         WRITE CTB1PL-LINE
007420         GO TO 3000-EXIT
007430     END-IF
007440     MOVE WS-DETAIL-CNT TO WS-RPT-COUNT
007450     MOVE WS-TRL-RECORD-COUNT TO WS-RPT-TRL-COUNT
007460     MOVE WS-RAW-AMOUNT-TOTAL TO WS-RPT-AMOUNT
007470     MOVE WS-TRL-AMOUNT-TOTAL TO WS-RPT-TRL-AMOUNT
007480     MOVE SPACES TO PL-LINE
007490     STRING '  BATCH HELD - TRAILER EXPECTS ' DELIMITED BY SIZE
007500             WS-RPT-TRL-COUNT DELIMITED BY SIZE
007510             ' FOR ' DELIMITED BY SIZE
007520             WS-RPT-TRL-AMOUNT DELIMITED BY SIZE
007530             ' - FEED CARRIES ' DELIMITED BY SIZE
007540             WS-RPT-COUNT DELIMITED BY SIZE
007550             ' FOR ' DELIMITED BY SIZE
007560             WS-RPT-AMOUNT DELIMITED BY SIZE
007570         INTO PL-LINE
007580     WRITE CTB1PL-LINE
007590     .
007600 3000-EXIT.
007610     EXIT.
007620*
007630 3100-PRINT-HEADINGS.
007640     MOVE SPACES TO PL-LINE
007650     MOVE 'FEED EDIT REPORT - CTB050' TO PL-LINE
007660     WRITE CTB1PL-LINE
007670     MOVE SPACES TO PL-LINE
007680     WRITE CTB1PL-LINE
007690     .
007700 3100-EXIT.
007710     EXIT.
007720*
007730******************************************************************
007740*    3200-CHECK-REGISTER - A BATCH NUMBER SEEN EARLIER IN THIS   *
007750*                          FEED, OR ALREADY POSTED ON A PRIOR    *
007760*                          NIGHT, IS REFUSED.  A NEW NUMBER IS   *
007770*                          CHECKED AGAINST THE SOURCE'S SEQUENCE.*
007780*                          A RESEND OF A HELD, RELEASED, OR      *
007790*                          REVERSED BATCH REPLACES ITS ROW.      *
007800******************************************************************
007810 3200-CHECK-REGISTER.
007820     SET WS-BATCH-NOT-REPEATED TO TRUE
007830     SET WS-BT-IDX TO WS-BATCH-CNT
007840     PERFORM 3210-FIND-REPEAT THRU 3210-EXIT
007850         VARYING WS-BT-SCAN-IDX FROM 1 BY 1
007860         UNTIL WS-BT-SCAN-IDX NOT < WS-BT-IDX
007870             OR WS-BATCH-REPEATED
007880     IF WS-BATCH-REPEATED
007890         SET WS-BATCH-REFUSED TO TRUE
007900         MOVE SPACES TO PL-LINE
007910         MOVE '  BATCH REFUSED - NUMBER REPEATED IN THIS FEED'
007920             TO PL-LINE
007930         WRITE CTB1PL-LINE
007940         GO TO 3200-EXIT
007950     END-IF
007960     MOVE WS-CURR-SOURCE-ID TO BR-SOURCE-ID
007970     MOVE WS-CURR-BATCH-NUMBER TO BR-BATCH-NUMBER
007980     READ BATCH-REG
007990         KEY IS BR-KEY
008000         INVALID KEY
008010             SET WS-REG-ROW-NEW TO TRUE
008020         NOT INVALID KEY
008030             SET WS-REG-ROW-FOUND TO TRUE
008040     END-READ
008050     IF WS-REG-ROW-NEW
008060         PERFORM 3250-CHECK-SEQUENCE THRU 3250-EXIT
008070         GO TO 3200-EXIT
008080     END-IF
008090     MOVE SPACES TO PL-LINE
008100     IF BR-STATUS-POSTED
008110         SET WS-BATCH-REFUSED TO TRUE
008120         STRING '  BATCH REFUSED - ALREADY POSTED ON '
008130                     DELIMITED BY SIZE
008140                 BR-POSTED-DATE DELIMITED BY SIZE
008150                 ' - HELD, NOT POSTED AGAIN' DELIMITED BY SIZE
008160             INTO PL-LINE
008170     ELSE
008180         STRING '  RESEND OF A BATCH FIRST RECEIVED '
008190                     DELIMITED BY SIZE
008200                 BR-RECEIVED-DATE DELIMITED BY SIZE
008210                 ' WITH STATUS ' DELIMITED BY SIZE
008220                 BR-STATUS DELIMITED BY SIZE
008230                 ' - REGISTER ROW REPLACED' DELIMITED BY SIZE
008240             INTO PL-LINE
008250     END-IF
008260     WRITE CTB1PL-LINE
008270     .
008280 3200-EXIT.
008290     EXIT.
008300*
008310 3210-FIND-REPEAT.
008320     IF BT-KEY-VALID(WS-BT-SCAN-IDX)
008330         AND BT-SOURCE-ID(WS-BT-SCAN-IDX) = WS-CURR-SOURCE-ID
008340         AND BT-BATCH-NUMBER(WS-BT-SCAN-IDX)
008350             = WS-CURR-BATCH-NUMBER
008360         SET WS-BATCH-REPEATED TO TRUE
008370     END-IF
008380     .
008390 3210-EXIT.
008400     EXIT.
008410*
008420******************************************************************
008430*    3250-CHECK-SEQUENCE - FIND THE SOURCE'S LATEST BATCH ON THE *
008440*                          REGISTER - LATEST BATCH DATE, THEN    *
008450*                          HIGHEST NUMBER - AND EXPECT THE NEXT  *
008460*                          NUMBER (9999 WRAPS TO 0001).  A HIGHER*
008470*                          NUMBER LEAVES A GAP; A LOWER ONE IS   *
008480*                          LATE OR OUT OF ORDER.  EITHER IS      *
008490*                          REPORTED, NEITHER HOLDS THE BATCH.    *
008500******************************************************************
008510 3250-CHECK-SEQUENCE.
008520     SET WS-SOURCE-ROW-NONE TO TRUE
008530     SET WS-SCAN-MORE TO TRUE
008540     MOVE SPACES TO WS-LAST-BATCH-DATE WS-LAST-BATCH-NUMBER
008550     MOVE WS-CURR-SOURCE-ID TO BR-SOURCE-ID
008560     MOVE LOW-VALUES TO BR-BATCH-NUMBER
008570     START BATCH-REG
008580         KEY IS NOT < BR-KEY
008590         INVALID KEY
008600             SET WS-SCAN-DONE TO TRUE
008610     END-START
008620     PERFORM 3260-SCAN-SOURCE-ROW THRU 3260-EXIT
008630         UNTIL WS-SCAN-DONE
008640     IF WS-SOURCE-ROW-NONE
008650         MOVE SPACES TO PL-LINE
008660         STRING '  FIRST BATCH ON THE REGISTER FOR SOURCE '
008670                     DELIMITED BY SIZE
008680                 WS-CURR-SOURCE-ID DELIMITED BY SIZE
008690             INTO PL-LINE
008700         WRITE CTB1PL-LINE
008710         GO TO 3250-EXIT
008720     END-IF
008730     IF WS-LAST-BATCH-NUMBER-N = 9999
008740         MOVE 1 TO WS-EXPECT-NUMBER
008750     ELSE
008760         COMPUTE WS-EXPECT-NUMBER = WS-LAST-BATCH-NUMBER-N + 1
008770     END-IF
008780     IF WS-CURR-BATCH-NUMBER-N = WS-EXPECT-NUMBER
008790         GO TO 3250-EXIT
008800     END-IF
008810     ADD 1 TO WS-GAP-CNT
008820     MOVE SPACES TO PL-LINE
008830     IF WS-CURR-BATCH-NUMBER-N > WS-EXPECT-NUMBER
008840         COMPUTE WS-GAP-LAST-NUMBER = WS-CURR-BATCH-NUMBER-N - 1
008850         STRING '  GAP - SOURCE ' DELIMITED BY SIZE
008860                 WS-CURR-SOURCE-ID DELIMITED BY SIZE
008870                 ' BATCHES ' DELIMITED BY SIZE
008880                 WS-EXPECT-NUMBER DELIMITED BY SIZE
008890                 ' THRU ' DELIMITED BY SIZE
008900                 WS-GAP-LAST-NUMBER DELIMITED BY SIZE
008910                 ' NOT RECEIVED - LAST ON REGISTER '
008920                     DELIMITED BY SIZE
008930                 WS-LAST-BATCH-NUMBER DELIMITED BY SIZE
008940                 ' DATED ' DELIMITED BY SIZE
008950                 WS-LAST-BATCH-DATE DELIMITED BY SIZE
008960             INTO PL-LINE
008970     ELSE
008980         STRING '  OUT OF SEQUENCE - SOURCE ' DELIMITED BY SIZE
008990                 WS-CURR-SOURCE-ID DELIMITED BY SIZE
009000                 ' EXPECTED BATCH ' DELIMITED BY SIZE
009010                 WS-EXPECT-NUMBER DELIMITED BY SIZE
009020                 ' - LATE OR OUT-OF-ORDER BATCH' DELIMITED BY SIZE
009030             INTO PL-LINE
009040     END-IF
009050     WRITE CTB1PL-LINE
009060     .
009070 3250-EXIT.
009080     EXIT.
009090*
009100 3260-SCAN-SOURCE-ROW.
009110     READ BATCH-REG NEXT RECORD
009120         AT END
009130             SET WS-SCAN-DONE TO TRUE
009140             GO TO 3260-EXIT
009150     END-READ
009160     IF WS-BREG-STATUS NOT = '00' AND WS-BREG-STATUS NOT = '02'
009170         SET WS-SCAN-DONE TO TRUE
009180         GO TO 3260-EXIT
009190     END-IF
009200     IF BR-SOURCE-ID NOT = WS-CURR-SOURCE-ID
009210         SET WS-SCAN-DONE TO TRUE
009220         GO TO 3260-EXIT
009230     END-IF
009240     IF BR-BATCH-NUMBER NOT NUMERIC
009250         GO TO 3260-EXIT
009260     END-IF
009270     IF WS-SOURCE-ROW-NONE
009280         OR BR-BATCH-DATE > WS-LAST-BATCH-DATE
009290         OR (BR-BATCH-DATE = WS-LAST-BATCH-DATE
009300             AND BR-BATCH-NUMBER > WS-LAST-BATCH-NUMBER)
009310         SET WS-SOURCE-ROW-FOUND TO TRUE
009320         MOVE BR-BATCH-DATE TO WS-LAST-BATCH-DATE
009330         MOVE BR-BATCH-NUMBER TO WS-LAST-BATCH-NUMBER
009340     END-IF
009350     .
009360 3260-EXIT.
009370     EXIT.
009380*
009390******************************************************************
009400*    3300-FILE-BATCH - RECORD THE BATCH AND ITS VERDICT IN THE   *
009410*                      BATCH TABLE, ROLL ITS COUNTS INTO THE     *
009420*                      FEED'S, AND FILE IT ON THE REGISTER.  A   *
009430*                      REFUSED BATCH LEAVES THE REGISTER ROW OF  *
009440*                      THE BATCH ALREADY POSTED UNTOUCHED.       *
009450******************************************************************
009460 3300-FILE-BATCH.
009470     SET WS-BT-IDX TO WS-BATCH-CNT
009480     MOVE WS-CURR-SOURCE-ID TO BT-SOURCE-ID(WS-BT-IDX)
009490     MOVE WS-CURR-BATCH-NUMBER TO BT-BATCH-NUMBER(WS-BT-IDX)
009500     MOVE WS-CURR-BATCH-DATE TO BT-BATCH-DATE(WS-BT-IDX)
009510     MOVE WS-BATCH-KEY-SW TO BT-KEY-SW(WS-BT-IDX)
009520     MOVE WS-VERDICT-SW TO BT-VERDICT-SW(WS-BT-IDX)
009530     ADD WS-DETAIL-CNT TO WS-FEED-DETAIL-CNT
009540     ADD WS-FIELD-ERROR-CNT TO WS-FEED-FIELD-ERROR-CNT
009550     ADD WS-DUP-CNT TO WS-FEED-DUP-CNT
009560     EVALUATE TRUE
009570         WHEN WS-BATCH-RELEASED
009580             ADD 1 TO WS-RELEASED-BATCH-CNT
009590             MOVE 'RELEASED' TO WS-VERDICT-TEXT
009600         WHEN WS-BATCH-DROP-DUPS
009610             ADD 1 TO WS-RELEASED-BATCH-CNT
009620             MOVE 'RELEASED LESS REPEATS' TO WS-VERDICT-TEXT
009630         WHEN WS-BATCH-REFUSED
009640             ADD 1 TO WS-REFUSED-BATCH-CNT
009650             MOVE 'REFUSED' TO WS-VERDICT-TEXT
009660         WHEN OTHER
009670             ADD 1 TO WS-HELD-BATCH-CNT
009680             MOVE 'HELD' TO WS-VERDICT-TEXT
009690     END-EVALUATE
009700     MOVE WS-DETAIL-CNT TO WS-RPT-COUNT
009710     MOVE WS-RAW-AMOUNT-TOTAL TO WS-RPT-AMOUNT
009720     MOVE SPACES TO PL-LINE
009730     STRING '  BATCH ' DELIMITED BY SIZE
009740             WS-RPT-BATCH-NO DELIMITED BY SIZE
009750             ' ' DELIMITED BY SIZE
009760             WS-VERDICT-TEXT DELIMITED BY SIZE
009770             ' DETAILS ' DELIMITED BY SIZE
009780             WS-RPT-COUNT DELIMITED BY SIZE
009790             ' FOR ' DELIMITED BY SIZE
009800             WS-RPT-AMOUNT DELIMITED BY SIZE
009810         INTO PL-LINE
009820     WRITE CTB1PL-LINE
009830     IF WS-BATCH-KEY-INVALID OR WS-BATCH-REFUSED
009840         GO TO 3300-EXIT
009850     END-IF
009860     IF WS-REG-ROW-NEW
009870         MOVE SPACES TO CTB1BR-REGISTER-RECORD
009880         MOVE WS-CURR-SOURCE-ID TO BR-SOURCE-ID
009890         MOVE WS-CURR-BATCH-NUMBER TO BR-BATCH-NUMBER
009900         MOVE 0 TO BR-RECEIVE-CNT
009910     END-IF
009920     MOVE WS-CURR-BATCH-DATE TO BR-BATCH-DATE
009930     MOVE WS-TRL-RECORD-COUNT TO BR-RECORD-COUNT
009940     MOVE WS-TRL-AMOUNT-TOTAL TO BR-AMOUNT-TOTAL
009950     MOVE WS-RUN-DATE TO BR-RECEIVED-DATE BR-STATUS-DATE
009960     ADD 1 TO BR-RECEIVE-CNT
009970     MOVE SPACES TO BR-POSTED-DATE
009980     MOVE 0 TO BR-POSTED-CYCLE
009990     IF WS-BATCH-HELD
010000         SET BR-STATUS-HELD TO TRUE
010010         MOVE 'HELD BY FEED EDIT - SEE EDITRPT'
010020             TO BR-STATUS-REASON
010030     ELSE
010040         SET BR-STATUS-RELEASED TO TRUE
010050         MOVE SPACES TO BR-STATUS-REASON
010060     END-IF
010070     IF WS-REG-ROW-NEW
010080         WRITE CTB1BR-REGISTER-RECORD
010090     ELSE
010100         REWRITE CTB1BR-REGISTER-RECORD
010110     END-IF
010120     IF WS-BREG-STATUS NOT = '00'
010130         DISPLAY 'CTB050W - REGISTER ROW NOT FILED FOR SOURCE '
010140             BR-SOURCE-ID ' BATCH ' BR-BATCH-NUMBER
010150             ' - STATUS = ' WS-BREG-STATUS
010160         ADD 1 TO WS-REG-ERROR-CNT
010170     END-IF
010180     .
010190 3300-EXIT.
010200     EXIT.
010210*
010220******************************************************************
010230*    4000-OUTPUT-PASS - REREAD THE FEED AND DELIVER EACH BATCH   *
010240*                       WHERE ITS VERDICT SAYS - A RELEASED      *
010250*                       BATCH'S DETAILS GO TO TRANSIN (REPEATS   *
010260*                       DROPPED WHEN THE VERDICT CALLS FOR IT), A*
010270*                       HELD OR REFUSED BATCH GOES WHOLE TO THE  *
010280*                       HOLD FILE SO NOTHING OF IT REACHES       *
010290*                       POSTING.                                 *
010300******************************************************************
010310 4000-OUTPUT-PASS.
010320     CLOSE FEED-FILE
010330     OPEN INPUT FEED-FILE
010340     IF WS-FEED-STATUS NOT = '00'
010350         DISPLAY 'CTB050A - FEED FILE WOULD NOT REOPEN - '
010360             'STATUS = ' WS-FEED-STATUS
010370         MOVE 16 TO RETURN-CODE
010380         GO TO 4000-EXIT
010390     END-IF
010400     IF WS-HELD-BATCH-CNT > 0 OR WS-REFUSED-BATCH-CNT > 0
010410         OPEN OUTPUT HOLD-FILE
010420         IF WS-HOLD-STATUS NOT = '00'
010430             DISPLAY 'CTB050A - HOLD FILE WOULD NOT OPEN - '
010440                 'STATUS = ' WS-HOLD-STATUS
010450             MOVE 16 TO RETURN-CODE
010460             GO TO 4000-EXIT
010470         END-IF
010480     END-IF
010490     IF WS-RELEASED-BATCH-CNT > 0
010500         OPEN OUTPUT TRANS-FILE
010510         IF WS-TRANS-STATUS NOT = '00'
010520             DISPLAY 'CTB050A - TRANSIN WOULD NOT OPEN - '
010530                 'STATUS = ' WS-TRANS-STATUS
010540             MOVE 16 TO RETURN-CODE
010550             GO TO 4000-EXIT
010560         END-IF
010570     END-IF
010580     SET WS-EOF-NO TO TRUE
010590     MOVE 0 TO WS-OUT-BATCH
010600     PERFORM 1300-READ-FEED THRU 1300-EXIT
010610     PERFORM 4100-DELIVER-RECORD THRU 4100-EXIT
010620         UNTIL WS-EOF-YES
010630     IF WS-HELD-BATCH-CNT > 0 OR WS-REFUSED-BATCH-CNT > 0
010640         CLOSE HOLD-FILE
010650     END-IF
010660     IF WS-RELEASED-BATCH-CNT > 0
010670         CLOSE TRANS-FILE
010680     END-IF
010690     .
010700 4000-EXIT.
010710     EXIT.
010720*
010730 4100-DELIVER-RECORD.
010740     IF FH-TYPE-HEADER
010750         ADD 1 TO WS-OUT-BATCH
010760     ELSE
010770         IF WS-OUT-BATCH = 0
010780             MOVE 1 TO WS-OUT-BATCH
010790         END-IF
010800     END-IF
010810     SET WS-BT-IDX TO WS-OUT-BATCH
010820     IF BT-NOT-RELEASED(WS-BT-IDX)
010830         MOVE CTB1FB-HEADER-RECORD TO HOLD-RECORD
010840         WRITE HOLD-RECORD
010850         ADD 1 TO WS-HOLD-WRITE-CNT
010860         GO TO 4100-READ-NEXT
010870     END-IF
010880     IF FH-TYPE-HEADER OR FT-TYPE-TRAILER
010890         GO TO 4100-READ-NEXT
010900     END-IF
010910     IF BT-DROP-DUPS(WS-BT-IDX)
010920         PERFORM 4200-KEEP-FIRST-COPY THRU 4200-EXIT
010930         IF WS-DUP-MATCHED
010940             GO TO 4100-READ-NEXT
010950         END-IF
010960     END-IF
010970     MOVE FR-INDEX-VALUE TO TR-INDEX-VALUE
010980     MOVE FR-BRANCH-CODE TO TR-BRANCH-CODE
010990     MOVE FR-AMOUNT-NUM TO TR-AMOUNT
011000     MOVE FR-RECORD-TYPE TO TR-RECORD-TYPE
011010     WRITE TRANS-RECORD
011020     ADD 1 TO WS-CLEAN-WRITE-CNT
011030     .
011040 4100-READ-NEXT.
011050     PERFORM 1300-READ-FEED THRU 1300-EXIT
011060     .
011070 4100-EXIT.
011080     EXIT.
011090*
011100******************************************************************
011110*    4200-KEEP-FIRST-COPY - IN DROP-DUPS MODE ONLY THE FIRST     *
011120*                           COPY OF AN IMAGE IS RELEASED - THE   *
011130*                           WRITTEN FLAG ON ITS TABLE ENTRY      *
011140*                           REMEMBERS THE COPY ALREADY SENT.     *
011150******************************************************************
011160 4200-KEEP-FIRST-COPY.
011170     MOVE CTB1FB-DETAIL-RECORD(1:19) TO WS-DETAIL-IMAGE
011180     SET WS-DUP-UNMATCHED TO TRUE
011190     SET WS-ENTRY-UNFOUND TO TRUE
011200     PERFORM 4250-FIND-WRITTEN-ENTRY THRU 4250-EXIT
011210         VARYING WS-DUP-IDX FROM 1 BY 1
011220         UNTIL WS-DUP-IDX > WS-DUP-FILLED-CNT
011230             OR WS-ENTRY-FOUND
011240     .
011250 4200-EXIT.
011260     EXIT.
011270*
011280 4250-FIND-WRITTEN-ENTRY.
011290     IF DU-IMAGE(WS-DUP-IDX) = WS-DETAIL-IMAGE
011300         AND DU-BATCH-NO(WS-DUP-IDX) = WS-OUT-BATCH
011310         SET WS-ENTRY-FOUND TO TRUE
011320         IF DU-WRITTEN-SW(WS-DUP-IDX) = 'Y'
011330             SET WS-DUP-MATCHED TO TRUE
011340         ELSE
011350             MOVE 'Y' TO DU-WRITTEN-SW(WS-DUP-IDX)
011360         END-IF
011370     END-IF
011380     .
011390 4250-EXIT.
011400     EXIT.
011410*
011420******************************************************************
011430*    9000-TERMINATE - CONTROL TOTALS, THE VERDICT LINE, AND THE  *
011440*                     RETURN CODE THE SCHEDULER KEYS ON - 16 WHEN*
011450*                     NO BATCH IS RELEASED, 4 WHEN A BATCH IS    *
011460*                     HELD OR REFUSED, A GAP OR DUPLICATES ARE   *
011470*                     LISTED, OR A REGISTER ROW WAS NOT FILED, 0 *
011480*                     CLEAN.                                     *
011490******************************************************************
011500 9000-TERMINATE.
011510     MOVE SPACES TO PL-LINE
011520     WRITE CTB1PL-LINE
011530     MOVE SPACES TO PL-LINE
011540     STRING 'CONTROL TOTALS - DETAILS = ' DELIMITED BY SIZE
011550             WS-FEED-DETAIL-CNT DELIMITED BY SIZE
011560             ', FIELD ERRORS = ' DELIMITED BY SIZE
011570             WS-FEED-FIELD-ERROR-CNT DELIMITED BY SIZE
011580             ', DUPLICATES = ' DELIMITED BY SIZE
011590             WS-FEED-DUP-CNT DELIMITED BY SIZE
011600             ', RELEASED = ' DELIMITED BY SIZE
011610             WS-CLEAN-WRITE-CNT DELIMITED BY SIZE
011620             ', HELD = ' DELIMITED BY SIZE
011630             WS-HOLD-WRITE-CNT DELIMITED BY SIZE
011640         INTO PL-LINE
011650     WRITE CTB1PL-LINE
011660     MOVE SPACES TO PL-LINE
011670     STRING 'CONTROL TOTALS - BATCHES = ' DELIMITED BY SIZE
011680             WS-BATCH-CNT DELIMITED BY SIZE
011690             ', RELEASED = ' DELIMITED BY SIZE
011700             WS-RELEASED-BATCH-CNT DELIMITED BY SIZE
011710             ', HELD = ' DELIMITED BY SIZE
011720             WS-HELD-BATCH-CNT DELIMITED BY SIZE
011730             ', REFUSED = ' DELIMITED BY SIZE
011740             WS-REFUSED-BATCH-CNT DELIMITED BY SIZE
011750             ', SEQUENCE GAPS = ' DELIMITED BY SIZE
011760             WS-GAP-CNT DELIMITED BY SIZE
011770         INTO PL-LINE
011780     WRITE CTB1PL-LINE
011790     CLOSE FEED-FILE
011800     CLOSE EDIT-RPT
011810     CLOSE BATCH-REG
011820     DISPLAY 'CTB050I - END OF RUN.  DETAILS = '
011830         WS-FEED-DETAIL-CNT
011840         ', FIELD ERRORS = ' WS-FEED-FIELD-ERROR-CNT
011850         ', DUPLICATES = ' WS-FEED-DUP-CNT
011860         ', RELEASED = ' WS-CLEAN-WRITE-CNT
011870         ', HELD = ' WS-HOLD-WRITE-CNT
011880     DISPLAY 'CTB050I - BATCHES = ' WS-BATCH-CNT
011890         ', RELEASED = ' WS-RELEASED-BATCH-CNT
011900         ', HELD = ' WS-HELD-BATCH-CNT
011910         ', REFUSED = ' WS-REFUSED-BATCH-CNT
011920         ', SEQUENCE GAPS = ' WS-GAP-CNT
011930     IF WS-RELEASED-BATCH-CNT = 0
011940         DISPLAY 'CTB050A - NO BATCH RELEASED - POSTING '
011950             'MUST NOT RUN'
011960         MOVE 16 TO RETURN-CODE
011970     ELSE
011980         IF WS-HELD-BATCH-CNT > 0 OR WS-REFUSED-BATCH-CNT > 0
011990             COMPUTE WS-RPT-BATCH-CNT =
012000                 WS-HELD-BATCH-CNT + WS-REFUSED-BATCH-CNT
012010             DISPLAY 'CTB050W - ' WS-RPT-BATCH-CNT
012020                 ' BATCH(ES) HELD ON CTBFHOLD - THE RELEASED '
012030                 'BATCHES WILL POST'
012040         END-IF
012050*        THE WARNINGS MUST NOT DOWNGRADE AN RC 16 SET WHEN THE
012060*        OUTPUT PASS COULD NOT DELIVER THE RELEASED BATCHES.
012070         IF (WS-FEED-DUP-CNT > 0 OR WS-DUP-TABLE-FULL
012080             OR WS-HELD-BATCH-CNT > 0 OR WS-REFUSED-BATCH-CNT > 0
012090             OR WS-GAP-CNT > 0 OR WS-REG-ERROR-CNT > 0)
012100             AND RETURN-CODE = 0
012110             MOVE 4 TO RETURN-CODE
012120         END-IF
012130     END-IF
012140     .
012150 9000-EXIT.
012160     EXIT.
012170*
012180******************************************************************
012190*    9800-STEP-LOG-START - REFUSE A SECOND RUN FOR A BUSINESS    *
012200*                          DATE THE STEP LOG SHOWS THIS STEP     *
012210*                          ALREADY FINISHED CLEAN, UNLESS A      *
012220*                          CTBSTOVR CARD OVERRIDES IT, THEN LOG  *
012230*                          THE START.  A STEP LOG THAT WILL NOT  *
012240*                          OPEN IS WARNED ABOUT, NOT FAILED.     *
012250******************************************************************
012260 9800-STEP-LOG-START.
012270     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
012280     MOVE WS-STEP-TS TO WS-STEP-START-TS
012290     PERFORM 9810-CHECK-PRIOR-RUN THRU 9810-EXIT
012300     IF WS-STEP-DONE-CLEAN
012310         PERFORM 9820-CHECK-OVERRIDE THRU 9820-EXIT
012320         IF WS-STEP-OVERRIDE-NONE
012330             DISPLAY 'CTB050A - STEP LOG SHOWS A CLEAN RUN FOR '
012340                 WS-STEP-BUS-DATE ' CYCLE ' WS-STEP-CYCLE
012350                 ' ENDED ' WS-STEP-DONE-TS
012360             DISPLAY 'CTB050A - A CTBSTOVR OVERRIDE CARD IS '
012370                 'NEEDED TO RUN THE DATE AGAIN - ABORTING'
012380             MOVE 'R' TO WS-STEP-EVENT
012390             MOVE WS-STEP-TS TO WS-STEP-END-TS
012400             MOVE 16 TO WS-STEP-RC
012410             PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
012420             MOVE 16 TO RETURN-CODE
012430             GOBACK
012440         END-IF
012450     END-IF
012460     MOVE 'S' TO WS-STEP-EVENT
012470     MOVE SPACES TO WS-STEP-END-TS
012480     MOVE 0 TO WS-STEP-RC
012490     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
012500     SET WS-STEP-LOGGED TO TRUE
012510     .
012520 9800-EXIT.
012530     EXIT.
012540*
012550******************************************************************
012560*    9810-CHECK-PRIOR-RUN - THE LAST START OR END ROW FOR THIS   *
012570*                           PROGRAM, DATE AND CYCLE DECIDES.  AN *
012580*                           END ROW UNDER RC 16 IS A CLEAN       *
012590*                           FINISH; A START ROW WITH NOTHING     *
012600*                           AFTER IT IS A RUN THAT FELL OVER     *
012610*                           AND MAY BE RERUN.                    *
012620******************************************************************
012630 9810-CHECK-PRIOR-RUN.
012640     SET WS-STEP-NOT-DONE TO TRUE
012650     OPEN INPUT STEP-LOG-FILE
012660     IF WS-STEPL-STATUS NOT = '00'
012670         GO TO 9810-EXIT
012680     END-IF
012690     SET WS-STEPL-EOF-NO TO TRUE
012700     PERFORM 9815-READ-STEP-ROW THRU 9815-EXIT
012710         UNTIL WS-STEPL-EOF-YES
012720     CLOSE STEP-LOG-FILE
012730     .
012740 9810-EXIT.
012750     EXIT.
012760*
012770 9815-READ-STEP-ROW.
012780     READ STEP-LOG-FILE
012790         AT END
012800             SET WS-STEPL-EOF-YES TO TRUE
012810             GO TO 9815-EXIT
012820     END-READ
012830     IF JS-PROGRAM NOT = WS-STEP-PROGRAM
012840         OR JS-BUSINESS-DATE NOT = WS-STEP-BUS-DATE
012850         OR JS-CYCLE-NUMBER NOT = WS-STEP-CYCLE
012860         GO TO 9815-EXIT
012870     END-IF
012880     IF JS-EVENT-START
012890         SET WS-STEP-NOT-DONE TO TRUE
012900     END-IF
012910     IF JS-EVENT-END
012920         IF JS-RETURN-CODE < 16
012930             SET WS-STEP-DONE-CLEAN TO TRUE
012940             MOVE JS-END-TIMESTAMP TO WS-STEP-DONE-TS
012950         ELSE
012960             SET WS-STEP-NOT-DONE TO TRUE
012970         END-IF
012980     END-IF
012990     .
013000 9815-EXIT.
013010     EXIT.
013020*
013030******************************************************************
013040*    9820-CHECK-OVERRIDE - LOOK FOR A CTBSTOVR CARD NAMING THIS  *
013050*                          PROGRAM AND DATE.  A BLANK CYCLE ON   *
013060*                          THE CARD COVERS EVERY CYCLE.          *
013070******************************************************************
013080 9820-CHECK-OVERRIDE.
013090     SET WS-STEP-OVERRIDE-NONE TO TRUE
013100     OPEN INPUT STEP-OVR-FILE
013110     IF WS-STOVR-STATUS NOT = '00'
013120         GO TO 9820-EXIT
013130     END-IF
013140     SET WS-STOVR-EOF-NO TO TRUE
013150     PERFORM 9825-READ-OVERRIDE THRU 9825-EXIT
013160         UNTIL WS-STOVR-EOF-YES
013170     CLOSE STEP-OVR-FILE
013180     .
013190 9820-EXIT.
013200     EXIT.
013210*
013220 9825-READ-OVERRIDE.
013230     READ STEP-OVR-FILE
013240         AT END
013250             SET WS-STOVR-EOF-YES TO TRUE
013260             GO TO 9825-EXIT
013270     END-READ
013280     IF SO-PROGRAM = WS-STEP-PROGRAM
013290         AND SO-BUSINESS-DATE = WS-STEP-BUS-DATE
013300         AND (SO-CYCLE-NUMBER = SPACES
013310             OR SO-CYCLE-NUMBER = WS-STEP-CYCLE)
013320         SET WS-STEP-OVERRIDE-GIVEN TO TRUE
013330         SET WS-STOVR-EOF-YES TO TRUE
013340         DISPLAY 'CTB050W - CLEAN RUN FOR ' WS-STEP-BUS-DATE
013350             ' OVERRIDDEN BY ' SO-OPERATOR ' - ' SO-REASON
013360     END-IF
013370     .
013380 9825-EXIT.
013390     EXIT.
013400*
013410******************************************************************
013420*    9840-WRITE-STEP-ROW - APPEND ONE ROW TO CTBSTEPL, CREATING  *
013430*                          THE LOG ON FIRST USE.                 *
013440******************************************************************
013450 9840-WRITE-STEP-ROW.
013460     OPEN EXTEND STEP-LOG-FILE
013470     IF WS-STEPL-STATUS NOT = '00'
013480         OPEN OUTPUT STEP-LOG-FILE
013490     END-IF
013500     IF WS-STEPL-STATUS NOT = '00'
013510         DISPLAY 'CTB050W - CTBSTEPL WOULD NOT OPEN - STATUS = '
013520             WS-STEPL-STATUS ' - STEP NOT LOGGED'
013530         GO TO 9840-EXIT
013540     END-IF
013550     MOVE SPACES TO CTB1JS-STEP-RECORD
013560     MOVE WS-STEP-PROGRAM TO JS-PROGRAM
013570     MOVE WS-STEP-BUS-DATE TO JS-BUSINESS-DATE
013580     MOVE WS-STEP-CYCLE TO JS-CYCLE-NUMBER
013590     MOVE WS-STEP-EVENT TO JS-EVENT
013600     MOVE WS-STEP-FINAL-SW TO JS-FINAL-CYCLE-SW
013610     MOVE WS-STEP-START-TS TO JS-START-TIMESTAMP
013620     MOVE WS-STEP-END-TS TO JS-END-TIMESTAMP
013630     MOVE WS-STEP-IN-CNT TO JS-IN-COUNT
013640     MOVE WS-STEP-OUT-CNT TO JS-OUT-COUNT
013650     MOVE WS-STEP-REJECT-CNT TO JS-REJECT-COUNT
013660     MOVE WS-STEP-RC TO JS-RETURN-CODE
013670     MOVE WS-STEP-OVERRIDE-SW TO JS-OVERRIDE-SW
013680     WRITE CTB1JS-STEP-RECORD
013690     CLOSE STEP-LOG-FILE
013700     .
013710 9840-EXIT.
013720     EXIT.
013730*
013740******************************************************************
013750*    9850-STEP-LOG-END - LOG THE END OF THE STEP WITH ITS COUNTS *
013760*                        AND FINAL RETURN CODE.                  *
013770******************************************************************
013780 9850-STEP-LOG-END.
013790     IF WS-STEP-NOT-LOGGED
013800         GO TO 9850-EXIT
013810     END-IF
013820     MOVE WS-FEED-DETAIL-CNT TO WS-STEP-IN-CNT
013830     MOVE WS-CLEAN-WRITE-CNT TO WS-STEP-OUT-CNT
013840     MOVE WS-HOLD-WRITE-CNT TO WS-STEP-REJECT-CNT
013850     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
013860     MOVE WS-STEP-TS TO WS-STEP-END-TS
013870     MOVE RETURN-CODE TO WS-STEP-RC
013880     MOVE 'E' TO WS-STEP-EVENT
013890     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
013900     SET WS-STEP-NOT-LOGGED TO TRUE
013910     .
013920 9850-EXIT.
013930     EXIT.
013940*
013950 9860-BUILD-STEP-TIMESTAMP.
013960     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
013970     ACCEPT WS-STEP-TIME FROM TIME
013980     MOVE SPACES TO WS-STEP-TS
013990     STRING WS-STEP-DATE DELIMITED BY SIZE
014000             '-' DELIMITED BY SIZE
014010             WS-STEP-TIME DELIMITED BY SIZE
014020         INTO WS-STEP-TS
014030     .
014040 9860-EXIT.
014050     EXIT.
