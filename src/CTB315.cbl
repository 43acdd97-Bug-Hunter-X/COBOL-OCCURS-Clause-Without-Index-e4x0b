000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTB315.
000030 AUTHOR. D L MERRIMAN.
000040 INSTALLATION. DAILY LEDGER OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   PROGRAM      CTB315                                          *
000100*   DESCRIPTION   WORK QUEUE SUBMIT.  RUNS AHEAD OF THE NIGHT'S  *
000110*                 FIRST CTB100 CYCLE AND BUILDS CTBRCYIN AND     *
000120*                 CTBHLDIN FROM THE CTBWKQ WORK QUEUE RATHER     *
000130*                 THAN FROM HAND-EDITED COPIES OF CTBRCYOT AND   *
000140*                 CTBHLDOT.  A REJECT CORRECTED THROUGH CTB310   *
000150*                 GOES OUT ON CTBRCYIN WITH ITS CORRECTED        *
000160*                 FIGURES; A HOLD RELEASED THROUGH CTB310 GOES   *
000170*                 OUT ON CTBHLDIN MARKED RELEASED UNDER THE      *
000180*                 SUPERVISOR WHO RELEASED IT.  BOTH ARE THEN     *
000190*                 MARKED SUBMITTED.  OPEN ITEMS STAY QUEUED AND  *
000200*                 DECLINED HOLDS ARE NEVER WRITTEN.  A SAME-DAY  *
000210*                 RERUN WRITES THE SAME FILES AGAIN, AND CLOSED  *
000220*                 ITEMS ARE PURGED ONCE THEY ARE OLDER THAN THE  *
000230*                 RETENTION PERIOD.                              *
000240*                                                                *
000250*   MODIFICATION HISTORY                                         *
000260*   -----------------------------------------------------------  *
000270*   DATE       INIT  DESCRIPTION                                 *
000280*   ---------- ----  ---------------------------------------     *
000290*   2026-10-15 DLM   ORIGINAL.                                   *
000300*                                                                *
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT WORK-QUEUE ASSIGN TO "CTBWKQ"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS WQ-KEY
000420         FILE STATUS IS WS-WKQ-STATUS.
000430*
000440     SELECT RECYCLE-IN ASSIGN TO "CTBRCYIN"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-RECYCI-STATUS.
000470*
000480     SELECT HOLD-IN ASSIGN TO "CTBHLDIN"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-HOLDI-STATUS.
000510*
000520     SELECT SUBMIT-RPT ASSIGN TO "WKQSRPT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-SUBRPT-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  WORK-QUEUE.
000590     COPY CTB1WQ.
000600*
000610 FD  RECYCLE-IN
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640     COPY CTB1RY REPLACING ==CTB1RY-RECYCLE-RECORD==
000650                        BY ==CTB1RI-RECYCLE-IN-RECORD==
000660                        LEADING ==RY-== BY ==RI-==.
000670*
000680 FD  HOLD-IN
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710     COPY CTB1HD REPLACING ==CTB1HD-HELD-RECORD==
000720                        BY ==CTB1HI-HELD-IN-RECORD==
000730                        LEADING ==HD-== BY ==HI-==.
000740*
000750 FD  SUBMIT-RPT
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780     COPY CTB1PL.
000790*
000800 WORKING-STORAGE SECTION.
000810 01  WS-FILE-STATUS-FIELDS.
000820     05  WS-WKQ-STATUS               PIC X(02) VALUE SPACES.
000830     05  WS-RECYCI-STATUS            PIC X(02) VALUE SPACES.
000840     05  WS-HOLDI-STATUS             PIC X(02) VALUE SPACES.
000850     05  WS-SUBRPT-STATUS            PIC X(02) VALUE SPACES.
000860*
000870 01  WS-SWITCHES.
000880     05  WS-WKQ-EOF-SW               PIC X(01) VALUE 'N'.
000890         88  WS-WKQ-EOF-YES              VALUE 'Y'.
000900         88  WS-WKQ-EOF-NO               VALUE 'N'.
000910     05  WS-WRITE-ITEM-SW            PIC X(01) VALUE 'N'.
000920         88  WS-WRITE-ITEM-YES           VALUE 'Y'.
000930         88  WS-WRITE-ITEM-NO            VALUE 'N'.
000940*
000950 01  WS-PURGE-CONTROLS.
000960     05  WS-PURGE-DAYS               PIC 9(3) VALUE 030.
000970*
000980 01  WS-WORK-FIELDS.
000990     05  WS-SUBMIT-DATE              PIC X(08) VALUE SPACES.
001000     05  WS-SUBMIT-DATE-N REDEFINES WS-SUBMIT-DATE
001010                                     PIC 9(08).
001020     05  WS-CLOSED-DATE              PIC X(08) VALUE SPACES.
001030     05  WS-CLOSED-DATE-N REDEFINES WS-CLOSED-DATE
001040                                     PIC 9(08).
001050     05  WS-TODAY-DAYNUM             PIC 9(7) VALUE 0.
001060     05  WS-CLOSED-DAYNUM            PIC 9(7) VALUE 0.
001070     05  WS-ITEM-AGE                 PIC S9(7) VALUE 0.
001080     05  WS-RPT-ACTION               PIC X(09) VALUE SPACES.
001090*
001100 01  WS-SUBMIT-COUNTS.
001110     05  WS-RECYCLE-OUT-CNT          PIC 9(5) VALUE 0.
001120     05  WS-HOLD-OUT-CNT             PIC 9(5) VALUE 0.
001130     05  WS-RECYCLE-OUT-AMT          PIC 9(11)V99 VALUE 0.
001140     05  WS-HOLD-OUT-AMT             PIC 9(11)V99 VALUE 0.
001150     05  WS-OPEN-ITEM-CNT            PIC 9(5) VALUE 0.
001160     05  WS-DECLINED-CNT             PIC 9(5) VALUE 0.
001170     05  WS-PURGED-CNT               PIC 9(5) VALUE 0.
001180*
001190 01  WS-TIMESTAMP-FIELDS.
001200     05  WS-CURR-DATE                PIC 9(08).
001210     05  WS-CURR-TIME                PIC 9(08).
001220     05  WS-TIMESTAMP-OUT            PIC X(26) VALUE SPACES.
001230*
001240 01  WS-REPORT-WORK-FIELDS.
001250     05  WS-RPT-AMOUNT               PIC ZZZZZZ9.99.
001260     05  WS-RPT-TOTAL                PIC ZZZZZZZZZZ9.99.
001270*
001280 PROCEDURE DIVISION.
001290******************************************************************
001300*    0000-MAINLINE                                               *
001310******************************************************************
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001340     PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
001350         UNTIL WS-WKQ-EOF-YES
001360     PERFORM 4000-UPDATE-CONTROL-ROW THRU 4000-EXIT
001370     PERFORM 5000-PRINT-FOOTER THRU 5000-EXIT
001380     PERFORM 9000-TERMINATE THRU 9000-EXIT
001390     GOBACK.
001400*
001410******************************************************************
001420*    1000-INITIALIZE - THE QUEUE MUST ALREADY EXIST.  CTBRCYIN   *
001430*                      AND CTBHLDIN ARE ALWAYS WRITTEN, EMPTY IF *
001440*                      NOTHING WAS ACTIONED, SO CTB100 NEVER     *
001450*                      PICKS UP A STALE COPY.                    *
001460******************************************************************
001470 1000-INITIALIZE.
001480     PERFORM 9500-BUILD-TIMESTAMP THRU 9500-EXIT
001490     MOVE WS-TIMESTAMP-OUT(1:8) TO WS-SUBMIT-DATE
001500     COMPUTE WS-TODAY-DAYNUM =
001510         FUNCTION INTEGER-OF-DATE(WS-SUBMIT-DATE-N)
001520     OPEN I-O WORK-QUEUE
001530     IF WS-WKQ-STATUS NOT = '00'
001540         DISPLAY 'CTB315A - CTBWKQ WOULD NOT OPEN - STATUS = '
001550             WS-WKQ-STATUS
001560         MOVE 16 TO RETURN-CODE
001570         GOBACK
001580     END-IF
001590     OPEN OUTPUT RECYCLE-IN
001600     IF WS-RECYCI-STATUS NOT = '00'
001610         DISPLAY 'CTB315A - CTBRCYIN WOULD NOT OPEN - STATUS = '
001620             WS-RECYCI-STATUS
001630         MOVE 16 TO RETURN-CODE
001640         GOBACK
001650     END-IF
001660     OPEN OUTPUT HOLD-IN
001670     IF WS-HOLDI-STATUS NOT = '00'
001680         DISPLAY 'CTB315A - CTBHLDIN WOULD NOT OPEN - STATUS = '
001690             WS-HOLDI-STATUS
001700         MOVE 16 TO RETURN-CODE
001710         GOBACK
001720     END-IF
001730     OPEN OUTPUT SUBMIT-RPT
001740     IF WS-SUBRPT-STATUS NOT = '00'
001750         DISPLAY 'CTB315A - SUBMIT-RPT WOULD NOT OPEN - STATUS = '
001760             WS-SUBRPT-STATUS
001770         MOVE 16 TO RETURN-CODE
001780         GOBACK
001790     END-IF
001800     PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT
001810     MOVE LOW-VALUES TO WQ-KEY
001820     START WORK-QUEUE KEY IS NOT LESS THAN WQ-KEY
001830         INVALID KEY
001840             SET WS-WKQ-EOF-YES TO TRUE
001850     END-START
001860     IF WS-WKQ-EOF-NO
001870         PERFORM 1200-READ-QUEUE THRU 1200-EXIT
001880     END-IF
001890     .
001900 1000-EXIT.
001910     EXIT.
001920*
001930 1100-PRINT-HEADINGS.
001940     MOVE SPACES TO PL-LINE
001950     MOVE 'RECYCLE AND HOLD WORK QUEUE SUBMIT - CTB315' TO PL-LINE
001960     WRITE CTB1PL-LINE
001970     MOVE SPACES TO PL-LINE
001980     STRING '  SUBMIT DATE ' DELIMITED BY SIZE
001990             WS-SUBMIT-DATE DELIMITED BY SIZE
002000         INTO PL-LINE
002010     WRITE CTB1PL-LINE
002020     MOVE SPACES TO PL-LINE
002030     WRITE CTB1PL-LINE
002040     .
002050 1100-EXIT.
002060     EXIT.
002070*
002080 1200-READ-QUEUE.
002090     READ WORK-QUEUE NEXT RECORD
002100         AT END
002110             SET WS-WKQ-EOF-YES TO TRUE
002120     END-READ
002130     IF WS-WKQ-STATUS NOT = '00' AND WS-WKQ-STATUS NOT = '02'
002140         SET WS-WKQ-EOF-YES TO TRUE
002150     END-IF
002160     .
002170 1200-EXIT.
002180     EXIT.
002190*
002200******************************************************************
002210*    2000-PROCESS-ITEM - A CORRECTED REJECT OR RELEASED HOLD IS  *
002220*                        WRITTEN AND MARKED SUBMITTED; ONE       *
002230*                        SUBMITTED EARLIER TODAY IS WRITTEN      *
002240*                        AGAIN SO A RERUN REBUILDS THE SAME      *
002250*                        FILES.  CLOSED ITEMS PAST RETENTION ARE *
002260*                        PURGED.                                 *
002270******************************************************************
002280 2000-PROCESS-ITEM.
002290     IF WQ-CONTROL-ROW
002300         GO TO 2000-READ-NEXT
002310     END-IF
002320     SET WS-WRITE-ITEM-NO TO TRUE
002330     EVALUATE TRUE
002340         WHEN WQ-RECYCLE-ITEM AND WQ-CORRECTED
002350             SET WS-WRITE-ITEM-YES TO TRUE
002360         WHEN WQ-HOLD-ITEM AND WQ-RELEASED
002370             SET WS-WRITE-ITEM-YES TO TRUE
002380         WHEN WQ-SUBMITTED AND WQ-SUBMIT-DATE = WS-SUBMIT-DATE
002390             SET WS-WRITE-ITEM-YES TO TRUE
002400         WHEN WQ-OPEN
002410             ADD 1 TO WS-OPEN-ITEM-CNT
002420         WHEN WQ-CLOSED
002430             PERFORM 3000-CHECK-PURGE THRU 3000-EXIT
002440     END-EVALUATE
002450     IF WS-WRITE-ITEM-YES
002460         PERFORM 2100-WRITE-ITEM THRU 2100-EXIT
002470     END-IF
002480     .
002490 2000-READ-NEXT.
002500     PERFORM 1200-READ-QUEUE THRU 1200-EXIT
002510     .
002520 2000-EXIT.
002530     EXIT.
002540*
002550******************************************************************
002560*    2100-WRITE-ITEM - A RECYCLE ITEM GOES TO CTBRCYIN WITH ITS  *
002570*                      CORRECTED FIGURES AND ORIGINAL REASON;    *
002580*                      A HOLD ITEM GOES TO CTBHLDIN RELEASED     *
002590*                      UNDER THE SUPERVISOR WHO RELEASED IT.     *
002600******************************************************************
002610 2100-WRITE-ITEM.
002620     IF WQ-RECYCLE-ITEM
002630         MOVE SPACES TO CTB1RI-RECYCLE-IN-RECORD
002640         MOVE WQ-INDEX-VALUE TO RI-INDEX-VALUE
002650         MOVE WQ-BRANCH-CODE TO RI-BRANCH-CODE
002660         MOVE WQ-AMOUNT TO RI-AMOUNT
002670         MOVE WQ-RECORD-TYPE TO RI-RECORD-TYPE
002680         MOVE WQ-REASON TO RI-REJECT-REASON
002690         WRITE CTB1RI-RECYCLE-IN-RECORD
002700         ADD 1 TO WS-RECYCLE-OUT-CNT
002710         ADD WQ-AMOUNT TO WS-RECYCLE-OUT-AMT
002720         MOVE 'RESUBMIT' TO WS-RPT-ACTION
002730     ELSE
002740         MOVE SPACES TO CTB1HI-HELD-IN-RECORD
002750         MOVE WQ-INDEX-VALUE TO HI-INDEX-VALUE
002760         MOVE WQ-BRANCH-CODE TO HI-BRANCH-CODE
002770         MOVE WQ-AMOUNT TO HI-AMOUNT
002780         MOVE WQ-RECORD-TYPE TO HI-RECORD-TYPE
002790         MOVE WQ-REASON TO HI-HOLD-REASON
002800         SET HI-RELEASED TO TRUE
002810         MOVE WQ-ACTION-OPER TO HI-RELEASE-OPER
002820         WRITE CTB1HI-HELD-IN-RECORD
002830         ADD 1 TO WS-HOLD-OUT-CNT
002840         ADD WQ-AMOUNT TO WS-HOLD-OUT-AMT
002850         MOVE 'RELEASE' TO WS-RPT-ACTION
002860     END-IF
002870     IF NOT WQ-SUBMITTED
002880         SET WQ-SUBMITTED TO TRUE
002890         MOVE WS-SUBMIT-DATE TO WQ-SUBMIT-DATE
002900         REWRITE CTB1WQ-QUEUE-RECORD
002910     END-IF
002920     MOVE WQ-AMOUNT TO WS-RPT-AMOUNT
002930     MOVE SPACES TO PL-LINE
002940     STRING '  ' DELIMITED BY SIZE
002950             WS-RPT-ACTION DELIMITED BY SIZE
002960             ' ITEM ' DELIMITED BY SIZE
002970             WQ-KEY DELIMITED BY SIZE
002980             '  SLOT ' DELIMITED BY SIZE
002990             WQ-INDEX-VALUE DELIMITED BY SIZE
003000             '  BRANCH ' DELIMITED BY SIZE
003010             WQ-BRANCH-CODE DELIMITED BY SIZE
003020             '  AMOUNT ' DELIMITED BY SIZE
003030             WS-RPT-AMOUNT DELIMITED BY SIZE
003040             '  TYPE ' DELIMITED BY SIZE
003050             WQ-RECORD-TYPE DELIMITED BY SIZE
003060             '  BY ' DELIMITED BY SIZE
003070             WQ-ACTION-OPER DELIMITED BY SIZE
003080         INTO PL-LINE
003090     WRITE CTB1PL-LINE
003100     .
003110 2100-EXIT.
003120     EXIT.
003130*
003140******************************************************************
003150*    3000-CHECK-PURGE - A SUBMITTED ITEM AGES FROM ITS SUBMIT    *
003160*                       DATE, A DECLINED HOLD FROM THE DAY IT    *
003170*                       WAS DECLINED.                            *
003180******************************************************************
003190 3000-CHECK-PURGE.
003200     IF WQ-DECLINED
003210         ADD 1 TO WS-DECLINED-CNT
003220         MOVE WQ-ACTION-TIMESTAMP(1:8) TO WS-CLOSED-DATE
003230     ELSE
003240         MOVE WQ-SUBMIT-DATE TO WS-CLOSED-DATE
003250     END-IF
003260     IF WS-CLOSED-DATE NOT NUMERIC
003270         GO TO 3000-EXIT
003280     END-IF
003290     COMPUTE WS-CLOSED-DAYNUM =
003300         FUNCTION INTEGER-OF-DATE(WS-CLOSED-DATE-N)
003310     COMPUTE WS-ITEM-AGE = WS-TODAY-DAYNUM - WS-CLOSED-DAYNUM
003320     IF WS-ITEM-AGE > WS-PURGE-DAYS
003330         DELETE WORK-QUEUE RECORD
003340             INVALID KEY
003350                 CONTINUE
003360             NOT INVALID KEY
003370                 ADD 1 TO WS-PURGED-CNT
003380         END-DELETE
003390     END-IF
003400     .
003410 3000-EXIT.
003420     EXIT.
003430*
003440******************************************************************
003450*    4000-UPDATE-CONTROL-ROW - STAMP THE SUBMIT DATE.            *
003460******************************************************************
003470 4000-UPDATE-CONTROL-ROW.
003480     MOVE SPACE TO WQ-ITEM-TYPE
003490     MOVE 0 TO WQ-ITEM-SEQ
003500     READ WORK-QUEUE
003510         INVALID KEY
003520             DISPLAY 'CTB315W - CONTROL ROW MISSING FROM CTBWKQ'
003530             MOVE 4 TO RETURN-CODE
003540             GO TO 4000-EXIT
003550     END-READ
003560     MOVE WS-SUBMIT-DATE TO WQ-CTL-LAST-SUBMIT-DATE
003570     REWRITE CTB1WQ-QUEUE-RECORD
003580     .
003590 4000-EXIT.
003600     EXIT.
003610*
003620 5000-PRINT-FOOTER.
003630     MOVE SPACES TO PL-LINE
003640     WRITE CTB1PL-LINE
003650     MOVE WS-RECYCLE-OUT-AMT TO WS-RPT-TOTAL
003660     MOVE SPACES TO PL-LINE
003670     STRING 'CONTROL TOTALS - CTBRCYIN RECORDS = '
003680                 DELIMITED BY SIZE
003690             WS-RECYCLE-OUT-CNT DELIMITED BY SIZE
003700             ' FOR ' DELIMITED BY SIZE
003710             WS-RPT-TOTAL DELIMITED BY SIZE
003720         INTO PL-LINE
003730     WRITE CTB1PL-LINE
003740     MOVE WS-HOLD-OUT-AMT TO WS-RPT-TOTAL
003750     MOVE SPACES TO PL-LINE
003760     STRING '                 CTBHLDIN RECORDS = '
003770                 DELIMITED BY SIZE
003780             WS-HOLD-OUT-CNT DELIMITED BY SIZE
003790             ' FOR ' DELIMITED BY SIZE
003800             WS-RPT-TOTAL DELIMITED BY SIZE
003810         INTO PL-LINE
003820     WRITE CTB1PL-LINE
003830     MOVE SPACES TO PL-LINE
003840     STRING '                 ITEMS STILL OPEN = '
003850                 DELIMITED BY SIZE
003860             WS-OPEN-ITEM-CNT DELIMITED BY SIZE
003870             '  HOLDS DECLINED = ' DELIMITED BY SIZE
003880             WS-DECLINED-CNT DELIMITED BY SIZE
003890             '  ITEMS PURGED = ' DELIMITED BY SIZE
003900             WS-PURGED-CNT DELIMITED BY SIZE
003910         INTO PL-LINE
003920     WRITE CTB1PL-LINE
003930     .
003940 5000-EXIT.
003950     EXIT.
003960*
003970******************************************************************
003980*    9000-TERMINATE                                              *
003990******************************************************************
004000 9000-TERMINATE.
004010     CLOSE WORK-QUEUE
004020     CLOSE RECYCLE-IN
004030     CLOSE HOLD-IN
004040     CLOSE SUBMIT-RPT
004050     DISPLAY 'CTB315I - END OF RUN.  RECYCLE SUBMITTED = '
004060         WS-RECYCLE-OUT-CNT ', HOLDS RELEASED = ' WS-HOLD-OUT-CNT
004070         ', STILL OPEN = ' WS-OPEN-ITEM-CNT
004080     .
004090 9000-EXIT.
004100     EXIT.
004110*
004120******************************************************************
004130*    9500-BUILD-TIMESTAMP                                        *
004140******************************************************************
004150 9500-BUILD-TIMESTAMP.
004160     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
004170     ACCEPT WS-CURR-TIME FROM TIME
004180     STRING WS-CURR-DATE DELIMITED BY SIZE
004190             '-' DELIMITED BY SIZE
004200             WS-CURR-TIME DELIMITED BY SIZE
004210         INTO WS-TIMESTAMP-OUT
004220     .
004230 9500-EXIT.
004240     EXIT.
