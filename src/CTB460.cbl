000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTB460.
000030 AUTHOR. D L MERRIMAN.
000040 INSTALLATION. DAILY LEDGER OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   PROGRAM      CTB460                                          *
000100*   DESCRIPTION   GL POSTING CONFIRMATION MATCHER FOR THE CTB410 *
000110*                 JOURNAL.  TIES EACH CONFIRMATION ROW THE GL    *
000120*                 LOAD RETURNS ON CTBGLCF BACK TO THE CTBGJLOG   *
000130*                 ROW CTB410 WROTE WITH ITS TRAILER, AND REPORTS *
000140*                 TOTALS THAT DO NOT TIE AND JOURNALS STILL      *
000150*                 UNCONFIRMED AFTER THE GRACE PERIOD.  EVERY     *
000160*                 LINE THE GL REJECTED IS FILED ON THE CTBGLSUS  *
000170*                 SUSPENSE FILE WITH THE GL'S REASON, SO THE     *
000180*                 DAY'S BRANCH DOLLARS ARE NOT LOST UNTIL        *
000190*                 MONTH END.  ONCE A SUSPENDED BRANCH'S CTBGLMAP *
000200*                 ROW NAMES A DIFFERENT ACCOUNT, THE LINE IS     *
000210*                 RE-PRESENTED ON A CORRECTING JOURNAL           *
000220*                 (CTBGLCOR) BUILT THE WAY CTB410 BUILDS THE     *
000230*                 NIGHTLY ONE, AND LOGGED ON CTBGJLOG SO ITS OWN *
000240*                 CONFIRMATION IS AWAITED IN TURN.  A STATUS ROW *
000250*                 ON CTBGLCS FEEDS THE CTB900 DAILY CLOSE SHEET. *
000260*                                                                *
000270*   MODIFICATION HISTORY                                         *
000280*   -----------------------------------------------------------  *
000290*   DATE       INIT  DESCRIPTION                                 *
000300*   ---------- ----  ---------------------------------------     *
000310*   2026-10-15 DLM   ORIGINAL.                                   *
000320*                                                                *
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT JOURNAL-LOG-FILE ASSIGN TO "CTBGJLOG"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-JRNLLOG-STATUS.
000430*
000440     SELECT CONFIRM-FILE ASSIGN TO "CTBGLCF"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-CONFIRM-STATUS.
000470*
000480     SELECT SUSPENSE-FILE ASSIGN TO "CTBGLSUS"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SU-KEY
000520         FILE STATUS IS WS-SUSP-STATUS.
000530*
000540     SELECT GL-MAP ASSIGN TO "CTBGLMAP"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS GM-BRANCH-CODE
000580         FILE STATUS IS WS-GLMAP-STATUS.
000590*
000600     SELECT CORR-JOURNAL ASSIGN TO "CTBGLCOR"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-CORRJRN-STATUS.
000630*
000640     SELECT GL-STATUS-FILE ASSIGN TO "CTBGLCS"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-GLSTS-STATUS.
000670*
000680     SELECT CONF-RPT ASSIGN TO "GLCRPT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-CONFRPT-STATUS.
000710*
000720*    SUITE JOB STEP LOG AND ITS OPTIONAL RERUN OVERRIDE CARD.
000730     SELECT STEP-LOG-FILE ASSIGN TO "CTBSTEPL"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-STEPL-STATUS.
000760     SELECT STEP-OVR-FILE ASSIGN TO "CTBSTOVR"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-STOVR-STATUS.
000790*
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  JOURNAL-LOG-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY CTB1JL.
000860*
000870 FD  CONFIRM-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900     COPY CTB1GC.
000910*
000920 FD  SUSPENSE-FILE.
000930     COPY CTB1SU.
000940*
000950 FD  GL-MAP.
000960     COPY CTB1GM.
000970*
000980 FD  CORR-JOURNAL
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY CTB1GJ.
001020*
001030 FD  GL-STATUS-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060     COPY CTB1GS.
001070*
001080 FD  CONF-RPT
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110     COPY CTB1PL.
001120*
001130 FD  STEP-LOG-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160     COPY CTB1JS.
001170*
001180 FD  STEP-OVR-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210     COPY CTB1SO.
001220*
001230 WORKING-STORAGE SECTION.
001240 01  WS-FILE-STATUS-FIELDS.
001250     05  WS-JRNLLOG-STATUS           PIC X(02) VALUE SPACES.
001260     05  WS-CONFIRM-STATUS           PIC X(02) VALUE SPACES.
001270     05  WS-SUSP-STATUS              PIC X(02) VALUE SPACES.
001280     05  WS-GLMAP-STATUS             PIC X(02) VALUE SPACES.
001290     05  WS-CORRJRN-STATUS           PIC X(02) VALUE SPACES.
001300     05  WS-GLSTS-STATUS             PIC X(02) VALUE SPACES.
001310     05  WS-CONFRPT-STATUS           PIC X(02) VALUE SPACES.
001320*
001330 01  WS-SWITCHES.
001340     05  WS-LOG-EOF-SW               PIC X(01) VALUE 'N'.
001350         88  WS-LOG-EOF-YES              VALUE 'Y'.
001360         88  WS-LOG-EOF-NO               VALUE 'N'.
001370     05  WS-CONF-EOF-SW              PIC X(01) VALUE 'N'.
001380         88  WS-CONF-EOF-YES             VALUE 'Y'.
001390         88  WS-CONF-EOF-NO              VALUE 'N'.
001400     05  WS-CONF-FILE-SW             PIC X(01) VALUE 'N'.
001410         88  WS-CONF-FILE-PRESENT        VALUE 'Y'.
001420         88  WS-CONF-FILE-ABSENT         VALUE 'N'.
001430     05  WS-SUSP-EOF-SW              PIC X(01) VALUE 'N'.
001440         88  WS-SUSP-EOF-YES             VALUE 'Y'.
001450         88  WS-SUSP-EOF-NO              VALUE 'N'.
001460     05  WS-MAP-SW                   PIC X(01) VALUE 'N'.
001470         88  WS-MAP-PRESENT              VALUE 'Y'.
001480         88  WS-MAP-ABSENT               VALUE 'N'.
001490     05  WS-MATCH-SW                 PIC X(01) VALUE 'N'.
001500         88  WS-JOURNAL-MATCHED          VALUE 'Y'.
001510         88  WS-JOURNAL-UNMATCHED        VALUE 'N'.
001520     05  WS-DATE-SEEN-SW             PIC X(01) VALUE 'N'.
001530         88  WS-CONF-DATE-SEEN           VALUE 'Y'.
001540         88  WS-CONF-DATE-UNSEEN         VALUE 'N'.
001550*
001560*    A JOURNAL STILL UNCONFIRMED WS-CONF-GRACE-DAYS DAYS AFTER
001570*    ITS JOURNAL DATE IS REPORTED AS OVERDUE.
001580 01  WS-CONF-CONTROLS.
001590     05  WS-CONF-GRACE-DAYS          PIC 9(2) VALUE 02.
001600*
001610*    THE JOURNAL LOG HELD IN STORAGE - A YEAR OF NIGHTLY
001620*    JOURNALS.  JT-CONF-STATUS TRACKS EACH ROW THROUGH THE
001630*    MATCHING PASS.
001640 01  WS-JOURNAL-TABLE.
001650     05  WS-JOURNAL-ENTRY OCCURS 366 TIMES
001660                 INDEXED BY WS-JRNL-IDX.
001670         10  JT-JOURNAL-DATE         PIC X(08).
001680         10  JT-BUSINESS-DATE        PIC X(08).
001690         10  JT-ENTRY-COUNT          PIC 9(7).
001700         10  JT-DEBIT-TOTAL          PIC 9(13)V99.
001710         10  JT-CREDIT-TOTAL         PIC 9(13)V99.
001720         10  JT-RESEND-SW            PIC X(01).
001730             88  JT-RESEND               VALUE 'R'.
001740         10  JT-CORRECTION-SW        PIC X(01).
001750             88  JT-CORRECTION           VALUE 'C'.
001760         10  JT-HELD-SW              PIC X(01).
001770             88  JT-HELD                 VALUE 'Y'.
001780         10  JT-CONF-STATUS          PIC X(01).
001790             88  JT-UNCONFIRMED          VALUE ' '.
001800             88  JT-CONFIRMED-CLEAN      VALUE 'M'.
001810             88  JT-CONFIRMED-REJECTS    VALUE 'P'.
001820             88  JT-CONFIRMED-MISMATCH   VALUE 'X'.
001830 01  WS-JOURNAL-KEPT-CNT             PIC 9(3) VALUE 0.
001840*
001850*    THE REJECT ROWS READ SINCE THE LAST CONFIRMATION ROW - THEY
001860*    BELONG TO THE JOURNAL THE NEXT CONFIRMATION ROW ANSWERS.
001870 01  WS-PENDING-REJECTS.
001880     05  WS-PEND-JOURNAL-DATE        PIC X(08) VALUE SPACES.
001890     05  WS-PEND-RESEND-SW           PIC X(01) VALUE SPACES.
001900     05  WS-PEND-CORRECTION-SW       PIC X(01) VALUE SPACES.
001910     05  WS-PEND-REJ-CNT             PIC 9(7) VALUE 0.
001920     05  WS-PEND-REJ-DEBITS          PIC 9(13)V99 VALUE 0.
001930     05  WS-PEND-REJ-CREDITS         PIC 9(13)V99 VALUE 0.
001940*
001950*    THE LATEST NIGHTLY JOURNAL ON THE LOG, FOR THE STATUS ROW.
001960 01  WS-LATEST-FIELDS.
001970     05  WS-LATEST-SUB               PIC 9(3) VALUE 0.
001980     05  WS-LATEST-STATE-SW          PIC X(01) VALUE SPACE.
001990*
002000*    THE CORRECTING JOURNAL BUILT FROM THIS RUN'S CORRECTED
002010*    SUSPENSE ITEMS.
002020 01  WS-CORRECTION-FIELDS.
002030     05  WS-CLEARING-ACCOUNT         PIC X(12) VALUE SPACES.
002040     05  WS-CORR-LINE-CNT            PIC 9(5) VALUE 0.
002050     05  WS-CORR-ENTRY-CNT           PIC 9(7) VALUE 0.
002060     05  WS-CORR-DEBIT-TOTAL         PIC 9(13)V99 VALUE 0.
002070     05  WS-CORR-CREDIT-TOTAL        PIC 9(13)V99 VALUE 0.
002080*
002090 01  WS-WORK-FIELDS.
002100     05  WS-SHIFT-SUB                PIC 9(3) COMP.
002110     05  WS-TODAY-DATE               PIC 9(08) VALUE 0.
002120     05  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
002130     05  WS-JOURNAL-DATE-NUM         PIC 9(08) VALUE 0.
002140     05  WS-TODAY-INT                PIC 9(7) COMP VALUE 0.
002150     05  WS-JOURNAL-INT              PIC 9(7) COMP VALUE 0.
002160     05  WS-AGE-DAYS                 PIC S9(5) COMP VALUE 0.
002170     05  WS-TIE-CREDITS              PIC 9(13)V99 VALUE 0.
002180*
002190 01  WS-MATCH-COUNTS.
002200     05  WS-LOG-READ-CNT             PIC 9(5) VALUE 0.
002210     05  WS-CONF-READ-CNT            PIC 9(7) VALUE 0.
002220     05  WS-CONFIRM-ROW-CNT          PIC 9(5) VALUE 0.
002230     05  WS-REJECT-ROW-CNT           PIC 9(7) VALUE 0.
002240     05  WS-CLEAN-CNT                PIC 9(5) VALUE 0.
002250     05  WS-PARTIAL-CNT              PIC 9(5) VALUE 0.
002260     05  WS-MISMATCH-CNT             PIC 9(5) VALUE 0.
002270     05  WS-ORPHAN-CNT               PIC 9(5) VALUE 0.
002280     05  WS-OVERDUE-CNT              PIC 9(5) VALUE 0.
002290     05  WS-AWAITING-CNT             PIC 9(5) VALUE 0.
002300     05  WS-HELD-CNT                 PIC 9(5) VALUE 0.
002310*
002320 01  WS-SUSPENSE-COUNTS.
002330     05  WS-SUSP-NEW-CNT             PIC 9(5) VALUE 0.
002340     05  WS-SUSP-KNOWN-CNT           PIC 9(5) VALUE 0.
002350     05  WS-SUSP-OPEN-CNT            PIC 9(5) VALUE 0.
002360     05  WS-SUSP-OPEN-AMOUNT         PIC 9(13)V99 VALUE 0.
002370*
002380 01  WS-REPORT-WORK-FIELDS.
002390     05  WS-RPT-LOGGED               PIC ZZZZZZ9.
002400     05  WS-RPT-ANSWERED             PIC ZZZZZZ9.
002410     05  WS-RPT-AMOUNT-SENT          PIC ZZZZZZZZZZZZ9.99.
002420     05  WS-RPT-AMOUNT-POSTED        PIC ZZZZZZZZZZZZ9.99.
002430     05  WS-RPT-AMOUNT               PIC ZZZZZZZZZZ9.99.
002440     05  WS-RPT-PERIOD               PIC ZZZZ9.
002450     05  WS-JOURNAL-TAG              PIC X(24) VALUE SPACES.
002460     05  WS-ITEM-STATE               PIC X(30) VALUE SPACES.
002470*
002480     COPY CTB1JW.
002490*
002500 PROCEDURE DIVISION.
002510******************************************************************
002520*    0000-MAINLINE                                               *
002530******************************************************************
002540 0000-MAINLINE.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002560     PERFORM 2000-LOAD-JOURNAL-LOG THRU 2000-EXIT
002570         UNTIL WS-LOG-EOF-YES
002580     IF WS-CONF-FILE-PRESENT
002590         PERFORM 3000-PROCESS-CONFIRM THRU 3000-EXIT
002600             UNTIL WS-CONF-EOF-YES
002610         PERFORM 3600-FLUSH-PENDING THRU 3600-EXIT
002620     END-IF
002630     PERFORM 4000-SWEEP-UNCONFIRMED THRU 4000-EXIT
002640     PERFORM 5000-WORK-SUSPENSE THRU 5000-EXIT
002650     PERFORM 6000-CLOSE-CORRECTION THRU 6000-EXIT
002660     PERFORM 7000-WRITE-STATUS-ROW THRU 7000-EXIT
002670     PERFORM 8000-PRINT-FOOTER THRU 8000-EXIT
002680     PERFORM 9000-TERMINATE THRU 9000-EXIT
002690     PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
002700     GOBACK.
002710*
002720******************************************************************
002730*    1000-INITIALIZE - THE JOURNAL LOG IS REQUIRED; A MISSING    *
002740*                      CONFIRMATION FILE JUST MEANS EVERY        *
002750*                      JOURNAL IS STILL WAITING ON THE GL.  THE  *
002760*                      SUSPENSE FILE IS CREATED ON FIRST USE.    *
002770******************************************************************
002780 1000-INITIALIZE.
002790     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002800     MOVE 'CTB460' TO WS-STEP-PROGRAM
002810     PERFORM 1200-FIND-BUSINESS-DATE THRU 1200-EXIT
002820     MOVE WS-BUS-DATE TO WS-STEP-BUS-DATE
002830     PERFORM 9800-STEP-LOG-START THRU 9800-EXIT
002840     OPEN INPUT JOURNAL-LOG-FILE
002850     IF WS-JRNLLOG-STATUS NOT = '00'
002860         DISPLAY 'CTB460A - NO JOURNAL LOG FOUND - ABORTING'
002870         MOVE 16 TO RETURN-CODE
002875         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
002880         GOBACK
002890     END-IF
002900     OPEN INPUT CONFIRM-FILE
002910     IF WS-CONFIRM-STATUS = '00'
002920         SET WS-CONF-FILE-PRESENT TO TRUE
002930     ELSE
002940         SET WS-CONF-FILE-ABSENT TO TRUE
002950         DISPLAY 'CTB460I - NO GL CONFIRMATION FILE PRESENT'
002960     END-IF
002970     OPEN I-O SUSPENSE-FILE
002980     IF WS-SUSP-STATUS NOT = '00'
002990         OPEN OUTPUT SUSPENSE-FILE
003000         CLOSE SUSPENSE-FILE
003010         OPEN I-O SUSPENSE-FILE
003020     END-IF
003030     IF WS-SUSP-STATUS NOT = '00'
003040         DISPLAY 'CTB460A - CTBGLSUS WOULD NOT OPEN - STATUS = '
003050             WS-SUSP-STATUS
003051         CLOSE JOURNAL-LOG-FILE
003052         IF WS-CONF-FILE-PRESENT
003053             CLOSE CONFIRM-FILE
003054         END-IF
003060         MOVE 16 TO RETURN-CODE
003065         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003070         GOBACK
003080     END-IF
003090     OPEN OUTPUT CORR-JOURNAL
003100     IF WS-CORRJRN-STATUS NOT = '00'
003110         DISPLAY 'CTB460A - CTBGLCOR WOULD NOT OPEN - STATUS = '
003120             WS-CORRJRN-STATUS
003121         CLOSE JOURNAL-LOG-FILE
003122         IF WS-CONF-FILE-PRESENT
003123             CLOSE CONFIRM-FILE
003124         END-IF
003125         CLOSE SUSPENSE-FILE
003130         MOVE 16 TO RETURN-CODE
003135         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003140         GOBACK
003150     END-IF
003160     OPEN OUTPUT CONF-RPT
003170     IF WS-CONFRPT-STATUS NOT = '00'
003180         DISPLAY 'CTB460A - CONF-RPT WOULD NOT OPEN - STATUS = '
003190             WS-CONFRPT-STATUS
003191         CLOSE JOURNAL-LOG-FILE
003192         IF WS-CONF-FILE-PRESENT
003193             CLOSE CONFIRM-FILE
003194         END-IF
003195         CLOSE SUSPENSE-FILE
003196         CLOSE CORR-JOURNAL
003200         MOVE 16 TO RETURN-CODE
003205         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003210         GOBACK
003220     END-IF
003230     PERFORM 1500-OPEN-GL-MAP THRU 1500-EXIT
003240     COMPUTE WS-TODAY-INT =
003250         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
003260     PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT
003270     PERFORM 1300-READ-JOURNAL-LOG THRU 1300-EXIT
003280     IF WS-CONF-FILE-PRESENT
003290         PERFORM 1400-READ-CONFIRM THRU 1400-EXIT
003300     END-IF
003310     .
003320 1000-EXIT.
003330     EXIT.
003340*
003350******************************************************************
003360*    1200-FIND-BUSINESS-DATE - ONE PASS OF THE JOURNAL LOG FOR   *
003370*                              THE CHECKPOINT DATE CTB410        *
003380*                              LOGGED WITH ITS LATEST NIGHTLY    *
003390*                              JOURNAL.  THE STEP ROW AND THE    *
003400*                              CTBGLCS ROW GO UNDER IT, SO A     *
003410*                              CHAIN THAT RUNS PAST MIDNIGHT     *
003420*                              STILL FILES THIS STEP WITH THE    *
003430*                              DAY IT BELONGS TO.  A RESEND OR   *
003440*                              A CORRECTING JOURNAL IS NOT THE   *
003450*                              NIGHT'S OWN; WITH NO NIGHTLY ROW  *
003460*                              THE SYSTEM DATE STANDS.           *
003470******************************************************************
003480 1200-FIND-BUSINESS-DATE.
003490     MOVE WS-TODAY-DATE TO WS-BUS-DATE
003500     OPEN INPUT JOURNAL-LOG-FILE
003510     IF WS-JRNLLOG-STATUS NOT = '00'
003520         GO TO 1200-EXIT
003530     END-IF
003540     PERFORM 1210-SCAN-BUSINESS-DATE THRU 1210-EXIT
003550         UNTIL WS-LOG-EOF-YES
003560     CLOSE JOURNAL-LOG-FILE
003570     SET WS-LOG-EOF-NO TO TRUE
003580     .
003590 1200-EXIT.
003600     EXIT.
003610*
003620 1210-SCAN-BUSINESS-DATE.
003630     READ JOURNAL-LOG-FILE
003640         AT END
003650             SET WS-LOG-EOF-YES TO TRUE
003660             GO TO 1210-EXIT
003670     END-READ
003680     IF NOT JL-RESEND AND NOT JL-CORRECTION
003690         AND JL-BUSINESS-DATE NOT = SPACES
003700         MOVE JL-BUSINESS-DATE TO WS-BUS-DATE
003710     END-IF
003720     .
003730 1210-EXIT.
003740     EXIT.
003750*
003760 1100-PRINT-HEADINGS.
003770     MOVE SPACES TO PL-LINE
003780     MOVE 'GL POSTING CONFIRMATION REPORT - CTB460' TO PL-LINE
003790     WRITE CTB1PL-LINE
003800     MOVE SPACES TO PL-LINE
003810     WRITE CTB1PL-LINE
003820     .
003830 1100-EXIT.
003840     EXIT.
003850*
003860 1300-READ-JOURNAL-LOG.
003870     READ JOURNAL-LOG-FILE
003880         AT END
003890             SET WS-LOG-EOF-YES TO TRUE
003900     END-READ
003910     IF WS-LOG-EOF-NO
003920         ADD 1 TO WS-LOG-READ-CNT
003930     END-IF
003940     .
003950 1300-EXIT.
003960     EXIT.
003970*
003980 1400-READ-CONFIRM.
003990     READ CONFIRM-FILE
004000         AT END
004010             SET WS-CONF-EOF-YES TO TRUE
004020     END-READ
004030     IF WS-CONF-EOF-NO
004040         ADD 1 TO WS-CONF-READ-CNT
004050     END-IF
004060     .
004070 1400-EXIT.
004080     EXIT.
004090*
004100******************************************************************
004110*    1500-OPEN-GL-MAP - THE MAP IS ONLY NEEDED TO CORRECT        *
004120*                       SUSPENSE ITEMS.  WITHOUT IT, OR          *
004130*                       WITHOUT ITS *ALL CLEARING-ACCOUNT ROW,   *
004140*                       THE ITEMS STAY OPEN AND THE              *
004150*                       CONFIRMATIONS ARE STILL MATCHED.         *
004160******************************************************************
004170 1500-OPEN-GL-MAP.
004180     SET WS-MAP-ABSENT TO TRUE
004190     OPEN INPUT GL-MAP
004200     IF WS-GLMAP-STATUS NOT = '00'
004210         DISPLAY 'CTB460W - CTBGLMAP WOULD NOT OPEN - STATUS = '
004220             WS-GLMAP-STATUS ' - NO CORRECTIONS BUILT'
004230         GO TO 1500-EXIT
004240     END-IF
004250     MOVE '*ALL' TO GM-BRANCH-CODE
004260     READ GL-MAP
004270         INVALID KEY
004280             DISPLAY 'CTB460W - NO *ALL CLEARING-ACCOUNT ROW ON '
004290                 'CTBGLMAP - NO CORRECTIONS BUILT'
004300             CLOSE GL-MAP
004310             GO TO 1500-EXIT
004320     END-READ
004330     MOVE GM-GL-ACCOUNT TO WS-CLEARING-ACCOUNT
004340     SET WS-MAP-PRESENT TO TRUE
004350     .
004360 1500-EXIT.
004370     EXIT.
004380*
004390******************************************************************
004400*    2000-LOAD-JOURNAL-LOG - HOLD THE LOG IN STORAGE, SLIDING    *
004410*                            THE OLDEST ROW OFF THE TOP IF THE   *
004420*                            FILE OUTGROWS A YEAR.  THE LAST     *
004430*                            NIGHTLY ROW IS KEPT FOR THE STATUS  *
004440*                            ROW.                                *
004450******************************************************************
004460 2000-LOAD-JOURNAL-LOG.
004470     IF WS-JOURNAL-KEPT-CNT < 366
004480         ADD 1 TO WS-JOURNAL-KEPT-CNT
004490     ELSE
004500         PERFORM 2100-SLIDE-LOG THRU 2100-EXIT
004510             VARYING WS-SHIFT-SUB FROM 1 BY 1
004520             UNTIL WS-SHIFT-SUB NOT < 366
004530         IF WS-LATEST-SUB > 0
004540             SUBTRACT 1 FROM WS-LATEST-SUB
004550         END-IF
004560     END-IF
004570     SET WS-JRNL-IDX TO WS-JOURNAL-KEPT-CNT
004580     MOVE JL-JOURNAL-DATE TO JT-JOURNAL-DATE(WS-JRNL-IDX)
004590     MOVE JL-BUSINESS-DATE TO JT-BUSINESS-DATE(WS-JRNL-IDX)
004600     MOVE JL-ENTRY-COUNT TO JT-ENTRY-COUNT(WS-JRNL-IDX)
004610     MOVE JL-DEBIT-TOTAL TO JT-DEBIT-TOTAL(WS-JRNL-IDX)
004620     MOVE JL-CREDIT-TOTAL TO JT-CREDIT-TOTAL(WS-JRNL-IDX)
004630     MOVE JL-RESEND-SW TO JT-RESEND-SW(WS-JRNL-IDX)
004640     MOVE JL-CORRECTION-SW TO JT-CORRECTION-SW(WS-JRNL-IDX)
004650     MOVE JL-HELD-SW TO JT-HELD-SW(WS-JRNL-IDX)
004660     MOVE SPACE TO JT-CONF-STATUS(WS-JRNL-IDX)
004670     IF NOT JL-RESEND AND NOT JL-CORRECTION
004680         MOVE WS-JOURNAL-KEPT-CNT TO WS-LATEST-SUB
004690     END-IF
004700     PERFORM 1300-READ-JOURNAL-LOG THRU 1300-EXIT
004710     .
004720 2000-EXIT.
004730     EXIT.
004740*
004750 2100-SLIDE-LOG.
004760     MOVE WS-JOURNAL-ENTRY(WS-SHIFT-SUB + 1)
004770         TO WS-JOURNAL-ENTRY(WS-SHIFT-SUB)
004780     .
004790 2100-EXIT.
004800     EXIT.
004810*
004820******************************************************************
004830*    3000-PROCESS-CONFIRM - A REJECT ROW IS FILED TO SUSPENSE    *
004840*                           AND HELD AGAINST THE JOURNAL IT      *
004850*                           NAMES; A CONFIRMATION ROW SETTLES    *
004860*                           THAT JOURNAL.                        *
004870******************************************************************
004880 3000-PROCESS-CONFIRM.
004890     EVALUATE TRUE
004900         WHEN GC-TYPE-REJECT
004910             PERFORM 3100-FILE-REJECT THRU 3100-EXIT
004920         WHEN GC-TYPE-CONFIRM
004930             PERFORM 3200-MATCH-CONFIRM THRU 3200-EXIT
004940         WHEN OTHER
004950             DISPLAY 'CTB460W - CTBGLCF ROW ' WS-CONF-READ-CNT
004960                 ' HAS UNKNOWN RECORD TYPE ' GC-RECORD-TYPE
004970                 ' - SKIPPED'
004980     END-EVALUATE
004990     PERFORM 1400-READ-CONFIRM THRU 1400-EXIT
005000     .
005010 3000-EXIT.
005020     EXIT.
005030*
005040******************************************************************
005050*    3100-FILE-REJECT - TALLY THE REJECTED LINE AGAINST ITS      *
005060*                       JOURNAL AND FILE IT AS AN OPEN SUSPENSE  *
005070*                       ITEM.  THE CONFIRMATION FILE IS READ     *
005080*                       WHOLE EVERY RUN, SO A LINE ALREADY ON    *
005090*                       SUSPENSE IS PASSED OVER ON ITS KEY.      *
005100******************************************************************
005110 3100-FILE-REJECT.
005120     ADD 1 TO WS-REJECT-ROW-CNT
005130     IF WS-PEND-REJ-CNT > 0
005140         AND (GC-REJ-JOURNAL-DATE NOT = WS-PEND-JOURNAL-DATE
005150             OR GC-REJ-RESEND-SW NOT = WS-PEND-RESEND-SW
005160             OR GC-REJ-CORRECTION-SW NOT = WS-PEND-CORRECTION-SW)
005170         PERFORM 3600-FLUSH-PENDING THRU 3600-EXIT
005180     END-IF
005190     MOVE GC-REJ-JOURNAL-DATE TO WS-PEND-JOURNAL-DATE
005200     MOVE GC-REJ-RESEND-SW TO WS-PEND-RESEND-SW
005210     MOVE GC-REJ-CORRECTION-SW TO WS-PEND-CORRECTION-SW
005220     ADD 1 TO WS-PEND-REJ-CNT
005230     IF GC-REJ-DEBIT
005240         ADD GC-REJ-AMOUNT TO WS-PEND-REJ-DEBITS
005250     ELSE
005260         ADD GC-REJ-AMOUNT TO WS-PEND-REJ-CREDITS
005270     END-IF
005280     MOVE SPACES TO CTB1SU-SUSPENSE-RECORD
005290     MOVE GC-REJ-JOURNAL-DATE TO SU-JOURNAL-DATE
005300     MOVE GC-REJ-RESEND-SW TO SU-RESEND-SW
005310     MOVE GC-REJ-CORRECTION-SW TO SU-CORRECTION-SW
005320     MOVE GC-REJ-BRANCH-CODE TO SU-BRANCH-CODE
005330     MOVE GC-REJ-PERIOD-INDEX TO SU-PERIOD-INDEX
005340     MOVE GC-REJ-DR-CR TO SU-DR-CR
005350     SET SU-OPEN TO TRUE
005360     MOVE GC-REJ-GL-ACCOUNT TO SU-GL-ACCOUNT
005370     MOVE GC-REJ-AMOUNT TO SU-AMOUNT
005380     MOVE GC-REJ-REASON TO SU-REASON
005390     MOVE WS-TODAY-DATE TO SU-SUSPENDED-DATE
005400     WRITE CTB1SU-SUSPENSE-RECORD
005410         INVALID KEY
005420             ADD 1 TO WS-SUSP-KNOWN-CNT
005430             GO TO 3100-EXIT
005440     END-WRITE
005450     ADD 1 TO WS-SUSP-NEW-CNT
005460     MOVE GC-REJ-PERIOD-INDEX TO WS-RPT-PERIOD
005470     MOVE GC-REJ-AMOUNT TO WS-RPT-AMOUNT
005480     MOVE SPACES TO PL-LINE
005490     STRING '  REJECTED ' DELIMITED BY SIZE
005500             GC-REJ-JOURNAL-DATE DELIMITED BY SIZE
005510             ' BRANCH ' DELIMITED BY SIZE
005520             GC-REJ-BRANCH-CODE DELIMITED BY SIZE
005530             ' SLOT ' DELIMITED BY SIZE
005540             WS-RPT-PERIOD DELIMITED BY SIZE
005550             ' ' DELIMITED BY SIZE
005560             GC-REJ-DR-CR DELIMITED BY SIZE
005570             ' ' DELIMITED BY SIZE
005580             WS-RPT-AMOUNT DELIMITED BY SIZE
005590             ' - ' DELIMITED BY SIZE
005600             GC-REJ-REASON DELIMITED BY '  '
005610             ' - FILED TO SUSPENSE' DELIMITED BY SIZE
005620         INTO PL-LINE
005630     WRITE CTB1PL-LINE
005640     .
005650 3100-EXIT.
005660     EXIT.
005670*
005680******************************************************************
005690*    3200-MATCH-CONFIRM - TIE ONE CONFIRMATION ROW TO ITS        *
005700*                         JOURNAL LOG ENTRY.  THE REJECT ROWS    *
005710*                         JUST AHEAD OF IT BELONG TO THE SAME    *
005720*                         JOURNAL AND ARE SETTLED WITH IT.       *
005722*                         IF NO JOURNAL ANSWERS THE              *
005724*                         CONFIRMATION, THOSE ROWS ARE ORPHANS   *
005726*                         TOO AND ARE COUNTED AND LISTED.        *
005730******************************************************************
005740 3200-MATCH-CONFIRM.
005750     ADD 1 TO WS-CONFIRM-ROW-CNT
005760     IF WS-PEND-REJ-CNT > 0
005770         AND (GC-JOURNAL-DATE NOT = WS-PEND-JOURNAL-DATE
005780             OR GC-RESEND-SW NOT = WS-PEND-RESEND-SW
005790             OR GC-CORRECTION-SW NOT = WS-PEND-CORRECTION-SW)
005800         PERFORM 3600-FLUSH-PENDING THRU 3600-EXIT
005810     END-IF
005820     SET WS-JOURNAL-UNMATCHED TO TRUE
005830     SET WS-CONF-DATE-UNSEEN TO TRUE
005840     PERFORM 3250-FIND-JOURNAL THRU 3250-EXIT
005850         VARYING WS-JRNL-IDX FROM 1 BY 1
005860         UNTIL WS-JRNL-IDX > WS-JOURNAL-KEPT-CNT
005870             OR WS-JOURNAL-MATCHED
005880     IF WS-JOURNAL-UNMATCHED
005890         ADD 1 TO WS-ORPHAN-CNT
005900         MOVE SPACES TO WS-JOURNAL-TAG
005910         IF GC-RESEND
005920             MOVE ' - RESEND' TO WS-JOURNAL-TAG
005930         END-IF
005940         IF GC-CORRECTION
005950             MOVE ' - CORRECTION' TO WS-JOURNAL-TAG
005960         END-IF
005970         MOVE SPACES TO PL-LINE
005980         IF WS-CONF-DATE-SEEN
005990             STRING '  DUPLICATE CONFIRMATION FOR '
006000                         DELIMITED BY SIZE
006010                     GC-JOURNAL-DATE DELIMITED BY SIZE
006020                     WS-JOURNAL-TAG DELIMITED BY '  '
006030                 INTO PL-LINE
006040         ELSE
006050             STRING '  CONFIRMATION FOR ' DELIMITED BY SIZE
006060                     GC-JOURNAL-DATE DELIMITED BY SIZE
006070                     WS-JOURNAL-TAG DELIMITED BY '  '
006080                     ' MATCHES NO JOURNAL ON THE LOG'
006090                         DELIMITED BY SIZE
006100                 INTO PL-LINE
006110         END-IF
006120         WRITE CTB1PL-LINE
006125         PERFORM 3600-FLUSH-PENDING THRU 3600-EXIT
006130     END-IF
006140     PERFORM 3700-CLEAR-PENDING THRU 3700-EXIT
006150     .
006160 3200-EXIT.
006170     EXIT.
006180*
006190******************************************************************
006200*    3250-FIND-JOURNAL - MATCH ONLY A RELEASED ENTRY STILL       *
006210*                        AWAITING ITS CONFIRMATION, SO A         *
006220*                        SAME-DAY RERUN'S SECOND LOG ROW PICKS   *
006230*                        UP THE SECOND CONFIRMATION.  EVERY LINE *
006240*                        THE GL DID NOT POST MUST BE ACCOUNTED   *
006250*                        FOR BY A REJECT ROW, AND A REJECTED     *
006260*                        DEBIT COMES OFF THE CLEARING CREDIT AS  *
006270*                        WELL.                                   *
006280******************************************************************
006290 3250-FIND-JOURNAL.
006300     IF JT-JOURNAL-DATE(WS-JRNL-IDX) NOT = GC-JOURNAL-DATE
006310         OR JT-RESEND-SW(WS-JRNL-IDX) NOT = GC-RESEND-SW
006320         OR JT-CORRECTION-SW(WS-JRNL-IDX) NOT = GC-CORRECTION-SW
006330         OR JT-HELD(WS-JRNL-IDX)
006340         GO TO 3250-EXIT
006350     END-IF
006360     SET WS-CONF-DATE-SEEN TO TRUE
006370     IF NOT JT-UNCONFIRMED(WS-JRNL-IDX)
006380         GO TO 3250-EXIT
006390     END-IF
006400     SET WS-JOURNAL-MATCHED TO TRUE
006410     COMPUTE WS-TIE-CREDITS = GC-POSTED-CREDITS
006420         + WS-PEND-REJ-DEBITS + WS-PEND-REJ-CREDITS
006430     IF GC-REJECTED-COUNT = WS-PEND-REJ-CNT
006440         AND GC-POSTED-COUNT + GC-REJECTED-COUNT
006450             = JT-ENTRY-COUNT(WS-JRNL-IDX)
006460         AND GC-POSTED-DEBITS + WS-PEND-REJ-DEBITS
006470             = JT-DEBIT-TOTAL(WS-JRNL-IDX)
006480         AND WS-TIE-CREDITS = JT-CREDIT-TOTAL(WS-JRNL-IDX)
006490         IF WS-PEND-REJ-CNT = 0
006500             SET JT-CONFIRMED-CLEAN(WS-JRNL-IDX) TO TRUE
006510             ADD 1 TO WS-CLEAN-CNT
006520         ELSE
006530             SET JT-CONFIRMED-REJECTS(WS-JRNL-IDX) TO TRUE
006540             ADD 1 TO WS-PARTIAL-CNT
006550         END-IF
006560     ELSE
006570         SET JT-CONFIRMED-MISMATCH(WS-JRNL-IDX) TO TRUE
006580         ADD 1 TO WS-MISMATCH-CNT
006590         PERFORM 3300-PRINT-MISMATCH THRU 3300-EXIT
006600     END-IF
006610     .
006620 3250-EXIT.
006630     EXIT.
006640*
006650 3300-PRINT-MISMATCH.
006660     PERFORM 3400-BUILD-JOURNAL-TAG THRU 3400-EXIT
006670     MOVE JT-ENTRY-COUNT(WS-JRNL-IDX) TO WS-RPT-LOGGED
006680     COMPUTE WS-RPT-ANSWERED = GC-POSTED-COUNT + WS-PEND-REJ-CNT
006690     MOVE JT-DEBIT-TOTAL(WS-JRNL-IDX) TO WS-RPT-AMOUNT-SENT
006700     COMPUTE WS-RPT-AMOUNT-POSTED =
006710         GC-POSTED-DEBITS + WS-PEND-REJ-DEBITS
006720     MOVE SPACES TO PL-LINE
006730     STRING '  JOURNAL ' DELIMITED BY SIZE
006740             GC-JOURNAL-DATE DELIMITED BY SIZE
006750             WS-JOURNAL-TAG DELIMITED BY '  '
006760             ' MISMATCH - SENT ' DELIMITED BY SIZE
006770             WS-RPT-LOGGED DELIMITED BY SIZE
006780             ' / ANSWERED ' DELIMITED BY SIZE
006790             WS-RPT-ANSWERED DELIMITED BY SIZE
006800             ' - DEBITS SENT ' DELIMITED BY SIZE
006810             WS-RPT-AMOUNT-SENT DELIMITED BY SIZE
006820             ' / ANSWERED ' DELIMITED BY SIZE
006830             WS-RPT-AMOUNT-POSTED DELIMITED BY SIZE
006840         INTO PL-LINE
006850     WRITE CTB1PL-LINE
006860     IF GC-REJECTED-COUNT NOT = WS-PEND-REJ-CNT
006870         MOVE GC-REJECTED-COUNT TO WS-RPT-LOGGED
006880         MOVE WS-PEND-REJ-CNT TO WS-RPT-ANSWERED
006890         MOVE SPACES TO PL-LINE
006900         STRING '    GL COUNTS ' DELIMITED BY SIZE
006910                 WS-RPT-LOGGED DELIMITED BY SIZE
006920                 ' REJECTS BUT SENT ' DELIMITED BY SIZE
006930                 WS-RPT-ANSWERED DELIMITED BY SIZE
006940                 ' REJECT ROWS' DELIMITED BY SIZE
006950             INTO PL-LINE
006960         WRITE CTB1PL-LINE
006970     END-IF
006980     .
006990 3300-EXIT.
007000     EXIT.
007010*
007020******************************************************************
007030*    3400-BUILD-JOURNAL-TAG - A RESEND'S REPORT LINES NAME THE   *
007040*                             BUSINESS DATE IT REPLAYED, AND A   *
007050*                             CORRECTING JOURNAL'S SAY SO.       *
007060******************************************************************
007070 3400-BUILD-JOURNAL-TAG.
007080     MOVE SPACES TO WS-JOURNAL-TAG
007090     IF JT-CORRECTION(WS-JRNL-IDX)
007100         MOVE ' - CORRECTION' TO WS-JOURNAL-TAG
007110         GO TO 3400-EXIT
007120     END-IF
007130     IF NOT JT-RESEND(WS-JRNL-IDX)
007140         GO TO 3400-EXIT
007150     END-IF
007160     STRING ' - RESEND OF ' DELIMITED BY SIZE
007170             JT-BUSINESS-DATE(WS-JRNL-IDX) DELIMITED BY SIZE
007180         INTO WS-JOURNAL-TAG
007190     .
007200 3400-EXIT.
007210     EXIT.
007220*
007230******************************************************************
007240*    3600-FLUSH-PENDING - REJECT ROWS NO CONFIRMATION ROW        *
007250*                         CLAIMED.  THEY ARE ON SUSPENSE         *
007260*                         ALREADY; THE JOURNAL THEY NAME IS      *
007270*                         LEFT UNCONFIRMED.                      *
007280******************************************************************
007290 3600-FLUSH-PENDING.
007300     IF WS-PEND-REJ-CNT = 0
007310         GO TO 3600-EXIT
007320     END-IF
007330     ADD 1 TO WS-ORPHAN-CNT
007340     MOVE WS-PEND-REJ-CNT TO WS-RPT-LOGGED
007350     MOVE SPACES TO WS-JOURNAL-TAG
007360     IF WS-PEND-RESEND-SW = 'R'
007370         MOVE ' - RESEND' TO WS-JOURNAL-TAG
007380     END-IF
007390     IF WS-PEND-CORRECTION-SW = 'C'
007400         MOVE ' - CORRECTION' TO WS-JOURNAL-TAG
007410     END-IF
007420     MOVE SPACES TO PL-LINE
007430     STRING '  ' DELIMITED BY SIZE
007440             WS-RPT-LOGGED DELIMITED BY SIZE
007450             ' REJECT ROWS FOR ' DELIMITED BY SIZE
007460             WS-PEND-JOURNAL-DATE DELIMITED BY SIZE
007470             WS-JOURNAL-TAG DELIMITED BY '  '
007480             ' HAVE NO CONFIRMATION ROW' DELIMITED BY SIZE
007490         INTO PL-LINE
007500     WRITE CTB1PL-LINE
007510     PERFORM 3700-CLEAR-PENDING THRU 3700-EXIT
007520     .
007530 3600-EXIT.
007540     EXIT.
007550*
007560 3700-CLEAR-PENDING.
007570     MOVE SPACES TO WS-PEND-JOURNAL-DATE
007580     MOVE SPACES TO WS-PEND-RESEND-SW
007590     MOVE SPACES TO WS-PEND-CORRECTION-SW
007600     MOVE 0 TO WS-PEND-REJ-CNT
007610     MOVE 0 TO WS-PEND-REJ-DEBITS
007620     MOVE 0 TO WS-PEND-REJ-CREDITS
007630     .
007640 3700-EXIT.
007650     EXIT.
007660*
007670******************************************************************
007680*    4000-SWEEP-UNCONFIRMED - AFTER THE MATCHING PASS, EVERY     *
007690*                             RELEASED JOURNAL STILL UNCONFIRMED *
007700*                             IS EITHER INSIDE THE GRACE PERIOD  *
007710*                             (AWAITING) OR OVERDUE.  A HELD     *
007720*                             JOURNAL NEVER REACHED THE GL.      *
007730******************************************************************
007740 4000-SWEEP-UNCONFIRMED.
007750     PERFORM 4100-CHECK-UNCONFIRMED THRU 4100-EXIT
007760         VARYING WS-JRNL-IDX FROM 1 BY 1
007770         UNTIL WS-JRNL-IDX > WS-JOURNAL-KEPT-CNT
007780     .
007790 4000-EXIT.
007800     EXIT.
007810*
007820 4100-CHECK-UNCONFIRMED.
007830     IF JT-HELD(WS-JRNL-IDX)
007840         ADD 1 TO WS-HELD-CNT
007850         GO TO 4100-EXIT
007860     END-IF
007870     IF NOT JT-UNCONFIRMED(WS-JRNL-IDX)
007880         GO TO 4100-EXIT
007890     END-IF
007900     MOVE JT-JOURNAL-DATE(WS-JRNL-IDX) TO WS-JOURNAL-DATE-NUM
007910     COMPUTE WS-JOURNAL-INT =
007920         FUNCTION INTEGER-OF-DATE(WS-JOURNAL-DATE-NUM)
007930     COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-JOURNAL-INT
007940     MOVE SPACES TO PL-LINE
007950     PERFORM 3400-BUILD-JOURNAL-TAG THRU 3400-EXIT
007960     IF WS-AGE-DAYS > WS-CONF-GRACE-DAYS
007970         ADD 1 TO WS-OVERDUE-CNT
007980         STRING '  JOURNAL ' DELIMITED BY SIZE
007990                 JT-JOURNAL-DATE(WS-JRNL-IDX) DELIMITED BY SIZE
008000                 WS-JOURNAL-TAG DELIMITED BY '  '
008010                 ' HAS NO GL CONFIRMATION AFTER THE GRACE PERIOD'
008020                     DELIMITED BY SIZE
008030             INTO PL-LINE
008040     ELSE
008050         ADD 1 TO WS-AWAITING-CNT
008060         STRING '  JOURNAL ' DELIMITED BY SIZE
008070                 JT-JOURNAL-DATE(WS-JRNL-IDX) DELIMITED BY SIZE
008080                 WS-JOURNAL-TAG DELIMITED BY '  '
008090                 ' AWAITING GL CONFIRMATION - WITHIN GRACE'
008100                     DELIMITED BY SIZE
008110             INTO PL-LINE
008120     END-IF
008130     WRITE CTB1PL-LINE
008140     .
008150 4100-EXIT.
008160     EXIT.
008170*
008180******************************************************************
008190*    5000-WORK-SUSPENSE - WALK EVERY OPEN SUSPENSE ITEM.  AN     *
008200*                         ITEM WHOSE BRANCH NOW MAPS TO A        *
008210*                         DIFFERENT ACCOUNT IS RE-PRESENTED ON   *
008220*                         THE CORRECTING JOURNAL AND MARKED      *
008230*                         CORRECTED; THE REST STAY OPEN AND ARE  *
008240*                         LISTED.                                *
008250******************************************************************
008260 5000-WORK-SUSPENSE.
008270     MOVE SPACES TO PL-LINE
008280     WRITE CTB1PL-LINE
008290     MOVE SPACES TO PL-LINE
008300     MOVE 'GL SUSPENSE' TO PL-LINE
008310     WRITE CTB1PL-LINE
008320     SET WS-SUSP-EOF-NO TO TRUE
008330     MOVE LOW-VALUES TO SU-KEY
008340     START SUSPENSE-FILE KEY NOT < SU-KEY
008350         INVALID KEY
008360             SET WS-SUSP-EOF-YES TO TRUE
008370     END-START
008380     IF WS-SUSP-EOF-NO
008390         PERFORM 5100-READ-NEXT-SUSPENSE THRU 5100-EXIT
008400     END-IF
008410     PERFORM 5200-REVIEW-ITEM THRU 5200-EXIT
008420         UNTIL WS-SUSP-EOF-YES
008430     .
008440 5000-EXIT.
008450     EXIT.
008460*
008470 5100-READ-NEXT-SUSPENSE.
008480     READ SUSPENSE-FILE NEXT
008490         AT END
008500             SET WS-SUSP-EOF-YES TO TRUE
008510     END-READ
008520     IF WS-SUSP-STATUS NOT = '00' AND WS-SUSP-STATUS NOT = '02'
008530         SET WS-SUSP-EOF-YES TO TRUE
008540     END-IF
008550     .
008560 5100-EXIT.
008570     EXIT.
008580*
008590******************************************************************
008600*    5200-REVIEW-ITEM - ONLY A BRANCH DEBIT IS CORRECTED HERE.   *
008610*                       A REJECTED CLEARING LINE HAS NO OFFSET   *
008620*                       TO BALANCE IT AND IS LEFT FOR A MANUAL   *
008630*                       ENTRY.                                   *
008640******************************************************************
008650 5200-REVIEW-ITEM.
008660     IF NOT SU-OPEN
008670         GO TO 5200-READ-NEXT
008680     END-IF
008690     EVALUATE TRUE
008700         WHEN SU-BRANCH-CODE = '*ALL' OR NOT SU-DEBIT
008710             MOVE 'CLEARING LINE - MANUAL ENTRY' TO WS-ITEM-STATE
008720         WHEN WS-MAP-ABSENT
008730             MOVE 'NO MAP - NOT CORRECTED' TO WS-ITEM-STATE
008740         WHEN OTHER
008750             MOVE SU-BRANCH-CODE TO GM-BRANCH-CODE
008760             READ GL-MAP
008770                 INVALID KEY
008780                     MOVE 'NO CTBGLMAP ROW FOR THE BRANCH'
008790                         TO WS-ITEM-STATE
008800                     GO TO 5200-STILL-OPEN
008810             END-READ
008820             IF GM-GL-ACCOUNT = SU-GL-ACCOUNT
008830                 MOVE 'AWAITING MAP CORRECTION' TO WS-ITEM-STATE
008840             ELSE
008850                 PERFORM 5300-WRITE-CORRECTION-LINE THRU 5300-EXIT
008860                 GO TO 5200-READ-NEXT
008870             END-IF
008880     END-EVALUATE
008890     .
008900 5200-STILL-OPEN.
008910     ADD 1 TO WS-SUSP-OPEN-CNT
008920     ADD SU-AMOUNT TO WS-SUSP-OPEN-AMOUNT
008930     MOVE SU-PERIOD-INDEX TO WS-RPT-PERIOD
008940     MOVE SU-AMOUNT TO WS-RPT-AMOUNT
008950     MOVE SPACES TO PL-LINE
008960     STRING '  OPEN ' DELIMITED BY SIZE
008970             SU-JOURNAL-DATE DELIMITED BY SIZE
008980             ' BRANCH ' DELIMITED BY SIZE
008990             SU-BRANCH-CODE DELIMITED BY SIZE
009000             ' SLOT ' DELIMITED BY SIZE
009010             WS-RPT-PERIOD DELIMITED BY SIZE
009020             ' ACCT ' DELIMITED BY SIZE
009030             SU-GL-ACCOUNT DELIMITED BY SIZE
009040             ' ' DELIMITED BY SIZE
009050             WS-RPT-AMOUNT DELIMITED BY SIZE
009060             ' - ' DELIMITED BY SIZE
009070             WS-ITEM-STATE DELIMITED BY '  '
009080         INTO PL-LINE
009090     WRITE CTB1PL-LINE
009100     .
009110 5200-READ-NEXT.
009120     PERFORM 5100-READ-NEXT-SUSPENSE THRU 5100-EXIT
009130     .
009140 5200-EXIT.
009150     EXIT.
009160*
009170******************************************************************
009180*    5300-WRITE-CORRECTION-LINE - RE-PRESENT THE SUSPENDED DEBIT *
009190*                                 TO THE ACCOUNT THE MAP NOW     *
009200*                                 CARRIES, DATED TODAY, AND MARK *
009210*                                 THE ITEM CORRECTED.            *
009220******************************************************************
009230 5300-WRITE-CORRECTION-LINE.
009240     MOVE SPACES TO CTB1GJ-DETAIL-RECORD
009250     MOVE 'D' TO GJ-RECORD-TYPE
009260     MOVE WS-TODAY-DATE TO GJ-JOURNAL-DATE
009270     MOVE GM-GL-ACCOUNT TO GJ-GL-ACCOUNT
009280     MOVE SU-BRANCH-CODE TO GJ-BRANCH-CODE
009290     MOVE SU-PERIOD-INDEX TO GJ-PERIOD-INDEX
009300     MOVE 'D' TO GJ-DR-CR
009310     MOVE SU-AMOUNT TO GJ-AMOUNT
009320     WRITE CTB1GJ-DETAIL-RECORD
009330     ADD 1 TO WS-CORR-LINE-CNT
009340     ADD 1 TO WS-CORR-ENTRY-CNT
009350     ADD SU-AMOUNT TO WS-CORR-DEBIT-TOTAL
009360     SET SU-CORRECTED TO TRUE
009370     MOVE GM-GL-ACCOUNT TO SU-CORRECTED-ACCOUNT
009380     MOVE WS-TODAY-DATE TO SU-CORRECTED-DATE
009390     REWRITE CTB1SU-SUSPENSE-RECORD
009400         INVALID KEY
009410             DISPLAY 'CTB460W - SUSPENSE ITEM ' SU-KEY
009420                 ' COULD NOT BE MARKED CORRECTED - STATUS = '
009430                 WS-SUSP-STATUS
009440     END-REWRITE
009450     MOVE SU-PERIOD-INDEX TO WS-RPT-PERIOD
009460     MOVE SU-AMOUNT TO WS-RPT-AMOUNT
009470     MOVE SPACES TO PL-LINE
009480     STRING '  CORRECTED ' DELIMITED BY SIZE
009490             SU-JOURNAL-DATE DELIMITED BY SIZE
009500             ' BRANCH ' DELIMITED BY SIZE
009510             SU-BRANCH-CODE DELIMITED BY SIZE
009520             ' SLOT ' DELIMITED BY SIZE
009530             WS-RPT-PERIOD DELIMITED BY SIZE
009540             ' ' DELIMITED BY SIZE
009550             WS-RPT-AMOUNT DELIMITED BY SIZE
009560             ' - ' DELIMITED BY SIZE
009570             SU-GL-ACCOUNT DELIMITED BY SIZE
009580             ' NOW ' DELIMITED BY SIZE
009590             GM-GL-ACCOUNT DELIMITED BY SIZE
009600         INTO PL-LINE
009610     WRITE CTB1PL-LINE
009620     .
009630 5300-EXIT.
009640     EXIT.
009650*
009660******************************************************************
009670*    6000-CLOSE-CORRECTION - ONE CREDIT TO THE CLEARING ACCOUNT  *
009680*                            FOR THE SUM OF THE RE-PRESENTED     *
009690*                            DEBITS AND A TRAILER MARKED AS A    *
009700*                            CORRECTION, THEN LOG THE JOURNAL SO *
009710*                            ITS CONFIRMATION IS AWAITED.  WITH  *
009720*                            NOTHING CORRECTED CTBGLCOR IS LEFT  *
009730*                            EMPTY AND NOTHING IS LOGGED.        *
009740******************************************************************
009750 6000-CLOSE-CORRECTION.
009760     IF WS-CORR-LINE-CNT = 0
009770         GO TO 6000-EXIT
009780     END-IF
009790     MOVE SPACES TO CTB1GJ-DETAIL-RECORD
009800     MOVE 'D' TO GJ-RECORD-TYPE
009810     MOVE WS-TODAY-DATE TO GJ-JOURNAL-DATE
009820     MOVE WS-CLEARING-ACCOUNT TO GJ-GL-ACCOUNT
009830     MOVE '*ALL' TO GJ-BRANCH-CODE
009840     MOVE 0 TO GJ-PERIOD-INDEX
009850     MOVE 'C' TO GJ-DR-CR
009860     MOVE WS-CORR-DEBIT-TOTAL TO GJ-AMOUNT
009870     WRITE CTB1GJ-DETAIL-RECORD
009880     ADD 1 TO WS-CORR-ENTRY-CNT
009890     ADD WS-CORR-DEBIT-TOTAL TO WS-CORR-CREDIT-TOTAL
009900     MOVE SPACES TO CTB1GJ-TRAILER-RECORD
009910     MOVE 'T' TO GJ-TRL-RECORD-TYPE
009920     MOVE WS-TODAY-DATE TO GJ-TRL-JOURNAL-DATE
009930     MOVE WS-CORR-ENTRY-CNT TO GJ-TRL-ENTRY-COUNT
009940     MOVE WS-CORR-DEBIT-TOTAL TO GJ-TRL-DEBIT-TOTAL
009950     MOVE WS-CORR-CREDIT-TOTAL TO GJ-TRL-CREDIT-TOTAL
009960     MOVE WS-TODAY-DATE TO GJ-TRL-BUSINESS-DATE
009970     SET GJ-TRL-CORRECTION TO TRUE
009980     WRITE CTB1GJ-TRAILER-RECORD
009990     PERFORM 6100-WRITE-JOURNAL-LOG THRU 6100-EXIT
010000     .
010010 6000-EXIT.
010020     EXIT.
010030*
010040******************************************************************
010050*    6100-WRITE-JOURNAL-LOG - APPEND THE CORRECTING JOURNAL'S    *
010060*                             ROW TO THE LOG THE WAY CTB410 DOES *
010070*                             FOR THE NIGHTLY ONE.               *
010080******************************************************************
010090 6100-WRITE-JOURNAL-LOG.
010100     CLOSE JOURNAL-LOG-FILE
010110     OPEN EXTEND JOURNAL-LOG-FILE
010120     IF WS-JRNLLOG-STATUS NOT = '00'
010130         DISPLAY 'CTB460W - JOURNAL LOG WOULD NOT OPEN - STATUS '
010140             '= ' WS-JRNLLOG-STATUS ' - CORRECTION NOT LOGGED'
010150         GO TO 6100-EXIT
010160     END-IF
010170     MOVE SPACES TO CTB1JL-JOURNAL-LOG-RECORD
010180     MOVE WS-TODAY-DATE TO JL-JOURNAL-DATE
010190     MOVE WS-TODAY-DATE TO JL-BUSINESS-DATE
010200     MOVE WS-CORR-ENTRY-CNT TO JL-ENTRY-COUNT
010210     MOVE WS-CORR-DEBIT-TOTAL TO JL-DEBIT-TOTAL
010220     MOVE WS-CORR-CREDIT-TOTAL TO JL-CREDIT-TOTAL
010230     SET JL-CORRECTION TO TRUE
010240     SET JL-RELEASED TO TRUE
010250     WRITE CTB1JL-JOURNAL-LOG-RECORD
010260     .
010270 6100-EXIT.
010280     EXIT.
010290*
010300******************************************************************
010310*    7000-WRITE-STATUS-ROW - APPEND THE RUN'S RESULT TO CTBGLCS  *
010320*                            FOR THE CTB900 CLOSE SHEET.  THE    *
010330*                            STATE CARRIED IS THE LATEST NIGHTLY *
010340*                            JOURNAL'S - A RESEND OR A           *
010350*                            CORRECTION IS NOT THE NIGHT'S OWN.  *
010360******************************************************************
010370 7000-WRITE-STATUS-ROW.
010380     MOVE SPACE TO WS-LATEST-STATE-SW
010390     IF WS-LATEST-SUB > 0
010400         SET WS-JRNL-IDX TO WS-LATEST-SUB
010410         PERFORM 7100-JUDGE-LATEST THRU 7100-EXIT
010420     END-IF
010430     OPEN EXTEND GL-STATUS-FILE
010440     IF WS-GLSTS-STATUS NOT = '00'
010450         OPEN OUTPUT GL-STATUS-FILE
010460     END-IF
010470     IF WS-GLSTS-STATUS NOT = '00'
010480         DISPLAY 'CTB460W - CTBGLCS WOULD NOT OPEN - STATUS = '
010490             WS-GLSTS-STATUS ' - STATUS ROW NOT WRITTEN'
010500         GO TO 7000-EXIT
010510     END-IF
010520     MOVE SPACES TO CTB1GS-GL-STATUS-RECORD
010530     MOVE WS-BUS-DATE TO GS-RUN-DATE
010540     IF WS-LATEST-SUB > 0
010550         MOVE JT-JOURNAL-DATE(WS-JRNL-IDX)
010560             TO GS-LATEST-JOURNAL-DATE
010570     END-IF
010580     MOVE WS-LATEST-STATE-SW TO GS-LATEST-STATE-SW
010590     MOVE WS-MISMATCH-CNT TO GS-MISMATCH-COUNT
010600     MOVE WS-OVERDUE-CNT TO GS-OVERDUE-COUNT
010610     MOVE WS-SUSP-OPEN-CNT TO GS-SUSPENSE-OPEN-COUNT
010620     MOVE WS-SUSP-OPEN-AMOUNT TO GS-SUSPENSE-OPEN-AMOUNT
010630     MOVE WS-CORR-LINE-CNT TO GS-CORRECTED-COUNT
010640     WRITE CTB1GS-GL-STATUS-RECORD
010650     CLOSE GL-STATUS-FILE
010660     .
010670 7000-EXIT.
010680     EXIT.
010690*
010700 7100-JUDGE-LATEST.
010710     EVALUATE TRUE
010720         WHEN JT-HELD(WS-JRNL-IDX)
010730             MOVE 'H' TO WS-LATEST-STATE-SW
010740         WHEN JT-CONFIRMED-CLEAN(WS-JRNL-IDX)
010750             MOVE 'M' TO WS-LATEST-STATE-SW
010760         WHEN JT-CONFIRMED-REJECTS(WS-JRNL-IDX)
010770             MOVE 'P' TO WS-LATEST-STATE-SW
010780         WHEN JT-CONFIRMED-MISMATCH(WS-JRNL-IDX)
010790             MOVE 'X' TO WS-LATEST-STATE-SW
010800         WHEN OTHER
010810             MOVE JT-JOURNAL-DATE(WS-JRNL-IDX)
010820                 TO WS-JOURNAL-DATE-NUM
010830             COMPUTE WS-JOURNAL-INT =
010840                 FUNCTION INTEGER-OF-DATE(WS-JOURNAL-DATE-NUM)
010850             COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-JOURNAL-INT
010860             IF WS-AGE-DAYS > WS-CONF-GRACE-DAYS
010870                 MOVE 'O' TO WS-LATEST-STATE-SW
010880             ELSE
010890                 MOVE 'A' TO WS-LATEST-STATE-SW
010900             END-IF
010910     END-EVALUATE
010920     .
010930 7100-EXIT.
010940     EXIT.
010950*
010960 8000-PRINT-FOOTER.
010970     MOVE SPACES TO PL-LINE
010980     WRITE CTB1PL-LINE
010990     MOVE SPACES TO PL-LINE
011000     STRING 'CONTROL TOTALS - JOURNALS = ' DELIMITED BY SIZE
011010             WS-LOG-READ-CNT DELIMITED BY SIZE
011020             ', CONFIRMATIONS = ' DELIMITED BY SIZE
011030             WS-CONFIRM-ROW-CNT DELIMITED BY SIZE
011040             ', CLEAN = ' DELIMITED BY SIZE
011050             WS-CLEAN-CNT DELIMITED BY SIZE
011060             ', WITH REJECTS = ' DELIMITED BY SIZE
011070             WS-PARTIAL-CNT DELIMITED BY SIZE
011080             ', MISMATCH = ' DELIMITED BY SIZE
011090             WS-MISMATCH-CNT DELIMITED BY SIZE
011100             ', ORPHANS = ' DELIMITED BY SIZE
011110             WS-ORPHAN-CNT DELIMITED BY SIZE
011120         INTO PL-LINE
011130     WRITE CTB1PL-LINE
011140     MOVE SPACES TO PL-LINE
011150     STRING 'UNCONFIRMED - OVERDUE = ' DELIMITED BY SIZE
011160             WS-OVERDUE-CNT DELIMITED BY SIZE
011170             ', AWAITING = ' DELIMITED BY SIZE
011180             WS-AWAITING-CNT DELIMITED BY SIZE
011190             ', HELD AND NEVER RELEASED = ' DELIMITED BY SIZE
011200             WS-HELD-CNT DELIMITED BY SIZE
011210         INTO PL-LINE
011220     WRITE CTB1PL-LINE
011230     MOVE WS-SUSP-OPEN-AMOUNT TO WS-RPT-AMOUNT-SENT
011240     MOVE SPACES TO PL-LINE
011250     STRING 'SUSPENSE - REJECT ROWS = ' DELIMITED BY SIZE
011260             WS-REJECT-ROW-CNT DELIMITED BY SIZE
011270             ', NEWLY FILED = ' DELIMITED BY SIZE
011280             WS-SUSP-NEW-CNT DELIMITED BY SIZE
011290             ', CORRECTED = ' DELIMITED BY SIZE
011300             WS-CORR-LINE-CNT DELIMITED BY SIZE
011310             ', STILL OPEN = ' DELIMITED BY SIZE
011320             WS-SUSP-OPEN-CNT DELIMITED BY SIZE
011330             ' FOR ' DELIMITED BY SIZE
011340             WS-RPT-AMOUNT-SENT DELIMITED BY SIZE
011350         INTO PL-LINE
011360     WRITE CTB1PL-LINE
011370     IF WS-CORR-LINE-CNT > 0
011380         MOVE WS-CORR-DEBIT-TOTAL TO WS-RPT-AMOUNT-SENT
011390         MOVE SPACES TO PL-LINE
011400         STRING 'CORRECTING JOURNAL ' DELIMITED BY SIZE
011410                 WS-TODAY-DATE DELIMITED BY SIZE
011420                 ' ON CTBGLCOR - ENTRIES = ' DELIMITED BY SIZE
011430                 WS-CORR-ENTRY-CNT DELIMITED BY SIZE
011440                 ', DEBITS = CREDITS = ' DELIMITED BY SIZE
011450                 WS-RPT-AMOUNT-SENT DELIMITED BY SIZE
011460             INTO PL-LINE
011470         WRITE CTB1PL-LINE
011480     END-IF
011490     .
011500 8000-EXIT.
011510     EXIT.
011520*
011530******************************************************************
011540*    9000-TERMINATE - THE RETURN CODE TELLS THE SCHEDULER        *
011550*                     WHETHER THE GL HANDSHAKE IS CLEAN - 4      *
011560*                     MEANS SOMETHING NEEDS AN OPERATOR'S EYE.   *
011570*                     THE JCL RELEASES A NON-EMPTY CTBGLCOR TO   *
011580*                     THE GL LOAD.                               *
011590******************************************************************
011600 9000-TERMINATE.
011610     CLOSE JOURNAL-LOG-FILE
011620     IF WS-CONF-FILE-PRESENT
011630         CLOSE CONFIRM-FILE
011640     END-IF
011650     CLOSE SUSPENSE-FILE
011660     IF WS-MAP-PRESENT
011670         CLOSE GL-MAP
011680     END-IF
011690     CLOSE CORR-JOURNAL
011700     CLOSE CONF-RPT
011710     DISPLAY 'CTB460I - END OF RUN.  JOURNALS = ' WS-LOG-READ-CNT
011720         ', CONFIRMATIONS = ' WS-CONFIRM-ROW-CNT
011730         ', MISMATCHED = ' WS-MISMATCH-CNT
011740         ', ORPHANS = ' WS-ORPHAN-CNT
011750         ', OVERDUE = ' WS-OVERDUE-CNT
011760     DISPLAY 'CTB460I - SUSPENSE FILED = ' WS-SUSP-NEW-CNT
011770         ', CORRECTED = ' WS-CORR-LINE-CNT
011780         ', STILL OPEN = ' WS-SUSP-OPEN-CNT
011790     IF WS-MISMATCH-CNT > 0 OR WS-ORPHAN-CNT > 0
011800         OR WS-OVERDUE-CNT > 0 OR WS-SUSP-OPEN-CNT > 0
011810         MOVE 4 TO RETURN-CODE
011820     END-IF
011830     .
011840 9000-EXIT.
011850     EXIT.
011860*
011870******************************************************************
011880*    9800-STEP-LOG-START - REFUSE A SECOND RUN FOR A BUSINESS    *
011890*                          DATE THE STEP LOG SHOWS THIS STEP     *
011900*                          ALREADY FINISHED CLEAN, UNLESS A      *
011910*                          CTBSTOVR CARD OVERRIDES IT, THEN LOG  *
011920*                          THE START.  A STEP LOG THAT WILL NOT  *
011930*                          OPEN IS WARNED ABOUT, NOT FAILED.     *
011940******************************************************************
011950 9800-STEP-LOG-START.
011960     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
011970     MOVE WS-STEP-TS TO WS-STEP-START-TS
011980     PERFORM 9810-CHECK-PRIOR-RUN THRU 9810-EXIT
011990     IF WS-STEP-DONE-CLEAN
012000         PERFORM 9820-CHECK-OVERRIDE THRU 9820-EXIT
012010         IF WS-STEP-OVERRIDE-NONE
012020             DISPLAY 'CTB460A - STEP LOG SHOWS A CLEAN RUN FOR '
012030                 WS-STEP-BUS-DATE ' CYCLE ' WS-STEP-CYCLE
012040                 ' ENDED ' WS-STEP-DONE-TS
012050             DISPLAY 'CTB460A - A CTBSTOVR OVERRIDE CARD IS '
012060                 'NEEDED TO RUN THE DATE AGAIN - ABORTING'
012070             MOVE 'R' TO WS-STEP-EVENT
012080             MOVE WS-STEP-TS TO WS-STEP-END-TS
012090             MOVE 16 TO WS-STEP-RC
012100             PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
012110             MOVE 16 TO RETURN-CODE
012120             GOBACK
012130         END-IF
012140     END-IF
012150     MOVE 'S' TO WS-STEP-EVENT
012160     MOVE SPACES TO WS-STEP-END-TS
012170     MOVE 0 TO WS-STEP-RC
012180     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
012190     SET WS-STEP-LOGGED TO TRUE
012200     .
012210 9800-EXIT.
012220     EXIT.
012230*
012240******************************************************************
012250*    9810-CHECK-PRIOR-RUN - THE LAST START OR END ROW FOR THIS   *
012260*                           PROGRAM, DATE AND CYCLE DECIDES.  AN *
012270*                           END ROW UNDER RC 16 IS A CLEAN       *
012280*                           FINISH; A START ROW WITH NOTHING     *
012290*                           AFTER IT IS A RUN THAT FELL OVER     *
012300*                           AND MAY BE RERUN.                    *
012310******************************************************************
012320 9810-CHECK-PRIOR-RUN.
012330     SET WS-STEP-NOT-DONE TO TRUE
012340     OPEN INPUT STEP-LOG-FILE
012350     IF WS-STEPL-STATUS NOT = '00'
012360         GO TO 9810-EXIT
012370     END-IF
012380     SET WS-STEPL-EOF-NO TO TRUE
012390     PERFORM 9815-READ-STEP-ROW THRU 9815-EXIT
012400         UNTIL WS-STEPL-EOF-YES
012410     CLOSE STEP-LOG-FILE
012420     .
012430 9810-EXIT.
012440     EXIT.
012450*
012460 9815-READ-STEP-ROW.
012470     READ STEP-LOG-FILE
012480         AT END
012490             SET WS-STEPL-EOF-YES TO TRUE
012500             GO TO 9815-EXIT
012510     END-READ
012520     IF JS-PROGRAM NOT = WS-STEP-PROGRAM
012530         OR JS-BUSINESS-DATE NOT = WS-STEP-BUS-DATE
012540         OR JS-CYCLE-NUMBER NOT = WS-STEP-CYCLE
012550         GO TO 9815-EXIT
012560     END-IF
012570     IF JS-EVENT-START
012580         SET WS-STEP-NOT-DONE TO TRUE
012590     END-IF
012600     IF JS-EVENT-END
012610         IF JS-RETURN-CODE < 16
012620             SET WS-STEP-DONE-CLEAN TO TRUE
012630             MOVE JS-END-TIMESTAMP TO WS-STEP-DONE-TS
012640         ELSE
012650             SET WS-STEP-NOT-DONE TO TRUE
012660         END-IF
012670     END-IF
012680     .
012690 9815-EXIT.
012700     EXIT.
012710*
012720******************************************************************
012730*    9820-CHECK-OVERRIDE - LOOK FOR A CTBSTOVR CARD NAMING THIS  *
012740*                          PROGRAM AND DATE.  A BLANK CYCLE ON   *
012750*                          THE CARD COVERS EVERY CYCLE.          *
012760******************************************************************
012770 9820-CHECK-OVERRIDE.
012780     SET WS-STEP-OVERRIDE-NONE TO TRUE
012790     OPEN INPUT STEP-OVR-FILE
012800     IF WS-STOVR-STATUS NOT = '00'
012810         GO TO 9820-EXIT
012820     END-IF
012830     SET WS-STOVR-EOF-NO TO TRUE
012840     PERFORM 9825-READ-OVERRIDE THRU 9825-EXIT
012850         UNTIL WS-STOVR-EOF-YES
012860     CLOSE STEP-OVR-FILE
012870     .
012880 9820-EXIT.
012890     EXIT.
012900*
012910 9825-READ-OVERRIDE.
012920     READ STEP-OVR-FILE
012930         AT END
012940             SET WS-STOVR-EOF-YES TO TRUE
012950             GO TO 9825-EXIT
012960     END-READ
012970     IF SO-PROGRAM = WS-STEP-PROGRAM
012980         AND SO-BUSINESS-DATE = WS-STEP-BUS-DATE
012990         AND (SO-CYCLE-NUMBER = SPACES
013000             OR SO-CYCLE-NUMBER = WS-STEP-CYCLE)
013010         SET WS-STEP-OVERRIDE-GIVEN TO TRUE
013020         SET WS-STOVR-EOF-YES TO TRUE
013030         DISPLAY 'CTB460W - CLEAN RUN FOR ' WS-STEP-BUS-DATE
013040             ' OVERRIDDEN BY ' SO-OPERATOR ' - ' SO-REASON
013050     END-IF
013060     .
013070 9825-EXIT.
013080     EXIT.
013090*
013100******************************************************************
013110*    9840-WRITE-STEP-ROW - APPEND ONE ROW TO CTBSTEPL, CREATING  *
013120*                          THE LOG ON FIRST USE.                 *
013130******************************************************************
013140 9840-WRITE-STEP-ROW.
013150     OPEN EXTEND STEP-LOG-FILE
013160     IF WS-STEPL-STATUS NOT = '00'
013170         OPEN OUTPUT STEP-LOG-FILE
013180     END-IF
013190     IF WS-STEPL-STATUS NOT = '00'
013200         DISPLAY 'CTB460W - CTBSTEPL WOULD NOT OPEN - STATUS = '
013210             WS-STEPL-STATUS ' - STEP NOT LOGGED'
013220         GO TO 9840-EXIT
013230     END-IF
013240     MOVE SPACES TO CTB1JS-STEP-RECORD
013250     MOVE WS-STEP-PROGRAM TO JS-PROGRAM
013260     MOVE WS-STEP-BUS-DATE TO JS-BUSINESS-DATE
013270     MOVE WS-STEP-CYCLE TO JS-CYCLE-NUMBER
013280     MOVE WS-STEP-EVENT TO JS-EVENT
013290     MOVE WS-STEP-FINAL-SW TO JS-FINAL-CYCLE-SW
013300     MOVE WS-STEP-START-TS TO JS-START-TIMESTAMP
013310     MOVE WS-STEP-END-TS TO JS-END-TIMESTAMP
013320     MOVE WS-STEP-IN-CNT TO JS-IN-COUNT
013330     MOVE WS-STEP-OUT-CNT TO JS-OUT-COUNT
013340     MOVE WS-STEP-REJECT-CNT TO JS-REJECT-COUNT
013350     MOVE WS-STEP-RC TO JS-RETURN-CODE
013360     MOVE WS-STEP-OVERRIDE-SW TO JS-OVERRIDE-SW
013370     WRITE CTB1JS-STEP-RECORD
013380     CLOSE STEP-LOG-FILE
013390     .
013400 9840-EXIT.
013410     EXIT.
013420*
013430******************************************************************
013440*    9850-STEP-LOG-END - LOG THE END OF THE STEP WITH ITS COUNTS *
013450*                        AND FINAL RETURN CODE.                  *
013460******************************************************************
013470 9850-STEP-LOG-END.
013480     IF WS-STEP-NOT-LOGGED
013490         GO TO 9850-EXIT
013500     END-IF
013510     COMPUTE WS-STEP-IN-CNT = WS-LOG-READ-CNT + WS-CONF-READ-CNT
013520     COMPUTE WS-STEP-OUT-CNT = WS-CLEAN-CNT + WS-PARTIAL-CNT
013530     COMPUTE WS-STEP-REJECT-CNT = WS-MISMATCH-CNT
013540         + WS-ORPHAN-CNT + WS-OVERDUE-CNT + WS-SUSP-OPEN-CNT
013550     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
013560     MOVE WS-STEP-TS TO WS-STEP-END-TS
013570     MOVE RETURN-CODE TO WS-STEP-RC
013580     MOVE 'E' TO WS-STEP-EVENT
013590     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
013600     SET WS-STEP-NOT-LOGGED TO TRUE
013610     .
013620 9850-EXIT.
013630     EXIT.
013640*
013650 9860-BUILD-STEP-TIMESTAMP.
013660     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
013670     ACCEPT WS-STEP-TIME FROM TIME
013680     MOVE SPACES TO WS-STEP-TS
013690     STRING WS-STEP-DATE DELIMITED BY SIZE
013700             '-' DELIMITED BY SIZE
013710             WS-STEP-TIME DELIMITED BY SIZE
013720         INTO WS-STEP-TS
013730     .
013740 9860-EXIT.
013750     EXIT.
