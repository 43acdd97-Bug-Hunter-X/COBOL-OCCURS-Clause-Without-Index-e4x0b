000270*   DATE       INIT  DESCRIPTION                                *
000280*   ---------- ----  ---------------------------------------    *
000290*   2026-09-02 DLM   ORIGINAL.                                   *
000300*   2026-09-02 DLM   ADD AND CHANGE CARDS NOW CARRY THE NEW      *
000310*                    BM-REVIEW-LIMIT - THE PER-BRANCH AMOUNT     *
000320*                    ABOVE WHICH CTB100 DIVERTS A POSTING TO     *
000330*                    THE REVIEW HOLD FILE.  BLANK LEAVES THE     *
000340*                    LIMIT STANDING; AN ADD WITHOUT ONE GETS     *
000350*                    ZERO (NO LIMIT).                            *
000360*   2026-10-15 DLM   ADDED THE MERGE CARD.  AN 'M' CARD NAMES    *
000370*                    A RETIRING BRANCH, ITS SUCCESSOR, AN        *
000380*                    EFFECTIVE DATE, AND A REDIRECT WINDOW IN    *
000390*                    DAYS (060 WHEN BLANK).  IT FILES THE MERGER *
000400*                    ON THE CTBMERG REGISTER AND KEYS THE        *
000410*                    RETIRING BRANCH'S DEACTIVATION FOR THE      *
000420*                    SAME DATE.  EACH RUN NOW CONSOLIDATES EVERY *
000430*                    MERGER WHOSE DATE HAS ARRIVED - THE         *
000440*                    RETIRING BRANCH'S CTBMTD ROWS ARE ADDED     *
000450*                    INTO THE SUCCESSOR'S WITH A CTBAUDIT ROW    *
000460*                    EACH, ITS CTBGLMAP ROW IS POINTED AT THE    *
000470*                    SUCCESSOR'S ACCOUNT, AND ITS CTBMTDH ROWS   *
000480*                    ARE MARKED RETIRED INTO THE SUCCESSOR.      *
000490*                    CTBMTD IS NOW OPENED I-O.                   *
000491*   2026-10-15 DLM   A CONSOLIDATION NOW ALSO REPOINTS CTBMTDH   *
000492*                    ROWS ALREADY RETIRED INTO THE RETIRING      *
000493*                    BRANCH BY AN EARLIER MERGER, SO A BRANCH    *
000494*                    MERGED TWICE STILL FOLDS INTO THE LIVE      *
000495*                    SUCCESSOR.                                  *
000500*                                                                *
000510******************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT BRANCH-MASTER ASSIGN TO "CTBBRNCH"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS BM-BRANCH-CODE
000620         FILE STATUS IS WS-BRANCH-MSTR-STATUS.
000630*
000640     SELECT MAINT-CARDS ASSIGN TO "CTBBMNT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-CARDS-STATUS.
000670*
000680     SELECT MTD-FILE ASSIGN TO "CTBMTD"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS MT-KEY
000720         FILE STATUS IS WS-MTD-STATUS.
000730*
000740*
000750*    CLOSED-MONTH HISTORY AND THE BRANCH-TO-GL MAP - A MERGER
000760*    MARKS THE RETIRING BRANCH'S HISTORY ROWS AND REPOINTS ITS
000770*    MAP ROW.  NEITHER IS REQUIRED.
000780     SELECT MONTH-HIST ASSIGN TO "CTBMTDH"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS MH-KEY
000820         FILE STATUS IS WS-MHIST-STATUS.
000830*
000840     SELECT GL-MAP ASSIGN TO "CTBGLMAP"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS GM-BRANCH-CODE
000880         FILE STATUS IS WS-GLMAP-STATUS.
000890*
000900*    BRANCH MERGER REGISTER - ONE ROW PER RETIRING BRANCH.
000910     SELECT MERGE-REG ASSIGN TO "CTBMERG"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS MG-RETIRING-CODE
000950         FILE STATUS IS WS-MERGE-STATUS.
000960     SELECT AUDIT-FILE ASSIGN TO "CTBAUDIT"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-AUDIT-STATUS.
000990*
001000     SELECT MAINT-RPT ASSIGN TO "BMNTRPT"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-MNTRPT-STATUS.
001030*
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  BRANCH-MASTER.
001070     COPY CTB1BM.
001080*
001090 FD  MAINT-CARDS
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  MAINT-CARD.
001130     05  MC-ACTION                   PIC X(01).
001140         88  MC-ACTION-ADD               VALUE 'A'.
001150         88  MC-ACTION-CHANGE            VALUE 'C'.
001160         88  MC-ACTION-DEACTIVATE        VALUE 'D'.
001170         88  MC-ACTION-REACTIVATE        VALUE 'R'.
001180         88  MC-ACTION-MERGE             VALUE 'M'.
001190     05  MC-BRANCH-CODE              PIC X(04).
001200     05  MC-BRANCH-NAME              PIC X(20).
001210     05  MC-REGION                   PIC X(08).
001220     05  MC-EFFECTIVE-DATE           PIC X(08).
001230     05  MC-REVIEW-LIMIT             PIC X(09).
001240     05  MC-REVIEW-LIMIT-NUM REDEFINES MC-REVIEW-LIMIT
001250                                     PIC 9(7)V99.
001260*    A MERGE CARD NAMES THE SUCCESSOR AND THE NUMBER OF DAYS
001270*    CTB100 REDIRECTS THE OLD CODE TO IT.
001280     05  MC-SUCCESSOR-CODE           PIC X(04).
001290     05  MC-WINDOW-DAYS              PIC X(03).
001300     05  MC-WINDOW-DAYS-NUM REDEFINES MC-WINDOW-DAYS
001310                                     PIC 9(3).
001320     05  FILLER                      PIC X(23).
001330*
001340 FD  MTD-FILE.
001350     COPY CTB1MT.
001360*
001370 FD  MONTH-HIST.
001380     COPY CTB1MH.
001390*
001400 FD  GL-MAP.
001410     COPY CTB1GM.
001420*
001430 FD  MERGE-REG.
001440     COPY CTB1MG.
001450*
001460 FD  AUDIT-FILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD.
001490     COPY CTB1AU.
001500*
001510 FD  MAINT-RPT
001520     RECORDING MODE IS F
001530     LABEL RECORDS ARE STANDARD.
001540     COPY CTB1PL.
001550*
001560 WORKING-STORAGE SECTION.
001570 01  WS-FILE-STATUS-FIELDS.
001580     05  WS-BRANCH-MSTR-STATUS       PIC X(02) VALUE SPACES.
001590     05  WS-CARDS-STATUS             PIC X(02) VALUE SPACES.
001600     05  WS-MTD-STATUS               PIC X(02) VALUE SPACES.
001610     05  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001620     05  WS-MNTRPT-STATUS            PIC X(02) VALUE SPACES.
001630     05  WS-MHIST-STATUS             PIC X(02) VALUE SPACES.
001640     05  WS-GLMAP-STATUS             PIC X(02) VALUE SPACES.
001650     05  WS-MERGE-STATUS             PIC X(02) VALUE SPACES.
001660*
001670 01  WS-SWITCHES.
001680     05  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
001690         88  WS-CARD-EOF-YES             VALUE 'Y'.
001700         88  WS-CARD-EOF-NO              VALUE 'N'.
001710     05  WS-CARDS-PRESENT-SW         PIC X(01) VALUE 'N'.
001720         88  WS-CARDS-PRESENT            VALUE 'Y'.
001730         88  WS-CARDS-ABSENT             VALUE 'N'.
001740     05  WS-MSTR-EOF-SW              PIC X(01) VALUE 'N'.
001750         88  WS-MSTR-EOF-YES             VALUE 'Y'.
001760         88  WS-MSTR-EOF-NO              VALUE 'N'.
001770     05  WS-MTD-EOF-SW               PIC X(01) VALUE 'N'.
001780         88  WS-MTD-EOF-YES              VALUE 'Y'.
001790         88  WS-MTD-EOF-NO               VALUE 'N'.
001800     05  WS-MTD-PRESENT-SW           PIC X(01) VALUE 'N'.
001810         88  WS-MTD-PRESENT              VALUE 'Y'.
001820         88  WS-MTD-ABSENT               VALUE 'N'.
001830     05  WS-MHIST-OPEN-SW            PIC X(01) VALUE 'N'.
001840         88  WS-MHIST-PRESENT            VALUE 'Y'.
001850         88  WS-MHIST-ABSENT             VALUE 'N'.
001860     05  WS-GLMAP-OPEN-SW            PIC X(01) VALUE 'N'.
001870         88  WS-GLMAP-PRESENT            VALUE 'Y'.
001880         88  WS-GLMAP-ABSENT             VALUE 'N'.
001890     05  WS-MERGE-OPEN-SW            PIC X(01) VALUE 'N'.
001900         88  WS-MERGE-PRESENT            VALUE 'Y'.
001910         88  WS-MERGE-ABSENT             VALUE 'N'.
001920     05  WS-MERGE-EOF-SW             PIC X(01) VALUE 'N'.
001930         88  WS-MERGE-EOF-YES            VALUE 'Y'.
001940         88  WS-MERGE-EOF-NO             VALUE 'N'.
001950     05  WS-MHIST-EOF-SW             PIC X(01) VALUE 'N'.
001960         88  WS-MHIST-EOF-YES            VALUE 'Y'.
001970         88  WS-MHIST-EOF-NO             VALUE 'N'.
001980     05  WS-MERGE-ROW-SW             PIC X(01) VALUE 'N'.
001990         88  WS-MERGE-ROW-NEW            VALUE 'N'.
002000         88  WS-MERGE-ROW-REKEY          VALUE 'R'.
002010     05  WS-CHAIN-SW                 PIC X(01) VALUE 'N'.
002020         88  WS-CHAIN-FOUND              VALUE 'Y'.
002030         88  WS-CHAIN-NONE               VALUE 'N'.
002040     05  WS-SUCC-ROW-SW              PIC X(01) VALUE 'N'.
002050         88  WS-SUCC-ROW-FOUND           VALUE 'Y'.
002060         88  WS-SUCC-ROW-ABSENT          VALUE 'N'.
002070     05  WS-MOVE-FAIL-SW             PIC X(01) VALUE 'N'.
002080         88  WS-MOVE-FAILED              VALUE 'Y'.
002090         88  WS-MOVE-CLEAN               VALUE 'N'.
002100*
002110 01  WS-MAINT-COUNTS.
002120     05  WS-CARD-READ-CNT            PIC 9(5) VALUE 0.
002130     05  WS-ADD-CNT                  PIC 9(5) VALUE 0.
002140     05  WS-CHANGE-CNT               PIC 9(5) VALUE 0.
002150     05  WS-DEACT-CNT                PIC 9(5) VALUE 0.
002160     05  WS-REACT-CNT                PIC 9(5) VALUE 0.
002170     05  WS-PENDING-KEYED-CNT        PIC 9(5) VALUE 0.
002180     05  WS-PENDING-APPLIED-CNT      PIC 9(5) VALUE 0.
002190     05  WS-ERROR-CNT                PIC 9(5) VALUE 0.
002200     05  WS-MTD-WARN-CNT             PIC 9(5) VALUE 0.
002210     05  WS-MERGE-KEYED-CNT          PIC 9(5) VALUE 0.
002220     05  WS-MERGE-DONE-CNT           PIC 9(5) VALUE 0.
002230     05  WS-MERGE-MOVED-CNT          PIC 9(5) VALUE 0.
002240     05  WS-MERGE-WARN-CNT           PIC 9(5) VALUE 0.
002250*
002260 01  WS-WORK-FIELDS.
002270     05  WS-TODAY-DATE               PIC 9(08) VALUE 0.
002280     05  WS-TODAY-X                  PIC X(08) VALUE SPACES.
002290     05  WS-MAINT-MSG                PIC X(60) VALUE SPACES.
002300     05  WS-MTD-HELD-COUNT           PIC 9(9) VALUE 0.
002310     05  WS-MTD-HELD-AMOUNT          PIC 9(13)V99 VALUE 0.
002320     05  WS-PRIOR-ACTIVE             PIC 9(1) VALUE 0.
002330     05  WS-NEW-ACTIVE               PIC 9(1) VALUE 0.
002340*
002350*    MERGER WORK FIELDS.  THE REDIRECT END DATE IS THE LAST DAY
002360*    CTB100 STILL MAPS THE OLD CODE TO THE SUCCESSOR.
002370 01  WS-MERGE-FIELDS.
002380     05  WS-DEFAULT-WINDOW           PIC 9(3) VALUE 060.
002390     05  WS-WINDOW-DAYS              PIC 9(3) VALUE 0.
002400     05  WS-MERGE-EFF-DATE           PIC X(08) VALUE SPACES.
002410     05  WS-MERGE-EFF-NUM REDEFINES WS-MERGE-EFF-DATE
002420                                     PIC 9(08).
002430     05  WS-MERGE-END-NUM            PIC 9(08) VALUE 0.
002440     05  WS-MERGE-END-INT            PIC 9(07) VALUE 0.
002450     05  WS-RETIRING-CODE            PIC X(04) VALUE SPACES.
002460     05  WS-SUCCESSOR-CODE           PIC X(04) VALUE SPACES.
002470     05  WS-SUCC-GL-ACCOUNT          PIC X(12) VALUE SPACES.
002480     05  WS-MERGE-ROWS               PIC 9(5) VALUE 0.
002490     05  WS-MERGE-COUNT              PIC 9(7) VALUE 0.
002500     05  WS-MERGE-AMOUNT             PIC 9(11)V99 VALUE 0.
002510     05  WS-HIST-MARKED              PIC 9(5) VALUE 0.
002520     05  WS-RPT-PERIOD               PIC ZZZZ9.
002530     05  WS-RPT-COUNT                PIC ZZZZZZ9.
002540     05  WS-RPT-AMOUNT               PIC ZZZZZZZZZZ9.99.
002550*
002560*    THE RETIRING BRANCH'S CTBMTD ROWS, COLLECTED IN ONE SWEEP
002570*    BEFORE ANY IS MOVED SO THE MOVES DO NOT DISTURB THE BROWSE.
002580 01  WS-MOVE-CONTROLS.
002590     05  WS-MOVE-MAX                 PIC 9(4) VALUE 9999.
002600     05  WS-MOVE-CNT                 PIC 9(4) VALUE 0.
002610 01  WS-MOVE-TABLE.
002620     05  WS-MOVE-ENTRY OCCURS 9999 TIMES
002630                 INDEXED BY WS-MV-IDX.
002640         10  MV-PERIOD-INDEX         PIC 9(5).
002650         10  MV-MTD-COUNT            PIC 9(5).
002660         10  MV-MTD-AMOUNT           PIC 9(11)V99.
002670         10  MV-POSTING-DAYS         PIC 9(3).
002680         10  MV-LAST-POST-DATE       PIC X(08).
002690*
002700 01  WS-TIMESTAMP-FIELDS.
002710     05  WS-CURR-DATE                PIC 9(08).
002720     05  WS-CURR-TIME                PIC 9(08).
002730     05  WS-TIMESTAMP-OUT            PIC X(26) VALUE SPACES.
002740*
002750 PROCEDURE DIVISION.
002760******************************************************************
002770*    0000-MAINLINE                                               *
002780******************************************************************
002790 0000-MAINLINE.
002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002810     PERFORM 2000-APPLY-DUE-PENDING THRU 2000-EXIT
002820     IF WS-CARDS-PRESENT
002830         PERFORM 3000-PROCESS-CARD THRU 3000-EXIT
002840             UNTIL WS-CARD-EOF-YES
002850     END-IF
002860     PERFORM 7000-APPLY-DUE-MERGES THRU 7000-EXIT
002870     PERFORM 9000-TERMINATE THRU 9000-EXIT
002880     GOBACK.
002890*
002900******************************************************************
002910*    1000-INITIALIZE - A MISSING CARD FILE IS NOT AN ERROR; THE  *
002920*                      RUN STILL APPLIES ANY PENDING STATUS      *
002930*                      FLIP OR MERGER WHOSE EFFECTIVE DATE HAS   *
002940*                      ARRIVED.                                  *
002950******************************************************************
002960 1000-INITIALIZE.
002970     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002980     MOVE WS-TODAY-DATE TO WS-TODAY-X
002990     OPEN I-O BRANCH-MASTER
003000     IF WS-BRANCH-MSTR-STATUS NOT = '00'
003010         OPEN OUTPUT BRANCH-MASTER
003020         CLOSE BRANCH-MASTER
003030         OPEN I-O BRANCH-MASTER
003040     END-IF
003050     IF WS-BRANCH-MSTR-STATUS NOT = '00'
003060         DISPLAY 'CTB350A - CTBBRNCH WOULD NOT OPEN - STATUS = '
003070             WS-BRANCH-MSTR-STATUS
003080         MOVE 16 TO RETURN-CODE
003090         GOBACK
003100     END-IF
003110     OPEN INPUT MAINT-CARDS
003120     IF WS-CARDS-STATUS = '00'
003130         SET WS-CARDS-PRESENT TO TRUE
003140     ELSE
003150         SET WS-CARDS-ABSENT TO TRUE
003160         DISPLAY 'CTB350I - NO MAINTENANCE CARDS PRESENT - '
003170             'PENDING STATUS FLIPS ONLY'
003180     END-IF
003190     OPEN I-O MTD-FILE
003200     IF WS-MTD-STATUS = '00'
003210         SET WS-MTD-PRESENT TO TRUE
003220     ELSE
003230         SET WS-MTD-ABSENT TO TRUE
003240         DISPLAY 'CTB350W - NO MTD FILE PRESENT - DEACTIVATION '
003250             'MTD WARNING CHECK SKIPPED, MERGERS LEFT PENDING'
003260     END-IF
003270     OPEN I-O MONTH-HIST
003280     IF WS-MHIST-STATUS = '00'
003290         SET WS-MHIST-PRESENT TO TRUE
003300     ELSE
003310         SET WS-MHIST-ABSENT TO TRUE
003320     END-IF
003330     OPEN I-O GL-MAP
003340     IF WS-GLMAP-STATUS = '00'
003350         SET WS-GLMAP-PRESENT TO TRUE
003360     ELSE
003370         SET WS-GLMAP-ABSENT TO TRUE
003380     END-IF
003390     OPEN I-O MERGE-REG
003400     IF WS-MERGE-STATUS NOT = '00'
003410         OPEN OUTPUT MERGE-REG
003420         CLOSE MERGE-REG
003430         OPEN I-O MERGE-REG
003440     END-IF
003450     IF WS-MERGE-STATUS = '00'
003460         SET WS-MERGE-PRESENT TO TRUE
003470     ELSE
003480         SET WS-MERGE-ABSENT TO TRUE
003490         DISPLAY 'CTB350W - CTBMERG WOULD NOT OPEN - STATUS = '
003500             WS-MERGE-STATUS ' - NO MERGERS KEYED OR APPLIED'
003510     END-IF
003520     OPEN EXTEND AUDIT-FILE
003530     IF WS-AUDIT-STATUS NOT = '00'
003540         OPEN OUTPUT AUDIT-FILE
003550     END-IF
003560     OPEN OUTPUT MAINT-RPT
003570     IF WS-MNTRPT-STATUS NOT = '00'
003580         DISPLAY 'CTB350A - MAINT-RPT WOULD NOT OPEN - STATUS = '
003590             WS-MNTRPT-STATUS
003600         MOVE 16 TO RETURN-CODE
003610         GOBACK
003620     END-IF
003630     MOVE SPACES TO PL-LINE
003640     MOVE 'BRANCH MASTER MAINTENANCE REPORT - CTB350' TO PL-LINE
003650     WRITE CTB1PL-LINE
003660     MOVE SPACES TO PL-LINE
003670     WRITE CTB1PL-LINE
003680     IF WS-CARDS-PRESENT
003690         PERFORM 1300-READ-CARD THRU 1300-EXIT
003700     END-IF
003710     .
003720 1000-EXIT.
003730     EXIT.
003740*
003750 1300-READ-CARD.
003760     READ MAINT-CARDS
003770         AT END
003780             SET WS-CARD-EOF-YES TO TRUE
003790     END-READ
003800     IF WS-CARD-EOF-NO
003810         ADD 1 TO WS-CARD-READ-CNT
003820     END-IF
003830     .
003840 1300-EXIT.
003850     EXIT.
003860*
003870******************************************************************
003880*    2000-APPLY-DUE-PENDING - ONE SWEEP OF THE MASTER FLIPPING    *
003890*                             EVERY PENDING STATUS WHOSE          *
003900*                             EFFECTIVE DATE HAS ARRIVED, SO A    *
003910*                             CLOSURE KEYED LAST WEEK TAKES       *
003920*                             EFFECT THIS MORNING UNATTENDED.     *
003930******************************************************************
003940 2000-APPLY-DUE-PENDING.
003950     MOVE LOW-VALUES TO BM-BRANCH-CODE
003960     START BRANCH-MASTER KEY NOT < BM-BRANCH-CODE
003970         INVALID KEY
003980             SET WS-MSTR-EOF-YES TO TRUE
003990     END-START
004000     IF WS-MSTR-EOF-NO
004010         PERFORM 2100-READ-NEXT-BRANCH THRU 2100-EXIT
004020     END-IF
004030     PERFORM 2200-CHECK-PENDING-ROW THRU 2200-EXIT
004040         UNTIL WS-MSTR-EOF-YES
004050     .
004060 2000-EXIT.
004070     EXIT.
004080*
004090 2100-READ-NEXT-BRANCH.
004100     READ BRANCH-MASTER NEXT
004110         AT END
004120             SET WS-MSTR-EOF-YES TO TRUE
004130     END-READ
004140*    ANY READ FAILURE ENDS THE SWEEP - WITHOUT THIS A BROKEN
004150*    FILE WOULD SPIN THE LOOP FOREVER.
004160     IF WS-BRANCH-MSTR-STATUS NOT = '00'
004170         AND WS-BRANCH-MSTR-STATUS NOT = '02'
004180         SET WS-MSTR-EOF-YES TO TRUE
004190     END-IF
004200     .
004210 2100-EXIT.
004220     EXIT.
004230*
004240 2200-CHECK-PENDING-ROW.
004250     IF BM-NO-PENDING OR BM-STATUS-DATE > WS-TODAY-X
004260         GO TO 2200-READ-NEXT
004270     END-IF
004280     PERFORM 4100-NOTE-PRIOR-ACTIVE THRU 4100-EXIT
004290     IF BM-PENDING-DEACTIVATE
004300         MOVE 'N' TO BM-ACTIVE-SW
004310         MOVE 'PENDING DEACTIVATION APPLIED' TO WS-MAINT-MSG
004320     ELSE
004330         MOVE 'Y' TO BM-ACTIVE-SW
004340         MOVE 'PENDING REACTIVATION APPLIED' TO WS-MAINT-MSG
004350     END-IF
004360     MOVE SPACE TO BM-PENDING-SW
004370     MOVE WS-TODAY-X TO BM-STATUS-DATE
004380     REWRITE CTB1BM-BRANCH-RECORD
004390     ADD 1 TO WS-PENDING-APPLIED-CNT
004400     PERFORM 4200-NOTE-NEW-ACTIVE THRU 4200-EXIT
004410     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
004420     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
004430     .
004440 2200-READ-NEXT.
004450     PERFORM 2100-READ-NEXT-BRANCH THRU 2100-EXIT
004460     .
004470 2200-EXIT.
004480     EXIT.
004490*
004500******************************************************************
004510*    3000-PROCESS-CARD - DISPATCH ONE MAINTENANCE CARD BY ITS     *
004520*                        ACTION CODE.                             *
004530******************************************************************
004540 3000-PROCESS-CARD.
004550     IF MC-BRANCH-CODE = SPACES
004560         MOVE 'BRANCH CODE IS BLANK - CARD IGNORED'
004570             TO WS-MAINT-MSG
004580         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
004590         GO TO 3000-READ-NEXT
004600     END-IF
004610     IF MC-EFFECTIVE-DATE NOT = SPACES
004620         AND MC-EFFECTIVE-DATE NOT NUMERIC
004630         MOVE 'EFFECTIVE DATE NOT NUMERIC - CARD IGNORED'
004640             TO WS-MAINT-MSG
004650         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
004660         GO TO 3000-READ-NEXT
004670     END-IF
004680     EVALUATE TRUE
004690         WHEN MC-ACTION-ADD
004700             PERFORM 3100-ADD-BRANCH THRU 3100-EXIT
004710         WHEN MC-ACTION-CHANGE
004720             PERFORM 3200-CHANGE-BRANCH THRU 3200-EXIT
004730         WHEN MC-ACTION-DEACTIVATE
004740             PERFORM 3300-DEACTIVATE-BRANCH THRU 3300-EXIT
004750         WHEN MC-ACTION-REACTIVATE
004760             PERFORM 3400-REACTIVATE-BRANCH THRU 3400-EXIT
004770         WHEN MC-ACTION-MERGE
004780             PERFORM 3500-MERGE-BRANCH THRU 3500-EXIT
004790         WHEN OTHER
004800             MOVE 'UNKNOWN ACTION CODE - CARD IGNORED'
004810                 TO WS-MAINT-MSG
004820             PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
004830     END-EVALUATE
004840     .
004850 3000-READ-NEXT.
004860     PERFORM 1300-READ-CARD THRU 1300-EXIT
004870     .
004880 3000-EXIT.
004890     EXIT.
004900*
004910 3100-ADD-BRANCH.
004920     MOVE MC-BRANCH-CODE TO BM-BRANCH-CODE
004930     READ BRANCH-MASTER
004940         INVALID KEY
004950             CONTINUE
004960         NOT INVALID KEY
004970             MOVE 'BRANCH ALREADY ON MASTER - ADD IGNORED'
004980                 TO WS-MAINT-MSG
004990             PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
005000             GO TO 3100-EXIT
005010     END-READ
005020     MOVE SPACES TO CTB1BM-BRANCH-RECORD
005030     MOVE MC-BRANCH-CODE TO BM-BRANCH-CODE
005040     MOVE MC-BRANCH-NAME TO BM-BRANCH-NAME
005050     MOVE MC-REGION TO BM-REGION
005060     MOVE 'Y' TO BM-ACTIVE-SW
005070     MOVE WS-TODAY-X TO BM-STATUS-DATE
005080     MOVE SPACE TO BM-PENDING-SW
005090     IF MC-REVIEW-LIMIT IS NUMERIC
005100         MOVE MC-REVIEW-LIMIT-NUM TO BM-REVIEW-LIMIT
005110     ELSE
005120         MOVE 0 TO BM-REVIEW-LIMIT
005130     END-IF
005140     WRITE CTB1BM-BRANCH-RECORD
005150     ADD 1 TO WS-ADD-CNT
005160     MOVE 0 TO WS-PRIOR-ACTIVE
005170     MOVE 1 TO WS-NEW-ACTIVE
005180     MOVE 'BRANCH ADDED' TO WS-MAINT-MSG
005190     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
005200     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
005210     .
005220 3100-EXIT.
005230     EXIT.
005240*
005250 3200-CHANGE-BRANCH.
005260     MOVE MC-BRANCH-CODE TO BM-BRANCH-CODE
005270     READ BRANCH-MASTER
005280         INVALID KEY
005290             MOVE 'BRANCH NOT ON MASTER - CHANGE IGNORED'
005300                 TO WS-MAINT-MSG
005310             PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
005320             GO TO 3200-EXIT
005330     END-READ
005340*    ONLY THE FIELDS THE CARD CARRIES CHANGE - A BLANK NAME OR
005350*    REGION LEAVES THE MASTER'S VALUE STANDING.
005360     IF MC-BRANCH-NAME NOT = SPACES
005370         MOVE MC-BRANCH-NAME TO BM-BRANCH-NAME
005380     END-IF
005390     IF MC-REGION NOT = SPACES
005400         MOVE MC-REGION TO BM-REGION
005410     END-IF
005420     IF MC-REVIEW-LIMIT NOT = SPACES
005430         IF MC-REVIEW-LIMIT IS NUMERIC
005440             MOVE MC-REVIEW-LIMIT-NUM TO BM-REVIEW-LIMIT
005450         ELSE
005460             MOVE 'REVIEW LIMIT NOT NUMERIC - LEFT AS IS'
005470                 TO WS-MAINT-MSG
005480             PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
005490         END-IF
005500     END-IF
005510     REWRITE CTB1BM-BRANCH-RECORD
005520     ADD 1 TO WS-CHANGE-CNT
005530     PERFORM 4100-NOTE-PRIOR-ACTIVE THRU 4100-EXIT
005540     PERFORM 4200-NOTE-NEW-ACTIVE THRU 4200-EXIT
005550     MOVE 'NAME/REGION CHANGED' TO WS-MAINT-MSG
005560     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
005570     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
005580     .
005590 3200-EXIT.
005600     EXIT.
005610*
005620 3300-DEACTIVATE-BRANCH.
005630     MOVE MC-BRANCH-CODE TO BM-BRANCH-CODE
005640     READ BRANCH-MASTER
005650         INVALID KEY
005660             MOVE 'BRANCH NOT ON MASTER - DEACTIVATE IGNORED'
005670                 TO WS-MAINT-MSG
005680             PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
005690             GO TO 3300-EXIT
005700     END-READ
005710     PERFORM 4100-NOTE-PRIOR-ACTIVE THRU 4100-EXIT
005720     IF MC-EFFECTIVE-DATE = SPACES
005730         OR MC-EFFECTIVE-DATE NOT > WS-TODAY-X
005740         MOVE 'N' TO BM-ACTIVE-SW
005750         MOVE SPACE TO BM-PENDING-SW
005760         MOVE WS-TODAY-X TO BM-STATUS-DATE
005770         MOVE 'BRANCH DEACTIVATED' TO WS-MAINT-MSG
005780         ADD 1 TO WS-DEACT-CNT
005790     ELSE
005800         MOVE 'D' TO BM-PENDING-SW
005810         MOVE MC-EFFECTIVE-DATE TO BM-STATUS-DATE
005820         MOVE 'DEACTIVATION KEYED AHEAD - SEE STATUS DATE'
005830             TO WS-MAINT-MSG
005840         ADD 1 TO WS-PENDING-KEYED-CNT
005850     END-IF
005860     REWRITE CTB1BM-BRANCH-RECORD
005870     PERFORM 4200-NOTE-NEW-ACTIVE THRU 4200-EXIT
005880     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
005890     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
005900     IF WS-MTD-PRESENT
005910         PERFORM 3600-CHECK-MTD-FIGURES THRU 3600-EXIT
005920     END-IF
005930     .
005940 3300-EXIT.
005950     EXIT.
005960*
005970 3400-REACTIVATE-BRANCH.
005980     MOVE MC-BRANCH-CODE TO BM-BRANCH-CODE
005990     READ BRANCH-MASTER
006000         INVALID KEY
006010             MOVE 'BRANCH NOT ON MASTER - REACTIVATE IGNORED'
006020                 TO WS-MAINT-MSG
006030             PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
006040             GO TO 3400-EXIT
006050     END-READ
006060     PERFORM 4100-NOTE-PRIOR-ACTIVE THRU 4100-EXIT
006070     IF MC-EFFECTIVE-DATE = SPACES
006080         OR MC-EFFECTIVE-DATE NOT > WS-TODAY-X
006090         MOVE 'Y' TO BM-ACTIVE-SW
006100         MOVE SPACE TO BM-PENDING-SW
006110         MOVE WS-TODAY-X TO BM-STATUS-DATE
006120         MOVE 'BRANCH REACTIVATED' TO WS-MAINT-MSG
006130         ADD 1 TO WS-REACT-CNT
006140     ELSE
006150         MOVE 'A' TO BM-PENDING-SW
006160         MOVE MC-EFFECTIVE-DATE TO BM-STATUS-DATE
006170         MOVE 'REACTIVATION KEYED AHEAD - SEE STATUS DATE'
006180             TO WS-MAINT-MSG
006190         ADD 1 TO WS-PENDING-KEYED-CNT
006200     END-IF
006210     REWRITE CTB1BM-BRANCH-RECORD
006220     PERFORM 4200-NOTE-NEW-ACTIVE THRU 4200-EXIT
006230     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
006240     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
006250     .
006260 3400-EXIT.
006270     EXIT.
006280*
006290******************************************************************
006300*    3500-MERGE-BRANCH - FILE A MERGER OF THE CARD'S BRANCH      *
006310*                        INTO ITS SUCCESSOR ON THE CTBMERG       *
006320*                        REGISTER AND KEY THE RETIRING BRANCH'S  *
006330*                        DEACTIVATION FOR THE EFFECTIVE DATE.    *
006340*                        THE SUCCESSOR MUST BE A LIVE BRANCH     *
006350*                        NOT ITSELF CLOSING OR MERGED AWAY, AND  *
006360*                        NO PENDING MERGER MAY NAME THE RETIRING *
006370*                        BRANCH AS ITS SUCCESSOR - A CHAIN OF    *
006380*                        MERGERS IS KEYED ONE STEP AT A TIME.  A *
006390*                        PENDING MERGER MAY BE KEYED AGAIN TO    *
006400*                        CHANGE IT; A CONSOLIDATED ONE MAY NOT.  *
006410******************************************************************
006420 3500-MERGE-BRANCH.
006430     IF WS-MERGE-ABSENT
006440         MOVE 'MERGER REGISTER NOT OPEN - MERGE IGNORED'
006450             TO WS-MAINT-MSG
006460         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
006470         GO TO 3500-EXIT
006480     END-IF
006490     IF MC-SUCCESSOR-CODE = SPACES
006500         OR MC-SUCCESSOR-CODE = MC-BRANCH-CODE
006510         MOVE 'SUCCESSOR BLANK OR SAME AS BRANCH - MERGE IGNORED'
006520             TO WS-MAINT-MSG
006530         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
006540         GO TO 3500-EXIT
006550     END-IF
006560     IF MC-WINDOW-DAYS = SPACES
006570         MOVE WS-DEFAULT-WINDOW TO WS-WINDOW-DAYS
006580     ELSE
006590         IF MC-WINDOW-DAYS IS NUMERIC
006600             MOVE MC-WINDOW-DAYS-NUM TO WS-WINDOW-DAYS
006610         ELSE
006620             MOVE 'REDIRECT WINDOW NOT NUMERIC - MERGE IGNORED'
006630                 TO WS-MAINT-MSG
006640             PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
006650             GO TO 3500-EXIT
006660         END-IF
006670     END-IF
006680     MOVE MC-SUCCESSOR-CODE TO BM-BRANCH-CODE
006690     READ BRANCH-MASTER
006700         INVALID KEY
006710             MOVE 'SUCCESSOR NOT ON MASTER - MERGE IGNORED'
006720                 TO WS-MAINT-MSG
006730             PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
006740             GO TO 3500-EXIT
006750     END-READ
006760     IF BM-BRANCH-INACTIVE OR BM-PENDING-DEACTIVATE
006770         MOVE 'SUCCESSOR INACTIVE OR CLOSING - MERGE IGNORED'
006780             TO WS-MAINT-MSG
006790         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
006800         GO TO 3500-EXIT
006810     END-IF
006820     MOVE MC-SUCCESSOR-CODE TO MG-RETIRING-CODE
006830     READ MERGE-REG
006840         INVALID KEY
006850             CONTINUE
006860         NOT INVALID KEY
006870             MOVE 'SUCCESSOR IS ITSELF MERGED AWAY - IGNORED'
006880                 TO WS-MAINT-MSG
006890             PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
006900             GO TO 3500-EXIT
006910     END-READ
006920     PERFORM 3520-CHECK-MERGE-CHAIN THRU 3520-EXIT
006930     IF WS-CHAIN-FOUND
006940         MOVE 'BRANCH IS SUCCESSOR TO A PENDING MERGE - IGNORED'
006950             TO WS-MAINT-MSG
006960         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
006970         GO TO 3500-EXIT
006980     END-IF
006990     MOVE MC-BRANCH-CODE TO MG-RETIRING-CODE
007000     READ MERGE-REG
007010         INVALID KEY
007020             SET WS-MERGE-ROW-NEW TO TRUE
007030         NOT INVALID KEY
007040             SET WS-MERGE-ROW-REKEY TO TRUE
007050     END-READ
007060     IF WS-MERGE-ROW-REKEY AND MG-CONSOLIDATED
007070         MOVE 'BRANCH ALREADY MERGED AND CONSOLIDATED - IGNORED'
007080             TO WS-MAINT-MSG
007090         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
007100         GO TO 3500-EXIT
007110     END-IF
007120     MOVE MC-BRANCH-CODE TO BM-BRANCH-CODE
007130     READ BRANCH-MASTER
007140         INVALID KEY
007150             MOVE 'BRANCH NOT ON MASTER - MERGE IGNORED'
007160                 TO WS-MAINT-MSG
007170             PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
007180             GO TO 3500-EXIT
007190     END-READ
007200*    A BLANK OR PAST DATE MERGES TODAY - THE CONSOLIDATION SWEEP
007210*    AFTER THE CARDS PICKS IT UP IN THIS SAME RUN.
007220     IF MC-EFFECTIVE-DATE = SPACES
007230         OR MC-EFFECTIVE-DATE NOT > WS-TODAY-X
007240         MOVE WS-TODAY-X TO WS-MERGE-EFF-DATE
007250     ELSE
007260         MOVE MC-EFFECTIVE-DATE TO WS-MERGE-EFF-DATE
007270     END-IF
007280     IF WS-WINDOW-DAYS = 0
007290         MOVE WS-MERGE-EFF-NUM TO WS-MERGE-END-NUM
007300     ELSE
007310         COMPUTE WS-MERGE-END-INT =
007320             FUNCTION INTEGER-OF-DATE(WS-MERGE-EFF-NUM)
007330             + WS-WINDOW-DAYS - 1
007340         COMPUTE WS-MERGE-END-NUM =
007350             FUNCTION DATE-OF-INTEGER(WS-MERGE-END-INT)
007360     END-IF
007370     MOVE SPACES TO CTB1MG-MERGE-RECORD
007380     MOVE MC-BRANCH-CODE TO MG-RETIRING-CODE
007390     MOVE MC-SUCCESSOR-CODE TO MG-SUCCESSOR-CODE
007400     MOVE WS-MERGE-EFF-DATE TO MG-EFFECTIVE-DATE
007410     MOVE WS-WINDOW-DAYS TO MG-WINDOW-DAYS
007420     MOVE WS-MERGE-END-NUM TO MG-REDIRECT-END-DATE
007430     SET MG-PENDING TO TRUE
007440     MOVE WS-TODAY-X TO MG-KEYED-DATE
007450     MOVE 0 TO MG-ROWS-MOVED
007460     MOVE 0 TO MG-COUNT-MOVED
007470     MOVE 0 TO MG-AMOUNT-MOVED
007480     MOVE 0 TO MG-HIST-ROWS-MARKED
007490     IF WS-MERGE-ROW-NEW
007500         WRITE CTB1MG-MERGE-RECORD
007510     ELSE
007520         REWRITE CTB1MG-MERGE-RECORD
007530     END-IF
007540     IF WS-MERGE-STATUS NOT = '00'
007550         MOVE 'MERGER REGISTER ROW NOT WRITTEN - MERGE IGNORED'
007560             TO WS-MAINT-MSG
007570         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
007580         GO TO 3500-EXIT
007590     END-IF
007600     PERFORM 4100-NOTE-PRIOR-ACTIVE THRU 4100-EXIT
007610     IF WS-MERGE-EFF-DATE NOT > WS-TODAY-X
007620         MOVE 'N' TO BM-ACTIVE-SW
007630         MOVE SPACE TO BM-PENDING-SW
007640         MOVE WS-TODAY-X TO BM-STATUS-DATE
007650     ELSE
007660         MOVE 'D' TO BM-PENDING-SW
007670         MOVE WS-MERGE-EFF-DATE TO BM-STATUS-DATE
007680     END-IF
007690     REWRITE CTB1BM-BRANCH-RECORD
007700     PERFORM 4200-NOTE-NEW-ACTIVE THRU 4200-EXIT
007710     ADD 1 TO WS-MERGE-KEYED-CNT
007720     MOVE SPACES TO WS-MAINT-MSG
007730     STRING 'MERGE INTO ' DELIMITED BY SIZE
007740             MC-SUCCESSOR-CODE DELIMITED BY SIZE
007750             ' ON ' DELIMITED BY SIZE
007760             WS-MERGE-EFF-DATE DELIMITED BY SIZE
007770             ' - REDIRECT THRU ' DELIMITED BY SIZE
007780             MG-REDIRECT-END-DATE DELIMITED BY SIZE
007790         INTO WS-MAINT-MSG
007800     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
007810     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
007820     .
007830 3500-EXIT.
007840     EXIT.
007850*
007860******************************************************************
007870*    3520-CHECK-MERGE-CHAIN - ONE SWEEP OF THE REGISTER          *
007880*                             LOOKING FOR A PENDING MERGER INTO  *
007890*                             THE CARD'S BRANCH.                 *
007900******************************************************************
007910 3520-CHECK-MERGE-CHAIN.
007920     SET WS-CHAIN-NONE TO TRUE
007930     SET WS-MERGE-EOF-NO TO TRUE
007940     MOVE LOW-VALUES TO MG-RETIRING-CODE
007950     START MERGE-REG KEY NOT < MG-RETIRING-CODE
007960         INVALID KEY
007970             SET WS-MERGE-EOF-YES TO TRUE
007980     END-START
007990     IF WS-MERGE-EOF-NO
008000         PERFORM 3530-READ-NEXT-MERGE THRU 3530-EXIT
008010     END-IF
008020     PERFORM 3540-MATCH-CHAIN-ROW THRU 3540-EXIT
008030         UNTIL WS-MERGE-EOF-YES OR WS-CHAIN-FOUND
008040     .
008050 3520-EXIT.
008060     EXIT.
008070*
008080 3530-READ-NEXT-MERGE.
008090     READ MERGE-REG NEXT
008100         AT END
008110             SET WS-MERGE-EOF-YES TO TRUE
008120     END-READ
008130     IF WS-MERGE-STATUS NOT = '00' AND WS-MERGE-STATUS NOT = '02'
008140         SET WS-MERGE-EOF-YES TO TRUE
008150     END-IF
008160     .
008170 3530-EXIT.
008180     EXIT.
008190*
008200 3540-MATCH-CHAIN-ROW.
008210     IF MG-PENDING AND MG-SUCCESSOR-CODE = MC-BRANCH-CODE
008220         SET WS-CHAIN-FOUND TO TRUE
008230     ELSE
008240         PERFORM 3530-READ-NEXT-MERGE THRU 3530-EXIT
008250     END-IF
008260     .
008270 3540-EXIT.
008280     EXIT.
008290*
008300******************************************************************
008310*    3600-CHECK-MTD-FIGURES - SWEEP CTBMTD FOR THE BRANCH JUST    *
008320*                            DEACTIVATED.  NONZERO MTD FIGURES    *
008330*                            MEAN THE BRANCH POSTED THIS MONTH -  *
008340*                            THE CLOSURE IS WARNED, NOT REFUSED.  *
008350******************************************************************
008360 3600-CHECK-MTD-FIGURES.
008370     MOVE 0 TO WS-MTD-HELD-COUNT
008380     MOVE 0 TO WS-MTD-HELD-AMOUNT
008390     SET WS-MTD-EOF-NO TO TRUE
008400     MOVE LOW-VALUES TO MT-KEY
008410     START MTD-FILE KEY NOT < MT-KEY
008420         INVALID KEY
008430             SET WS-MTD-EOF-YES TO TRUE
008440     END-START
008450     IF WS-MTD-EOF-NO
008460         PERFORM 3700-READ-NEXT-MTD THRU 3700-EXIT
008470     END-IF
008480     PERFORM 3800-SUM-MTD-ROW THRU 3800-EXIT
008490         UNTIL WS-MTD-EOF-YES
008500     IF WS-MTD-HELD-COUNT > 0 OR WS-MTD-HELD-AMOUNT > 0
008510         ADD 1 TO WS-MTD-WARN-CNT
008520         MOVE SPACES TO PL-LINE
008530         STRING '  WARNING - BRANCH ' DELIMITED BY SIZE
008540                 MC-BRANCH-CODE DELIMITED BY SIZE
008550                 ' STILL HOLDS MTD COUNT ' DELIMITED BY SIZE
008560                 WS-MTD-HELD-COUNT DELIMITED BY SIZE
008570                 ' AMOUNT ' DELIMITED BY SIZE
008580                 WS-MTD-HELD-AMOUNT DELIMITED BY SIZE
008590             INTO PL-LINE
008600         WRITE CTB1PL-LINE
008610         DISPLAY 'CTB350W - DEACTIVATED BRANCH ' MC-BRANCH-CODE
008620             ' STILL HOLDS NONZERO MTD FIGURES'
008630     END-IF
008640     .
008650 3600-EXIT.
008660     EXIT.
008670*
008680 3700-READ-NEXT-MTD.
008690     READ MTD-FILE NEXT
008700         AT END
008710             SET WS-MTD-EOF-YES TO TRUE
008720     END-READ
008730     IF WS-MTD-STATUS NOT = '00' AND WS-MTD-STATUS NOT = '02'
008740         SET WS-MTD-EOF-YES TO TRUE
008750     END-IF
008760     .
008770 3700-EXIT.
008780     EXIT.
008790*
008800 3800-SUM-MTD-ROW.
008810     IF MT-BRANCH-CODE = MC-BRANCH-CODE
008820         ADD MT-MTD-COUNT TO WS-MTD-HELD-COUNT
008830         ADD MT-MTD-AMOUNT TO WS-MTD-HELD-AMOUNT
008840     END-IF
008850     PERFORM 3700-READ-NEXT-MTD THRU 3700-EXIT
008860     .
008870 3800-EXIT.
008880     EXIT.
008890*
008900 4100-NOTE-PRIOR-ACTIVE.
008910     IF BM-BRANCH-ACTIVE
008920         MOVE 1 TO WS-PRIOR-ACTIVE
008930     ELSE
008940         MOVE 0 TO WS-PRIOR-ACTIVE
008950     END-IF
008960     .
008970 4100-EXIT.
008980     EXIT.
008990*
009000 4200-NOTE-NEW-ACTIVE.
009010     IF BM-BRANCH-ACTIVE
009020         MOVE 1 TO WS-NEW-ACTIVE
009030     ELSE
009040         MOVE 0 TO WS-NEW-ACTIVE
009050     END-IF
009060     .
009070 4200-EXIT.
009080     EXIT.
009090*
009100******************************************************************
009110*    5000-WRITE-AUDIT-RECORD - EVERY MASTER CHANGE LEAVES A ROW   *
009120*                              ON THE CTBAUDIT TRAIL THE WAY      *
009130*                              SLOT CORRECTIONS DO.  PRIOR/NEW    *
009140*                              CARRY THE ACTIVE SWITCH AS 0/1.    *
009150******************************************************************
009160 5000-WRITE-AUDIT-RECORD.
009170     PERFORM 9500-BUILD-TIMESTAMP THRU 9500-EXIT
009180     MOVE WS-TIMESTAMP-OUT TO AU-TIMESTAMP
009190     MOVE 'CTB350' TO AU-PROGRAM-ID
009200     SET AU-SOURCE-BATCH TO TRUE
009210     MOVE SPACES TO AU-OPERATOR-ID
009220     MOVE SPACES TO AU-WORK-ITEM-KEY
009230     MOVE SPACES TO AU-ADJ-MONTH
009240     MOVE 0 TO AU-INDEX-VALUE
009250     MOVE BM-BRANCH-CODE TO AU-BRANCH-CODE
009260     MOVE WS-PRIOR-ACTIVE TO AU-PRIOR-VALUE
009270     MOVE WS-NEW-ACTIVE TO AU-NEW-VALUE
009280     SET AU-CHANGE-BRANCH-MAINT TO TRUE
009290     MOVE 0 TO AU-CYCLE-NUMBER
009300     WRITE CTB1AU-AUDIT-RECORD
009310     .
009320 5000-EXIT.
009330     EXIT.
009340*
009350 6000-WRITE-REPORT-LINE.
009360     MOVE SPACES TO PL-LINE
009370     STRING '  ' DELIMITED BY SIZE
009380             BM-BRANCH-CODE DELIMITED BY SIZE
009390             '  ' DELIMITED BY SIZE
009400             BM-BRANCH-NAME DELIMITED BY SIZE
009410             '  ' DELIMITED BY SIZE
009420             WS-MAINT-MSG DELIMITED BY SIZE
009430         INTO PL-LINE
009440     WRITE CTB1PL-LINE
009450     .
009460 6000-EXIT.
009470     EXIT.
009480*
009490 6100-WRITE-ERROR-LINE.
009500     ADD 1 TO WS-ERROR-CNT
009510     MOVE SPACES TO PL-LINE
009520     STRING '  ' DELIMITED BY SIZE
009530             MC-BRANCH-CODE DELIMITED BY SIZE
009540             '  ' DELIMITED BY SIZE
009550             WS-MAINT-MSG DELIMITED BY SIZE
009560         INTO PL-LINE
009570     WRITE CTB1PL-LINE
009580     .
009590 6100-EXIT.
009600     EXIT.
009610*
009620******************************************************************
009630*    7000-APPLY-DUE-MERGES - ONE SWEEP OF THE CTBMERG REGISTER   *
009640*                            CONSOLIDATING EVERY PENDING MERGER  *
009650*                            WHOSE EFFECTIVE DATE HAS ARRIVED.  A*
009660*                            MERGER THAT CANNOT BE COMPLETED IS  *
009670*                            LEFT PENDING WITH A WARNING AND IS  *
009680*                            TRIED AGAIN ON THE NEXT RUN - ROWS  *
009690*                            ALREADY MOVED ARE GONE FROM THE     *
009700*                            RETIRING CODE, SO NONE MOVES TWICE. *
009710******************************************************************
009720 7000-APPLY-DUE-MERGES.
009730     IF WS-MERGE-ABSENT
009740         GO TO 7000-EXIT
009750     END-IF
009760     SET WS-MERGE-EOF-NO TO TRUE
009770     MOVE LOW-VALUES TO MG-RETIRING-CODE
009780     START MERGE-REG KEY NOT < MG-RETIRING-CODE
009790         INVALID KEY
009800             SET WS-MERGE-EOF-YES TO TRUE
009810     END-START
009820     IF WS-MERGE-EOF-NO
009830         PERFORM 3530-READ-NEXT-MERGE THRU 3530-EXIT
009840     END-IF
009850     PERFORM 7010-CHECK-MERGE-ROW THRU 7010-EXIT
009860         UNTIL WS-MERGE-EOF-YES
009870     .
009880 7000-EXIT.
009890     EXIT.
009900*
009910 7010-CHECK-MERGE-ROW.
009920     IF NOT MG-PENDING OR MG-EFFECTIVE-DATE > WS-TODAY-X
009930         GO TO 7010-READ-NEXT
009940     END-IF
009950     IF WS-MTD-ABSENT
009960         ADD 1 TO WS-MERGE-WARN-CNT
009970         DISPLAY 'CTB350W - NO MTD FILE - MERGER OF '
009980             MG-RETIRING-CODE ' INTO ' MG-SUCCESSOR-CODE
009990             ' LEFT PENDING'
010000         GO TO 7010-READ-NEXT
010010     END-IF
010020     PERFORM 7100-CONSOLIDATE-MERGER THRU 7100-EXIT
010030     .
010040 7010-READ-NEXT.
010050     PERFORM 3530-READ-NEXT-MERGE THRU 3530-EXIT
010060     .
010070 7010-EXIT.
010080     EXIT.
010090*
010100******************************************************************
010110*    7100-CONSOLIDATE-MERGER - MOVE THE RETIRING BRANCH'S CTBMTD *
010120*                              ROWS UNDER THE SUCCESSOR, REPOINT *
010130*                              ITS GL MAP ROW, MARK ITS CLOSED-  *
010140*                              MONTH HISTORY, AND RECORD THE     *
010150*                              FIGURES MOVED ON THE REGISTER ROW.*
010160******************************************************************
010170 7100-CONSOLIDATE-MERGER.
010180     MOVE MG-RETIRING-CODE TO WS-RETIRING-CODE
010190     MOVE MG-SUCCESSOR-CODE TO WS-SUCCESSOR-CODE
010200     MOVE 0 TO WS-MERGE-ROWS
010210     MOVE 0 TO WS-MERGE-COUNT
010220     MOVE 0 TO WS-MERGE-AMOUNT
010230     MOVE 0 TO WS-HIST-MARKED
010240     SET WS-MOVE-CLEAN TO TRUE
010250     PERFORM 7200-COLLECT-MTD-ROWS THRU 7200-EXIT
010260     IF WS-MOVE-CNT > 0
010270         PERFORM 7300-MOVE-MTD-ROW THRU 7300-EXIT
010280             VARYING WS-MV-IDX FROM 1 BY 1
010290             UNTIL WS-MV-IDX > WS-MOVE-CNT
010300     END-IF
010310     IF WS-MOVE-FAILED
010320         ADD 1 TO WS-MERGE-WARN-CNT
010330         DISPLAY 'CTB350W - MERGER OF ' WS-RETIRING-CODE ' INTO '
010340             WS-SUCCESSOR-CODE ' INCOMPLETE - LEFT PENDING'
010350         GO TO 7100-EXIT
010360     END-IF
010370     PERFORM 7400-REPOINT-GL-MAP THRU 7400-EXIT
010380     PERFORM 7500-MARK-HISTORY THRU 7500-EXIT
010390     SET MG-CONSOLIDATED TO TRUE
010400     MOVE WS-TODAY-X TO MG-CONSOLIDATED-DATE
010410     MOVE WS-MERGE-ROWS TO MG-ROWS-MOVED
010420     MOVE WS-MERGE-COUNT TO MG-COUNT-MOVED
010430     MOVE WS-MERGE-AMOUNT TO MG-AMOUNT-MOVED
010440     MOVE WS-HIST-MARKED TO MG-HIST-ROWS-MARKED
010450     REWRITE CTB1MG-MERGE-RECORD
010460     ADD 1 TO WS-MERGE-DONE-CNT
010470     MOVE WS-MERGE-COUNT TO WS-RPT-COUNT
010480     MOVE WS-MERGE-AMOUNT TO WS-RPT-AMOUNT
010490     MOVE SPACES TO PL-LINE
010500     STRING '  ' DELIMITED BY SIZE
010510             WS-RETIRING-CODE DELIMITED BY SIZE
010520             '  MERGED INTO ' DELIMITED BY SIZE
010530             WS-SUCCESSOR-CODE DELIMITED BY SIZE
010540             ' - MTD ROWS MOVED ' DELIMITED BY SIZE
010550             WS-MERGE-ROWS DELIMITED BY SIZE
010560             ' COUNT ' DELIMITED BY SIZE
010570             WS-RPT-COUNT DELIMITED BY SIZE
010580             ' AMOUNT ' DELIMITED BY SIZE
010590             WS-RPT-AMOUNT DELIMITED BY SIZE
010600             ' HISTORY ROWS MARKED ' DELIMITED BY SIZE
010610             WS-HIST-MARKED DELIMITED BY SIZE
010620         INTO PL-LINE
010630     WRITE CTB1PL-LINE
010640     .
010650 7100-EXIT.
010660     EXIT.
010670*
010680 7200-COLLECT-MTD-ROWS.
010690     MOVE 0 TO WS-MOVE-CNT
010700     SET WS-MTD-EOF-NO TO TRUE
010710     MOVE LOW-VALUES TO MT-KEY
010720     START MTD-FILE KEY NOT < MT-KEY
010730         INVALID KEY
010740             SET WS-MTD-EOF-YES TO TRUE
010750     END-START
010760     IF WS-MTD-EOF-NO
010770         PERFORM 3700-READ-NEXT-MTD THRU 3700-EXIT
010780     END-IF
010790     PERFORM 7210-NOTE-MTD-ROW THRU 7210-EXIT
010800         UNTIL WS-MTD-EOF-YES
010810     .
010820 7200-EXIT.
010830     EXIT.
010840*
010850 7210-NOTE-MTD-ROW.
010860     IF MT-BRANCH-CODE NOT = WS-RETIRING-CODE
010870         GO TO 7210-READ-NEXT
010880     END-IF
010890     IF WS-MOVE-CNT NOT < WS-MOVE-MAX
010900         SET WS-MOVE-FAILED TO TRUE
010910         DISPLAY 'CTB350W - MORE THAN ' WS-MOVE-MAX
010920             ' CTBMTD ROWS FOR BRANCH ' WS-RETIRING-CODE
010930             ' - THE REST MOVE ON THE NEXT RUN'
010940         SET WS-MTD-EOF-YES TO TRUE
010950         GO TO 7210-EXIT
010960     END-IF
010970     ADD 1 TO WS-MOVE-CNT
010980     SET WS-MV-IDX TO WS-MOVE-CNT
010990     MOVE MT-PERIOD-INDEX TO MV-PERIOD-INDEX(WS-MV-IDX)
011000     MOVE MT-MTD-COUNT TO MV-MTD-COUNT(WS-MV-IDX)
011010     MOVE MT-MTD-AMOUNT TO MV-MTD-AMOUNT(WS-MV-IDX)
011020     MOVE MT-POSTING-DAYS TO MV-POSTING-DAYS(WS-MV-IDX)
011030     MOVE MT-LAST-POST-DATE TO MV-LAST-POST-DATE(WS-MV-IDX)
011040     .
011050 7210-READ-NEXT.
011060     PERFORM 3700-READ-NEXT-MTD THRU 3700-EXIT
011070     .
011080 7210-EXIT.
011090     EXIT.
011100*
011110******************************************************************
011120*    7300-MOVE-MTD-ROW - ADD ONE RETIRING ROW INTO THE           *
011130*                        SUCCESSOR'S ROW FOR THE SAME PERIOD, OR *
011140*                        START ONE, THEN DELETE THE RETIRING     *
011150*                        ROW.  POSTING DAYS AND LAST POST DATE   *
011160*                        TAKE THE LATER OF THE TWO - BOTH        *
011170*                        BRANCHES POSTED ON THE SAME BUSINESS    *
011180*                        DAYS.  THE RETIRING ROW IS ONLY DELETED *
011190*                        ONCE THE SUCCESSOR HOLDS ITS FIGURES.   *
011200******************************************************************
011210 7300-MOVE-MTD-ROW.
011220     MOVE MV-PERIOD-INDEX(WS-MV-IDX) TO MT-PERIOD-INDEX
011230     MOVE WS-SUCCESSOR-CODE TO MT-BRANCH-CODE
011240     READ MTD-FILE
011250         INVALID KEY
011260             SET WS-SUCC-ROW-ABSENT TO TRUE
011270         NOT INVALID KEY
011280             SET WS-SUCC-ROW-FOUND TO TRUE
011290     END-READ
011300     IF WS-SUCC-ROW-ABSENT
011310         MOVE SPACES TO CTB1MT-MTD-RECORD
011320         MOVE MV-PERIOD-INDEX(WS-MV-IDX) TO MT-PERIOD-INDEX
011330         MOVE WS-SUCCESSOR-CODE TO MT-BRANCH-CODE
011340         MOVE MV-MTD-COUNT(WS-MV-IDX) TO MT-MTD-COUNT
011350         MOVE MV-MTD-AMOUNT(WS-MV-IDX) TO MT-MTD-AMOUNT
011360         MOVE MV-POSTING-DAYS(WS-MV-IDX) TO MT-POSTING-DAYS
011370         MOVE MV-LAST-POST-DATE(WS-MV-IDX) TO MT-LAST-POST-DATE
011380         WRITE CTB1MT-MTD-RECORD
011390     ELSE
011400         ADD MV-MTD-COUNT(WS-MV-IDX) TO MT-MTD-COUNT
011410         ADD MV-MTD-AMOUNT(WS-MV-IDX) TO MT-MTD-AMOUNT
011420         IF MV-POSTING-DAYS(WS-MV-IDX) > MT-POSTING-DAYS
011430             MOVE MV-POSTING-DAYS(WS-MV-IDX) TO MT-POSTING-DAYS
011440         END-IF
011450         IF MV-LAST-POST-DATE(WS-MV-IDX) > MT-LAST-POST-DATE
011460             MOVE MV-LAST-POST-DATE(WS-MV-IDX)
011470                 TO MT-LAST-POST-DATE
011480         END-IF
011490         REWRITE CTB1MT-MTD-RECORD
011500     END-IF
011510     IF WS-MTD-STATUS NOT = '00'
011520         SET WS-MOVE-FAILED TO TRUE
011530         DISPLAY 'CTB350W - SUCCESSOR MTD ROW ' MT-KEY
011540             ' NOT UPDATED - STATUS = ' WS-MTD-STATUS
011550         GO TO 7300-EXIT
011560     END-IF
011570     MOVE MV-PERIOD-INDEX(WS-MV-IDX) TO MT-PERIOD-INDEX
011580     MOVE WS-RETIRING-CODE TO MT-BRANCH-CODE
011590     DELETE MTD-FILE RECORD
011600         INVALID KEY
011610             SET WS-MOVE-FAILED TO TRUE
011620             DISPLAY 'CTB350W - RETIRING MTD ROW ' MT-KEY
011630                 ' NOT DELETED - STATUS = ' WS-MTD-STATUS
011640             GO TO 7300-EXIT
011650     END-DELETE
011660     ADD 1 TO WS-MERGE-ROWS
011670     ADD 1 TO WS-MERGE-MOVED-CNT
011680     ADD MV-MTD-COUNT(WS-MV-IDX) TO WS-MERGE-COUNT
011690     ADD MV-MTD-AMOUNT(WS-MV-IDX) TO WS-MERGE-AMOUNT
011700     PERFORM 7700-WRITE-MERGE-AUDIT THRU 7700-EXIT
011710     MOVE MV-PERIOD-INDEX(WS-MV-IDX) TO WS-RPT-PERIOD
011720     MOVE MV-MTD-COUNT(WS-MV-IDX) TO WS-RPT-COUNT
011730     MOVE MV-MTD-AMOUNT(WS-MV-IDX) TO WS-RPT-AMOUNT
011740     MOVE SPACES TO PL-LINE
011750     STRING '  ' DELIMITED BY SIZE
011760             WS-RETIRING-CODE DELIMITED BY SIZE
011770             '  SLOT ' DELIMITED BY SIZE
011780             WS-RPT-PERIOD DELIMITED BY SIZE
011790             '  MTD COUNT ' DELIMITED BY SIZE
011800             WS-RPT-COUNT DELIMITED BY SIZE
011810             '  MTD AMOUNT ' DELIMITED BY SIZE
011820             WS-RPT-AMOUNT DELIMITED BY SIZE
011830             '  MOVED TO ' DELIMITED BY SIZE
011840             WS-SUCCESSOR-CODE DELIMITED BY SIZE
011850         INTO PL-LINE
011860     WRITE CTB1PL-LINE
011870     .
011880 7300-EXIT.
011890     EXIT.
011900*
011910******************************************************************
011920*    7400-REPOINT-GL-MAP - THE RETIRING BRANCH'S CTBGLMAP ROW NOW*
011930*                          NAMES THE SUCCESSOR'S ACCOUNT, SO     *
011940*                          NOTHING STILL KEYED WITH THE OLD CODE *
011950*                          JOURNALS TO A CLOSED ACCOUNT.  NO ROW *
011960*                          FOR THE RETIRING CODE LEAVES NOTHING  *
011970*                          TO DO; NO ROW FOR THE SUCCESSOR WARNS.*
011980******************************************************************
011990 7400-REPOINT-GL-MAP.
012000     IF WS-GLMAP-ABSENT
012010         ADD 1 TO WS-MERGE-WARN-CNT
012020         DISPLAY 'CTB350W - NO CTBGLMAP PRESENT - MAP ROW FOR '
012030             WS-RETIRING-CODE ' NOT REPOINTED'
012040         GO TO 7400-EXIT
012050     END-IF
012060     MOVE WS-SUCCESSOR-CODE TO GM-BRANCH-CODE
012070     READ GL-MAP
012080         INVALID KEY
012090             ADD 1 TO WS-MERGE-WARN-CNT
012100             DISPLAY 'CTB350W - SUCCESSOR ' WS-SUCCESSOR-CODE
012110                 ' HAS NO CTBGLMAP ROW - MAP ROW FOR '
012120                 WS-RETIRING-CODE ' NOT REPOINTED'
012130             GO TO 7400-EXIT
012140     END-READ
012150     MOVE GM-GL-ACCOUNT TO WS-SUCC-GL-ACCOUNT
012160     MOVE WS-RETIRING-CODE TO GM-BRANCH-CODE
012170     READ GL-MAP
012180         INVALID KEY
012190             GO TO 7400-EXIT
012200     END-READ
012210     MOVE WS-SUCC-GL-ACCOUNT TO GM-GL-ACCOUNT
012220     REWRITE CTB1GM-GL-MAP-RECORD
012230     MOVE SPACES TO PL-LINE
012240     STRING '  ' DELIMITED BY SIZE
012250             WS-RETIRING-CODE DELIMITED BY SIZE
012260             '  CTBGLMAP ROW REPOINTED TO ACCOUNT '
012270                 DELIMITED BY SIZE
012280             WS-SUCC-GL-ACCOUNT DELIMITED BY SIZE
012290         INTO PL-LINE
012300     WRITE CTB1PL-LINE
012310     .
012320 7400-EXIT.
012330     EXIT.
012340*
012350******************************************************************
012360*    7500-MARK-HISTORY - MARK EVERY CLOSED-MONTH ROW OF THE      *
012370*                        RETIRING BRANCH AS RETIRED INTO THE     *
012380*                        SUCCESSOR, SO A MONTH COMPARISON ACROSS *
012390*                        THE MERGER CAN FOLD THE OLD CODE IN.    *
012391*                        ROWS AN EARLIER MERGER RETIRED INTO THE *
012392*                        RETIRING BRANCH ARE REPOINTED TO THE    *
012393*                        SUCCESSOR TOO, SO THEY NEVER NAME A     *
012394*                        BRANCH THAT NO LONGER EXISTS.           *
012400******************************************************************
012410 7500-MARK-HISTORY.
012420     IF WS-MHIST-ABSENT
012430         GO TO 7500-EXIT
012440     END-IF
012450     SET WS-MHIST-EOF-NO TO TRUE
012460     MOVE LOW-VALUES TO MH-KEY
012470     START MONTH-HIST KEY NOT < MH-KEY
012480         INVALID KEY
012490             SET WS-MHIST-EOF-YES TO TRUE
012500     END-START
012510     IF WS-MHIST-EOF-NO
012520         PERFORM 7510-READ-NEXT-HIST THRU 7510-EXIT
012530     END-IF
012540     PERFORM 7520-MARK-HIST-ROW THRU 7520-EXIT
012550         UNTIL WS-MHIST-EOF-YES
012560     .
012570 7500-EXIT.
012580     EXIT.
012590*
012600 7510-READ-NEXT-HIST.
012610     READ MONTH-HIST NEXT
012620         AT END
012630             SET WS-MHIST-EOF-YES TO TRUE
012640     END-READ
012650     IF WS-MHIST-STATUS NOT = '00' AND WS-MHIST-STATUS NOT = '02'
012660         SET WS-MHIST-EOF-YES TO TRUE
012670     END-IF
012680     .
012690 7510-EXIT.
012700     EXIT.
012710*
012720 7520-MARK-HIST-ROW.
012730     IF MH-BRANCH-CODE = WS-RETIRING-CODE
012731         OR (MH-MERGE-RETIRED
012732             AND MH-MERGE-BRANCH = WS-RETIRING-CODE)
012740         MOVE WS-SUCCESSOR-CODE TO MH-MERGE-BRANCH
012750         SET MH-MERGE-RETIRED TO TRUE
012760         REWRITE CTB1MH-MONTH-HIST-RECORD
012770         ADD 1 TO WS-HIST-MARKED
012780     END-IF
012790     PERFORM 7510-READ-NEXT-HIST THRU 7510-EXIT
012800     .
012810 7520-EXIT.
012820     EXIT.
012830*
012840******************************************************************
012850*    7700-WRITE-MERGE-AUDIT - ONE CTBAUDIT ROW PER CTBMTD ROW    *
012860*                             MOVED - THE RETIRING CODE AND      *
012870*                             PERIOD, WITH THE SUCCESSOR IN THE  *
012880*                             WORK ITEM KEY.  THE FIGURES MOVED  *
012890*                             ARE ON THE REPORT LINE AND THE     *
012900*                             REGISTER ROW.                      *
012910******************************************************************
012920 7700-WRITE-MERGE-AUDIT.
012930     PERFORM 9500-BUILD-TIMESTAMP THRU 9500-EXIT
012940     MOVE SPACES TO CTB1AU-AUDIT-RECORD
012950     MOVE WS-TIMESTAMP-OUT TO AU-TIMESTAMP
012960     MOVE 'CTB350' TO AU-PROGRAM-ID
012970     SET AU-SOURCE-BATCH TO TRUE
012980     MOVE MV-PERIOD-INDEX(WS-MV-IDX) TO AU-INDEX-VALUE
012990     MOVE WS-RETIRING-CODE TO AU-BRANCH-CODE
013000     MOVE 0 TO AU-PRIOR-VALUE
013010     MOVE 0 TO AU-NEW-VALUE
013020     SET AU-CHANGE-BRANCH-MERGE TO TRUE
013030     MOVE 0 TO AU-CYCLE-NUMBER
013040     MOVE WS-SUCCESSOR-CODE TO AU-WORK-ITEM-KEY
013050     WRITE CTB1AU-AUDIT-RECORD
013060     .
013070 7700-EXIT.
013080     EXIT.
013090*
013100******************************************************************
013110*    9000-TERMINATE                                               *
013120******************************************************************
013130 9000-TERMINATE.
013140     MOVE SPACES TO PL-LINE
013150     WRITE CTB1PL-LINE
013160     MOVE SPACES TO PL-LINE
013170     STRING 'CONTROL TOTALS - CARDS = ' DELIMITED BY SIZE
013180             WS-CARD-READ-CNT DELIMITED BY SIZE
013190             ', ADDS = ' DELIMITED BY SIZE
013200             WS-ADD-CNT DELIMITED BY SIZE
013210             ', CHANGES = ' DELIMITED BY SIZE
013220             WS-CHANGE-CNT DELIMITED BY SIZE
013230             ', DEACT = ' DELIMITED BY SIZE
013240             WS-DEACT-CNT DELIMITED BY SIZE
013250             ', REACT = ' DELIMITED BY SIZE
013260             WS-REACT-CNT DELIMITED BY SIZE
013270             ', KEYED AHEAD = ' DELIMITED BY SIZE
013280             WS-PENDING-KEYED-CNT DELIMITED BY SIZE
013290             ', APPLIED = ' DELIMITED BY SIZE
013300             WS-PENDING-APPLIED-CNT DELIMITED BY SIZE
013310             ', ERRORS = ' DELIMITED BY SIZE
013320             WS-ERROR-CNT DELIMITED BY SIZE
013330         INTO PL-LINE
013340     WRITE CTB1PL-LINE
013350     MOVE SPACES TO PL-LINE
013360     STRING '                 MERGES KEYED = ' DELIMITED BY SIZE
013370             WS-MERGE-KEYED-CNT DELIMITED BY SIZE
013380             ', CONSOLIDATED = ' DELIMITED BY SIZE
013390             WS-MERGE-DONE-CNT DELIMITED BY SIZE
013400             ', MTD ROWS MOVED = ' DELIMITED BY SIZE
013410             WS-MERGE-MOVED-CNT DELIMITED BY SIZE
013420             ', MERGE WARNINGS = ' DELIMITED BY SIZE
013430             WS-MERGE-WARN-CNT DELIMITED BY SIZE
013440         INTO PL-LINE
013450     WRITE CTB1PL-LINE
013460     CLOSE BRANCH-MASTER
013470     IF WS-CARDS-PRESENT
013480         CLOSE MAINT-CARDS
013490     END-IF
013500     IF WS-MTD-PRESENT
013510         CLOSE MTD-FILE
013520     END-IF
013530     IF WS-MHIST-PRESENT
013540         CLOSE MONTH-HIST
013550     END-IF
013560     IF WS-GLMAP-PRESENT
013570         CLOSE GL-MAP
013580     END-IF
013590     IF WS-MERGE-PRESENT
013600         CLOSE MERGE-REG
013610     END-IF
013620     CLOSE AUDIT-FILE
013630     CLOSE MAINT-RPT
013640     DISPLAY 'CTB350I - END OF RUN.  CARDS = ' WS-CARD-READ-CNT
013650         ', ADDS = ' WS-ADD-CNT ', CHANGES = ' WS-CHANGE-CNT
013660         ', DEACT = ' WS-DEACT-CNT ', REACT = ' WS-REACT-CNT
013670         ', PENDING APPLIED = ' WS-PENDING-APPLIED-CNT
013680         ', ERRORS = ' WS-ERROR-CNT
013690     DISPLAY 'CTB350I - MERGES KEYED = ' WS-MERGE-KEYED-CNT
013700         ', CONSOLIDATED = ' WS-MERGE-DONE-CNT
013710         ', MTD ROWS MOVED = ' WS-MERGE-MOVED-CNT
013720         ', MERGE WARNINGS = ' WS-MERGE-WARN-CNT
013730     IF WS-ERROR-CNT > 0 OR WS-MTD-WARN-CNT > 0
013740         OR WS-MERGE-WARN-CNT > 0
013750         MOVE 4 TO RETURN-CODE
013760     END-IF
013770     .
013780 9000-EXIT.
013790     EXIT.
013800*
013810******************************************************************
013820*    9500-BUILD-TIMESTAMP                                        *
013830******************************************************************
013840 9500-BUILD-TIMESTAMP.
013850     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
013860     ACCEPT WS-CURR-TIME FROM TIME
013870     STRING WS-CURR-DATE DELIMITED BY SIZE
013880             '-' DELIMITED BY SIZE
013890             WS-CURR-TIME DELIMITED BY SIZE
013900         INTO WS-TIMESTAMP-OUT
013910     .
013920 9500-EXIT.
013930     EXIT.
