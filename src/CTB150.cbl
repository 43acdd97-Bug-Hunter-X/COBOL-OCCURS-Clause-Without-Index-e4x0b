000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTB150.
000030 AUTHOR. D L MERRIMAN.
000040 INSTALLATION. DAILY LEDGER OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   PROGRAM      CTB150                                          *
000100*   DESCRIPTION   POSTED-TRANSACTION LEDGER INQUIRY.  RUN ON     *
000110*                 DEMAND WITH A LEDGPARM CARD NAMING A BUSINESS  *
000120*                 DATE, A PERIOD SLOT, AND OPTIONALLY ONE        *
000130*                 BRANCH.  LISTS EVERY TRANSACTION CTB100        *
000140*                 POSTED, REVERSED, OR REPLACED INTO THAT SLOT   *
000150*                 ON THAT DATE FROM THE CTBLEDG LEDGER - EVERY   *
000160*                 CYCLE, WHICHEVER FILE IT CAME FROM - AND       *
000170*                 FOOTS EACH BRANCH'S NET EFFECT BACK TO THE     *
000180*                 POSTED FIGURE.  THE FIGURE COMES FROM THE      *
000190*                 CTBSNAP GENERATION THE JCL NAMES WHEN IT IS    *
000200*                 DATED THE REQUESTED DAY, OTHERWISE FROM THE    *
000210*                 CTBSLOT ROWS WHEN THEY WERE REFRESHED THAT     *
000220*                 DAY (AN INTERIM-CYCLE INQUIRY).  CTB300        *
000230*                 ONLINE CORRECTIONS ON THE CTBAUDIT TRAIL FOR   *
000240*                 THE SAME SLOT AND DAY ARE SHOWN AND CARRIED    *
000250*                 INTO THE COUNT FOOTING, SINCE THEY MOVE THE    *
000260*                 POSTED COUNT WITHOUT A LEDGER ROW.             *
000270*                                                                *
000280*   MODIFICATION HISTORY                                         *
000290*   -----------------------------------------------------------  *
000300*   DATE       INIT  DESCRIPTION                                 *
000310*   ---------- ----  ---------------------------------------     *
000320*   2026-10-15 DLM   ORIGINAL.                                   *
000330*                                                                *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PARM-FILE ASSIGN TO "LEDGPARM"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-PARM-STATUS.
000440*
000450     SELECT LEDGER-FILE ASSIGN TO "CTBLEDG"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-LEDGER-STATUS.
000480*
000490     SELECT SNAP-FILE ASSIGN TO "CTBSNAP"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-SNAP-STATUS.
000520*
000530     SELECT SLOT-FILE ASSIGN TO "CTBSLOT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SL-KEY
000570         FILE STATUS IS WS-SLOT-STATUS.
000580*
000590     SELECT AUDIT-FILE ASSIGN TO "CTBAUDIT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-AUDIT-STATUS.
000620*
000630     SELECT LEDGER-RPT ASSIGN TO "LEDGRPT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-LEDGRPT-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PARM-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  PARM-RECORD.
000730     05  LP-POST-DATE                PIC X(08).
000740     05  LP-INDEX-VALUE              PIC X(05).
000750     05  LP-BRANCH-CODE              PIC X(04).
000760     05  FILLER                      PIC X(63).
000770*
000780 FD  LEDGER-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY CTB1LG.
000820*
000830 FD  SNAP-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD IS VARYING IN SIZE FROM 442 TO 3759690 CHARACTERS.
000860     COPY CTB1RC REPLACING
000870         ==CTB1RC-RESTART-RECORD== BY ==CTB1SN-SNAPSHOT-RECORD==
000880         LEADING ==RC-== BY ==SN-==.
000890*
000900 FD  SLOT-FILE.
000910     COPY CTB1SL.
000920*
000930 FD  AUDIT-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960     COPY CTB1AU.
000970*
000980 FD  LEDGER-RPT
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY CTB1PL.
001020*
001030 WORKING-STORAGE SECTION.
001040 01  WS-FILE-STATUS-FIELDS.
001050     05  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001060     05  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
001070     05  WS-SNAP-STATUS              PIC X(02) VALUE SPACES.
001080     05  WS-SLOT-STATUS              PIC X(02) VALUE SPACES.
001090     05  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001100     05  WS-LEDGRPT-STATUS           PIC X(02) VALUE SPACES.
001110*
001120 01  WS-SWITCHES.
001130     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001140         88  WS-EOF-YES                  VALUE 'Y'.
001150         88  WS-EOF-NO                   VALUE 'N'.
001160     05  WS-SLOT-EOF-SW              PIC X(01) VALUE 'N'.
001170         88  WS-SLOT-EOF-YES             VALUE 'Y'.
001180         88  WS-SLOT-EOF-NO              VALUE 'N'.
001190     05  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
001200         88  WS-AUDIT-EOF-YES            VALUE 'Y'.
001210         88  WS-AUDIT-EOF-NO             VALUE 'N'.
001220     05  WS-FIGURE-SW                PIC X(01) VALUE 'N'.
001230         88  WS-FIGURE-SNAPSHOT          VALUE 'S'.
001240         88  WS-FIGURE-SLOT              VALUE 'L'.
001250         88  WS-FIGURE-NONE              VALUE 'N'.
001260     05  WS-ROW-FULL-SW              PIC X(01) VALUE 'N'.
001270         88  WS-ROW-TABLE-FULL           VALUE 'Y'.
001280         88  WS-ROW-TABLE-OK             VALUE 'N'.
001290     05  WS-BRANCH-FULL-SW           PIC X(01) VALUE 'N'.
001300         88  WS-BRANCH-TABLE-FULL        VALUE 'Y'.
001310         88  WS-BRANCH-TABLE-OK          VALUE 'N'.
001320     05  WS-BRANCH-FOUND-SW          PIC X(01) VALUE 'N'.
001330         88  WS-BRANCH-FOUND             VALUE 'Y'.
001340         88  WS-BRANCH-NOT-FOUND         VALUE 'N'.
001350*
001360*    THE SELECTION AS TAKEN FROM THE LEDGPARM CARD.  THE DATE AND
001370*    THE SLOT ARE REQUIRED; A BLANK BRANCH LISTS EVERY BRANCH
001380*    THAT POSTED TO THE SLOT THAT DAY.
001390 01  WS-SELECTION-FIELDS.
001400     05  WS-SEL-POST-DATE            PIC X(08) VALUE SPACES.
001410     05  WS-SEL-INDEX-VALUE          PIC 9(5) VALUE 0.
001420     05  WS-SEL-BRANCH-CODE          PIC X(04) VALUE SPACES.
001430*
001440 01  WS-LEDGER-CONTROLS.
001450     05  WS-ROW-MAX                  PIC 9(5) VALUE 09999.
001460     05  WS-BRANCH-MAX               PIC 9(2) VALUE 40.
001470*
001480 01  WS-COUNTERS.
001490     05  WS-LEDGER-READ-COUNT        PIC 9(7) VALUE 0.
001500     05  WS-SELECT-COUNT             PIC 9(7) VALUE 0.
001510     05  WS-DUPLICATE-COUNT          PIC 9(7) VALUE 0.
001520     05  WS-LISTED-COUNT             PIC 9(7) VALUE 0.
001530     05  WS-CORRECTION-COUNT         PIC 9(5) VALUE 0.
001540     05  WS-OUT-OF-BAL-COUNT         PIC 9(5) VALUE 0.
001550*
001560 01  WS-WORK-FIELDS.
001570     05  WS-FIGURE-DATE              PIC X(08) VALUE SPACES.
001580     05  WS-WORK-BRANCH              PIC X(04) VALUE SPACES.
001590     05  WS-BR-SUB                   PIC 9(3) COMP.
001600     05  WS-FOOT-COUNT               PIC S9(5) VALUE 0.
001610     05  WS-SOURCE-NAME              PIC X(08) VALUE SPACES.
001620     05  WS-TYPE-NAME                PIC X(07) VALUE SPACES.
001630*
001640*    THE SELECTED LEDGER ROWS, IN LEDGER ORDER.  A ROW WHOSE
001650*    POSTING SEQUENCE IS ALREADY HELD IS A RESTART REPOST OF THE
001660*    SAME TRANSACTION AND REPLACES THE EARLIER ROW.
001670 01  WS-ROW-FILLED-CNT               PIC 9(5) VALUE 0.
001680 01  WS-ROW-TABLE.
001690     05  WS-ROW-ENTRY OCCURS 1 TO 9999 TIMES
001700                 DEPENDING ON WS-ROW-FILLED-CNT
001710                 INDEXED BY WS-ROW-IDX.
001720         10  RW-POST-SEQ             PIC X(17).
001730         10  RW-BRANCH-CODE          PIC X(04).
001740         10  RW-RECORD-TYPE          PIC X(01).
001750         10  RW-SOURCE               PIC X(01).
001760         10  RW-AMOUNT               PIC 9(7)V99.
001770         10  RW-COUNT-EFFECT         PIC S9(1).
001780         10  RW-AMOUNT-EFFECT        PIC S9(9)V99.
001790*
001800*    ONE ENTRY PER BRANCH IN THE SELECTION - THE LEDGER NET, THE
001810*    ONLINE CORRECTIONS, AND THE POSTED FIGURE IT FOOTS TO.
001820 01  WS-BRANCH-FILLED-CNT            PIC 9(2) VALUE 0.
001830 01  WS-BRANCH-TABLE.
001840     05  BT-ENTRY OCCURS 1 TO 40 TIMES
001850                 DEPENDING ON WS-BRANCH-FILLED-CNT
001860                 INDEXED BY WS-BT-IDX.
001870         10  BT-BRANCH-CODE          PIC X(04).
001880         10  BT-ROW-COUNT            PIC 9(5).
001890         10  BT-LEDGER-COUNT         PIC S9(5).
001900         10  BT-LEDGER-AMOUNT        PIC S9(11)V99.
001910         10  BT-CORR-COUNT           PIC S9(5).
001920         10  BT-FIGURE-COUNT         PIC 9(3).
001930         10  BT-FIGURE-AMOUNT        PIC 9(11)V99.
001940*
001950 01  WS-REPORT-WORK-FIELDS.
001960     05  WS-RPT-INDEX-VALUE          PIC ZZZZ9.
001970     05  WS-RPT-AMOUNT               PIC ZZZZZZ9.99.
001980     05  WS-RPT-COUNT-EFFECT         PIC +9.
001990     05  WS-RPT-AMOUNT-EFFECT        PIC +ZZZZZZZZ9.99.
002000     05  WS-RPT-NET-COUNT            PIC +ZZZZ9.
002010     05  WS-RPT-NET-AMOUNT           PIC +ZZZZZZZZZZ9.99.
002020     05  WS-RPT-CORR-COUNT           PIC +ZZZZ9.
002030     05  WS-RPT-FIGURE-COUNT         PIC ZZ9.
002040     05  WS-RPT-FIGURE-AMOUNT        PIC ZZZZZZZZZZ9.99.
002050*
002060 PROCEDURE DIVISION.
002070******************************************************************
002080*    0000-MAINLINE                                               *
002090******************************************************************
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002120     PERFORM 2000-PROCESS-LEDGER THRU 2000-EXIT
002130         UNTIL WS-EOF-YES
002140     PERFORM 3000-LOAD-FIGURES THRU 3000-EXIT
002150     PERFORM 3500-LOAD-CORRECTIONS THRU 3500-EXIT
002160     PERFORM 3700-TOTAL-ROWS THRU 3700-EXIT
002170         VARYING WS-ROW-IDX FROM 1 BY 1
002180         UNTIL WS-ROW-IDX > WS-ROW-FILLED-CNT
002190     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT
002210     GOBACK.
002220*
002230******************************************************************
002240*    1000-INITIALIZE - THE PARM CARD AND THE LEDGER ARE BOTH     *
002250*                      REQUIRED; WITHOUT EITHER THERE IS NOTHING *
002260*                      TO ASK OR NOTHING TO ANSWER FROM.         *
002270******************************************************************
002280 1000-INITIALIZE.
002290     PERFORM 1100-READ-PARM THRU 1100-EXIT
002300     OPEN INPUT LEDGER-FILE
002310     IF WS-LEDGER-STATUS NOT = '00'
002320         DISPLAY 'CTB150A - CTBLEDG WOULD NOT OPEN - STATUS = '
002330             WS-LEDGER-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         GOBACK
002360     END-IF
002370     OPEN OUTPUT LEDGER-RPT
002380     IF WS-LEDGRPT-STATUS NOT = '00'
002390         DISPLAY 'CTB150A - LEDGER-RPT WOULD NOT OPEN - STATUS = '
002400             WS-LEDGRPT-STATUS
002410         MOVE 16 TO RETURN-CODE
002420         GOBACK
002430     END-IF
002440     PERFORM 1300-READ-LEDGER THRU 1300-EXIT
002450     .
002460 1000-EXIT.
002470     EXIT.
002480*
002490******************************************************************
002500*    1100-READ-PARM - UNLIKE THE AUDIT HISTORY REPORT, A MISSING *
002510*                     OR INCOMPLETE CARD IS FATAL - THE LEDGER   *
002520*                     HOLDS EVERY DAY'S POSTINGS AND A WHOLE-    *
002530*                     FILE LISTING CANNOT BE FOOTED TO ANYTHING. *
002540******************************************************************
002550 1100-READ-PARM.
002560     OPEN INPUT PARM-FILE
002570     IF WS-PARM-STATUS NOT = '00'
002580         DISPLAY 'CTB150A - NO LEDGPARM CARD PRESENT - ABORTING'
002590         MOVE 16 TO RETURN-CODE
002600         GOBACK
002610     END-IF
002620     READ PARM-FILE
002630         AT END
002640             DISPLAY 'CTB150A - LEDGPARM CARD IS EMPTY - ABORTING'
002650             CLOSE PARM-FILE
002660             MOVE 16 TO RETURN-CODE
002670             GOBACK
002680     END-READ
002690     CLOSE PARM-FILE
002700     IF LP-POST-DATE NOT NUMERIC
002710         DISPLAY 'CTB150A - LEDGPARM DATE ' LP-POST-DATE
002720             ' IS NOT A YYYYMMDD DATE - ABORTING'
002730         MOVE 16 TO RETURN-CODE
002740         GOBACK
002750     END-IF
002760     IF LP-INDEX-VALUE NOT NUMERIC
002770         OR LP-INDEX-VALUE = '00000'
002780         DISPLAY 'CTB150A - LEDGPARM SLOT ' LP-INDEX-VALUE
002790             ' IS NOT A PERIOD SLOT NUMBER - ABORTING'
002800         MOVE 16 TO RETURN-CODE
002810         GOBACK
002820     END-IF
002830     MOVE LP-POST-DATE TO WS-SEL-POST-DATE
002840     MOVE LP-INDEX-VALUE TO WS-SEL-INDEX-VALUE
002850     MOVE LP-BRANCH-CODE TO WS-SEL-BRANCH-CODE
002860     .
002870 1100-EXIT.
002880     EXIT.
002890*
002900******************************************************************
002910*    1300-READ-LEDGER                                            *
002920******************************************************************
002930 1300-READ-LEDGER.
002940     READ LEDGER-FILE
002950         AT END
002960             SET WS-EOF-YES TO TRUE
002970     END-READ
002980     IF WS-EOF-NO
002990         ADD 1 TO WS-LEDGER-READ-COUNT
003000     END-IF
003010     .
003020 1300-EXIT.
003030     EXIT.
003040*
003050******************************************************************
003060*    2000-PROCESS-LEDGER - KEEP EVERY ROW FOR THE SELECTED DATE, *
003070*                          SLOT, AND BRANCH.  THE LEDGER IS      *
003080*                          APPEND-ONLY, SO THE ROWS ARRIVE IN    *
003090*                          POSTING ORDER.                        *
003100******************************************************************
003110 2000-PROCESS-LEDGER.
003120     IF LG-POST-DATE NOT = WS-SEL-POST-DATE
003130         OR LG-PERIOD-INDEX NOT = WS-SEL-INDEX-VALUE
003140         GO TO 2000-READ-NEXT
003150     END-IF
003160     IF WS-SEL-BRANCH-CODE NOT = SPACES
003170         AND LG-BRANCH-CODE NOT = WS-SEL-BRANCH-CODE
003180         GO TO 2000-READ-NEXT
003190     END-IF
003200     ADD 1 TO WS-SELECT-COUNT
003210     PERFORM 2100-HOLD-ROW THRU 2100-EXIT
003220     .
003230 2000-READ-NEXT.
003240     PERFORM 1300-READ-LEDGER THRU 1300-EXIT
003250     .
003260 2000-EXIT.
003270     EXIT.
003280*
003290******************************************************************
003300*    2100-HOLD-ROW - A SEQUENCE ALREADY IN THE TABLE WAS WRITTEN *
003310*                    BY A RUN THAT ABENDED AFTER POSTING IT AND  *
003320*                    BEFORE ITS NEXT CHECKPOINT; THE RESTART     *
003330*                    POSTED IT AGAIN, AND ITS ROW IS THE ONE THE *
003340*                    TABLE REFLECTS.                             *
003350******************************************************************
003360 2100-HOLD-ROW.
003370     SET WS-ROW-IDX TO 1
003380     SEARCH WS-ROW-ENTRY
003390         AT END
003400             PERFORM 2150-ADD-ROW THRU 2150-EXIT
003410         WHEN RW-POST-SEQ(WS-ROW-IDX) = LG-POST-SEQ
003420             ADD 1 TO WS-DUPLICATE-COUNT
003430             PERFORM 2160-MOVE-ROW THRU 2160-EXIT
003440     END-SEARCH
003450     .
003460 2100-EXIT.
003470     EXIT.
003480*
003490 2150-ADD-ROW.
003500     IF WS-ROW-FILLED-CNT NOT < WS-ROW-MAX
003510         IF WS-ROW-TABLE-OK
003520             SET WS-ROW-TABLE-FULL TO TRUE
003530             DISPLAY 'CTB150W - MORE THAN ' WS-ROW-MAX
003540                 ' LEDGER ROWS SELECTED - LISTING TRUNCATED'
003550         END-IF
003560         GO TO 2150-EXIT
003570     END-IF
003580     ADD 1 TO WS-ROW-FILLED-CNT
003590     SET WS-ROW-IDX TO WS-ROW-FILLED-CNT
003600     PERFORM 2160-MOVE-ROW THRU 2160-EXIT
003610     .
003620 2150-EXIT.
003630     EXIT.
003640*
003650 2160-MOVE-ROW.
003660     MOVE LG-POST-SEQ TO RW-POST-SEQ(WS-ROW-IDX)
003670     MOVE LG-BRANCH-CODE TO RW-BRANCH-CODE(WS-ROW-IDX)
003680     MOVE LG-RECORD-TYPE TO RW-RECORD-TYPE(WS-ROW-IDX)
003690     MOVE LG-SOURCE TO RW-SOURCE(WS-ROW-IDX)
003700     MOVE LG-AMOUNT TO RW-AMOUNT(WS-ROW-IDX)
003710     MOVE LG-COUNT-EFFECT TO RW-COUNT-EFFECT(WS-ROW-IDX)
003720     MOVE LG-AMOUNT-EFFECT TO RW-AMOUNT-EFFECT(WS-ROW-IDX)
003730     .
003740 2160-EXIT.
003750     EXIT.
003760*
003770******************************************************************
003780*    3000-LOAD-FIGURES - THE POSTED FIGURE EACH BRANCH MUST FOOT *
003790*                        TO.  THE DAY'S CTBSNAP GENERATION IS THE*
003800*                        FINAL WORD; FAILING THAT, CTBSLOT ROWS  *
003810*                        REFRESHED THAT DAY CARRY THE LATEST     *
003820*                        CYCLE'S CHECKPOINT.  NEITHER LEAVES THE *
003830*                        LISTING UNFOOTED.                       *
003840******************************************************************
003850 3000-LOAD-FIGURES.
003860     SET WS-FIGURE-NONE TO TRUE
003870     PERFORM 3100-LOAD-SNAPSHOT THRU 3100-EXIT
003880     IF WS-FIGURE-NONE
003890         PERFORM 3200-LOAD-SLOT-ROWS THRU 3200-EXIT
003900     END-IF
003910     IF WS-FIGURE-NONE
003920         DISPLAY 'CTB150W - NO CTBSNAP OR CTBSLOT FIGURE DATED '
003930             WS-SEL-POST-DATE ' - LISTING NOT FOOTED'
003940     END-IF
003950     .
003960 3000-EXIT.
003970     EXIT.
003980*
003990 3100-LOAD-SNAPSHOT.
004000     OPEN INPUT SNAP-FILE
004010     IF WS-SNAP-STATUS NOT = '00'
004020         DISPLAY 'CTB150I - NO CTBSNAP GENERATION PRESENT'
004030         GO TO 3100-EXIT
004040     END-IF
004050     READ SNAP-FILE
004060         AT END
004070             CLOSE SNAP-FILE
004080             GO TO 3100-EXIT
004090     END-READ
004100     IF SN-CHECKPOINT-TIMESTAMP(1:8) NOT = WS-SEL-POST-DATE
004110         DISPLAY 'CTB150I - CTBSNAP GENERATION IS DATED '
004120             SN-CHECKPOINT-TIMESTAMP(1:8) ' - NOT USED'
004130         CLOSE SNAP-FILE
004140         GO TO 3100-EXIT
004150     END-IF
004160     SET WS-FIGURE-SNAPSHOT TO TRUE
004170     MOVE SN-CHECKPOINT-TIMESTAMP(1:8) TO WS-FIGURE-DATE
004180     IF WS-SEL-INDEX-VALUE NOT > SN-COUNT
004190         PERFORM 3150-TAKE-SNAP-BRANCH THRU 3150-EXIT
004200             VARYING WS-BR-SUB FROM 1 BY 1
004210             UNTIL WS-BR-SUB > 20
004220     END-IF
004230     CLOSE SNAP-FILE
004240     .
004250 3100-EXIT.
004260     EXIT.
004270*
004280 3150-TAKE-SNAP-BRANCH.
004290     MOVE SN-BRANCH-CODE(WS-SEL-INDEX-VALUE WS-BR-SUB)
004300         TO WS-WORK-BRANCH
004310     IF WS-WORK-BRANCH = SPACES
004320         GO TO 3150-EXIT
004330     END-IF
004340     IF WS-SEL-BRANCH-CODE NOT = SPACES
004350         AND WS-WORK-BRANCH NOT = WS-SEL-BRANCH-CODE
004360         GO TO 3150-EXIT
004370     END-IF
004380     PERFORM 3400-FIND-BRANCH THRU 3400-EXIT
004390     IF WS-BRANCH-FOUND
004400         MOVE SN-BRANCH-TOTAL(WS-SEL-INDEX-VALUE WS-BR-SUB)
004410             TO BT-FIGURE-COUNT(WS-BT-IDX)
004420         MOVE SN-BRANCH-AMOUNT(WS-SEL-INDEX-VALUE WS-BR-SUB)
004430             TO BT-FIGURE-AMOUNT(WS-BT-IDX)
004440     END-IF
004450     .
004460 3150-EXIT.
004470     EXIT.
004480*
004490******************************************************************
004500*    3200-LOAD-SLOT-ROWS - WALK THE SELECTED PERIOD'S CTBSLOT    *
004510*                          ROWS.  ONLY ROWS REFRESHED ON THE     *
004520*                          REQUESTED DATE COUNT; A ROW LEFT FROM *
004530*                          AN EARLIER DAY IS NOT THAT DAY'S      *
004540*                          FIGURE.                               *
004550******************************************************************
004560 3200-LOAD-SLOT-ROWS.
004570     OPEN INPUT SLOT-FILE
004580     IF WS-SLOT-STATUS NOT = '00'
004590         DISPLAY 'CTB150I - CTBSLOT WOULD NOT OPEN - STATUS = '
004600             WS-SLOT-STATUS
004610         GO TO 3200-EXIT
004620     END-IF
004630     MOVE WS-SEL-INDEX-VALUE TO SL-PERIOD-INDEX
004640     MOVE LOW-VALUES TO SL-BRANCH-CODE
004650     SET WS-SLOT-EOF-NO TO TRUE
004660     START SLOT-FILE KEY IS NOT LESS THAN SL-KEY
004670         INVALID KEY
004680             SET WS-SLOT-EOF-YES TO TRUE
004690     END-START
004700     PERFORM 3250-READ-SLOT-ROW THRU 3250-EXIT
004710         UNTIL WS-SLOT-EOF-YES
004720     CLOSE SLOT-FILE
004730     .
004740 3200-EXIT.
004750     EXIT.
004760*
004770 3250-READ-SLOT-ROW.
004780     READ SLOT-FILE NEXT RECORD
004790         AT END
004800             SET WS-SLOT-EOF-YES TO TRUE
004810     END-READ
004820     IF WS-SLOT-STATUS NOT = '00' AND WS-SLOT-STATUS NOT = '02'
004830         SET WS-SLOT-EOF-YES TO TRUE
004840     END-IF
004850     IF WS-SLOT-EOF-YES
004860         GO TO 3250-EXIT
004870     END-IF
004880     IF SL-PERIOD-INDEX NOT = WS-SEL-INDEX-VALUE
004890         SET WS-SLOT-EOF-YES TO TRUE
004900         GO TO 3250-EXIT
004910     END-IF
004920     IF SL-REFRESH-DATE NOT = WS-SEL-POST-DATE
004930         GO TO 3250-EXIT
004940     END-IF
004950     SET WS-FIGURE-SLOT TO TRUE
004960     MOVE SL-REFRESH-DATE TO WS-FIGURE-DATE
004970     IF WS-SEL-BRANCH-CODE NOT = SPACES
004980         AND SL-BRANCH-CODE NOT = WS-SEL-BRANCH-CODE
004990         GO TO 3250-EXIT
005000     END-IF
005010     MOVE SL-BRANCH-CODE TO WS-WORK-BRANCH
005020     PERFORM 3400-FIND-BRANCH THRU 3400-EXIT
005030     IF WS-BRANCH-FOUND
005040         MOVE SL-BRANCH-TOTAL TO BT-FIGURE-COUNT(WS-BT-IDX)
005050         MOVE SL-BRANCH-AMOUNT TO BT-FIGURE-AMOUNT(WS-BT-IDX)
005060     END-IF
005070     .
005080 3250-EXIT.
005090     EXIT.
005100*
005110******************************************************************
005120*    3400-FIND-BRANCH - LOCATE WS-WORK-BRANCH IN THE BRANCH      *
005130*                       TABLE, ADDING IT ON FIRST SIGHT.         *
005140******************************************************************
005150 3400-FIND-BRANCH.
005160     SET WS-BRANCH-FOUND TO TRUE
005170     SET WS-BT-IDX TO 1
005180     SEARCH BT-ENTRY
005190         AT END
005200             PERFORM 3450-ADD-BRANCH THRU 3450-EXIT
005210         WHEN BT-BRANCH-CODE(WS-BT-IDX) = WS-WORK-BRANCH
005220             CONTINUE
005230     END-SEARCH
005240     .
005250 3400-EXIT.
005260     EXIT.
005270*
005280 3450-ADD-BRANCH.
005290     IF WS-BRANCH-FILLED-CNT NOT < WS-BRANCH-MAX
005300         SET WS-BRANCH-NOT-FOUND TO TRUE
005310         IF WS-BRANCH-TABLE-OK
005320             SET WS-BRANCH-TABLE-FULL TO TRUE
005330             DISPLAY 'CTB150W - MORE THAN ' WS-BRANCH-MAX
005340                 ' BRANCHES IN THE SELECTION - ' WS-WORK-BRANCH
005350                 ' AND LATER NOT FOOTED'
005360         END-IF
005370         GO TO 3450-EXIT
005380     END-IF
005390     ADD 1 TO WS-BRANCH-FILLED-CNT
005400     SET WS-BT-IDX TO WS-BRANCH-FILLED-CNT
005410     MOVE WS-WORK-BRANCH TO BT-BRANCH-CODE(WS-BT-IDX)
005420     MOVE 0 TO BT-ROW-COUNT(WS-BT-IDX)
005430     MOVE 0 TO BT-LEDGER-COUNT(WS-BT-IDX)
005440     MOVE 0 TO BT-LEDGER-AMOUNT(WS-BT-IDX)
005450     MOVE 0 TO BT-CORR-COUNT(WS-BT-IDX)
005460     MOVE 0 TO BT-FIGURE-COUNT(WS-BT-IDX)
005470     MOVE 0 TO BT-FIGURE-AMOUNT(WS-BT-IDX)
005480     .
005490 3450-EXIT.
005500     EXIT.
005510*
005520******************************************************************
005530*    3500-LOAD-CORRECTIONS - A CTB300 CORRECTION SETS THE SLOT'S *
005540*                            COUNT OUTRIGHT AND LEAVES NO LEDGER *
005550*                            ROW, SO ITS NEW-LESS-PRIOR MOVEMENT *
005560*                            IS PICKED UP FROM THE AUDIT TRAIL   *
005570*                            FOR THE SAME DATE, SLOT, AND BRANCH.*
005580*                            NO TRAIL ON FILE IS NOT AN ERROR.   *
005590******************************************************************
005600 3500-LOAD-CORRECTIONS.
005610     OPEN INPUT AUDIT-FILE
005620     IF WS-AUDIT-STATUS NOT = '00'
005630         DISPLAY 'CTB150I - NO AUDIT TRAIL PRESENT - ONLINE '
005640             'CORRECTIONS NOT CONSIDERED'
005650         GO TO 3500-EXIT
005660     END-IF
005670     SET WS-AUDIT-EOF-NO TO TRUE
005680     PERFORM 3550-READ-AUDIT-ROW THRU 3550-EXIT
005690         UNTIL WS-AUDIT-EOF-YES
005700     CLOSE AUDIT-FILE
005710     .
005720 3500-EXIT.
005730     EXIT.
005740*
005750 3550-READ-AUDIT-ROW.
005760     READ AUDIT-FILE
005770         AT END
005780             SET WS-AUDIT-EOF-YES TO TRUE
005790             GO TO 3550-EXIT
005800     END-READ
005810     IF NOT AU-CHANGE-ONLINE-CORRECTION
005820         OR AU-TIMESTAMP(1:8) NOT = WS-SEL-POST-DATE
005830         OR AU-INDEX-VALUE NOT = WS-SEL-INDEX-VALUE
005840         GO TO 3550-EXIT
005850     END-IF
005860     IF WS-SEL-BRANCH-CODE NOT = SPACES
005870         AND AU-BRANCH-CODE NOT = WS-SEL-BRANCH-CODE
005880         GO TO 3550-EXIT
005890     END-IF
005900     MOVE AU-BRANCH-CODE TO WS-WORK-BRANCH
005910     PERFORM 3400-FIND-BRANCH THRU 3400-EXIT
005920     IF WS-BRANCH-FOUND
005930         ADD AU-NEW-VALUE TO BT-CORR-COUNT(WS-BT-IDX)
005940         SUBTRACT AU-PRIOR-VALUE FROM BT-CORR-COUNT(WS-BT-IDX)
005950         ADD 1 TO WS-CORRECTION-COUNT
005960     END-IF
005970     .
005980 3550-EXIT.
005990     EXIT.
006000*
006010******************************************************************
006020*    3700-TOTAL-ROWS - CARRY EACH HELD ROW'S EFFECT INTO ITS     *
006030*                      BRANCH'S LEDGER NET.                      *
006040******************************************************************
006050 3700-TOTAL-ROWS.
006060     MOVE RW-BRANCH-CODE(WS-ROW-IDX) TO WS-WORK-BRANCH
006070     PERFORM 3400-FIND-BRANCH THRU 3400-EXIT
006080     IF WS-BRANCH-FOUND
006090         ADD 1 TO BT-ROW-COUNT(WS-BT-IDX)
006100         ADD RW-COUNT-EFFECT(WS-ROW-IDX)
006110             TO BT-LEDGER-COUNT(WS-BT-IDX)
006120         ADD RW-AMOUNT-EFFECT(WS-ROW-IDX)
006130             TO BT-LEDGER-AMOUNT(WS-BT-IDX)
006140     END-IF
006150     .
006160 3700-EXIT.
006170     EXIT.
006180*
006190******************************************************************
006200*    4000-PRINT-REPORT                                           *
006210******************************************************************
006220 4000-PRINT-REPORT.
006230     PERFORM 4050-PRINT-HEADINGS THRU 4050-EXIT
006240     IF WS-BRANCH-FILLED-CNT = 0
006250         MOVE SPACES TO PL-LINE
006260         MOVE '  NO LEDGER ROWS OR FIGURES FOR THE SELECTION'
006270             TO PL-LINE
006280         WRITE CTB1PL-LINE
006290         GO TO 4000-FOOTER
006300     END-IF
006310     PERFORM 4100-PRINT-BRANCH THRU 4100-EXIT
006320         VARYING WS-BT-IDX FROM 1 BY 1
006330         UNTIL WS-BT-IDX > WS-BRANCH-FILLED-CNT
006340     .
006350 4000-FOOTER.
006360     PERFORM 4400-PRINT-FOOTER THRU 4400-EXIT
006370     .
006380 4000-EXIT.
006390     EXIT.
006400*
006410 4050-PRINT-HEADINGS.
006420     MOVE SPACES TO PL-LINE
006430     MOVE 'POSTED-TRANSACTION LEDGER INQUIRY - CTB150' TO PL-LINE
006440     WRITE CTB1PL-LINE
006450     MOVE SPACES TO PL-LINE
006460     MOVE WS-SEL-INDEX-VALUE TO WS-RPT-INDEX-VALUE
006470     IF WS-SEL-BRANCH-CODE = SPACES
006480         STRING '  BUSINESS DATE ' DELIMITED BY SIZE
006490                 WS-SEL-POST-DATE DELIMITED BY SIZE
006500                 '  SLOT ' DELIMITED BY SIZE
006510                 WS-RPT-INDEX-VALUE DELIMITED BY SIZE
006520                 '  BRANCH ALL' DELIMITED BY SIZE
006530             INTO PL-LINE
006540     ELSE
006550         STRING '  BUSINESS DATE ' DELIMITED BY SIZE
006560                 WS-SEL-POST-DATE DELIMITED BY SIZE
006570                 '  SLOT ' DELIMITED BY SIZE
006580                 WS-RPT-INDEX-VALUE DELIMITED BY SIZE
006590                 '  BRANCH ' DELIMITED BY SIZE
006600                 WS-SEL-BRANCH-CODE DELIMITED BY SIZE
006610             INTO PL-LINE
006620     END-IF
006630     WRITE CTB1PL-LINE
006640     MOVE SPACES TO PL-LINE
006650     EVALUATE TRUE
006660         WHEN WS-FIGURE-SNAPSHOT
006670             STRING '  FOOTED TO THE CTBSNAP CHECKPOINT OF '
006680                     DELIMITED BY SIZE
006690                     WS-FIGURE-DATE DELIMITED BY SIZE
006700                 INTO PL-LINE
006710         WHEN WS-FIGURE-SLOT
006720             STRING '  FOOTED TO THE CTBSLOT ROWS REFRESHED '
006730                     DELIMITED BY SIZE
006740                     WS-FIGURE-DATE DELIMITED BY SIZE
006750                     ' (LATEST CYCLE CHECKPOINT)'
006760                     DELIMITED BY SIZE
006770                 INTO PL-LINE
006780         WHEN OTHER
006790             MOVE '  NO CTBSNAP OR CTBSLOT FIGURE - NOT FOOTED'
006800                 TO PL-LINE
006810     END-EVALUATE
006820     WRITE CTB1PL-LINE
006830     MOVE SPACES TO PL-LINE
006840     WRITE CTB1PL-LINE
006850     .
006860 4050-EXIT.
006870     EXIT.
006880*
006890******************************************************************
006900*    4100-PRINT-BRANCH - THE BRANCH'S ROWS IN POSTING ORDER, ITS *
006910*                        LEDGER NET, AND THE FOOTING.            *
006920******************************************************************
006930 4100-PRINT-BRANCH.
006940     MOVE SPACES TO PL-LINE
006950     STRING '  BRANCH ' DELIMITED BY SIZE
006960             BT-BRANCH-CODE(WS-BT-IDX) DELIMITED BY SIZE
006970         INTO PL-LINE
006980     WRITE CTB1PL-LINE
006990     MOVE SPACES TO PL-LINE
007000     MOVE '    POSTING SEQUENCE     SOURCE    TYPE          AMO
007010-        'UNT  CNT  AMOUNT EFFECT' TO PL-LINE
007020     WRITE CTB1PL-LINE
007030     PERFORM 4200-PRINT-ROW THRU 4200-EXIT
007040         VARYING WS-ROW-IDX FROM 1 BY 1
007050         UNTIL WS-ROW-IDX > WS-ROW-FILLED-CNT
007060     PERFORM 4300-FOOT-BRANCH THRU 4300-EXIT
007070     MOVE SPACES TO PL-LINE
007080     WRITE CTB1PL-LINE
007090     .
007100 4100-EXIT.
007110     EXIT.
007120*
007130 4200-PRINT-ROW.
007140     IF RW-BRANCH-CODE(WS-ROW-IDX) NOT = BT-BRANCH-CODE(WS-BT-IDX)
007150         GO TO 4200-EXIT
007160     END-IF
007170     EVALUATE RW-SOURCE(WS-ROW-IDX)
007180         WHEN 'R'
007190             MOVE 'CTBRCYIN' TO WS-SOURCE-NAME
007200         WHEN 'H'
007210             MOVE 'CTBHLDIN' TO WS-SOURCE-NAME
007220         WHEN OTHER
007230             MOVE 'TRANSIN' TO WS-SOURCE-NAME
007240     END-EVALUATE
007250     EVALUATE RW-RECORD-TYPE(WS-ROW-IDX)
007260         WHEN 'R'
007270             MOVE 'REVERSE' TO WS-TYPE-NAME
007280         WHEN 'X'
007290             MOVE 'REPLACE' TO WS-TYPE-NAME
007300         WHEN OTHER
007310             MOVE 'POST' TO WS-TYPE-NAME
007320     END-EVALUATE
007330     MOVE RW-AMOUNT(WS-ROW-IDX) TO WS-RPT-AMOUNT
007340     MOVE RW-COUNT-EFFECT(WS-ROW-IDX) TO WS-RPT-COUNT-EFFECT
007350     MOVE RW-AMOUNT-EFFECT(WS-ROW-IDX) TO WS-RPT-AMOUNT-EFFECT
007360     MOVE SPACES TO PL-LINE
007370     STRING '    ' DELIMITED BY SIZE
007380             RW-POST-SEQ(WS-ROW-IDX)(1:8) DELIMITED BY SIZE
007390             '-' DELIMITED BY SIZE
007400             RW-POST-SEQ(WS-ROW-IDX)(9:2) DELIMITED BY SIZE
007410             '-' DELIMITED BY SIZE
007420             RW-POST-SEQ(WS-ROW-IDX)(11:7) DELIMITED BY SIZE
007430             '  ' DELIMITED BY SIZE
007440             WS-SOURCE-NAME DELIMITED BY SIZE
007450             '  ' DELIMITED BY SIZE
007460             WS-TYPE-NAME DELIMITED BY SIZE
007470             '  ' DELIMITED BY SIZE
007480             WS-RPT-AMOUNT DELIMITED BY SIZE
007490             '   ' DELIMITED BY SIZE
007500             WS-RPT-COUNT-EFFECT DELIMITED BY SIZE
007510             '  ' DELIMITED BY SIZE
007520             WS-RPT-AMOUNT-EFFECT DELIMITED BY SIZE
007530         INTO PL-LINE
007540     WRITE CTB1PL-LINE
007550     ADD 1 TO WS-LISTED-COUNT
007560     .
007570 4200-EXIT.
007580     EXIT.
007590*
007600******************************************************************
007610*    4300-FOOT-BRANCH - LEDGER NET PLUS ONLINE CORRECTIONS MUST  *
007620*                       EQUAL THE POSTED COUNT, AND THE LEDGER   *
007630*                       NET AMOUNT THE POSTED AMOUNT.            *
007640******************************************************************
007650 4300-FOOT-BRANCH.
007660     MOVE BT-LEDGER-COUNT(WS-BT-IDX) TO WS-RPT-NET-COUNT
007670     MOVE BT-LEDGER-AMOUNT(WS-BT-IDX) TO WS-RPT-NET-AMOUNT
007680     MOVE SPACES TO PL-LINE
007690     STRING '    LEDGER NET           COUNT ' DELIMITED BY SIZE
007700             WS-RPT-NET-COUNT DELIMITED BY SIZE
007710             '  AMOUNT ' DELIMITED BY SIZE
007720             WS-RPT-NET-AMOUNT DELIMITED BY SIZE
007730         INTO PL-LINE
007740     WRITE CTB1PL-LINE
007750     IF BT-CORR-COUNT(WS-BT-IDX) NOT = 0
007760         MOVE BT-CORR-COUNT(WS-BT-IDX) TO WS-RPT-CORR-COUNT
007770         MOVE SPACES TO PL-LINE
007780         STRING '    CTB300 CORRECTIONS   COUNT '
007790                 DELIMITED BY SIZE
007800                 WS-RPT-CORR-COUNT DELIMITED BY SIZE
007810             INTO PL-LINE
007820         WRITE CTB1PL-LINE
007830     END-IF
007840     IF WS-FIGURE-NONE
007850         GO TO 4300-EXIT
007860     END-IF
007870     MOVE BT-FIGURE-COUNT(WS-BT-IDX) TO WS-RPT-FIGURE-COUNT
007880     MOVE BT-FIGURE-AMOUNT(WS-BT-IDX) TO WS-RPT-FIGURE-AMOUNT
007890     COMPUTE WS-FOOT-COUNT = BT-LEDGER-COUNT(WS-BT-IDX)
007900         + BT-CORR-COUNT(WS-BT-IDX)
007910     MOVE SPACES TO PL-LINE
007920     IF WS-FOOT-COUNT = BT-FIGURE-COUNT(WS-BT-IDX)
007930         AND BT-LEDGER-AMOUNT(WS-BT-IDX)
007940             = BT-FIGURE-AMOUNT(WS-BT-IDX)
007950         STRING '    POSTED FIGURE        COUNT    '
007960                 DELIMITED BY SIZE
007970                 WS-RPT-FIGURE-COUNT DELIMITED BY SIZE
007980                 '  AMOUNT  ' DELIMITED BY SIZE
007990                 WS-RPT-FIGURE-AMOUNT DELIMITED BY SIZE
008000                 '  FOOTS' DELIMITED BY SIZE
008010             INTO PL-LINE
008020     ELSE
008030         ADD 1 TO WS-OUT-OF-BAL-COUNT
008040         STRING '    POSTED FIGURE        COUNT    '
008050                 DELIMITED BY SIZE
008060                 WS-RPT-FIGURE-COUNT DELIMITED BY SIZE
008070                 '  AMOUNT  ' DELIMITED BY SIZE
008080                 WS-RPT-FIGURE-AMOUNT DELIMITED BY SIZE
008090                 '  ** OUT OF BALANCE **' DELIMITED BY SIZE
008100             INTO PL-LINE
008110     END-IF
008120     WRITE CTB1PL-LINE
008130     .
008140 4300-EXIT.
008150     EXIT.
008160*
008170 4400-PRINT-FOOTER.
008180     MOVE SPACES TO PL-LINE
008190     WRITE CTB1PL-LINE
008200     MOVE SPACES TO PL-LINE
008210     STRING 'CONTROL TOTALS - LEDGER ROWS READ = '
008220             DELIMITED BY SIZE
008230             WS-LEDGER-READ-COUNT DELIMITED BY SIZE
008240             ', SELECTED = ' DELIMITED BY SIZE
008250             WS-SELECT-COUNT DELIMITED BY SIZE
008260             ', RESTART REPOSTS = ' DELIMITED BY SIZE
008270             WS-DUPLICATE-COUNT DELIMITED BY SIZE
008280             ', LISTED = ' DELIMITED BY SIZE
008290             WS-LISTED-COUNT DELIMITED BY SIZE
008300         INTO PL-LINE
008310     WRITE CTB1PL-LINE
008320     MOVE SPACES TO PL-LINE
008330     STRING '                 CTB300 CORRECTIONS = '
008340             DELIMITED BY SIZE
008350             WS-CORRECTION-COUNT DELIMITED BY SIZE
008360             ', BRANCHES OUT OF BALANCE = ' DELIMITED BY SIZE
008370             WS-OUT-OF-BAL-COUNT DELIMITED BY SIZE
008380         INTO PL-LINE
008390     WRITE CTB1PL-LINE
008400     IF WS-ROW-TABLE-FULL OR WS-BRANCH-TABLE-FULL
008410         MOVE SPACES TO PL-LINE
008420         MOVE '  WARNING - TABLE FULL - LISTING IS INCOMPLETE'
008430             TO PL-LINE
008440         WRITE CTB1PL-LINE
008450     END-IF
008460     .
008470 4400-EXIT.
008480     EXIT.
008490*
008500******************************************************************
008510*    9000-TERMINATE - RC 4 WHEN ANY BRANCH FAILED TO FOOT, NO    *
008520*                     FIGURE WAS FOUND TO FOOT TO, OR THE        *
008530*                     SELECTION OUTGREW THE TABLES.              *
008540******************************************************************
008550 9000-TERMINATE.
008560     CLOSE LEDGER-FILE
008570     CLOSE LEDGER-RPT
008580     DISPLAY 'CTB150I - END OF RUN.  LEDGER ROWS READ = '
008590         WS-LEDGER-READ-COUNT ', LISTED = ' WS-LISTED-COUNT
008600         ', OUT OF BALANCE = ' WS-OUT-OF-BAL-COUNT
008610     IF WS-OUT-OF-BAL-COUNT > 0
008620         OR WS-FIGURE-NONE
008630         OR WS-ROW-TABLE-FULL
008640         OR WS-BRANCH-TABLE-FULL
008650         MOVE 4 TO RETURN-CODE
008660     END-IF
008670     .
008680 9000-EXIT.
008690     EXIT.
