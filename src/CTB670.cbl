000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTB670.
000030 AUTHOR. D L MERRIMAN.
000040 INSTALLATION. DAILY LEDGER OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   PROGRAM      CTB670                                          *
000100*   DESCRIPTION   REGIONAL ROLLUP REPORT.  GROUPS THE BRANCH     *
000110*                 MONTH FIGURES BY THE BM-REGION ON CTBBRNCH AND *
000120*                 PRINTS EACH BRANCH UNDER ITS REGION, WITH A    *
000130*                 SUBTOTAL PER REGION AND A GRAND TOTAL.  NEXT   *
000140*                 TO THE MONTH'S COUNT AND AMOUNT IT SHOWS THE   *
000150*                 PREVIOUS CLOSED MONTH AND THE SAME MONTH LAST  *
000160*                 YEAR FROM CTBMTDH, WITH THE CHANGE IN EACH AS  *
000170*                 A PERCENTAGE.  A BRANCH OR REGION THAT MOVED   *
000180*                 BY MORE THAN THE THRESHOLD ON THE RGNPARM CARD *
000190*                 (25 PERCENT WHEN NOT GIVEN) IS FLAGGED.        *
000200*                 RUN ON DEMAND MID-MONTH IT REPORTS CTBMTD -    *
000210*                 THE MONTH TO DATE.  RUN AFTER CTB650 HAS       *
000220*                 CLOSED THE MONTH - CTBMTD THEN EMPTY - IT      *
000230*                 REPORTS THE MONTH JUST CLOSED FROM CTBMTDH AND *
000240*                 LOGS ITSELF AS A STEP OF THAT MONTH-END.  A    *
000250*                 MONTH NAMED ON THE RGNPARM CARD REPORTS THAT   *
000260*                 CLOSED MONTH ON DEMAND.  CLOSED FIGURES        *
000270*                 INCLUDE THE CTB660 RESTATEMENTS, AND A BRANCH  *
000280*                 MERGED AWAY IS COUNTED IN ITS SUCCESSOR SO THE *
000290*                 MONTHS COMPARE LIKE FOR LIKE.                  *
000300*                                                                *
000310*   MODIFICATION HISTORY                                         *
000320*   -----------------------------------------------------------  *
000330*   DATE       INIT  DESCRIPTION                                 *
000340*   ---------- ----  ---------------------------------------     *
000350*   2026-10-15 DLM   ORIGINAL.                                   *
000360*                                                                *
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PARM-FILE ASSIGN TO "RGNPARM"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-PARM-STATUS.
000470*
000480     SELECT RUN-HIST-FILE ASSIGN TO "CTBRUNH"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-RUNHIST-STATUS.
000510*
000520     SELECT BRANCH-MASTER ASSIGN TO "CTBBRNCH"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS BM-BRANCH-CODE
000560         FILE STATUS IS WS-BRANCH-MSTR-STATUS.
000570*
000580     SELECT MTD-FILE ASSIGN TO "CTBMTD"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS MT-KEY
000620         FILE STATUS IS WS-MTD-STATUS.
000630*
000640     SELECT MONTH-HIST ASSIGN TO "CTBMTDH"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS MH-KEY
000680         FILE STATUS IS WS-MHIST-STATUS.
000690*
000700     SELECT ROLLUP-RPT ASSIGN TO "RGNRPT"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-RGNRPT-STATUS.
000730*
000740*    SUITE JOB STEP LOG AND ITS OPTIONAL RERUN OVERRIDE CARD.
000750     SELECT STEP-LOG-FILE ASSIGN TO "CTBSTEPL"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-STEPL-STATUS.
000780     SELECT STEP-OVR-FILE ASSIGN TO "CTBSTOVR"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-STOVR-STATUS.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  PARM-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  PARM-RECORD.
000880     05  RG-REPORT-MONTH             PIC X(06).
000890     05  RG-FLAG-PCT                 PIC X(03).
000900     05  FILLER                      PIC X(71).
000910*
000920 FD  RUN-HIST-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950     COPY CTB1RH.
000960*
000970 FD  BRANCH-MASTER.
000980     COPY CTB1BM.
000990*
001000 FD  MTD-FILE.
001010     COPY CTB1MT.
001020*
001030 FD  MONTH-HIST.
001040     COPY CTB1MH.
001050*
001060 FD  ROLLUP-RPT
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090     COPY CTB1PL.
001100*
001110 FD  STEP-LOG-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140     COPY CTB1JS.
001150*
001160 FD  STEP-OVR-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190     COPY CTB1SO.
001200*
001210 WORKING-STORAGE SECTION.
001220     COPY CTB1WS.
001230*
001240 01  WS-FILE-STATUS-FIELDS.
001250     05  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001260     05  WS-RUNHIST-STATUS           PIC X(02) VALUE SPACES.
001270     05  WS-BRANCH-MSTR-STATUS       PIC X(02) VALUE SPACES.
001280     05  WS-MTD-STATUS               PIC X(02) VALUE SPACES.
001290     05  WS-MHIST-STATUS             PIC X(02) VALUE SPACES.
001300     05  WS-RGNRPT-STATUS            PIC X(02) VALUE SPACES.
001310*
001320 01  WS-SWITCHES.
001330     05  WS-RUNH-EOF-SW              PIC X(01) VALUE 'N'.
001340         88  WS-RUNH-EOF-YES             VALUE 'Y'.
001350         88  WS-RUNH-EOF-NO              VALUE 'N'.
001360     05  WS-RUNH-FOUND-SW            PIC X(01) VALUE 'N'.
001370         88  WS-RUNH-ROW-FOUND           VALUE 'Y'.
001380         88  WS-RUNH-ROW-ABSENT          VALUE 'N'.
001390     05  WS-MTD-EOF-SW               PIC X(01) VALUE 'N'.
001400         88  WS-MTD-EOF-YES              VALUE 'Y'.
001410         88  WS-MTD-EOF-NO               VALUE 'N'.
001420     05  WS-MHIST-EOF-SW             PIC X(01) VALUE 'N'.
001430         88  WS-MHIST-EOF-YES            VALUE 'Y'.
001440         88  WS-MHIST-EOF-NO             VALUE 'N'.
001450     05  WS-MTD-OPEN-SW              PIC X(01) VALUE 'N'.
001460         88  WS-MTD-PRESENT              VALUE 'Y'.
001470         88  WS-MTD-ABSENT               VALUE 'N'.
001480     05  WS-MHIST-OPEN-SW            PIC X(01) VALUE 'N'.
001490         88  WS-MHIST-PRESENT            VALUE 'Y'.
001500         88  WS-MHIST-ABSENT             VALUE 'N'.
001510*    WHICH MONTH IS REPORTED - THE OPEN MONTH FROM CTBMTD, OR A
001520*    CLOSED ONE FROM CTBMTDH.
001530     05  WS-MODE-SW                  PIC X(01) VALUE 'C'.
001540         88  WS-MONTH-TO-DATE            VALUE 'M'.
001550         88  WS-CLOSED-MONTH             VALUE 'C'.
001560*    ONLY THE RUN AFTER THE MONTH-END CLOSE IS A STEP OF THE
001570*    SUITE.  AN ON-DEMAND RUN IS NOT LOGGED AND MAY BE REPEATED.
001580     05  WS-CHAIN-SW                 PIC X(01) VALUE 'N'.
001590         88  WS-CHAIN-RUN                VALUE 'Y'.
001600         88  WS-DEMAND-RUN               VALUE 'N'.
001610     05  WS-ROLL-SW                  PIC X(01) VALUE 'N'.
001620         88  WS-ROLL-FOUND               VALUE 'Y'.
001630         88  WS-ROLL-NOT-FOUND           VALUE 'N'.
001640     05  WS-SHIFT-SW                 PIC X(01) VALUE 'N'.
001650         88  WS-SHIFT-DONE               VALUE 'Y'.
001660         88  WS-SHIFT-GOING              VALUE 'N'.
001670     05  WS-REGION-SW                PIC X(01) VALUE 'N'.
001680         88  WS-REGION-OPEN              VALUE 'Y'.
001690         88  WS-REGION-CLOSED            VALUE 'N'.
001700     05  WS-FLAG-SW                  PIC X(01) VALUE 'N'.
001710         88  WS-MOVE-FLAGGED             VALUE 'Y'.
001720         88  WS-MOVE-NOT-FLAGGED         VALUE 'N'.
001730*
001740 01  WS-ROLLUP-FIELDS.
001750     05  WS-PRINT-DATE               PIC 9(08) VALUE 0.
001760     05  WS-LAST-RUN-DATE            PIC X(08) VALUE SPACES.
001770     05  WS-PARM-MONTH               PIC X(06) VALUE SPACES.
001780     05  WS-REPORT-MONTH             PIC X(06) VALUE SPACES.
001790     05  WS-PRIOR-MONTH              PIC X(06) VALUE SPACES.
001800     05  WS-PRIOR-YEAR-MONTH         PIC X(06) VALUE SPACES.
001810     05  WS-FLAG-PCT                 PIC 9(3) VALUE 025.
001820     05  WS-MONTH-WORK.
001830         10  WS-MW-YEAR              PIC 9(4).
001840         10  WS-MW-MONTH             PIC 9(2).
001850*    THE CLOSED MONTH BEING LOADED FROM CTBMTDH AND THE COLUMN
001860*    ITS FIGURES GO TO.
001870     05  WS-LOAD-MONTH               PIC X(06) VALUE SPACES.
001880     05  WS-LOAD-SLOT                PIC X(01) VALUE SPACE.
001890         88  WS-LOAD-CURRENT             VALUE 'C'.
001900         88  WS-LOAD-PRIOR-MONTH         VALUE 'P'.
001910         88  WS-LOAD-PRIOR-YEAR          VALUE 'Y'.
001920     05  WS-LOAD-ROW-CNT             PIC 9(7) VALUE 0.
001930     05  WS-PM-ROW-CNT               PIC 9(7) VALUE 0.
001940     05  WS-PY-ROW-CNT               PIC 9(7) VALUE 0.
001950     05  WS-WORK-SORT-KEY.
001960         10  WS-WORK-REGION          PIC X(08).
001970         10  WS-WORK-BRANCH          PIC X(04).
001980     05  WS-WORK-NAME                PIC X(20) VALUE SPACES.
001990     05  WS-WORK-COUNT               PIC S9(7) VALUE 0.
002000     05  WS-WORK-AMOUNT              PIC S9(13)V99 VALUE 0.
002010     05  WS-CUR-REGION               PIC X(08) VALUE SPACES.
002020*
002030*    ONE ENTRY PER BRANCH WITH FIGURES IN ANY OF THE THREE MONTHS,
002040*    KEPT IN REGION AND BRANCH ORDER AS IT IS BUILT - A NEW
002050*    BRANCH IS SLOTTED IN PLACE AND THE ENTRIES ABOVE IT MOVED UP.
002060 01  WS-ROLL-CONTROLS.
002070     05  WS-ROLL-MAX                 PIC 9(3) VALUE 500.
002080     05  WS-ROLL-CNT                 PIC 9(3) VALUE 0.
002090     05  WS-SHIFT-SUB                PIC 9(3) VALUE 0.
002100 01  WS-ROLL-TABLE.
002110     05  WS-ROLL-ENTRY OCCURS 500 TIMES
002120                 INDEXED BY WS-RB-IDX.
002130         10  RB-SORT-KEY.
002140             15  RB-REGION           PIC X(08).
002150             15  RB-BRANCH-CODE      PIC X(04).
002160         10  RB-BRANCH-NAME          PIC X(20).
002170         10  RB-CUR-COUNT            PIC S9(7).
002180         10  RB-CUR-AMOUNT           PIC S9(13)V99.
002190         10  RB-PM-COUNT             PIC S9(7).
002200         10  RB-PM-AMOUNT            PIC S9(13)V99.
002210         10  RB-PY-COUNT             PIC S9(7).
002220         10  RB-PY-AMOUNT            PIC S9(13)V99.
002230*
002240*    THE FIGURES OF ONE PRINTED BRANCH, REGION OR GRAND TOTAL.
002250 01  WS-PRINT-FIGURES.
002260     05  PF-REGION                   PIC X(08).
002270     05  PF-BRANCH-CODE              PIC X(04).
002280     05  PF-NAME                     PIC X(20).
002290     05  PF-CUR-COUNT                PIC S9(9).
002300     05  PF-CUR-AMOUNT               PIC S9(13)V99.
002310     05  PF-PM-COUNT                 PIC S9(9).
002320     05  PF-PM-AMOUNT                PIC S9(13)V99.
002330     05  PF-PY-COUNT                 PIC S9(9).
002340     05  PF-PY-AMOUNT                PIC S9(13)V99.
002350*
002360 01  WS-REGION-TOTALS.
002370     05  RT-CUR-COUNT                PIC S9(9) VALUE 0.
002380     05  RT-CUR-AMOUNT               PIC S9(13)V99 VALUE 0.
002390     05  RT-PM-COUNT                 PIC S9(9) VALUE 0.
002400     05  RT-PM-AMOUNT                PIC S9(13)V99 VALUE 0.
002410     05  RT-PY-COUNT                 PIC S9(9) VALUE 0.
002420     05  RT-PY-AMOUNT                PIC S9(13)V99 VALUE 0.
002430*
002440 01  WS-GRAND-TOTALS.
002450     05  GT-CUR-COUNT                PIC S9(9) VALUE 0.
002460     05  GT-CUR-AMOUNT               PIC S9(13)V99 VALUE 0.
002470     05  GT-PM-COUNT                 PIC S9(9) VALUE 0.
002480     05  GT-PM-AMOUNT                PIC S9(13)V99 VALUE 0.
002490     05  GT-PY-COUNT                 PIC S9(9) VALUE 0.
002500     05  GT-PY-AMOUNT                PIC S9(13)V99 VALUE 0.
002510*
002520*    PERCENTAGE CHANGE OF ONE FIGURE AGAINST ITS COMPARISON.
002530 01  WS-CHANGE-FIELDS.
002540     05  WS-CHG-NEW                  PIC S9(13)V99 VALUE 0.
002550     05  WS-CHG-OLD                  PIC S9(13)V99 VALUE 0.
002560     05  WS-CHG-PCT                  PIC S9(17)V9 VALUE 0.
002570     05  WS-CHG-ABS                  PIC 9(17)V9 VALUE 0.
002580     05  WS-CHG-TEXT                 PIC X(08) VALUE SPACES.
002590     05  WS-PM-COUNT-CHG             PIC X(08) VALUE SPACES.
002600     05  WS-PM-AMOUNT-CHG            PIC X(08) VALUE SPACES.
002610     05  WS-PY-COUNT-CHG             PIC X(08) VALUE SPACES.
002620     05  WS-PY-AMOUNT-CHG            PIC X(08) VALUE SPACES.
002630*
002640*    PAGE CONTROL.
002650 01  WS-PAGE-CONTROLS.
002660     05  WS-LINES-PER-PAGE           PIC 9(3) VALUE 056.
002670     05  WS-LINE-CNT                 PIC 9(3) VALUE 0.
002680     05  WS-PAGE-NO                  PIC 9(3) VALUE 0.
002690     05  WS-HOLD-LINE                PIC X(132) VALUE SPACES.
002700*
002710 01  WS-RUN-TOTALS.
002720     05  WS-MTD-READ-CNT             PIC 9(7) VALUE 0.
002730     05  WS-HIST-READ-CNT            PIC 9(7) VALUE 0.
002740     05  WS-FOLDED-CNT               PIC 9(7) VALUE 0.
002750     05  WS-NO-MASTER-CNT            PIC 9(5) VALUE 0.
002760     05  WS-DROPPED-CNT              PIC 9(7) VALUE 0.
002770     05  WS-BRANCH-PRINT-CNT         PIC 9(5) VALUE 0.
002780     05  WS-REGION-CNT               PIC 9(5) VALUE 0.
002790     05  WS-FLAG-BRANCH-CNT          PIC 9(5) VALUE 0.
002800     05  WS-FLAG-REGION-CNT          PIC 9(5) VALUE 0.
002810     05  WS-PAGE-TOTAL               PIC 9(5) VALUE 0.
002820*
002830 01  WS-REPORT-WORK-FIELDS.
002840     05  WS-RPT-PAGE                 PIC ZZ9.
002850     05  WS-RPT-PCT                  PIC -ZZZZ9.9.
002860     05  WS-RPT-FLAG-PCT             PIC ZZ9.
002870*
002880 01  WS-COLUMN-HEADING.
002890     05  FILLER                      PIC X(08) VALUE 'REGION'.
002900     05  FILLER                      PIC X(01) VALUE SPACE.
002910     05  FILLER                      PIC X(04) VALUE 'BRCH'.
002920     05  FILLER                      PIC X(01) VALUE SPACE.
002930     05  FILLER                      PIC X(20)
002940                 VALUE 'BRANCH NAME'.
002950     05  FILLER                      PIC X(01) VALUE SPACE.
002960     05  FILLER                      PIC X(09) VALUE 'CUR COUNT'.
002970     05  FILLER                      PIC X(01) VALUE SPACE.
002980     05  FILLER                      PIC X(17)
002990                 VALUE '       CUR AMOUNT'.
003000     05  FILLER                      PIC X(02) VALUE SPACES.
003010     05  FILLER                      PIC X(11)
003020                 VALUE 'COMPARED TO'.
003030     05  FILLER                      PIC X(01) VALUE SPACE.
003040     05  FILLER                      PIC X(09) VALUE '    COUNT'.
003050     05  FILLER                      PIC X(01) VALUE SPACE.
003060     05  FILLER                      PIC X(17)
003070                 VALUE '           AMOUNT'.
003080     05  FILLER                      PIC X(01) VALUE SPACE.
003090     05  FILLER                      PIC X(08) VALUE ' COUNT %'.
003100     05  FILLER                      PIC X(01) VALUE SPACE.
003110     05  FILLER                      PIC X(08) VALUE 'AMOUNT %'.
003120     05  FILLER                      PIC X(01) VALUE SPACE.
003130     05  FILLER                      PIC X(10) VALUE 'MOVEMENT'.
003140*
003150*    TWO LINES PER BRANCH OR TOTAL - THE MONTH AGAINST THE PRIOR
003160*    MONTH, THEN AGAINST THE SAME MONTH LAST YEAR.
003170 01  WS-DETAIL-LINE.
003180     05  DL-REGION                   PIC X(08).
003190     05  FILLER                      PIC X(01).
003200     05  DL-BRANCH-CODE              PIC X(04).
003210     05  FILLER                      PIC X(01).
003220     05  DL-NAME                     PIC X(20).
003230     05  FILLER                      PIC X(01).
003240     05  DL-CUR-COUNT                PIC -ZZZZZZZ9.
003250     05  FILLER                      PIC X(01).
003260     05  DL-CUR-AMOUNT               PIC -ZZZZZZZZZZZZ9.99.
003270     05  FILLER                      PIC X(02).
003280     05  DL-COMPARE                  PIC X(11).
003290     05  FILLER                      PIC X(01).
003300     05  DL-CMP-COUNT                PIC -ZZZZZZZ9.
003310     05  FILLER                      PIC X(01).
003320     05  DL-CMP-AMOUNT               PIC -ZZZZZZZZZZZZ9.99.
003330     05  FILLER                      PIC X(01).
003340     05  DL-CHG-COUNT                PIC X(08).
003350     05  FILLER                      PIC X(01).
003360     05  DL-CHG-AMOUNT               PIC X(08).
003370     05  FILLER                      PIC X(01).
003380     05  DL-FLAG                     PIC X(10).
003390*
003400     COPY CTB1JW.
003410*
003420 PROCEDURE DIVISION.
003430******************************************************************
003440*    0000-MAINLINE                                               *
003450******************************************************************
003460 0000-MAINLINE.
003470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003480     PERFORM 2000-LOAD-CURRENT THRU 2000-EXIT
003490     PERFORM 2500-LOAD-COMPARISONS THRU 2500-EXIT
003500     PERFORM 3000-PRINT-ROLLUP THRU 3000-EXIT
003510     PERFORM 9000-TERMINATE THRU 9000-EXIT
003520     PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003530     GOBACK.
003540*
003550******************************************************************
003560*    1000-INITIALIZE - DECIDE WHICH MONTH IS REPORTED.  A MONTH  *
003570*                      ON THE CARD IS A CLOSED MONTH ON DEMAND.  *
003580*                      OTHERWISE THE LATEST CTBRUNH ROW NAMES    *
003590*                      THE MONTH - MONTH TO DATE WHILE CTBMTD    *
003600*                      HOLDS ROWS, THE MONTH JUST CLOSED ONCE    *
003610*                      CTB650 HAS EMPTIED IT.  THE BRANCH MASTER *
003620*                      IS REQUIRED - IT IS WHERE THE REGIONS     *
003630*                      COME FROM.                                *
003640******************************************************************
003650 1000-INITIALIZE.
003660     ACCEPT WS-PRINT-DATE FROM DATE YYYYMMDD
003670     PERFORM 1100-READ-PARM THRU 1100-EXIT
003680     OPEN INPUT BRANCH-MASTER
003690     IF WS-BRANCH-MSTR-STATUS NOT = '00'
003700         DISPLAY 'CTB670A - CTBBRNCH WOULD NOT OPEN - STATUS = '
003710             WS-BRANCH-MSTR-STATUS ' - NO REGIONS TO REPORT BY - '
003720             'ABORTING'
003730         MOVE 16 TO RETURN-CODE
003740         GOBACK
003750     END-IF
003760     OPEN INPUT MTD-FILE
003770     IF WS-MTD-STATUS = '00'
003780         SET WS-MTD-PRESENT TO TRUE
003790     END-IF
003800     OPEN INPUT MONTH-HIST
003810     IF WS-MHIST-STATUS = '00'
003820         SET WS-MHIST-PRESENT TO TRUE
003830     ELSE
003840         DISPLAY 'CTB670W - NO CTBMTDH CLOSED-MONTH HISTORY '
003850             'FOUND - NOTHING TO COMPARE WITH'
003860     END-IF
003870     IF WS-PARM-MONTH NOT = SPACES
003880         MOVE WS-PARM-MONTH TO WS-REPORT-MONTH
003890         SET WS-CLOSED-MONTH TO TRUE
003900         SET WS-DEMAND-RUN TO TRUE
003910         DISPLAY 'CTB670I - CLOSED MONTH ' WS-REPORT-MONTH
003920             ' REPORTED ON DEMAND'
003930     ELSE
003940         PERFORM 1200-FIND-LAST-RUN THRU 1200-EXIT
003950         MOVE WS-LAST-RUN-DATE(1:6) TO WS-REPORT-MONTH
003960         PERFORM 1300-PROBE-MTD THRU 1300-EXIT
003970     END-IF
003980     IF WS-CLOSED-MONTH AND WS-MHIST-ABSENT
003990         DISPLAY 'CTB670A - CLOSED MONTH ' WS-REPORT-MONTH
004000             ' CANNOT BE REPORTED WITHOUT CTBMTDH - ABORTING'
004010         MOVE 16 TO RETURN-CODE
004020         GOBACK
004030     END-IF
004040     PERFORM 1400-SET-COMPARE-MONTHS THRU 1400-EXIT
004050     IF WS-CHAIN-RUN
004060         MOVE 'CTB670' TO WS-STEP-PROGRAM
004070         MOVE WS-LAST-RUN-DATE TO WS-STEP-BUS-DATE
004080         PERFORM 9800-STEP-LOG-START THRU 9800-EXIT
004090     END-IF
004100     OPEN OUTPUT ROLLUP-RPT
004110     IF WS-RGNRPT-STATUS NOT = '00'
004120         DISPLAY 'CTB670A - RGNRPT WOULD NOT OPEN - STATUS = '
004130             WS-RGNRPT-STATUS
004140         MOVE 16 TO RETURN-CODE
004150         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
004160         GOBACK
004170     END-IF
004180     .
004190 1000-EXIT.
004200     EXIT.
004210*
004220******************************************************************
004230*    1100-READ-PARM - AN ABSENT OR EMPTY RGNPARM CARD IS NOT AN  *
004240*                     ERROR - THE MONTH IS TAKEN FROM THE RUN    *
004250*                     HISTORY AND THE THRESHOLD IS 25 PERCENT.   *
004260*                     A FIELD THAT IS GIVEN MUST BE VALID.       *
004270******************************************************************
004280 1100-READ-PARM.
004290     OPEN INPUT PARM-FILE
004300     IF WS-PARM-STATUS NOT = '00'
004310         DISPLAY 'CTB670I - NO RGNPARM CARD PRESENT - CURRENT '
004320             'MONTH AND DEFAULT THRESHOLD USED'
004330         GO TO 1100-EXIT
004340     END-IF
004350     READ PARM-FILE
004360         AT END
004370             DISPLAY 'CTB670I - RGNPARM CARD IS EMPTY - CURRENT '
004380                 'MONTH AND DEFAULT THRESHOLD USED'
004390             CLOSE PARM-FILE
004400             GO TO 1100-EXIT
004410     END-READ
004420     IF RG-REPORT-MONTH NOT = SPACES
004430         IF RG-REPORT-MONTH NOT NUMERIC
004440             OR RG-REPORT-MONTH(5:2) < '01'
004450             OR RG-REPORT-MONTH(5:2) > '12'
004460             DISPLAY 'CTB670A - RGNPARM MONTH ' RG-REPORT-MONTH
004470                 ' IS NOT A YYYYMM MONTH - ABORTING'
004480             MOVE 16 TO RETURN-CODE
004490             GOBACK
004500         END-IF
004510         MOVE RG-REPORT-MONTH TO WS-PARM-MONTH
004520     END-IF
004530     IF RG-FLAG-PCT NOT = SPACES
004540         IF RG-FLAG-PCT NOT NUMERIC
004550             DISPLAY 'CTB670A - RGNPARM THRESHOLD ' RG-FLAG-PCT
004560                 ' IS NOT A WHOLE PERCENTAGE - ABORTING'
004570             MOVE 16 TO RETURN-CODE
004580             GOBACK
004590         END-IF
004600         MOVE RG-FLAG-PCT TO WS-FLAG-PCT
004610     END-IF
004620     CLOSE PARM-FILE
004630     .
004640 1100-EXIT.
004650     EXIT.
004660*
004670******************************************************************
004680*    1200-FIND-LAST-RUN - THE LATEST CTBRUNH ROW'S RUN DATE      *
004690*                         NAMES THE MONTH, AND IS THE BUSINESS   *
004700*                         DATE THE MONTH-END STEP IS LOGGED      *
004710*                         UNDER - THE SAME DATE CTB650 LOGS ITS  *
004720*                         CLOSE UNDER.                           *
004730******************************************************************
004740 1200-FIND-LAST-RUN.
004750     OPEN INPUT RUN-HIST-FILE
004760     IF WS-RUNHIST-STATUS NOT = '00'
004770         DISPLAY 'CTB670A - NO RUN HISTORY FILE FOUND - THE '
004780             'MONTH CANNOT BE JUDGED - ABORTING'
004790         MOVE 16 TO RETURN-CODE
004800         GOBACK
004810     END-IF
004820     PERFORM 1210-READ-RUN-HIST THRU 1210-EXIT
004830     PERFORM 1220-KEEP-LAST-RUN THRU 1220-EXIT
004840         UNTIL WS-RUNH-EOF-YES
004850     CLOSE RUN-HIST-FILE
004860     IF WS-RUNH-ROW-ABSENT
004870         DISPLAY 'CTB670A - RUN HISTORY FILE IS EMPTY - ABORTING'
004880         MOVE 16 TO RETURN-CODE
004890         GOBACK
004900     END-IF
004910     .
004920 1200-EXIT.
004930     EXIT.
004940*
004950 1210-READ-RUN-HIST.
004960     READ RUN-HIST-FILE
004970         AT END
004980             SET WS-RUNH-EOF-YES TO TRUE
004990     END-READ
005000     .
005010 1210-EXIT.
005020     EXIT.
005030*
005040 1220-KEEP-LAST-RUN.
005050     SET WS-RUNH-ROW-FOUND TO TRUE
005060     MOVE RH-RUN-DATE TO WS-LAST-RUN-DATE
005070     PERFORM 1210-READ-RUN-HIST THRU 1210-EXIT
005080     .
005090 1220-EXIT.
005100     EXIT.
005110*
005120******************************************************************
005130*    1300-PROBE-MTD - ANY ROW ON CTBMTD MEANS THE MONTH IS STILL *
005140*                     OPEN AND IS REPORTED TO DATE, ON DEMAND.   *
005150*                     NONE MEANS CTB650 HAS CLOSED IT, AND THIS  *
005160*                     IS THE MONTH-END STEP.                     *
005170******************************************************************
005180 1300-PROBE-MTD.
005190     SET WS-CLOSED-MONTH TO TRUE
005200     SET WS-CHAIN-RUN TO TRUE
005210     IF WS-MTD-ABSENT
005220         GO TO 1300-EXIT
005230     END-IF
005240     MOVE LOW-VALUES TO MT-KEY
005250     START MTD-FILE KEY NOT < MT-KEY
005260         INVALID KEY
005270             GO TO 1300-EXIT
005280     END-START
005290     READ MTD-FILE NEXT
005300         AT END
005310             GO TO 1300-EXIT
005320     END-READ
005330     IF WS-MTD-STATUS NOT = '00' AND WS-MTD-STATUS NOT = '02'
005340         GO TO 1300-EXIT
005350     END-IF
005360     SET WS-MONTH-TO-DATE TO TRUE
005370     SET WS-DEMAND-RUN TO TRUE
005380     DISPLAY 'CTB670I - MONTH ' WS-REPORT-MONTH ' IS OPEN - '
005390         'REPORTED TO DATE THROUGH ' WS-LAST-RUN-DATE
005400     .
005410 1300-EXIT.
005420     EXIT.
005430*
005440******************************************************************
005450*    1400-SET-COMPARE-MONTHS - THE PRIOR MONTH (DECEMBER BEFORE  *
005460*                              A JANUARY) AND THE SAME MONTH A   *
005470*                              YEAR EARLIER.                     *
005480******************************************************************
005490 1400-SET-COMPARE-MONTHS.
005500     MOVE WS-REPORT-MONTH TO WS-MONTH-WORK
005510     IF WS-MW-MONTH = 1
005520         MOVE 12 TO WS-MW-MONTH
005530         SUBTRACT 1 FROM WS-MW-YEAR
005540     ELSE
005550         SUBTRACT 1 FROM WS-MW-MONTH
005560     END-IF
005570     MOVE WS-MONTH-WORK TO WS-PRIOR-MONTH
005580     MOVE WS-REPORT-MONTH TO WS-MONTH-WORK
005590     SUBTRACT 1 FROM WS-MW-YEAR
005600     MOVE WS-MONTH-WORK TO WS-PRIOR-YEAR-MONTH
005610     .
005620 1400-EXIT.
005630     EXIT.
005640*
005650******************************************************************
005660*    2000-LOAD-CURRENT - THE REPORTED MONTH'S FIGURES, FROM      *
005670*                        CTBMTD WHEN THE MONTH IS OPEN,          *
005680*                        OTHERWISE FROM ITS CLOSED ROWS ON       *
005690*                        CTBMTDH.  A CLOSED MONTH WITH NO ROWS   *
005700*                        IS REPORTED EMPTY UNDER RC 4.           *
005710******************************************************************
005720 2000-LOAD-CURRENT.
005730     IF WS-CLOSED-MONTH
005740         MOVE WS-REPORT-MONTH TO WS-LOAD-MONTH
005750         SET WS-LOAD-CURRENT TO TRUE
005760         PERFORM 2600-LOAD-MONTH THRU 2600-EXIT
005770         IF WS-LOAD-ROW-CNT = 0
005780             DISPLAY 'CTB670W - CTBMTDH HOLDS NO ROWS FOR CLOSED '
005790                 'MONTH ' WS-REPORT-MONTH
005800             MOVE 4 TO RETURN-CODE
005810         END-IF
005820         GO TO 2000-EXIT
005830     END-IF
005840     SET WS-MTD-EOF-NO TO TRUE
005850     MOVE LOW-VALUES TO MT-KEY
005860     START MTD-FILE KEY NOT < MT-KEY
005870         INVALID KEY
005880             SET WS-MTD-EOF-YES TO TRUE
005890     END-START
005900     IF WS-MTD-EOF-NO
005910         PERFORM 2010-READ-NEXT-MTD THRU 2010-EXIT
005920     END-IF
005930     PERFORM 2020-TAKE-MTD-ROW THRU 2020-EXIT
005940         UNTIL WS-MTD-EOF-YES
005950     .
005960 2000-EXIT.
005970     EXIT.
005980*
005990 2010-READ-NEXT-MTD.
006000     READ MTD-FILE NEXT
006010         AT END
006020             SET WS-MTD-EOF-YES TO TRUE
006030     END-READ
006040     IF WS-MTD-STATUS NOT = '00' AND WS-MTD-STATUS NOT = '02'
006050         SET WS-MTD-EOF-YES TO TRUE
006060     END-IF
006070     .
006080 2010-EXIT.
006090     EXIT.
006100*
006110 2020-TAKE-MTD-ROW.
006120     ADD 1 TO WS-MTD-READ-CNT
006130     MOVE MT-BRANCH-CODE TO WS-WORK-BRANCH
006140     PERFORM 2800-FIND-BRANCH THRU 2800-EXIT
006150     IF WS-ROLL-FOUND
006160         ADD MT-MTD-COUNT TO RB-CUR-COUNT(WS-RB-IDX)
006170         ADD MT-MTD-AMOUNT TO RB-CUR-AMOUNT(WS-RB-IDX)
006180     END-IF
006190     PERFORM 2010-READ-NEXT-MTD THRU 2010-EXIT
006200     .
006210 2020-EXIT.
006220     EXIT.
006230*
006240******************************************************************
006250*    2500-LOAD-COMPARISONS - THE PRIOR MONTH AND LAST YEAR'S     *
006260*                            MONTH FROM CTBMTDH.  A MONTH NOT ON *
006270*                            FILE LEAVES ITS COLUMNS AT ZERO AND *
006280*                            IS NOTED ON THE REPORT.             *
006290******************************************************************
006300 2500-LOAD-COMPARISONS.
006310     IF WS-MHIST-ABSENT
006320         GO TO 2500-EXIT
006330     END-IF
006340     MOVE WS-PRIOR-MONTH TO WS-LOAD-MONTH
006350     SET WS-LOAD-PRIOR-MONTH TO TRUE
006360     PERFORM 2600-LOAD-MONTH THRU 2600-EXIT
006370     MOVE WS-LOAD-ROW-CNT TO WS-PM-ROW-CNT
006380     MOVE WS-PRIOR-YEAR-MONTH TO WS-LOAD-MONTH
006390     SET WS-LOAD-PRIOR-YEAR TO TRUE
006400     PERFORM 2600-LOAD-MONTH THRU 2600-EXIT
006410     MOVE WS-LOAD-ROW-CNT TO WS-PY-ROW-CNT
006420     .
006430 2500-EXIT.
006440     EXIT.
006450*
006460******************************************************************
006470*    2600-LOAD-MONTH - ADD EVERY CTBMTDH ROW OF WS-LOAD-MONTH TO *
006480*                      THE COLUMN WS-LOAD-SLOT NAMES.  A ROW'S   *
006490*                      FIGURES ARE AS RESTATED - MTD PLUS THE    *
006500*                      CTB660 ADJUSTMENTS.  A ROW OF A BRANCH    *
006510*                      SINCE MERGED AWAY IS ADDED TO ITS         *
006520*                      SUCCESSOR.                                *
006530******************************************************************
006540 2600-LOAD-MONTH.
006550     MOVE 0 TO WS-LOAD-ROW-CNT
006560     SET WS-MHIST-EOF-NO TO TRUE
006570     MOVE LOW-VALUES TO MH-KEY
006580     MOVE WS-LOAD-MONTH TO MH-CLOSE-MONTH
006590     START MONTH-HIST KEY NOT < MH-KEY
006600         INVALID KEY
006610             SET WS-MHIST-EOF-YES TO TRUE
006620     END-START
006630     IF WS-MHIST-EOF-NO
006640         PERFORM 2610-READ-NEXT-HIST THRU 2610-EXIT
006650     END-IF
006660     PERFORM 2620-TAKE-HIST-ROW THRU 2620-EXIT
006670         UNTIL WS-MHIST-EOF-YES
006680     .
006690 2600-EXIT.
006700     EXIT.
006710*
006720 2610-READ-NEXT-HIST.
006730     READ MONTH-HIST NEXT
006740         AT END
006750             SET WS-MHIST-EOF-YES TO TRUE
006760     END-READ
006770     IF WS-MHIST-STATUS NOT = '00' AND WS-MHIST-STATUS NOT = '02'
006780         SET WS-MHIST-EOF-YES TO TRUE
006790     END-IF
006800     .
006810 2610-EXIT.
006820     EXIT.
006830*
006840 2620-TAKE-HIST-ROW.
006850     IF MH-CLOSE-MONTH NOT = WS-LOAD-MONTH
006860         SET WS-MHIST-EOF-YES TO TRUE
006870         GO TO 2620-EXIT
006880     END-IF
006890     ADD 1 TO WS-LOAD-ROW-CNT
006900     ADD 1 TO WS-HIST-READ-CNT
006910     MOVE MH-BRANCH-CODE TO WS-WORK-BRANCH
006920     IF MH-MERGE-RETIRED AND MH-MERGE-BRANCH NOT = SPACES
006930         MOVE MH-MERGE-BRANCH TO WS-WORK-BRANCH
006940         ADD 1 TO WS-FOLDED-CNT
006950     END-IF
006960     COMPUTE WS-WORK-COUNT = MH-MTD-COUNT + MH-ADJ-COUNT
006970     COMPUTE WS-WORK-AMOUNT = MH-MTD-AMOUNT + MH-ADJ-AMOUNT
006980     PERFORM 2800-FIND-BRANCH THRU 2800-EXIT
006990     IF WS-ROLL-NOT-FOUND
007000         GO TO 2620-READ-NEXT
007010     END-IF
007020     IF WS-LOAD-CURRENT
007030         ADD WS-WORK-COUNT TO RB-CUR-COUNT(WS-RB-IDX)
007040         ADD WS-WORK-AMOUNT TO RB-CUR-AMOUNT(WS-RB-IDX)
007050     END-IF
007060     IF WS-LOAD-PRIOR-MONTH
007070         ADD WS-WORK-COUNT TO RB-PM-COUNT(WS-RB-IDX)
007080         ADD WS-WORK-AMOUNT TO RB-PM-AMOUNT(WS-RB-IDX)
007090     END-IF
007100     IF WS-LOAD-PRIOR-YEAR
007110         ADD WS-WORK-COUNT TO RB-PY-COUNT(WS-RB-IDX)
007120         ADD WS-WORK-AMOUNT TO RB-PY-AMOUNT(WS-RB-IDX)
007130     END-IF
007140     .
007150 2620-READ-NEXT.
007160     PERFORM 2610-READ-NEXT-HIST THRU 2610-EXIT
007170     .
007180 2620-EXIT.
007190     EXIT.
007200*
007210******************************************************************
007220*    2800-FIND-BRANCH - POINT WS-RB-IDX AT WS-WORK-BRANCH'S      *
007230*                       ENTRY, ADDING ONE IN REGION AND BRANCH   *
007240*                       ORDER THE FIRST TIME THE BRANCH IS SEEN. *
007250*                       A FULL TABLE DROPS THE BRANCH WITH A     *
007260*                       WARNING AND RC 4.                        *
007270******************************************************************
007280 2800-FIND-BRANCH.
007290     SET WS-ROLL-FOUND TO TRUE
007300     SET WS-RB-IDX TO 1
007310     SEARCH WS-ROLL-ENTRY
007320         AT END
007330             GO TO 2800-ADD-BRANCH
007340         WHEN WS-RB-IDX > WS-ROLL-CNT
007350             GO TO 2800-ADD-BRANCH
007360         WHEN RB-BRANCH-CODE(WS-RB-IDX) = WS-WORK-BRANCH
007370             GO TO 2800-EXIT
007380     END-SEARCH
007390     .
007400 2800-ADD-BRANCH.
007410     IF WS-ROLL-CNT NOT < WS-ROLL-MAX
007420         SET WS-ROLL-NOT-FOUND TO TRUE
007430         ADD 1 TO WS-DROPPED-CNT
007440         DISPLAY 'CTB670W - MORE THAN ' WS-ROLL-MAX
007450             ' BRANCHES - ' WS-WORK-BRANCH ' NOT REPORTED'
007460         GO TO 2800-EXIT
007470     END-IF
007480     PERFORM 2850-DECODE-BRANCH THRU 2850-EXIT
007490     MOVE WS-ROLL-CNT TO WS-SHIFT-SUB
007500     SET WS-SHIFT-GOING TO TRUE
007510     PERFORM 2860-SHIFT-UP THRU 2860-EXIT
007520         UNTIL WS-SHIFT-DONE
007530     ADD 1 TO WS-ROLL-CNT
007540     ADD 1 TO WS-SHIFT-SUB
007550     SET WS-RB-IDX TO WS-SHIFT-SUB
007560     MOVE WS-WORK-SORT-KEY TO RB-SORT-KEY(WS-RB-IDX)
007570     MOVE WS-WORK-NAME TO RB-BRANCH-NAME(WS-RB-IDX)
007580     MOVE 0 TO RB-CUR-COUNT(WS-RB-IDX)
007590     MOVE 0 TO RB-CUR-AMOUNT(WS-RB-IDX)
007600     MOVE 0 TO RB-PM-COUNT(WS-RB-IDX)
007610     MOVE 0 TO RB-PM-AMOUNT(WS-RB-IDX)
007620     MOVE 0 TO RB-PY-COUNT(WS-RB-IDX)
007630     MOVE 0 TO RB-PY-AMOUNT(WS-RB-IDX)
007640     .
007650 2800-EXIT.
007660     EXIT.
007670*
007680******************************************************************
007690*    2850-DECODE-BRANCH - REGION AND NAME FROM CTBBRNCH.  A      *
007700*                         BRANCH NOT ON THE MASTER, OR WITH NO   *
007710*                         REGION, IS REPORTED UNDER REGION       *
007720*                         UNKNOWN.                               *
007730******************************************************************
007740 2850-DECODE-BRANCH.
007750     MOVE WS-WORK-BRANCH TO BM-BRANCH-CODE
007760     READ BRANCH-MASTER
007770         INVALID KEY
007780             MOVE 'UNKNOWN' TO WS-WORK-REGION
007790             MOVE '** NOT ON MASTER **' TO WS-WORK-NAME
007800             ADD 1 TO WS-NO-MASTER-CNT
007810             GO TO 2850-EXIT
007820     END-READ
007830     MOVE BM-REGION TO WS-WORK-REGION
007840     MOVE BM-BRANCH-NAME TO WS-WORK-NAME
007850     IF WS-WORK-REGION = SPACES
007860         MOVE 'UNKNOWN' TO WS-WORK-REGION
007870     END-IF
007880     .
007890 2850-EXIT.
007900     EXIT.
007910*
007920******************************************************************
007930*    2860-SHIFT-UP - MOVE ONE ENTRY UP A SLOT WHILE IT SORTS     *
007940*                    AFTER THE NEW BRANCH.  WS-SHIFT-SUB IS LEFT *
007950*                    ON THE ENTRY THE NEW ONE GOES ABOVE (ZERO   *
007960*                    FOR THE TOP OF THE TABLE).                  *
007970******************************************************************
007980 2860-SHIFT-UP.
007990     IF WS-SHIFT-SUB = 0
008000         SET WS-SHIFT-DONE TO TRUE
008010         GO TO 2860-EXIT
008020     END-IF
008030     IF RB-SORT-KEY(WS-SHIFT-SUB) NOT > WS-WORK-SORT-KEY
008040         SET WS-SHIFT-DONE TO TRUE
008050         GO TO 2860-EXIT
008060     END-IF
008070     MOVE WS-ROLL-ENTRY(WS-SHIFT-SUB)
008080         TO WS-ROLL-ENTRY(WS-SHIFT-SUB + 1)
008090     SUBTRACT 1 FROM WS-SHIFT-SUB
008100     .
008110 2860-EXIT.
008120     EXIT.
008130*
008140******************************************************************
008150*    3000-PRINT-ROLLUP - EVERY BRANCH UNDER ITS REGION, A        *
008160*                        SUBTOTAL AT EACH CHANGE OF REGION, THEN *
008170*                        THE GRAND TOTAL.                        *
008180******************************************************************
008190 3000-PRINT-ROLLUP.
008200     PERFORM 3900-PAGE-HEADING THRU 3900-EXIT
008210     IF WS-MHIST-PRESENT AND WS-PM-ROW-CNT = 0
008220         MOVE SPACES TO PL-LINE
008230         STRING '  NO CLOSED FIGURES ON CTBMTDH FOR PRIOR MONTH '
008240                     DELIMITED BY SIZE
008250                 WS-PRIOR-MONTH DELIMITED BY SIZE
008260             INTO PL-LINE
008270         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
008280     END-IF
008290     IF WS-MHIST-PRESENT AND WS-PY-ROW-CNT = 0
008300         MOVE SPACES TO PL-LINE
008310         STRING '  NO CLOSED FIGURES ON CTBMTDH FOR LAST YEAR''S '
008320                     DELIMITED BY SIZE
008330                 'MONTH ' DELIMITED BY SIZE
008340                 WS-PRIOR-YEAR-MONTH DELIMITED BY SIZE
008350             INTO PL-LINE
008360         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
008370     END-IF
008380     IF WS-ROLL-CNT = 0
008390         MOVE SPACES TO PL-LINE
008400         MOVE '  NO BRANCH FIGURES FOR THE MONTH' TO PL-LINE
008410         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
008420         GO TO 3000-EXIT
008430     END-IF
008440     SET WS-REGION-CLOSED TO TRUE
008450     PERFORM 3100-PRINT-BRANCH THRU 3100-EXIT
008460         VARYING WS-RB-IDX FROM 1 BY 1
008470         UNTIL WS-RB-IDX > WS-ROLL-CNT
008480     PERFORM 3300-PRINT-REGION-TOTAL THRU 3300-EXIT
008490     MOVE GT-CUR-COUNT TO PF-CUR-COUNT
008500     MOVE GT-CUR-AMOUNT TO PF-CUR-AMOUNT
008510     MOVE GT-PM-COUNT TO PF-PM-COUNT
008520     MOVE GT-PM-AMOUNT TO PF-PM-AMOUNT
008530     MOVE GT-PY-COUNT TO PF-PY-COUNT
008540     MOVE GT-PY-AMOUNT TO PF-PY-AMOUNT
008550     MOVE 'ALL' TO PF-REGION
008560     MOVE SPACES TO PF-BRANCH-CODE
008570     MOVE '*** GRAND TOTAL ***' TO PF-NAME
008580     MOVE SPACES TO PL-LINE
008590     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
008600     PERFORM 3500-PRINT-FIGURES THRU 3500-EXIT
008610     .
008620 3000-EXIT.
008630     EXIT.
008640*
008650 3100-PRINT-BRANCH.
008660     IF WS-REGION-OPEN
008670         AND RB-REGION(WS-RB-IDX) NOT = WS-CUR-REGION
008680         PERFORM 3300-PRINT-REGION-TOTAL THRU 3300-EXIT
008690     END-IF
008700     IF WS-REGION-CLOSED
008710         PERFORM 3200-START-REGION THRU 3200-EXIT
008720     END-IF
008730     MOVE SPACES TO PF-REGION
008740     MOVE RB-BRANCH-CODE(WS-RB-IDX) TO PF-BRANCH-CODE
008750     MOVE RB-BRANCH-NAME(WS-RB-IDX) TO PF-NAME
008760     MOVE RB-CUR-COUNT(WS-RB-IDX) TO PF-CUR-COUNT
008770     MOVE RB-CUR-AMOUNT(WS-RB-IDX) TO PF-CUR-AMOUNT
008780     MOVE RB-PM-COUNT(WS-RB-IDX) TO PF-PM-COUNT
008790     MOVE RB-PM-AMOUNT(WS-RB-IDX) TO PF-PM-AMOUNT
008800     MOVE RB-PY-COUNT(WS-RB-IDX) TO PF-PY-COUNT
008810     MOVE RB-PY-AMOUNT(WS-RB-IDX) TO PF-PY-AMOUNT
008820     PERFORM 3500-PRINT-FIGURES THRU 3500-EXIT
008830     ADD 1 TO WS-BRANCH-PRINT-CNT
008840     IF WS-MOVE-FLAGGED
008850         ADD 1 TO WS-FLAG-BRANCH-CNT
008860     END-IF
008870     ADD PF-CUR-COUNT TO RT-CUR-COUNT GT-CUR-COUNT
008880     ADD PF-CUR-AMOUNT TO RT-CUR-AMOUNT GT-CUR-AMOUNT
008890     ADD PF-PM-COUNT TO RT-PM-COUNT GT-PM-COUNT
008900     ADD PF-PM-AMOUNT TO RT-PM-AMOUNT GT-PM-AMOUNT
008910     ADD PF-PY-COUNT TO RT-PY-COUNT GT-PY-COUNT
008920     ADD PF-PY-AMOUNT TO RT-PY-AMOUNT GT-PY-AMOUNT
008930     .
008940 3100-EXIT.
008950     EXIT.
008960*
008970 3200-START-REGION.
008980     MOVE RB-REGION(WS-RB-IDX) TO WS-CUR-REGION
008990     SET WS-REGION-OPEN TO TRUE
009000     ADD 1 TO WS-REGION-CNT
009010     MOVE 0 TO RT-CUR-COUNT RT-CUR-AMOUNT
009020     MOVE 0 TO RT-PM-COUNT RT-PM-AMOUNT
009030     MOVE 0 TO RT-PY-COUNT RT-PY-AMOUNT
009040     MOVE SPACES TO PL-LINE
009050     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
009060     MOVE SPACES TO PL-LINE
009070     STRING 'REGION ' DELIMITED BY SIZE
009080             WS-CUR-REGION DELIMITED BY SIZE
009090         INTO PL-LINE
009100     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
009110     .
009120 3200-EXIT.
009130     EXIT.
009140*
009150 3300-PRINT-REGION-TOTAL.
009160     IF WS-REGION-CLOSED
009170         GO TO 3300-EXIT
009180     END-IF
009190     MOVE RT-CUR-COUNT TO PF-CUR-COUNT
009200     MOVE RT-CUR-AMOUNT TO PF-CUR-AMOUNT
009210     MOVE RT-PM-COUNT TO PF-PM-COUNT
009220     MOVE RT-PM-AMOUNT TO PF-PM-AMOUNT
009230     MOVE RT-PY-COUNT TO PF-PY-COUNT
009240     MOVE RT-PY-AMOUNT TO PF-PY-AMOUNT
009250     MOVE WS-CUR-REGION TO PF-REGION
009260     MOVE SPACES TO PF-BRANCH-CODE
009270     MOVE '** REGION TOTAL **' TO PF-NAME
009280     PERFORM 3500-PRINT-FIGURES THRU 3500-EXIT
009290     IF WS-MOVE-FLAGGED
009300         ADD 1 TO WS-FLAG-REGION-CNT
009310     END-IF
009320     SET WS-REGION-CLOSED TO TRUE
009330     .
009340 3300-EXIT.
009350     EXIT.
009360*
009370******************************************************************
009380*    3500-PRINT-FIGURES - PRINT THE PF- FIGURES AS TWO LINES,    *
009390*                         KEPT ON ONE PAGE.  THE FIRST LINE      *
009400*                         CARRIES THE FLAG WHEN ANY OF THE FOUR  *
009410*                         CHANGES IS OVER THE THRESHOLD, OR IS   *
009420*                         FROM NOTHING.                          *
009430******************************************************************
009440 3500-PRINT-FIGURES.
009450     SET WS-MOVE-NOT-FLAGGED TO TRUE
009460     MOVE PF-CUR-COUNT TO WS-CHG-NEW
009470     MOVE PF-PM-COUNT TO WS-CHG-OLD
009480     PERFORM 3600-COMPUTE-CHANGE THRU 3600-EXIT
009490     MOVE WS-CHG-TEXT TO WS-PM-COUNT-CHG
009500     MOVE PF-CUR-AMOUNT TO WS-CHG-NEW
009510     MOVE PF-PM-AMOUNT TO WS-CHG-OLD
009520     PERFORM 3600-COMPUTE-CHANGE THRU 3600-EXIT
009530     MOVE WS-CHG-TEXT TO WS-PM-AMOUNT-CHG
009540     MOVE PF-CUR-COUNT TO WS-CHG-NEW
009550     MOVE PF-PY-COUNT TO WS-CHG-OLD
009560     PERFORM 3600-COMPUTE-CHANGE THRU 3600-EXIT
009570     MOVE WS-CHG-TEXT TO WS-PY-COUNT-CHG
009580     MOVE PF-CUR-AMOUNT TO WS-CHG-NEW
009590     MOVE PF-PY-AMOUNT TO WS-CHG-OLD
009600     PERFORM 3600-COMPUTE-CHANGE THRU 3600-EXIT
009610     MOVE WS-CHG-TEXT TO WS-PY-AMOUNT-CHG
009620     IF WS-LINE-CNT + 1 NOT < WS-LINES-PER-PAGE
009630         MOVE WS-LINES-PER-PAGE TO WS-LINE-CNT
009640     END-IF
009650     MOVE SPACES TO WS-DETAIL-LINE
009660     MOVE PF-REGION TO DL-REGION
009670     MOVE PF-BRANCH-CODE TO DL-BRANCH-CODE
009680     MOVE PF-NAME TO DL-NAME
009690     MOVE PF-CUR-COUNT TO DL-CUR-COUNT
009700     MOVE PF-CUR-AMOUNT TO DL-CUR-AMOUNT
009710     MOVE 'PRIOR MONTH' TO DL-COMPARE
009720     MOVE PF-PM-COUNT TO DL-CMP-COUNT
009730     MOVE PF-PM-AMOUNT TO DL-CMP-AMOUNT
009740     MOVE WS-PM-COUNT-CHG TO DL-CHG-COUNT
009750     MOVE WS-PM-AMOUNT-CHG TO DL-CHG-AMOUNT
009760     IF WS-MOVE-FLAGGED
009770         MOVE '*FLAGGED*' TO DL-FLAG
009780     END-IF
009790     MOVE WS-DETAIL-LINE TO PL-LINE
009800     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
009810     MOVE SPACES TO WS-DETAIL-LINE
009820     MOVE 'LAST YEAR' TO DL-COMPARE
009830     MOVE PF-PY-COUNT TO DL-CMP-COUNT
009840     MOVE PF-PY-AMOUNT TO DL-CMP-AMOUNT
009850     MOVE WS-PY-COUNT-CHG TO DL-CHG-COUNT
009860     MOVE WS-PY-AMOUNT-CHG TO DL-CHG-AMOUNT
009870     MOVE WS-DETAIL-LINE TO PL-LINE
009880     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
009890     .
009900 3500-EXIT.
009910     EXIT.
009920*
009930******************************************************************
009940*    3600-COMPUTE-CHANGE - WS-CHG-NEW AGAINST WS-CHG-OLD AS A    *
009950*                          PERCENTAGE IN WS-CHG-TEXT.  FROM ZERO *
009960*                          TO ANYTHING IS NEW AND FLAGGED; FROM  *
009970*                          A NET NEGATIVE RESTATED FIGURE IT IS  *
009980*                          NOT A MEANINGFUL PERCENTAGE AND IS    *
009990*                          SHOWN N/A.                            *
010000******************************************************************
010010 3600-COMPUTE-CHANGE.
010020     MOVE SPACES TO WS-CHG-TEXT
010030     IF WS-CHG-OLD = 0
010040         IF WS-CHG-NEW = 0
010050             MOVE 0 TO WS-RPT-PCT
010060             MOVE WS-RPT-PCT TO WS-CHG-TEXT
010070         ELSE
010080             MOVE '     NEW' TO WS-CHG-TEXT
010090             SET WS-MOVE-FLAGGED TO TRUE
010100         END-IF
010110         GO TO 3600-EXIT
010120     END-IF
010130     IF WS-CHG-OLD < 0
010140         MOVE '     N/A' TO WS-CHG-TEXT
010150         GO TO 3600-EXIT
010160     END-IF
010170     COMPUTE WS-CHG-PCT ROUNDED =
010180         (WS-CHG-NEW - WS-CHG-OLD) * 100 / WS-CHG-OLD
010190     MOVE WS-CHG-PCT TO WS-CHG-ABS
010200     IF WS-CHG-ABS > WS-FLAG-PCT
010210         SET WS-MOVE-FLAGGED TO TRUE
010220     END-IF
010230     IF WS-CHG-PCT > 99999.9
010240         MOVE ' >99999' TO WS-CHG-TEXT
010250         GO TO 3600-EXIT
010260     END-IF
010270     MOVE WS-CHG-PCT TO WS-RPT-PCT
010280     MOVE WS-RPT-PCT TO WS-CHG-TEXT
010290     .
010300 3600-EXIT.
010310     EXIT.
010320*
010330 3800-PRINT-LINE.
010340     IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
010350         MOVE PL-LINE TO WS-HOLD-LINE
010360         PERFORM 3900-PAGE-HEADING THRU 3900-EXIT
010370         MOVE WS-HOLD-LINE TO PL-LINE
010380     END-IF
010390     WRITE CTB1PL-LINE
010400     ADD 1 TO WS-LINE-CNT
010410     .
010420 3800-EXIT.
010430     EXIT.
010440*
010450 3900-PAGE-HEADING.
010460     ADD 1 TO WS-PAGE-NO
010470     ADD 1 TO WS-PAGE-TOTAL
010480     MOVE WS-PAGE-NO TO WS-RPT-PAGE
010490     MOVE SPACES TO PL-LINE
010500     STRING 'REGIONAL ROLLUP REPORT - CTB670' DELIMITED BY SIZE
010510             '          PAGE ' DELIMITED BY SIZE
010520             WS-RPT-PAGE DELIMITED BY SIZE
010530         INTO PL-LINE
010540     WRITE CTB1PL-LINE AFTER ADVANCING PAGE
010550     MOVE SPACES TO PL-LINE
010560     IF WS-MONTH-TO-DATE
010570         STRING '  MONTH ' DELIMITED BY SIZE
010580                 WS-REPORT-MONTH DELIMITED BY SIZE
010590                 ' TO DATE THROUGH ' DELIMITED BY SIZE
010600                 WS-LAST-RUN-DATE DELIMITED BY SIZE
010610                 '  PRINTED ' DELIMITED BY SIZE
010620                 WS-PRINT-DATE DELIMITED BY SIZE
010630             INTO PL-LINE
010640     ELSE
010650         STRING '  CLOSED MONTH ' DELIMITED BY SIZE
010660                 WS-REPORT-MONTH DELIMITED BY SIZE
010670                 '  PRINTED ' DELIMITED BY SIZE
010680                 WS-PRINT-DATE DELIMITED BY SIZE
010690             INTO PL-LINE
010700     END-IF
010710     WRITE CTB1PL-LINE
010720     MOVE WS-FLAG-PCT TO WS-RPT-FLAG-PCT
010730     MOVE SPACES TO PL-LINE
010740     STRING '  COMPARED WITH PRIOR MONTH ' DELIMITED BY SIZE
010750             WS-PRIOR-MONTH DELIMITED BY SIZE
010760             ' AND LAST YEAR ' DELIMITED BY SIZE
010770             WS-PRIOR-YEAR-MONTH DELIMITED BY SIZE
010780             ' - FLAGGED WHEN MOVED BY MORE THAN '
010790                 DELIMITED BY SIZE
010800             WS-RPT-FLAG-PCT DELIMITED BY SIZE
010810             ' PERCENT' DELIMITED BY SIZE
010820         INTO PL-LINE
010830     WRITE CTB1PL-LINE
010840     MOVE SPACES TO PL-LINE
010850     WRITE CTB1PL-LINE
010860     MOVE WS-COLUMN-HEADING TO PL-LINE
010870     WRITE CTB1PL-LINE
010880     MOVE SPACES TO PL-LINE
010890     WRITE CTB1PL-LINE
010900     MOVE 6 TO WS-LINE-CNT
010910     .
010920 3900-EXIT.
010930     EXIT.
010940*
010950******************************************************************
010960*    9000-TERMINATE - RUN TOTALS AND CLOSE.  A BRANCH DROPPED    *
010970*                     FOR A FULL TABLE LEAVES THE TOTALS SHORT,  *
010980*                     SO IT RAISES THE RETURN CODE TO 4.         *
010990******************************************************************
011000 9000-TERMINATE.
011010     MOVE SPACES TO PL-LINE
011020     MOVE 'REGIONAL ROLLUP REPORT - CTB670 - RUN TOTALS'
011030         TO PL-LINE
011040     WRITE CTB1PL-LINE AFTER ADVANCING PAGE
011050     MOVE SPACES TO PL-LINE
011060     STRING '  MONTH ' DELIMITED BY SIZE
011070             WS-REPORT-MONTH DELIMITED BY SIZE
011080         INTO PL-LINE
011090     WRITE CTB1PL-LINE
011100     MOVE SPACES TO PL-LINE
011110     WRITE CTB1PL-LINE
011120     MOVE SPACES TO PL-LINE
011130     STRING 'CONTROL TOTALS - CTBMTD ROWS = ' DELIMITED BY SIZE
011140             WS-MTD-READ-CNT DELIMITED BY SIZE
011150             ', CTBMTDH ROWS = ' DELIMITED BY SIZE
011160             WS-HIST-READ-CNT DELIMITED BY SIZE
011170             ', MERGED-BRANCH ROWS FOLDED = ' DELIMITED BY SIZE
011180             WS-FOLDED-CNT DELIMITED BY SIZE
011190         INTO PL-LINE
011200     WRITE CTB1PL-LINE
011210     MOVE SPACES TO PL-LINE
011220     STRING '                 REGIONS = ' DELIMITED BY SIZE
011230             WS-REGION-CNT DELIMITED BY SIZE
011240             ', BRANCHES = ' DELIMITED BY SIZE
011250             WS-BRANCH-PRINT-CNT DELIMITED BY SIZE
011260             ', NOT ON MASTER = ' DELIMITED BY SIZE
011270             WS-NO-MASTER-CNT DELIMITED BY SIZE
011280             ', PAGES = ' DELIMITED BY SIZE
011290             WS-PAGE-TOTAL DELIMITED BY SIZE
011300         INTO PL-LINE
011310     WRITE CTB1PL-LINE
011320     MOVE SPACES TO PL-LINE
011330     STRING '                 FLAGGED REGIONS = '
011340                 DELIMITED BY SIZE
011350             WS-FLAG-REGION-CNT DELIMITED BY SIZE
011360             ', FLAGGED BRANCHES = ' DELIMITED BY SIZE
011370             WS-FLAG-BRANCH-CNT DELIMITED BY SIZE
011380             ', ROWS DROPPED = ' DELIMITED BY SIZE
011390             WS-DROPPED-CNT DELIMITED BY SIZE
011400         INTO PL-LINE
011410     WRITE CTB1PL-LINE
011420     IF WS-DROPPED-CNT > 0 AND RETURN-CODE < 4
011430         MOVE 4 TO RETURN-CODE
011440     END-IF
011450     CLOSE BRANCH-MASTER
011460     IF WS-MTD-PRESENT
011470         CLOSE MTD-FILE
011480     END-IF
011490     IF WS-MHIST-PRESENT
011500         CLOSE MONTH-HIST
011510     END-IF
011520     CLOSE ROLLUP-RPT
011530     DISPLAY 'CTB670I - END OF RUN.  MONTH ' WS-REPORT-MONTH
011540         ' - REGIONS = ' WS-REGION-CNT
011550         ', BRANCHES = ' WS-BRANCH-PRINT-CNT
011560         ', FLAGGED REGIONS = ' WS-FLAG-REGION-CNT
011570         ', FLAGGED BRANCHES = ' WS-FLAG-BRANCH-CNT
011580     .
011590 9000-EXIT.
011600     EXIT.
011610*
011620******************************************************************
011630*    9800-STEP-LOG-START - REFUSE A SECOND RUN FOR A BUSINESS    *
011640*                          DATE THE STEP LOG SHOWS THIS STEP     *
011650*                          ALREADY FINISHED CLEAN, UNLESS A      *
011660*                          CTBSTOVR CARD OVERRIDES IT, THEN LOG  *
011670*                          THE START.  A STEP LOG THAT WILL NOT  *
011680*                          OPEN IS WARNED ABOUT, NOT FAILED.     *
011690******************************************************************
011700 9800-STEP-LOG-START.
011710     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
011720     MOVE WS-STEP-TS TO WS-STEP-START-TS
011730     PERFORM 9810-CHECK-PRIOR-RUN THRU 9810-EXIT
011740     IF WS-STEP-DONE-CLEAN
011750         PERFORM 9820-CHECK-OVERRIDE THRU 9820-EXIT
011760         IF WS-STEP-OVERRIDE-NONE
011770             DISPLAY 'CTB670A - STEP LOG SHOWS A CLEAN RUN FOR '
011780                 WS-STEP-BUS-DATE ' CYCLE ' WS-STEP-CYCLE
011790                 ' ENDED ' WS-STEP-DONE-TS
011800             DISPLAY 'CTB670A - A CTBSTOVR OVERRIDE CARD IS '
011810                 'NEEDED TO RUN THE DATE AGAIN - ABORTING'
011820             MOVE 'R' TO WS-STEP-EVENT
011830             MOVE WS-STEP-TS TO WS-STEP-END-TS
011840             MOVE 16 TO WS-STEP-RC
011850             PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
011860             MOVE 16 TO RETURN-CODE
011870             GOBACK
011880         END-IF
011890     END-IF
011900     MOVE 'S' TO WS-STEP-EVENT
011910     MOVE SPACES TO WS-STEP-END-TS
011920     MOVE 0 TO WS-STEP-RC
011930     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
011940     SET WS-STEP-LOGGED TO TRUE
011950     .
011960 9800-EXIT.
011970     EXIT.
011980*
011990******************************************************************
012000*    9810-CHECK-PRIOR-RUN - THE LAST START OR END ROW FOR THIS   *
012010*                           PROGRAM, DATE AND CYCLE DECIDES.  AN *
012020*                           END ROW UNDER RC 16 IS A CLEAN       *
012030*                           FINISH; A START ROW WITH NOTHING     *
012040*                           AFTER IT IS A RUN THAT FELL OVER     *
012050*                           AND MAY BE RERUN.                    *
012060******************************************************************
012070 9810-CHECK-PRIOR-RUN.
012080     SET WS-STEP-NOT-DONE TO TRUE
012090     OPEN INPUT STEP-LOG-FILE
012100     IF WS-STEPL-STATUS NOT = '00'
012110         GO TO 9810-EXIT
012120     END-IF
012130     SET WS-STEPL-EOF-NO TO TRUE
012140     PERFORM 9815-READ-STEP-ROW THRU 9815-EXIT
012150         UNTIL WS-STEPL-EOF-YES
012160     CLOSE STEP-LOG-FILE
012170     .
012180 9810-EXIT.
012190     EXIT.
012200*
012210 9815-READ-STEP-ROW.
012220     READ STEP-LOG-FILE
012230         AT END
012240             SET WS-STEPL-EOF-YES TO TRUE
012250             GO TO 9815-EXIT
012260     END-READ
012270     IF JS-PROGRAM NOT = WS-STEP-PROGRAM
012280         OR JS-BUSINESS-DATE NOT = WS-STEP-BUS-DATE
012290         OR JS-CYCLE-NUMBER NOT = WS-STEP-CYCLE
012300         GO TO 9815-EXIT
012310     END-IF
012320     IF JS-EVENT-START
012330         SET WS-STEP-NOT-DONE TO TRUE
012340     END-IF
012350     IF JS-EVENT-END
012360         IF JS-RETURN-CODE < 16
012370             SET WS-STEP-DONE-CLEAN TO TRUE
012380             MOVE JS-END-TIMESTAMP TO WS-STEP-DONE-TS
012390         ELSE
012400             SET WS-STEP-NOT-DONE TO TRUE
012410         END-IF
012420     END-IF
012430     .
012440 9815-EXIT.
012450     EXIT.
012460*
012470******************************************************************
012480*    9820-CHECK-OVERRIDE - LOOK FOR A CTBSTOVR CARD NAMING THIS  *
012490*                          PROGRAM AND DATE.  A BLANK CYCLE ON   *
012500*                          THE CARD COVERS EVERY CYCLE.          *
012510******************************************************************
012520 9820-CHECK-OVERRIDE.
012530     SET WS-STEP-OVERRIDE-NONE TO TRUE
012540     OPEN INPUT STEP-OVR-FILE
012550     IF WS-STOVR-STATUS NOT = '00'
012560         GO TO 9820-EXIT
012570     END-IF
012580     SET WS-STOVR-EOF-NO TO TRUE
012590     PERFORM 9825-READ-OVERRIDE THRU 9825-EXIT
012600         UNTIL WS-STOVR-EOF-YES
012610     CLOSE STEP-OVR-FILE
012620     .
012630 9820-EXIT.
012640     EXIT.
012650*
012660 9825-READ-OVERRIDE.
012670     READ STEP-OVR-FILE
012680         AT END
012690             SET WS-STOVR-EOF-YES TO TRUE
012700             GO TO 9825-EXIT
012710     END-READ
012720     IF SO-PROGRAM = WS-STEP-PROGRAM
012730         AND SO-BUSINESS-DATE = WS-STEP-BUS-DATE
012740         AND (SO-CYCLE-NUMBER = SPACES
012750             OR SO-CYCLE-NUMBER = WS-STEP-CYCLE)
012760         SET WS-STEP-OVERRIDE-GIVEN TO TRUE
012770         SET WS-STOVR-EOF-YES TO TRUE
012780         DISPLAY 'CTB670W - CLEAN RUN FOR ' WS-STEP-BUS-DATE
012790             ' OVERRIDDEN BY ' SO-OPERATOR ' - ' SO-REASON
012800     END-IF
012810     .
012820 9825-EXIT.
012830     EXIT.
012840*
012850******************************************************************
012860*    9840-WRITE-STEP-ROW - APPEND ONE ROW TO CTBSTEPL, CREATING  *
012870*                          THE LOG ON FIRST USE.                 *
012880******************************************************************
012890 9840-WRITE-STEP-ROW.
012900     OPEN EXTEND STEP-LOG-FILE
012910     IF WS-STEPL-STATUS NOT = '00'
012920         OPEN OUTPUT STEP-LOG-FILE
012930     END-IF
012940     IF WS-STEPL-STATUS NOT = '00'
012950         DISPLAY 'CTB670W - CTBSTEPL WOULD NOT OPEN - STATUS = '
012960             WS-STEPL-STATUS ' - STEP NOT LOGGED'
012970         GO TO 9840-EXIT
012980     END-IF
012990     MOVE SPACES TO CTB1JS-STEP-RECORD
013000     MOVE WS-STEP-PROGRAM TO JS-PROGRAM
013010     MOVE WS-STEP-BUS-DATE TO JS-BUSINESS-DATE
013020     MOVE WS-STEP-CYCLE TO JS-CYCLE-NUMBER
013030     MOVE WS-STEP-EVENT TO JS-EVENT
013040     MOVE WS-STEP-FINAL-SW TO JS-FINAL-CYCLE-SW
013050     MOVE WS-STEP-START-TS TO JS-START-TIMESTAMP
013060     MOVE WS-STEP-END-TS TO JS-END-TIMESTAMP
013070     MOVE WS-STEP-IN-CNT TO JS-IN-COUNT
013080     MOVE WS-STEP-OUT-CNT TO JS-OUT-COUNT
013090     MOVE WS-STEP-REJECT-CNT TO JS-REJECT-COUNT
013100     MOVE WS-STEP-RC TO JS-RETURN-CODE
013110     MOVE WS-STEP-OVERRIDE-SW TO JS-OVERRIDE-SW
013120     WRITE CTB1JS-STEP-RECORD
013130     CLOSE STEP-LOG-FILE
013140     .
013150 9840-EXIT.
013160     EXIT.
013170*
013180******************************************************************
013190*    9850-STEP-LOG-END - LOG THE END OF THE STEP WITH ITS COUNTS *
013200*                        AND FINAL RETURN CODE.                  *
013210******************************************************************
013220 9850-STEP-LOG-END.
013230     IF WS-STEP-NOT-LOGGED
013240         GO TO 9850-EXIT
013250     END-IF
013260     COMPUTE WS-STEP-IN-CNT = WS-MTD-READ-CNT + WS-HIST-READ-CNT
013270     MOVE WS-BRANCH-PRINT-CNT TO WS-STEP-OUT-CNT
013280     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
013290     MOVE WS-STEP-TS TO WS-STEP-END-TS
013300     MOVE RETURN-CODE TO WS-STEP-RC
013310     MOVE 'E' TO WS-STEP-EVENT
013320     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
013330     SET WS-STEP-NOT-LOGGED TO TRUE
013340     .
013350 9850-EXIT.
013360     EXIT.
013370*
013380 9860-BUILD-STEP-TIMESTAMP.
013390     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
013400     ACCEPT WS-STEP-TIME FROM TIME
013410     MOVE SPACES TO WS-STEP-TS
013420     STRING WS-STEP-DATE DELIMITED BY SIZE
013430             '-' DELIMITED BY SIZE
013440             WS-STEP-TIME DELIMITED BY SIZE
013450         INTO WS-STEP-TS
013460     .
013470 9860-EXIT.
013480     EXIT.
