000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTB620.
000030 AUTHOR. D L MERRIMAN.
000040 INSTALLATION. DAILY LEDGER OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   PROGRAM      CTB620                                          *
000100*   DESCRIPTION   DAILY BRANCH ACTIVITY STATEMENT.  RUN EACH     *
000110*                 NIGHT AFTER THE CTB600 MTD ROLL.  PRINTS ONE   *
000120*                 STATEMENT PER ACTIVE BRANCH ON CTBBRNCH, EACH  *
000130*                 STARTING ON A NEW PAGE UNDER ITS OWN HEADING SO*
000140*                 THE REPORT CAN BE SPLIT AND SENT OUT BRANCH BY *
000150*                 BRANCH.  A STATEMENT CARRIES THE BRANCH'S      *
000160*                 POSTED COUNT AND AMOUNT PER PERIOD SLOT FROM   *
000170*                 THE DAY'S FINAL CHECKPOINT, ITS MONTH-TO-DATE  *
000180*                 FIGURES FROM CTBMTD, THE DAY'S REJECTS FROM    *
000190*                 CTBRCYOT AND REVIEW HOLDS FROM CTBHLDOT WITH   *
000200*                 THEIR REASONS, AND THE CTB300 CORRECTIONS MADE *
000210*                 TO THE BRANCH ON THE BUSINESS DATE FROM        *
000220*                 CTBAUDIT.  THE THREE DAY FILES ARE READ ONCE   *
000230*                 INTO STORAGE, CHAINED BY BRANCH.  LIKE CTB410  *
000240*                 IT REFUSES AN IN-FLIGHT CHECKPOINT OR AN       *
000250*                 INTERIM CYCLE'S - THE STATEMENT IS OF THE      *
000260*                 WHOLE DAY OR NOTHING.                          *
000270*                                                                *
000280*   MODIFICATION HISTORY                                         *
000290*   -----------------------------------------------------------  *
000300*   DATE       INIT  DESCRIPTION                                 *
000310*   ---------- ----  ---------------------------------------     *
000320*   2026-10-15 DLM   ORIGINAL.                                   *
000330*   2026-10-15 DLM   BRANCH MERGERS ON THE CTBMERG REGISTER      *
000340*                    ARE NOTED UNDER THE STATEMENT HEADING - ON  *
000350*                    THE RETIRING BRANCH'S UNTIL IT MERGES, AND  *
000360*                    ON THE SUCCESSOR'S WHILE THE OLD CODE'S     *
000370*                    POSTINGS ARE REDIRECTED TO IT.              *
000380*                    RESEQUENCED.                                *
000390*   2026-10-15 DLM   CTBRCYOT, CTBHLDOT AND CTBAUDIT ARE READ    *
000400*                    ONCE AT THE START AND EACH BRANCH'S ROWS    *
000410*                    ARE CHAINED IN STORAGE, INSTEAD OF EACH     *
000420*                    FILE BEING REREAD FOR EVERY STATEMENT.  A   *
000430*                    FILE TOO BIG FOR ITS TABLE IS NOTED ON THE  *
000440*                    STATEMENTS AND THE RUN ENDS RC 4.           *
000450*                    RESEQUENCED.                                *
000452*   2026-10-15 DLM   AN ABORT AFTER THE STEP LOG START ROW NOW   *
000454*                    WRITES THE END ROW WITH RC 16, SO CTB905    *
000456*                    REPORTS THE STEP AS FAILED, NOT AS STILL    *
000458*                    RUNNING.                                    *
000460*                                                                *
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT RESTART-FILE ASSIGN TO "CTBRSTRT"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RESTART-STATUS.
000570*
000580     SELECT RUN-HIST-FILE ASSIGN TO "CTBRUNH"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RUNHIST-STATUS.
000610*
000620     SELECT BRANCH-MASTER ASSIGN TO "CTBBRNCH"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS BM-BRANCH-CODE
000660         FILE STATUS IS WS-BRANCH-MSTR-STATUS.
000670*
000680     SELECT MTD-FILE ASSIGN TO "CTBMTD"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS MT-KEY
000720         FILE STATUS IS WS-MTD-STATUS.
000730*
000740     SELECT RECYCLE-OUT ASSIGN TO "CTBRCYOT"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RECYCO-STATUS.
000770*
000780     SELECT HOLD-OUT ASSIGN TO "CTBHLDOT"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-HOLDO-STATUS.
000810*
000820     SELECT AUDIT-FILE ASSIGN TO "CTBAUDIT"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-AUDIT-STATUS.
000850*
000860     SELECT STMT-RPT ASSIGN TO "BRSTMT"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-STMTRPT-STATUS.
000890*
000900*    SUITE JOB STEP LOG AND ITS OPTIONAL RERUN OVERRIDE CARD.
000910     SELECT STEP-LOG-FILE ASSIGN TO "CTBSTEPL"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-STEPL-STATUS.
000940     SELECT STEP-OVR-FILE ASSIGN TO "CTBSTOVR"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-STOVR-STATUS.
000970*
000980*    BRANCH MERGER REGISTER, READ FOR THE STATEMENT NOTES.
000990     SELECT MERGE-REG ASSIGN TO "CTBMERG"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS MG-RETIRING-CODE
001030         FILE STATUS IS WS-MERGE-STATUS.
001040*
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  RESTART-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD IS VARYING IN SIZE FROM 442 TO 3759690 CHARACTERS.
001100     COPY CTB1RC.
001110*
001120 FD  RUN-HIST-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150     COPY CTB1RH.
001160*
001170 FD  BRANCH-MASTER.
001180     COPY CTB1BM.
001190*
001200 FD  MTD-FILE.
001210     COPY CTB1MT.
001220*
001230 FD  RECYCLE-OUT
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260     COPY CTB1RY.
001270*
001280 FD  HOLD-OUT
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310     COPY CTB1HD.
001320*
001330 FD  AUDIT-FILE
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360     COPY CTB1AU.
001370*
001380 FD  STMT-RPT
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE STANDARD.
001410     COPY CTB1PL.
001420*
001430 FD  STEP-LOG-FILE
001440     RECORDING MODE IS F
001450     LABEL RECORDS ARE STANDARD.
001460     COPY CTB1JS.
001470*
001480 FD  STEP-OVR-FILE
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD.
001510     COPY CTB1SO.
001520*
001530 FD  MERGE-REG.
001540     COPY CTB1MG.
001550*
001560 WORKING-STORAGE SECTION.
001570     COPY CTB1WS.
001580*
001590 01  WS-FILE-STATUS-FIELDS.
001600     05  WS-RESTART-STATUS           PIC X(02) VALUE SPACES.
001610     05  WS-RUNHIST-STATUS           PIC X(02) VALUE SPACES.
001620     05  WS-BRANCH-MSTR-STATUS       PIC X(02) VALUE SPACES.
001630     05  WS-MTD-STATUS               PIC X(02) VALUE SPACES.
001640     05  WS-RECYCO-STATUS            PIC X(02) VALUE SPACES.
001650     05  WS-HOLDO-STATUS             PIC X(02) VALUE SPACES.
001660     05  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001670     05  WS-STMTRPT-STATUS           PIC X(02) VALUE SPACES.
001680     05  WS-MERGE-STATUS             PIC X(02) VALUE SPACES.
001690*
001700 01  WS-SWITCHES.
001710     05  WS-RUNH-EOF-SW              PIC X(01) VALUE 'N'.
001720         88  WS-RUNH-EOF-YES             VALUE 'Y'.
001730         88  WS-RUNH-EOF-NO              VALUE 'N'.
001740     05  WS-RUNH-FOUND-SW            PIC X(01) VALUE 'N'.
001750         88  WS-RUNH-ROW-FOUND           VALUE 'Y'.
001760         88  WS-RUNH-ROW-ABSENT          VALUE 'N'.
001770     05  WS-BRANCH-EOF-SW            PIC X(01) VALUE 'N'.
001780         88  WS-BRANCH-EOF-YES           VALUE 'Y'.
001790         88  WS-BRANCH-EOF-NO            VALUE 'N'.
001800     05  WS-MTD-EOF-SW               PIC X(01) VALUE 'N'.
001810         88  WS-MTD-EOF-YES              VALUE 'Y'.
001820         88  WS-MTD-EOF-NO               VALUE 'N'.
001830     05  WS-SEQ-EOF-SW               PIC X(01) VALUE 'N'.
001840         88  WS-SEQ-EOF-YES              VALUE 'Y'.
001850         88  WS-SEQ-EOF-NO               VALUE 'N'.
001860*    EACH OF THE FOUR DAY FILES BELOW IS OPTIONAL.  ONE THAT IS
001870*    NOT ON FILE IS NAMED ON EVERY STATEMENT INSTEAD OF THE
001880*    STATEMENT SILENTLY SHOWING NOTHING.
001890     05  WS-MTD-OPEN-SW              PIC X(01) VALUE 'N'.
001900         88  WS-MTD-PRESENT              VALUE 'Y'.
001910         88  WS-MTD-ABSENT               VALUE 'N'.
001920     05  WS-RECYCO-OPEN-SW           PIC X(01) VALUE 'N'.
001930         88  WS-RECYCO-PRESENT           VALUE 'Y'.
001940         88  WS-RECYCO-ABSENT            VALUE 'N'.
001950     05  WS-HOLDO-OPEN-SW            PIC X(01) VALUE 'N'.
001960         88  WS-HOLDO-PRESENT            VALUE 'Y'.
001970         88  WS-HOLDO-ABSENT             VALUE 'N'.
001980     05  WS-AUDIT-OPEN-SW            PIC X(01) VALUE 'N'.
001990         88  WS-AUDIT-PRESENT            VALUE 'Y'.
002000         88  WS-AUDIT-ABSENT             VALUE 'N'.
002010*    A DAY FILE WITH MORE ROWS THAN ITS TABLE BELOW HOLDS IS
002020*    LISTED AS FAR AS IT WAS LOADED; EVERY STATEMENT SAYS SO AND
002030*    THE RUN ENDS RC 4.
002040     05  WS-REJ-FULL-SW              PIC X(01) VALUE 'N'.
002050         88  WS-REJ-TABLE-FULL           VALUE 'Y'.
002060     05  WS-HLD-FULL-SW              PIC X(01) VALUE 'N'.
002070         88  WS-HLD-TABLE-FULL           VALUE 'Y'.
002080     05  WS-CRX-FULL-SW              PIC X(01) VALUE 'N'.
002090         88  WS-CRX-TABLE-FULL           VALUE 'Y'.
002100     05  WS-MERGE-EOF-SW             PIC X(01) VALUE 'N'.
002110         88  WS-MERGE-EOF-YES            VALUE 'Y'.
002120         88  WS-MERGE-EOF-NO             VALUE 'N'.
002130*
002140 01  WS-STATEMENT-FIELDS.
002150     05  WS-STMT-DATE                PIC X(08) VALUE SPACES.
002160     05  WS-PRINT-DATE               PIC 9(08) VALUE 0.
002170     05  WS-LAST-RUN-DATE            PIC X(08) VALUE SPACES.
002180     05  WS-LAST-FINAL-SW            PIC X(01) VALUE SPACES.
002190     05  WS-STMT-BRANCH              PIC X(04) VALUE SPACES.
002200     05  WS-STMT-BRANCH-NAME         PIC X(20) VALUE SPACES.
002210     05  WS-STMT-REGION              PIC X(08) VALUE SPACES.
002220*
002230*    PAGE CONTROL.  PAGES ARE NUMBERED WITHIN EACH BRANCH SO A
002240*    BRANCH'S STATEMENT READS AS A DOCUMENT OF ITS OWN.
002250 01  WS-PAGE-CONTROLS.
002260     05  WS-LINES-PER-PAGE           PIC 9(3) VALUE 056.
002270     05  WS-LINE-CNT                 PIC 9(3) VALUE 0.
002280     05  WS-PAGE-NO                  PIC 9(3) VALUE 0.
002290     05  WS-HOLD-LINE                PIC X(132) VALUE SPACES.
002300*
002310 01  WS-BRANCH-TOTALS.
002320     05  WS-BR-LINE-CNT              PIC 9(5) VALUE 0.
002330     05  WS-BR-COUNT-TOTAL           PIC 9(7) VALUE 0.
002340     05  WS-BR-AMOUNT-TOTAL          PIC 9(13)V99 VALUE 0.
002350*
002360 01  WS-RUN-TOTALS.
002370     05  WS-BRANCH-READ-CNT          PIC 9(5) VALUE 0.
002380     05  WS-STMT-CNT                 PIC 9(5) VALUE 0.
002390     05  WS-PAGE-TOTAL               PIC 9(5) VALUE 0.
002400     05  WS-POSTED-LINE-CNT          PIC 9(7) VALUE 0.
002410     05  WS-MTD-LINE-CNT             PIC 9(7) VALUE 0.
002420     05  WS-REJECT-LINE-CNT          PIC 9(7) VALUE 0.
002430     05  WS-HOLD-LINE-CNT            PIC 9(7) VALUE 0.
002440     05  WS-CORR-LINE-CNT            PIC 9(7) VALUE 0.
002450*
002460*    BRANCH MERGERS STILL WORTH A NOTE ON THE BUSINESS DATE -
002470*    PENDING, OR STILL INSIDE THEIR REDIRECT WINDOW.
002480 01  WS-MERGE-CONTROLS.
002490     05  WS-MERGE-MAX                PIC 9(3) VALUE 200.
002500     05  WS-MERGE-CNT                PIC 9(3) VALUE 0.
002510     05  WS-MERGE-NOTE-CNT           PIC 9(5) VALUE 0.
002520 01  WS-MERGE-TABLE.
002530     05  WS-MERGE-ENTRY OCCURS 200 TIMES
002540                 INDEXED BY WS-MG-IDX.
002550         10  MT-RETIRING-CODE        PIC X(04).
002560         10  MT-SUCCESSOR-CODE       PIC X(04).
002570         10  MT-EFFECTIVE-DATE       PIC X(08).
002580         10  MT-REDIRECT-END-DATE    PIC X(08).
002590*
002600*    THE DAY'S REJECTS, REVIEW HOLDS AND CTB300 CORRECTIONS, READ
002610*    ONCE BY 1200.  THE BRANCH DIRECTORY CHAINS EACH BRANCH'S ROWS
002620*    OF EACH KIND IN FILE ORDER, SO A STATEMENT WALKS ONLY ITS OWN
002630*    ROWS.  A ZERO LINK ENDS A CHAIN.
002640 01  WS-DAY-TABLE-CONTROLS.
002650     05  WS-DIR-MAX                  PIC 9(5) VALUE 2000.
002660     05  WS-DIR-CNT                  PIC 9(5) VALUE 0.
002670     05  WS-REJ-MAX                  PIC 9(5) VALUE 20000.
002680     05  WS-REJ-CNT                  PIC 9(5) VALUE 0.
002690     05  WS-HLD-MAX                  PIC 9(5) VALUE 20000.
002700     05  WS-HLD-CNT                  PIC 9(5) VALUE 0.
002710     05  WS-CRX-MAX                  PIC 9(5) VALUE 5000.
002720     05  WS-CRX-CNT                  PIC 9(5) VALUE 0.
002730     05  WS-DIR-SUB                  PIC 9(5) COMP VALUE 0.
002740     05  WS-STMT-DIR-SUB             PIC 9(5) COMP VALUE 0.
002750     05  WS-ROW-SUB                  PIC 9(5) COMP VALUE 0.
002760     05  WS-LINK-SUB                 PIC 9(5) COMP VALUE 0.
002770     05  WS-ROW-BRANCH               PIC X(04) VALUE SPACES.
002780 01  WS-BRANCH-DIRECTORY.
002790     05  WS-DIR-ENTRY OCCURS 2000 TIMES
002800                 INDEXED BY WS-DIR-IDX.
002810         10  BD-BRANCH-CODE          PIC X(04).
002820         10  BD-REJ-FIRST            PIC 9(5) COMP.
002830         10  BD-REJ-LAST             PIC 9(5) COMP.
002840         10  BD-HLD-FIRST            PIC 9(5) COMP.
002850         10  BD-HLD-LAST             PIC 9(5) COMP.
002860         10  BD-CRX-FIRST            PIC 9(5) COMP.
002870         10  BD-CRX-LAST             PIC 9(5) COMP.
002880 01  WS-REJECT-TABLE.
002890     05  WS-REJ-ENTRY OCCURS 20000 TIMES.
002900         10  RJ-INDEX-VALUE          PIC 9(5).
002910         10  RJ-RECORD-TYPE          PIC X(01).
002920         10  RJ-AMOUNT               PIC 9(7)V99.
002930         10  RJ-REJECT-REASON        PIC X(30).
002940         10  RJ-NEXT                 PIC 9(5) COMP.
002950 01  WS-HOLD-TABLE.
002960     05  WS-HLD-ENTRY OCCURS 20000 TIMES.
002970         10  HL-INDEX-VALUE          PIC 9(5).
002980         10  HL-RECORD-TYPE          PIC X(01).
002990         10  HL-AMOUNT               PIC 9(7)V99.
003000         10  HL-HOLD-REASON          PIC X(30).
003010         10  HL-RELEASE-SW           PIC X(01).
003020             88  HL-RELEASED             VALUE 'Y'.
003030         10  HL-RELEASE-OPER         PIC X(08).
003040         10  HL-NEXT                 PIC 9(5) COMP.
003050 01  WS-CORRECTION-TABLE.
003060     05  WS-CRX-ENTRY OCCURS 5000 TIMES.
003070         10  CX-INDEX-VALUE          PIC 9(5).
003080         10  CX-WHEN                 PIC X(17).
003090         10  CX-OPERATOR-ID          PIC X(08).
003100         10  CX-PRIOR-VALUE          PIC 9(3).
003110         10  CX-NEW-VALUE            PIC 9(3).
003120         10  CX-ACTION               PIC X(08).
003130         10  CX-NEXT                 PIC 9(5) COMP.
003140*
003150 01  WS-REPORT-WORK-FIELDS.
003160     05  WS-RPT-PAGE                 PIC ZZ9.
003170     05  WS-RPT-PERIOD               PIC ZZZZ9.
003180     05  WS-RPT-COUNT                PIC ZZZZZZ9.
003190     05  WS-RPT-DAYS                 PIC ZZ9.
003200     05  WS-RPT-AMOUNT               PIC ZZZZZZZZZZZZ9.99.
003210     05  WS-RPT-PRIOR                PIC ZZ9.
003220     05  WS-RPT-NEW                  PIC ZZ9.
003230     05  WS-RPT-ACTION               PIC X(08) VALUE SPACES.
003240     05  WS-RPT-RELEASE              PIC X(12) VALUE SPACES.
003250*
003260     COPY CTB1JW.
003270*
003280 PROCEDURE DIVISION.
003290******************************************************************
003300*    0000-MAINLINE                                               *
003310******************************************************************
003320 0000-MAINLINE.
003330     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003340     PERFORM 2000-BROWSE-BRANCHES THRU 2000-EXIT
003350         UNTIL WS-BRANCH-EOF-YES
003360     PERFORM 9000-TERMINATE THRU 9000-EXIT
003370     PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003380     GOBACK.
003390*
003400******************************************************************
003410*    1000-INITIALIZE - THE CHECKPOINT MUST BE A COMPLETED RUN    *
003420*                      AND THE DAY'S FINAL CYCLE; ITS DATE IS THE*
003430*                      BUSINESS DATE OF EVERY STATEMENT.  THE    *
003440*                      BRANCH MASTER IS REQUIRED - IT IS THE LIST*
003450*                      OF STATEMENTS TO PRINT.                   *
003460******************************************************************
003470 1000-INITIALIZE.
003480     ACCEPT WS-PRINT-DATE FROM DATE YYYYMMDD
003490     OPEN INPUT RESTART-FILE
003500     IF WS-RESTART-STATUS NOT = '00'
003510         DISPLAY 'CTB620A - NO CHECKPOINT FILE FOUND - ABORTING'
003520         MOVE 16 TO RETURN-CODE
003530         GOBACK
003540     END-IF
003550     READ RESTART-FILE
003560         AT END
003570             DISPLAY 'CTB620A - CHECKPOINT FILE IS EMPTY - '
003580                 'ABORTING'
003590             MOVE 16 TO RETURN-CODE
003600             GOBACK
003610     END-READ
003620     IF NOT RC-RUN-COMPLETE
003630         DISPLAY 'CTB620A - CHECKPOINT IS AN IN-FLIGHT RECOVERY '
003640             'POINT, NOT A COMPLETED RUN - ABORTING'
003650         MOVE 16 TO RETURN-CODE
003660         GOBACK
003670     END-IF
003680     MOVE RC-CHECKPOINT-TIMESTAMP(1:8) TO WS-STMT-DATE
003690     PERFORM 1100-CHECK-FINAL-CYCLE THRU 1100-EXIT
003700     MOVE 'CTB620' TO WS-STEP-PROGRAM
003710     MOVE WS-STMT-DATE TO WS-STEP-BUS-DATE
003720     PERFORM 9800-STEP-LOG-START THRU 9800-EXIT
003730     MOVE RC-COUNT TO WS-COUNT
003740     OPEN INPUT BRANCH-MASTER
003750     IF WS-BRANCH-MSTR-STATUS NOT = '00'
003760         DISPLAY 'CTB620A - CTBBRNCH WOULD NOT OPEN - STATUS = '
003770             WS-BRANCH-MSTR-STATUS ' - NO BRANCHES TO STATE'
003780         MOVE 16 TO RETURN-CODE
003785         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003790         GOBACK
003800     END-IF
003810     OPEN INPUT MTD-FILE
003820     IF WS-MTD-STATUS = '00'
003830         SET WS-MTD-PRESENT TO TRUE
003840     ELSE
003850         SET WS-MTD-ABSENT TO TRUE
003860         DISPLAY 'CTB620W - CTBMTD WOULD NOT OPEN - STATUS = '
003870             WS-MTD-STATUS ' - NO MONTH-TO-DATE FIGURES'
003880     END-IF
003890     PERFORM 1200-LOAD-DAY-FILES THRU 1200-EXIT
003900     PERFORM 1300-LOAD-MERGERS THRU 1300-EXIT
003910     OPEN OUTPUT STMT-RPT
003920     IF WS-STMTRPT-STATUS NOT = '00'
003930         DISPLAY 'CTB620A - STMT-RPT WOULD NOT OPEN - STATUS = '
003940             WS-STMTRPT-STATUS
003950         MOVE 16 TO RETURN-CODE
003955         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
003960         GOBACK
003970     END-IF
003980     SET WS-BRANCH-EOF-NO TO TRUE
003990     MOVE LOW-VALUES TO BM-BRANCH-CODE
004000     START BRANCH-MASTER KEY NOT < BM-BRANCH-CODE
004010         INVALID KEY
004020             SET WS-BRANCH-EOF-YES TO TRUE
004030     END-START
004040     IF WS-BRANCH-EOF-NO
004050         PERFORM 2100-READ-NEXT-BRANCH THRU 2100-EXIT
004060     END-IF
004070     .
004080 1000-EXIT.
004090     EXIT.
004100*
004110******************************************************************
004120*    1100-CHECK-FINAL-CYCLE - THE LATEST CTBRUNH ROW MUST BE THE *
004130*                             CHECKPOINT'S OWN DATE AND CARRY THE*
004140*                             FINAL-CYCLE FLAG, THE SAME TEST    *
004150*                             CTB410 MAKES BEFORE IT JOURNALS.   *
004160******************************************************************
004170 1100-CHECK-FINAL-CYCLE.
004180     OPEN INPUT RUN-HIST-FILE
004190     IF WS-RUNHIST-STATUS NOT = '00'
004200         DISPLAY 'CTB620A - NO RUN HISTORY FILE FOUND - THE '
004210             'DAY CANNOT BE JUDGED - ABORTING'
004220         MOVE 16 TO RETURN-CODE
004230         GOBACK
004240     END-IF
004250     PERFORM 1150-READ-RUN-HIST THRU 1150-EXIT
004260     PERFORM 1160-KEEP-LAST-RUN THRU 1160-EXIT
004270         UNTIL WS-RUNH-EOF-YES
004280     CLOSE RUN-HIST-FILE
004290     IF WS-RUNH-ROW-ABSENT
004300         DISPLAY 'CTB620A - RUN HISTORY FILE IS EMPTY - ABORTING'
004310         MOVE 16 TO RETURN-CODE
004320         GOBACK
004330     END-IF
004340     IF WS-LAST-RUN-DATE NOT = WS-STMT-DATE
004350         DISPLAY 'CTB620A - LATEST RUN HISTORY ROW IS OF '
004360             WS-LAST-RUN-DATE ' BUT THE CHECKPOINT IS OF '
004370             WS-STMT-DATE ' - NO STATEMENTS PRINTED'
004380         MOVE 16 TO RETURN-CODE
004390         GOBACK
004400     END-IF
004410     IF WS-LAST-FINAL-SW NOT = 'Y'
004420         DISPLAY 'CTB620A - LATEST RUN OF ' WS-LAST-RUN-DATE
004430             ' IS AN INTERIM CYCLE - THE DAY''S FINAL CYCLE '
004440             'HAS NOT POSTED - NO STATEMENTS PRINTED'
004450         MOVE 16 TO RETURN-CODE
004460         GOBACK
004470     END-IF
004480     .
004490 1100-EXIT.
004500     EXIT.
004510*
004520 1150-READ-RUN-HIST.
004530     READ RUN-HIST-FILE
004540         AT END
004550             SET WS-RUNH-EOF-YES TO TRUE
004560     END-READ
004570     .
004580 1150-EXIT.
004590     EXIT.
004600*
004610 1160-KEEP-LAST-RUN.
004620     SET WS-RUNH-ROW-FOUND TO TRUE
004630     MOVE RH-RUN-DATE TO WS-LAST-RUN-DATE
004640     MOVE RH-FINAL-CYCLE-SW TO WS-LAST-FINAL-SW
004650     PERFORM 1150-READ-RUN-HIST THRU 1150-EXIT
004660     .
004670 1160-EXIT.
004680     EXIT.
004690*
004700******************************************************************
004710*    1200-LOAD-DAY-FILES - READ EACH SEQUENTIAL DAY FILE ONCE UP *
004720*                          FRONT INTO ITS TABLE, CHAINED BY      *
004730*                          BRANCH.  A MISSING ONE IS WARNED      *
004740*                          ABOUT ONCE, NOT PER BRANCH.           *
004750******************************************************************
004760 1200-LOAD-DAY-FILES.
004770     OPEN INPUT RECYCLE-OUT
004780     IF WS-RECYCO-STATUS = '00'
004790         SET WS-RECYCO-PRESENT TO TRUE
004800         SET WS-SEQ-EOF-NO TO TRUE
004810         PERFORM 1210-LOAD-REJECT THRU 1210-EXIT
004820             UNTIL WS-SEQ-EOF-YES
004830         CLOSE RECYCLE-OUT
004840     ELSE
004850         SET WS-RECYCO-ABSENT TO TRUE
004860         DISPLAY 'CTB620W - CTBRCYOT WOULD NOT OPEN - STATUS = '
004870             WS-RECYCO-STATUS ' - NO REJECTS LISTED'
004880     END-IF
004890     OPEN INPUT HOLD-OUT
004900     IF WS-HOLDO-STATUS = '00'
004910         SET WS-HOLDO-PRESENT TO TRUE
004920         SET WS-SEQ-EOF-NO TO TRUE
004930         PERFORM 1220-LOAD-HOLD THRU 1220-EXIT
004940             UNTIL WS-SEQ-EOF-YES
004950         CLOSE HOLD-OUT
004960     ELSE
004970         SET WS-HOLDO-ABSENT TO TRUE
004980         DISPLAY 'CTB620W - CTBHLDOT WOULD NOT OPEN - STATUS = '
004990             WS-HOLDO-STATUS ' - NO REVIEW HOLDS LISTED'
005000     END-IF
005010     OPEN INPUT AUDIT-FILE
005020     IF WS-AUDIT-STATUS = '00'
005030         SET WS-AUDIT-PRESENT TO TRUE
005040         SET WS-SEQ-EOF-NO TO TRUE
005050         PERFORM 1230-LOAD-CORRECTION THRU 1230-EXIT
005060             UNTIL WS-SEQ-EOF-YES
005070         CLOSE AUDIT-FILE
005080     ELSE
005090         SET WS-AUDIT-ABSENT TO TRUE
005100         DISPLAY 'CTB620W - CTBAUDIT WOULD NOT OPEN - STATUS = '
005110             WS-AUDIT-STATUS ' - NO CORRECTIONS LISTED'
005120     END-IF
005130     .
005140 1200-EXIT.
005150     EXIT.
005160*
005170 1210-LOAD-REJECT.
005180     READ RECYCLE-OUT
005190         AT END
005200             SET WS-SEQ-EOF-YES TO TRUE
005210             GO TO 1210-EXIT
005220     END-READ
005230     MOVE RY-BRANCH-CODE TO WS-ROW-BRANCH
005240     PERFORM 1290-FIND-BRANCH-DIR THRU 1290-EXIT
005250     IF WS-REJ-CNT NOT < WS-REJ-MAX
005260         OR WS-DIR-SUB = 0
005270         SET WS-REJ-TABLE-FULL TO TRUE
005280         SET WS-SEQ-EOF-YES TO TRUE
005290         DISPLAY 'CTB620W - CTBRCYOT TABLE FULL AT ' WS-REJ-CNT
005300             ' ROWS - REJECT LISTINGS INCOMPLETE'
005310         GO TO 1210-EXIT
005320     END-IF
005330     ADD 1 TO WS-REJ-CNT
005340     MOVE WS-REJ-CNT TO WS-ROW-SUB
005350     MOVE RY-INDEX-VALUE TO RJ-INDEX-VALUE(WS-ROW-SUB)
005360     MOVE RY-RECORD-TYPE TO RJ-RECORD-TYPE(WS-ROW-SUB)
005370     MOVE RY-AMOUNT TO RJ-AMOUNT(WS-ROW-SUB)
005380     MOVE RY-REJECT-REASON TO RJ-REJECT-REASON(WS-ROW-SUB)
005390     MOVE 0 TO RJ-NEXT(WS-ROW-SUB)
005400     IF BD-REJ-FIRST(WS-DIR-SUB) = 0
005410         MOVE WS-ROW-SUB TO BD-REJ-FIRST(WS-DIR-SUB)
005420     ELSE
005430         MOVE BD-REJ-LAST(WS-DIR-SUB) TO WS-LINK-SUB
005440         MOVE WS-ROW-SUB TO RJ-NEXT(WS-LINK-SUB)
005450     END-IF
005460     MOVE WS-ROW-SUB TO BD-REJ-LAST(WS-DIR-SUB)
005470     .
005480 1210-EXIT.
005490     EXIT.
005500*
005510 1220-LOAD-HOLD.
005520     READ HOLD-OUT
005530         AT END
005540             SET WS-SEQ-EOF-YES TO TRUE
005550             GO TO 1220-EXIT
005560     END-READ
005570     MOVE HD-BRANCH-CODE TO WS-ROW-BRANCH
005580     PERFORM 1290-FIND-BRANCH-DIR THRU 1290-EXIT
005590     IF WS-HLD-CNT NOT < WS-HLD-MAX
005600         OR WS-DIR-SUB = 0
005610         SET WS-HLD-TABLE-FULL TO TRUE
005620         SET WS-SEQ-EOF-YES TO TRUE
005630         DISPLAY 'CTB620W - CTBHLDOT TABLE FULL AT ' WS-HLD-CNT
005640             ' ROWS - REVIEW HOLD LISTINGS INCOMPLETE'
005650         GO TO 1220-EXIT
005660     END-IF
005670     ADD 1 TO WS-HLD-CNT
005680     MOVE WS-HLD-CNT TO WS-ROW-SUB
005690     MOVE HD-INDEX-VALUE TO HL-INDEX-VALUE(WS-ROW-SUB)
005700     MOVE HD-RECORD-TYPE TO HL-RECORD-TYPE(WS-ROW-SUB)
005710     MOVE HD-AMOUNT TO HL-AMOUNT(WS-ROW-SUB)
005720     MOVE HD-HOLD-REASON TO HL-HOLD-REASON(WS-ROW-SUB)
005730     MOVE HD-RELEASE-SW TO HL-RELEASE-SW(WS-ROW-SUB)
005740     MOVE HD-RELEASE-OPER TO HL-RELEASE-OPER(WS-ROW-SUB)
005750     MOVE 0 TO HL-NEXT(WS-ROW-SUB)
005760     IF BD-HLD-FIRST(WS-DIR-SUB) = 0
005770         MOVE WS-ROW-SUB TO BD-HLD-FIRST(WS-DIR-SUB)
005780     ELSE
005790         MOVE BD-HLD-LAST(WS-DIR-SUB) TO WS-LINK-SUB
005800         MOVE WS-ROW-SUB TO HL-NEXT(WS-LINK-SUB)
005810     END-IF
005820     MOVE WS-ROW-SUB TO BD-HLD-LAST(WS-DIR-SUB)
005830     .
005840 1220-EXIT.
005850     EXIT.
005860*
005870*    ONLY CTB300'S ROWS STAMPED WITH THE BUSINESS DATE ARE KEPT,
005880*    AS CTB150 SELECTS THEM.  A CORRECTION THE AUTHORITY CHECK
005890*    REFUSED IS KEPT AS DECLINED.
005900 1230-LOAD-CORRECTION.
005910     READ AUDIT-FILE
005920         AT END
005930             SET WS-SEQ-EOF-YES TO TRUE
005940             GO TO 1230-EXIT
005950     END-READ
005960     IF AU-PROGRAM-ID NOT = 'CTB300'
005970         OR AU-TIMESTAMP(1:8) NOT = WS-STMT-DATE
005980         GO TO 1230-EXIT
005990     END-IF
006000     IF AU-CHANGE-ONLINE-CORRECTION
006010         MOVE 'APPLIED' TO WS-RPT-ACTION
006020     ELSE
006030         IF AU-CHANGE-DECLINED
006040             MOVE 'DECLINED' TO WS-RPT-ACTION
006050         ELSE
006060             GO TO 1230-EXIT
006070         END-IF
006080     END-IF
006090     MOVE AU-BRANCH-CODE TO WS-ROW-BRANCH
006100     PERFORM 1290-FIND-BRANCH-DIR THRU 1290-EXIT
006110     IF WS-CRX-CNT NOT < WS-CRX-MAX
006120         OR WS-DIR-SUB = 0
006130         SET WS-CRX-TABLE-FULL TO TRUE
006140         SET WS-SEQ-EOF-YES TO TRUE
006150         DISPLAY 'CTB620W - CTBAUDIT TABLE FULL AT ' WS-CRX-CNT
006160             ' ROWS - CORRECTION LISTINGS INCOMPLETE'
006170         GO TO 1230-EXIT
006180     END-IF
006190     ADD 1 TO WS-CRX-CNT
006200     MOVE WS-CRX-CNT TO WS-ROW-SUB
006210     MOVE AU-INDEX-VALUE TO CX-INDEX-VALUE(WS-ROW-SUB)
006220     MOVE AU-TIMESTAMP(1:17) TO CX-WHEN(WS-ROW-SUB)
006230     MOVE AU-OPERATOR-ID TO CX-OPERATOR-ID(WS-ROW-SUB)
006240     MOVE AU-PRIOR-VALUE TO CX-PRIOR-VALUE(WS-ROW-SUB)
006250     MOVE AU-NEW-VALUE TO CX-NEW-VALUE(WS-ROW-SUB)
006260     MOVE WS-RPT-ACTION TO CX-ACTION(WS-ROW-SUB)
006270     MOVE 0 TO CX-NEXT(WS-ROW-SUB)
006280     IF BD-CRX-FIRST(WS-DIR-SUB) = 0
006290         MOVE WS-ROW-SUB TO BD-CRX-FIRST(WS-DIR-SUB)
006300     ELSE
006310         MOVE BD-CRX-LAST(WS-DIR-SUB) TO WS-LINK-SUB
006320         MOVE WS-ROW-SUB TO CX-NEXT(WS-LINK-SUB)
006330     END-IF
006340     MOVE WS-ROW-SUB TO BD-CRX-LAST(WS-DIR-SUB)
006350     .
006360 1230-EXIT.
006370     EXIT.
006380*
006390******************************************************************
006400*    1290-FIND-BRANCH-DIR - THE DIRECTORY ENTRY FOR THE BRANCH   *
006410*                           IN WS-ROW-BRANCH, ADDED ON FIRST     *
006420*                           SIGHT WITH EMPTY CHAINS.  WS-DIR-SUB *
006430*                           IS ZERO IF THE BRANCH IS NEW AND THE *
006440*                           DIRECTORY IS FULL.                   *
006450******************************************************************
006460 1290-FIND-BRANCH-DIR.
006470     PERFORM 1295-MATCH-BRANCH-DIR THRU 1295-EXIT
006480     IF WS-DIR-SUB > 0
006490         GO TO 1290-EXIT
006500     END-IF
006510     IF WS-DIR-CNT NOT < WS-DIR-MAX
006520         GO TO 1290-EXIT
006530     END-IF
006540     ADD 1 TO WS-DIR-CNT
006550     MOVE WS-DIR-CNT TO WS-DIR-SUB
006560     MOVE WS-ROW-BRANCH TO BD-BRANCH-CODE(WS-DIR-SUB)
006570     MOVE 0 TO BD-REJ-FIRST(WS-DIR-SUB)
006580     MOVE 0 TO BD-REJ-LAST(WS-DIR-SUB)
006590     MOVE 0 TO BD-HLD-FIRST(WS-DIR-SUB)
006600     MOVE 0 TO BD-HLD-LAST(WS-DIR-SUB)
006610     MOVE 0 TO BD-CRX-FIRST(WS-DIR-SUB)
006620     MOVE 0 TO BD-CRX-LAST(WS-DIR-SUB)
006630     .
006640 1290-EXIT.
006650     EXIT.
006660*
006670*    1295 LEAVES WS-DIR-SUB ON WS-ROW-BRANCH'S ENTRY, OR ZERO.
006680 1295-MATCH-BRANCH-DIR.
006690     MOVE 0 TO WS-DIR-SUB
006700     IF WS-DIR-CNT = 0
006710         GO TO 1295-EXIT
006720     END-IF
006730     PERFORM 1296-TEST-BRANCH-DIR THRU 1296-EXIT
006740         VARYING WS-DIR-IDX FROM 1 BY 1
006750         UNTIL WS-DIR-IDX > WS-DIR-CNT
006760            OR WS-DIR-SUB > 0
006770     .
006780 1295-EXIT.
006790     EXIT.
006800*
006810 1296-TEST-BRANCH-DIR.
006820     IF BD-BRANCH-CODE(WS-DIR-IDX) = WS-ROW-BRANCH
006830         SET WS-DIR-SUB TO WS-DIR-IDX
006840     END-IF
006850     .
006860 1296-EXIT.
006870     EXIT.
006880*
006890******************************************************************
006900*    1300-LOAD-MERGERS - TABLE EVERY CTBMERG MERGER WHOSE        *
006910*                        REDIRECT WINDOW HAS NOT ENDED BY THE    *
006920*                        BUSINESS DATE.  NO REGISTER ON FILE     *
006930*                        MEANS NO MERGERS TO NOTE.               *
006940******************************************************************
006950 1300-LOAD-MERGERS.
006960     OPEN INPUT MERGE-REG
006970     IF WS-MERGE-STATUS NOT = '00'
006980         GO TO 1300-EXIT
006990     END-IF
007000     SET WS-MERGE-EOF-NO TO TRUE
007010     MOVE LOW-VALUES TO MG-RETIRING-CODE
007020     START MERGE-REG KEY NOT < MG-RETIRING-CODE
007030         INVALID KEY
007040             SET WS-MERGE-EOF-YES TO TRUE
007050     END-START
007060     IF WS-MERGE-EOF-NO
007070         PERFORM 1310-READ-NEXT-MERGER THRU 1310-EXIT
007080     END-IF
007090     PERFORM 1320-NOTE-MERGER THRU 1320-EXIT
007100         UNTIL WS-MERGE-EOF-YES
007110     CLOSE MERGE-REG
007120     .
007130 1300-EXIT.
007140     EXIT.
007150*
007160 1310-READ-NEXT-MERGER.
007170     READ MERGE-REG NEXT
007180         AT END
007190             SET WS-MERGE-EOF-YES TO TRUE
007200     END-READ
007210     IF WS-MERGE-STATUS NOT = '00' AND WS-MERGE-STATUS NOT = '02'
007220         SET WS-MERGE-EOF-YES TO TRUE
007230     END-IF
007240     .
007250 1310-EXIT.
007260     EXIT.
007270*
007280 1320-NOTE-MERGER.
007290     IF MG-REDIRECT-END-DATE < WS-STMT-DATE
007300         GO TO 1320-READ-NEXT
007310     END-IF
007320     IF WS-MERGE-CNT NOT < WS-MERGE-MAX
007330         DISPLAY 'CTB620W - MORE THAN ' WS-MERGE-MAX
007340             ' BRANCH MERGERS - ' MG-RETIRING-CODE ' NOT NOTED'
007350         GO TO 1320-READ-NEXT
007360     END-IF
007370     ADD 1 TO WS-MERGE-CNT
007380     SET WS-MG-IDX TO WS-MERGE-CNT
007390     MOVE MG-RETIRING-CODE TO MT-RETIRING-CODE(WS-MG-IDX)
007400     MOVE MG-SUCCESSOR-CODE TO MT-SUCCESSOR-CODE(WS-MG-IDX)
007410     MOVE MG-EFFECTIVE-DATE TO MT-EFFECTIVE-DATE(WS-MG-IDX)
007420     MOVE MG-REDIRECT-END-DATE TO MT-REDIRECT-END-DATE(WS-MG-IDX)
007430     .
007440 1320-READ-NEXT.
007450     PERFORM 1310-READ-NEXT-MERGER THRU 1310-EXIT
007460     .
007470 1320-EXIT.
007480     EXIT.
007490*
007500******************************************************************
007510*    2000-BROWSE-BRANCHES - ONE STATEMENT PER ACTIVE BRANCH, IN  *
007520*                           BRANCH CODE ORDER.                   *
007530******************************************************************
007540 2000-BROWSE-BRANCHES.
007550     ADD 1 TO WS-BRANCH-READ-CNT
007560     IF BM-BRANCH-ACTIVE
007570         PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT
007580     END-IF
007590     PERFORM 2100-READ-NEXT-BRANCH THRU 2100-EXIT
007600     .
007610 2000-EXIT.
007620     EXIT.
007630*
007640 2100-READ-NEXT-BRANCH.
007650     READ BRANCH-MASTER NEXT
007660         AT END
007670             SET WS-BRANCH-EOF-YES TO TRUE
007680     END-READ
007690*    ANY READ FAILURE ENDS THE BROWSE - WITHOUT THIS A BROKEN
007700*    FILE WOULD SPIN THE LOOP FOREVER.
007710     IF WS-BRANCH-MSTR-STATUS NOT = '00'
007720         AND WS-BRANCH-MSTR-STATUS NOT = '02'
007730         SET WS-BRANCH-EOF-YES TO TRUE
007740     END-IF
007750     .
007760 2100-EXIT.
007770     EXIT.
007780*
007790******************************************************************
007800*    3000-PRINT-STATEMENT - ONE BRANCH'S STATEMENT, FIVE SECTIONS*
007810*                           UNDER A HEADING OF ITS OWN.          *
007820******************************************************************
007830 3000-PRINT-STATEMENT.
007840     ADD 1 TO WS-STMT-CNT
007850     MOVE BM-BRANCH-CODE TO WS-STMT-BRANCH
007860     MOVE BM-BRANCH-NAME TO WS-STMT-BRANCH-NAME
007870     MOVE BM-REGION TO WS-STMT-REGION
007880     MOVE WS-STMT-BRANCH TO WS-ROW-BRANCH
007890     PERFORM 1295-MATCH-BRANCH-DIR THRU 1295-EXIT
007900     MOVE WS-DIR-SUB TO WS-STMT-DIR-SUB
007910     MOVE 0 TO WS-PAGE-NO
007920     PERFORM 3900-PAGE-HEADING THRU 3900-EXIT
007930     PERFORM 3050-PRINT-MERGER-NOTES THRU 3050-EXIT
007940     PERFORM 3100-PRINT-POSTED THRU 3100-EXIT
007950     PERFORM 3200-PRINT-MTD THRU 3200-EXIT
007960     PERFORM 3300-PRINT-REJECTS THRU 3300-EXIT
007970     PERFORM 3400-PRINT-HOLDS THRU 3400-EXIT
007980     PERFORM 3500-PRINT-CORRECTIONS THRU 3500-EXIT
007990     MOVE SPACES TO PL-LINE
008000     STRING '*** END OF STATEMENT FOR BRANCH ' DELIMITED BY SIZE
008010             WS-STMT-BRANCH DELIMITED BY SIZE
008020             ' ***' DELIMITED BY SIZE
008030         INTO PL-LINE
008040     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
008050     .
008060 3000-EXIT.
008070     EXIT.
008080*
008090******************************************************************
008100*    3050-PRINT-MERGER-NOTES - A RETIRING BRANCH IS TOLD WHERE   *
008110*                              AND WHEN IT MERGES.  A SUCCESSOR  *
008120*                              IS TOLD WHICH BRANCH IT TOOK IN,  *
008130*                              AND THAT THE OLD CODE'S POSTINGS  *
008140*                              ARE STILL ARRIVING UNDER ITS OWN. *
008150******************************************************************
008160 3050-PRINT-MERGER-NOTES.
008170     IF WS-MERGE-CNT = 0
008180         GO TO 3050-EXIT
008190     END-IF
008200     PERFORM 3060-PRINT-ONE-NOTE THRU 3060-EXIT
008210         VARYING WS-MG-IDX FROM 1 BY 1
008220         UNTIL WS-MG-IDX > WS-MERGE-CNT
008230     .
008240 3050-EXIT.
008250     EXIT.
008260*
008270 3060-PRINT-ONE-NOTE.
008280     IF MT-RETIRING-CODE(WS-MG-IDX) = WS-STMT-BRANCH
008290         AND MT-EFFECTIVE-DATE(WS-MG-IDX) > WS-STMT-DATE
008300         MOVE SPACES TO PL-LINE
008310         STRING '  THIS BRANCH MERGES INTO BRANCH '
008320                     DELIMITED BY SIZE
008330                 MT-SUCCESSOR-CODE(WS-MG-IDX) DELIMITED BY SIZE
008340                 ' EFFECTIVE ' DELIMITED BY SIZE
008350                 MT-EFFECTIVE-DATE(WS-MG-IDX) DELIMITED BY SIZE
008360             INTO PL-LINE
008370         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
008380         ADD 1 TO WS-MERGE-NOTE-CNT
008390         GO TO 3060-EXIT
008400     END-IF
008410     IF MT-SUCCESSOR-CODE(WS-MG-IDX) NOT = WS-STMT-BRANCH
008420         OR MT-EFFECTIVE-DATE(WS-MG-IDX) > WS-STMT-DATE
008430         GO TO 3060-EXIT
008440     END-IF
008450     MOVE SPACES TO PL-LINE
008460     STRING '  BRANCH ' DELIMITED BY SIZE
008470             MT-RETIRING-CODE(WS-MG-IDX) DELIMITED BY SIZE
008480             ' MERGED INTO THIS BRANCH EFFECTIVE '
008490                 DELIMITED BY SIZE
008500             MT-EFFECTIVE-DATE(WS-MG-IDX) DELIMITED BY SIZE
008510         INTO PL-LINE
008520     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
008530     MOVE SPACES TO PL-LINE
008540     STRING '  ITS POSTINGS ARE REDIRECTED HERE THROUGH '
008550                 DELIMITED BY SIZE
008560             MT-REDIRECT-END-DATE(WS-MG-IDX) DELIMITED BY SIZE
008570         INTO PL-LINE
008580     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
008590     ADD 1 TO WS-MERGE-NOTE-CNT
008600     .
008610 3060-EXIT.
008620     EXIT.
008630*
008640******************************************************************
008650*    3100-PRINT-POSTED - THE BRANCH'S SHARE OF EACH PERIOD SLOT  *
008660*                        ON THE DAY'S FINAL CHECKPOINT.          *
008670******************************************************************
008680 3100-PRINT-POSTED.
008690     MOVE SPACES TO PL-LINE
008700     MOVE 'POSTED TODAY - FINAL CHECKPOINT' TO PL-LINE
008710     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
008720     MOVE SPACES TO PL-LINE
008730     MOVE '   SLOT    COUNT            AMOUNT' TO PL-LINE
008740     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
008750     MOVE 0 TO WS-BR-LINE-CNT
008760     MOVE 0 TO WS-BR-COUNT-TOTAL
008770     MOVE 0 TO WS-BR-AMOUNT-TOTAL
008780     PERFORM 3110-POSTED-PERIOD THRU 3110-EXIT
008790         VARYING RC-PERIOD-IDX FROM 1 BY 1
008800         UNTIL RC-PERIOD-IDX > WS-COUNT
008810     IF WS-BR-LINE-CNT = 0
008820         MOVE SPACES TO PL-LINE
008830         MOVE '  NOTHING POSTED FOR THE BRANCH TODAY' TO PL-LINE
008840         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
008850     END-IF
008860     MOVE WS-BR-COUNT-TOTAL TO WS-RPT-COUNT
008870     MOVE WS-BR-AMOUNT-TOTAL TO WS-RPT-AMOUNT
008880     MOVE SPACES TO PL-LINE
008890     STRING '  TOTAL  ' DELIMITED BY SIZE
008900             WS-RPT-COUNT DELIMITED BY SIZE
008910             ' ' DELIMITED BY SIZE
008920             WS-RPT-AMOUNT DELIMITED BY SIZE
008930         INTO PL-LINE
008940     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
008950     MOVE SPACES TO PL-LINE
008960     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
008970     .
008980 3100-EXIT.
008990     EXIT.
009000*
009010 3110-POSTED-PERIOD.
009020     PERFORM 3120-POSTED-BRANCH THRU 3120-EXIT
009030         VARYING RC-BRANCH-IDX FROM 1 BY 1
009040         UNTIL RC-BRANCH-IDX > WS-MAX-BRANCHES
009050     .
009060 3110-EXIT.
009070     EXIT.
009080*
009090 3120-POSTED-BRANCH.
009100     IF RC-BRANCH-CODE(RC-PERIOD-IDX RC-BRANCH-IDX)
009110             NOT = WS-STMT-BRANCH
009120         GO TO 3120-EXIT
009130     END-IF
009140     IF RC-BRANCH-TOTAL(RC-PERIOD-IDX RC-BRANCH-IDX) = 0
009150         AND RC-BRANCH-AMOUNT(RC-PERIOD-IDX RC-BRANCH-IDX) = 0
009160         GO TO 3120-EXIT
009170     END-IF
009180     SET WS-INDEX TO RC-PERIOD-IDX
009190     MOVE WS-INDEX TO WS-RPT-PERIOD
009200     MOVE RC-BRANCH-TOTAL(RC-PERIOD-IDX RC-BRANCH-IDX)
009210         TO WS-RPT-COUNT
009220     MOVE RC-BRANCH-AMOUNT(RC-PERIOD-IDX RC-BRANCH-IDX)
009230         TO WS-RPT-AMOUNT
009240     MOVE SPACES TO PL-LINE
009250     STRING '  ' DELIMITED BY SIZE
009260             WS-RPT-PERIOD DELIMITED BY SIZE
009270             '  ' DELIMITED BY SIZE
009280             WS-RPT-COUNT DELIMITED BY SIZE
009290             ' ' DELIMITED BY SIZE
009300             WS-RPT-AMOUNT DELIMITED BY SIZE
009310         INTO PL-LINE
009320     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
009330     ADD 1 TO WS-BR-LINE-CNT
009340     ADD 1 TO WS-POSTED-LINE-CNT
009350     ADD RC-BRANCH-TOTAL(RC-PERIOD-IDX RC-BRANCH-IDX)
009360         TO WS-BR-COUNT-TOTAL
009370     ADD RC-BRANCH-AMOUNT(RC-PERIOD-IDX RC-BRANCH-IDX)
009380         TO WS-BR-AMOUNT-TOTAL
009390     .
009400 3120-EXIT.
009410     EXIT.
009420*
009430******************************************************************
009440*    3200-PRINT-MTD - THE BRANCH'S CTBMTD ROWS.  THE FILE IS     *
009450*                     KEYED PERIOD-MAJOR, SO EACH STATEMENT IS A *
009460*                     FRESH SWEEP SELECTING ITS BRANCH, AS IN    *
009470*                     THE CTB650 MONTH-END STATEMENTS.           *
009480******************************************************************
009490 3200-PRINT-MTD.
009500     MOVE SPACES TO PL-LINE
009510     MOVE 'MONTH TO DATE - CTBMTD' TO PL-LINE
009520     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
009530     IF WS-MTD-ABSENT
009540         MOVE SPACES TO PL-LINE
009550         MOVE '  CTBMTD NOT AVAILABLE FOR THIS RUN' TO PL-LINE
009560         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
009570         MOVE SPACES TO PL-LINE
009580         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
009590         GO TO 3200-EXIT
009600     END-IF
009610     MOVE SPACES TO PL-LINE
009620     STRING '   SLOT    COUNT            AMOUNT' DELIMITED BY SIZE
009630             '  DAYS  LAST POST' DELIMITED BY SIZE
009640         INTO PL-LINE
009650     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
009660     MOVE 0 TO WS-BR-LINE-CNT
009670     MOVE 0 TO WS-BR-COUNT-TOTAL
009680     MOVE 0 TO WS-BR-AMOUNT-TOTAL
009690     SET WS-MTD-EOF-NO TO TRUE
009700     MOVE LOW-VALUES TO MT-KEY
009710     START MTD-FILE KEY NOT < MT-KEY
009720         INVALID KEY
009730             SET WS-MTD-EOF-YES TO TRUE
009740     END-START
009750     IF WS-MTD-EOF-NO
009760         PERFORM 3210-READ-NEXT-MTD THRU 3210-EXIT
009770     END-IF
009780     PERFORM 3220-PRINT-MTD-ROW THRU 3220-EXIT
009790         UNTIL WS-MTD-EOF-YES
009800     IF WS-BR-LINE-CNT = 0
009810         MOVE SPACES TO PL-LINE
009820         MOVE '  NO MONTH-TO-DATE ROWS FOR THE BRANCH' TO PL-LINE
009830         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
009840     END-IF
009850     MOVE WS-BR-COUNT-TOTAL TO WS-RPT-COUNT
009860     MOVE WS-BR-AMOUNT-TOTAL TO WS-RPT-AMOUNT
009870     MOVE SPACES TO PL-LINE
009880     STRING '  TOTAL  ' DELIMITED BY SIZE
009890             WS-RPT-COUNT DELIMITED BY SIZE
009900             ' ' DELIMITED BY SIZE
009910             WS-RPT-AMOUNT DELIMITED BY SIZE
009920         INTO PL-LINE
009930     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
009940     MOVE SPACES TO PL-LINE
009950     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
009960     .
009970 3200-EXIT.
009980     EXIT.
009990*
010000 3210-READ-NEXT-MTD.
010010     READ MTD-FILE NEXT
010020         AT END
010030             SET WS-MTD-EOF-YES TO TRUE
010040     END-READ
010050     IF WS-MTD-STATUS NOT = '00' AND WS-MTD-STATUS NOT = '02'
010060         SET WS-MTD-EOF-YES TO TRUE
010070     END-IF
010080     .
010090 3210-EXIT.
010100     EXIT.
010110*
010120 3220-PRINT-MTD-ROW.
010130     IF MT-BRANCH-CODE NOT = WS-STMT-BRANCH
010140         GO TO 3220-READ-NEXT
010150     END-IF
010160     MOVE MT-PERIOD-INDEX TO WS-RPT-PERIOD
010170     MOVE MT-MTD-COUNT TO WS-RPT-COUNT
010180     MOVE MT-MTD-AMOUNT TO WS-RPT-AMOUNT
010190     MOVE MT-POSTING-DAYS TO WS-RPT-DAYS
010200     MOVE SPACES TO PL-LINE
010210     STRING '  ' DELIMITED BY SIZE
010220             WS-RPT-PERIOD DELIMITED BY SIZE
010230             '  ' DELIMITED BY SIZE
010240             WS-RPT-COUNT DELIMITED BY SIZE
010250             ' ' DELIMITED BY SIZE
010260             WS-RPT-AMOUNT DELIMITED BY SIZE
010270             '   ' DELIMITED BY SIZE
010280             WS-RPT-DAYS DELIMITED BY SIZE
010290             '  ' DELIMITED BY SIZE
010300             MT-LAST-POST-DATE DELIMITED BY SIZE
010310         INTO PL-LINE
010320     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
010330     ADD 1 TO WS-BR-LINE-CNT
010340     ADD 1 TO WS-MTD-LINE-CNT
010350     ADD MT-MTD-COUNT TO WS-BR-COUNT-TOTAL
010360     ADD MT-MTD-AMOUNT TO WS-BR-AMOUNT-TOTAL
010370     .
010380 3220-READ-NEXT.
010390     PERFORM 3210-READ-NEXT-MTD THRU 3210-EXIT
010400     .
010410 3220-EXIT.
010420     EXIT.
010430*
010440******************************************************************
010450*    3300-PRINT-REJECTS - THE BRANCH'S ROWS ON THE DAY'S RECYCLE *
010460*                         FILE, WHICH EVERY CYCLE OF THE DAY     *
010470*                         EXTENDS, WITH THE REJECT REASON.       *
010480******************************************************************
010490 3300-PRINT-REJECTS.
010500     MOVE SPACES TO PL-LINE
010510     MOVE 'REJECTED TO RECYCLE - CTBRCYOT' TO PL-LINE
010520     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
010530     IF WS-RECYCO-ABSENT
010540         MOVE SPACES TO PL-LINE
010550         MOVE '  CTBRCYOT NOT AVAILABLE FOR THIS RUN' TO PL-LINE
010560         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
010570         MOVE SPACES TO PL-LINE
010580         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
010590         GO TO 3300-EXIT
010600     END-IF
010610     MOVE SPACES TO PL-LINE
010620     STRING '   SLOT TYPE            AMOUNT' DELIMITED BY SIZE
010630             '  REASON' DELIMITED BY SIZE
010640         INTO PL-LINE
010650     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
010660     MOVE 0 TO WS-BR-LINE-CNT
010670     MOVE 0 TO WS-BR-AMOUNT-TOTAL
010680     IF WS-STMT-DIR-SUB > 0
010690         MOVE BD-REJ-FIRST(WS-STMT-DIR-SUB) TO WS-ROW-SUB
010700         PERFORM 3310-REJECT-ROW THRU 3310-EXIT
010710             UNTIL WS-ROW-SUB = 0
010720     END-IF
010730     IF WS-BR-LINE-CNT = 0
010740         MOVE SPACES TO PL-LINE
010750         MOVE '  NO REJECTS FOR THE BRANCH TODAY' TO PL-LINE
010760         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
010770     END-IF
010780     IF WS-REJ-TABLE-FULL
010790         MOVE SPACES TO PL-LINE
010800         MOVE '  LISTING INCOMPLETE - CTBRCYOT OUTGREW ITS TABLE'
010810             TO PL-LINE
010820         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
010830     END-IF
010840     MOVE WS-BR-LINE-CNT TO WS-RPT-COUNT
010850     MOVE WS-BR-AMOUNT-TOTAL TO WS-RPT-AMOUNT
010860     MOVE SPACES TO PL-LINE
010870     STRING '  REJECTS ' DELIMITED BY SIZE
010880             WS-RPT-COUNT DELIMITED BY SIZE
010890             '  AMOUNT ' DELIMITED BY SIZE
010900             WS-RPT-AMOUNT DELIMITED BY SIZE
010910         INTO PL-LINE
010920     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
010930     MOVE SPACES TO PL-LINE
010940     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
010950     .
010960 3300-EXIT.
010970     EXIT.
010980*
010990 3310-REJECT-ROW.
011000     MOVE RJ-INDEX-VALUE(WS-ROW-SUB) TO WS-RPT-PERIOD
011010     MOVE RJ-AMOUNT(WS-ROW-SUB) TO WS-RPT-AMOUNT
011020     MOVE SPACES TO PL-LINE
011030     STRING '  ' DELIMITED BY SIZE
011040             WS-RPT-PERIOD DELIMITED BY SIZE
011050             '    ' DELIMITED BY SIZE
011060             RJ-RECORD-TYPE(WS-ROW-SUB) DELIMITED BY SIZE
011070             ' ' DELIMITED BY SIZE
011080             WS-RPT-AMOUNT DELIMITED BY SIZE
011090             '  ' DELIMITED BY SIZE
011100             RJ-REJECT-REASON(WS-ROW-SUB) DELIMITED BY SIZE
011110         INTO PL-LINE
011120     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
011130     ADD 1 TO WS-BR-LINE-CNT
011140     ADD 1 TO WS-REJECT-LINE-CNT
011150     ADD RJ-AMOUNT(WS-ROW-SUB) TO WS-BR-AMOUNT-TOTAL
011160     MOVE RJ-NEXT(WS-ROW-SUB) TO WS-ROW-SUB
011170     .
011180 3310-EXIT.
011190     EXIT.
011200*
011210******************************************************************
011220*    3400-PRINT-HOLDS - THE BRANCH'S ROWS ON THE DAY'S REVIEW    *
011230*                       HOLD FILE, WITH THE HOLD REASON AND      *
011240*                       WHETHER A SUPERVISOR HAS RELEASED IT.    *
011250******************************************************************
011260 3400-PRINT-HOLDS.
011270     MOVE SPACES TO PL-LINE
011280     MOVE 'HELD FOR REVIEW - CTBHLDOT' TO PL-LINE
011290     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
011300     IF WS-HOLDO-ABSENT
011310         MOVE SPACES TO PL-LINE
011320         MOVE '  CTBHLDOT NOT AVAILABLE FOR THIS RUN' TO PL-LINE
011330         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
011340         MOVE SPACES TO PL-LINE
011350         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
011360         GO TO 3400-EXIT
011370     END-IF
011380     MOVE SPACES TO PL-LINE
011390     STRING '   SLOT TYPE            AMOUNT' DELIMITED BY SIZE
011400             '  REASON                        ' DELIMITED BY SIZE
011410             '  STATUS' DELIMITED BY SIZE
011420         INTO PL-LINE
011430     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
011440     MOVE 0 TO WS-BR-LINE-CNT
011450     MOVE 0 TO WS-BR-AMOUNT-TOTAL
011460     IF WS-STMT-DIR-SUB > 0
011470         MOVE BD-HLD-FIRST(WS-STMT-DIR-SUB) TO WS-ROW-SUB
011480         PERFORM 3410-HOLD-ROW THRU 3410-EXIT
011490             UNTIL WS-ROW-SUB = 0
011500     END-IF
011510     IF WS-BR-LINE-CNT = 0
011520         MOVE SPACES TO PL-LINE
011530         MOVE '  NO REVIEW HOLDS FOR THE BRANCH TODAY' TO PL-LINE
011540         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
011550     END-IF
011560     IF WS-HLD-TABLE-FULL
011570         MOVE SPACES TO PL-LINE
011580         MOVE '  LISTING INCOMPLETE - CTBHLDOT OUTGREW ITS TABLE'
011590             TO PL-LINE
011600         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
011610     END-IF
011620     MOVE WS-BR-LINE-CNT TO WS-RPT-COUNT
011630     MOVE WS-BR-AMOUNT-TOTAL TO WS-RPT-AMOUNT
011640     MOVE SPACES TO PL-LINE
011650     STRING '  HOLDS   ' DELIMITED BY SIZE
011660             WS-RPT-COUNT DELIMITED BY SIZE
011670             '  AMOUNT ' DELIMITED BY SIZE
011680             WS-RPT-AMOUNT DELIMITED BY SIZE
011690         INTO PL-LINE
011700     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
011710     MOVE SPACES TO PL-LINE
011720     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
011730     .
011740 3400-EXIT.
011750     EXIT.
011760*
011770 3410-HOLD-ROW.
011780     IF HL-RELEASED(WS-ROW-SUB)
011790         MOVE SPACES TO WS-RPT-RELEASE
011800         STRING 'RELEASED ' DELIMITED BY SIZE
011810                 HL-RELEASE-OPER(WS-ROW-SUB) DELIMITED BY SPACE
011820             INTO WS-RPT-RELEASE
011830     ELSE
011840         MOVE 'PENDING' TO WS-RPT-RELEASE
011850     END-IF
011860     MOVE HL-INDEX-VALUE(WS-ROW-SUB) TO WS-RPT-PERIOD
011870     MOVE HL-AMOUNT(WS-ROW-SUB) TO WS-RPT-AMOUNT
011880     MOVE SPACES TO PL-LINE
011890     STRING '  ' DELIMITED BY SIZE
011900             WS-RPT-PERIOD DELIMITED BY SIZE
011910             '    ' DELIMITED BY SIZE
011920             HL-RECORD-TYPE(WS-ROW-SUB) DELIMITED BY SIZE
011930             ' ' DELIMITED BY SIZE
011940             WS-RPT-AMOUNT DELIMITED BY SIZE
011950             '  ' DELIMITED BY SIZE
011960             HL-HOLD-REASON(WS-ROW-SUB) DELIMITED BY SIZE
011970             '  ' DELIMITED BY SIZE
011980             WS-RPT-RELEASE DELIMITED BY SIZE
011990         INTO PL-LINE
012000     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
012010     ADD 1 TO WS-BR-LINE-CNT
012020     ADD 1 TO WS-HOLD-LINE-CNT
012030     ADD HL-AMOUNT(WS-ROW-SUB) TO WS-BR-AMOUNT-TOTAL
012040     MOVE HL-NEXT(WS-ROW-SUB) TO WS-ROW-SUB
012050     .
012060 3410-EXIT.
012070     EXIT.
012080*
012090******************************************************************
012100*    3500-PRINT-CORRECTIONS - THE BRANCH'S CTB300 ROWS ON        *
012110*                             CTBAUDIT STAMPED WITH THE BUSINESS *
012120*                             DATE, AS 1230 TABLED THEM.  A      *
012130*                             CORRECTION THE AUTHORITY CHECK     *
012140*                             REFUSED IS LISTED AS DECLINED.     *
012150******************************************************************
012160 3500-PRINT-CORRECTIONS.
012170     MOVE SPACES TO PL-LINE
012180     MOVE 'ONLINE CORRECTIONS - CTB300' TO PL-LINE
012190     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
012200     IF WS-AUDIT-ABSENT
012210         MOVE SPACES TO PL-LINE
012220         MOVE '  CTBAUDIT NOT AVAILABLE FOR THIS RUN' TO PL-LINE
012230         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
012240         GO TO 3500-EXIT
012250     END-IF
012260     MOVE SPACES TO PL-LINE
012270     STRING '   SLOT  WHEN               OPERATOR'
012280                 DELIMITED BY SIZE
012290             '  FROM   TO  ACTION' DELIMITED BY SIZE
012300         INTO PL-LINE
012310     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
012320     MOVE 0 TO WS-BR-LINE-CNT
012330     IF WS-STMT-DIR-SUB > 0
012340         MOVE BD-CRX-FIRST(WS-STMT-DIR-SUB) TO WS-ROW-SUB
012350         PERFORM 3510-CORRECTION-ROW THRU 3510-EXIT
012360             UNTIL WS-ROW-SUB = 0
012370     END-IF
012380     IF WS-BR-LINE-CNT = 0
012390         MOVE SPACES TO PL-LINE
012400         MOVE '  NO ONLINE CORRECTIONS FOR THE BRANCH TODAY'
012410             TO PL-LINE
012420         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
012430     END-IF
012440     IF WS-CRX-TABLE-FULL
012450         MOVE SPACES TO PL-LINE
012460         MOVE '  LISTING INCOMPLETE - CTBAUDIT OUTGREW ITS TABLE'
012470             TO PL-LINE
012480         PERFORM 3800-PRINT-LINE THRU 3800-EXIT
012490     END-IF
012500     MOVE SPACES TO PL-LINE
012510     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
012520     .
012530 3500-EXIT.
012540     EXIT.
012550*
012560 3510-CORRECTION-ROW.
012570     MOVE CX-INDEX-VALUE(WS-ROW-SUB) TO WS-RPT-PERIOD
012580     MOVE CX-PRIOR-VALUE(WS-ROW-SUB) TO WS-RPT-PRIOR
012590     MOVE CX-NEW-VALUE(WS-ROW-SUB) TO WS-RPT-NEW
012600     MOVE SPACES TO PL-LINE
012610     STRING '  ' DELIMITED BY SIZE
012620             WS-RPT-PERIOD DELIMITED BY SIZE
012630             '  ' DELIMITED BY SIZE
012640             CX-WHEN(WS-ROW-SUB) DELIMITED BY SIZE
012650             '  ' DELIMITED BY SIZE
012660             CX-OPERATOR-ID(WS-ROW-SUB) DELIMITED BY SIZE
012670             '  ' DELIMITED BY SIZE
012680             WS-RPT-PRIOR DELIMITED BY SIZE
012690             '  ' DELIMITED BY SIZE
012700             WS-RPT-NEW DELIMITED BY SIZE
012710             '  ' DELIMITED BY SIZE
012720             CX-ACTION(WS-ROW-SUB) DELIMITED BY SIZE
012730         INTO PL-LINE
012740     PERFORM 3800-PRINT-LINE THRU 3800-EXIT
012750     ADD 1 TO WS-BR-LINE-CNT
012760     ADD 1 TO WS-CORR-LINE-CNT
012770     MOVE CX-NEXT(WS-ROW-SUB) TO WS-ROW-SUB
012780     .
012790 3510-EXIT.
012800     EXIT.
012810*
012820******************************************************************
012830*    3800-PRINT-LINE - WRITE PL-LINE, THROWING A CONTINUATION    *
012840*                      PAGE UNDER THE SAME BRANCH HEADING WHEN   *
012850*                      THE PAGE IS FULL.                         *
012860******************************************************************
012870 3800-PRINT-LINE.
012880     IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
012890         MOVE PL-LINE TO WS-HOLD-LINE
012900         PERFORM 3900-PAGE-HEADING THRU 3900-EXIT
012910         MOVE WS-HOLD-LINE TO PL-LINE
012920     END-IF
012930     WRITE CTB1PL-LINE
012940     ADD 1 TO WS-LINE-CNT
012950     .
012960 3800-EXIT.
012970     EXIT.
012980*
012990******************************************************************
013000*    3900-PAGE-HEADING - EVERY PAGE OF A STATEMENT OPENS ON A NEW*
013010*                        SHEET NAMING THE BRANCH, ITS REGION, THE*
013020*                        BUSINESS DATE, AND THE PAGE WITHIN THE  *
013030*                        BRANCH.                                 *
013040******************************************************************
013050 3900-PAGE-HEADING.
013060     ADD 1 TO WS-PAGE-NO
013070     ADD 1 TO WS-PAGE-TOTAL
013080     MOVE WS-PAGE-NO TO WS-RPT-PAGE
013090     MOVE SPACES TO PL-LINE
013100     STRING 'DAILY BRANCH ACTIVITY STATEMENT - CTB620'
013110                 DELIMITED BY SIZE
013120             '          PAGE ' DELIMITED BY SIZE
013130             WS-RPT-PAGE DELIMITED BY SIZE
013140         INTO PL-LINE
013150     IF WS-PAGE-NO > 1
013160         MOVE '(CONTINUED)' TO PL-LINE(72:11)
013170     END-IF
013180     WRITE CTB1PL-LINE AFTER ADVANCING PAGE
013190     MOVE SPACES TO PL-LINE
013200     STRING '  BRANCH ' DELIMITED BY SIZE
013210             WS-STMT-BRANCH DELIMITED BY SIZE
013220             '  ' DELIMITED BY SIZE
013230             WS-STMT-BRANCH-NAME DELIMITED BY SIZE
013240             '  REGION ' DELIMITED BY SIZE
013250             WS-STMT-REGION DELIMITED BY SIZE
013260         INTO PL-LINE
013270     WRITE CTB1PL-LINE
013280     MOVE SPACES TO PL-LINE
013290     STRING '  BUSINESS DATE ' DELIMITED BY SIZE
013300             WS-STMT-DATE DELIMITED BY SIZE
013310             '  PRINTED ' DELIMITED BY SIZE
013320             WS-PRINT-DATE DELIMITED BY SIZE
013330         INTO PL-LINE
013340     WRITE CTB1PL-LINE
013350     MOVE SPACES TO PL-LINE
013360     WRITE CTB1PL-LINE
013370     MOVE 4 TO WS-LINE-CNT
013380     .
013390 3900-EXIT.
013400     EXIT.
013410*
013420******************************************************************
013430*    9000-TERMINATE - THE RUN'S CONTROL TOTALS GO ON A PAGE OF   *
013440*                     THEIR OWN SO NO BRANCH'S STATEMENT CARRIES *
013450*                     ANOTHER BRANCH'S FIGURES.                  *
013460******************************************************************
013470 9000-TERMINATE.
013480     MOVE SPACES TO PL-LINE
013490     MOVE 'DAILY BRANCH ACTIVITY STATEMENT - CTB620 - RUN TOTALS'
013500         TO PL-LINE
013510     WRITE CTB1PL-LINE AFTER ADVANCING PAGE
013520     MOVE SPACES TO PL-LINE
013530     STRING '  BUSINESS DATE ' DELIMITED BY SIZE
013540             WS-STMT-DATE DELIMITED BY SIZE
013550         INTO PL-LINE
013560     WRITE CTB1PL-LINE
013570     MOVE SPACES TO PL-LINE
013580     WRITE CTB1PL-LINE
013590     MOVE SPACES TO PL-LINE
013600     STRING 'CONTROL TOTALS - BRANCHES READ = ' DELIMITED BY SIZE
013610             WS-BRANCH-READ-CNT DELIMITED BY SIZE
013620             ', STATEMENTS = ' DELIMITED BY SIZE
013630             WS-STMT-CNT DELIMITED BY SIZE
013640             ', PAGES = ' DELIMITED BY SIZE
013650             WS-PAGE-TOTAL DELIMITED BY SIZE
013660         INTO PL-LINE
013670     WRITE CTB1PL-LINE
013680     MOVE SPACES TO PL-LINE
013690     STRING '                 POSTED LINES = ' DELIMITED BY SIZE
013700             WS-POSTED-LINE-CNT DELIMITED BY SIZE
013710             ', MTD LINES = ' DELIMITED BY SIZE
013720             WS-MTD-LINE-CNT DELIMITED BY SIZE
013730             ', REJECTS = ' DELIMITED BY SIZE
013740             WS-REJECT-LINE-CNT DELIMITED BY SIZE
013750             ', HOLDS = ' DELIMITED BY SIZE
013760             WS-HOLD-LINE-CNT DELIMITED BY SIZE
013770             ', CORRECTIONS = ' DELIMITED BY SIZE
013780             WS-CORR-LINE-CNT DELIMITED BY SIZE
013790         INTO PL-LINE
013800     WRITE CTB1PL-LINE
013810     IF WS-REJ-TABLE-FULL OR WS-HLD-TABLE-FULL
013820         OR WS-CRX-TABLE-FULL
013830         MOVE SPACES TO PL-LINE
013840         STRING '  A DAY FILE OUTGREW ITS TABLE - SOME LISTINGS'
013850                     DELIMITED BY SIZE
013860                 ' ARE INCOMPLETE' DELIMITED BY SIZE
013870             INTO PL-LINE
013880         WRITE CTB1PL-LINE
013890         IF RETURN-CODE = 0
013900             MOVE 4 TO RETURN-CODE
013910         END-IF
013920     END-IF
013930     CLOSE RESTART-FILE
013940     CLOSE BRANCH-MASTER
013950     IF WS-MTD-PRESENT
013960         CLOSE MTD-FILE
013970     END-IF
013980     CLOSE STMT-RPT
013990     DISPLAY 'CTB620I - END OF RUN.  DATE ' WS-STMT-DATE
014000         ' - STATEMENTS = ' WS-STMT-CNT
014010         ', PAGES = ' WS-PAGE-TOTAL
014020         ', BRANCHES READ = ' WS-BRANCH-READ-CNT
014030         ', MERGER NOTES = ' WS-MERGE-NOTE-CNT
014040     .
014050 9000-EXIT.
014060     EXIT.
014070*
014080******************************************************************
014090*    9800-STEP-LOG-START - REFUSE A SECOND RUN FOR A BUSINESS    *
014100*                          DATE THE STEP LOG SHOWS THIS STEP     *
014110*                          ALREADY FINISHED CLEAN, UNLESS A      *
014120*                          CTBSTOVR CARD OVERRIDES IT, THEN LOG  *
014130*                          THE START.  A STEP LOG THAT WILL NOT  *
014140*                          OPEN IS WARNED ABOUT, NOT FAILED.     *
014150******************************************************************
014160 9800-STEP-LOG-START.
014170     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
014180     MOVE WS-STEP-TS TO WS-STEP-START-TS
014190     PERFORM 9810-CHECK-PRIOR-RUN THRU 9810-EXIT
014200     IF WS-STEP-DONE-CLEAN
014210         PERFORM 9820-CHECK-OVERRIDE THRU 9820-EXIT
014220         IF WS-STEP-OVERRIDE-NONE
014230             DISPLAY 'CTB620A - STEP LOG SHOWS A CLEAN RUN FOR '
014240                 WS-STEP-BUS-DATE ' CYCLE ' WS-STEP-CYCLE
014250                 ' ENDED ' WS-STEP-DONE-TS
014260             DISPLAY 'CTB620A - A CTBSTOVR OVERRIDE CARD IS '
014270                 'NEEDED TO RUN THE DATE AGAIN - ABORTING'
014280             MOVE 'R' TO WS-STEP-EVENT
014290             MOVE WS-STEP-TS TO WS-STEP-END-TS
014300             MOVE 16 TO WS-STEP-RC
014310             PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
014320             MOVE 16 TO RETURN-CODE
014330             GOBACK
014340         END-IF
014350     END-IF
014360     MOVE 'S' TO WS-STEP-EVENT
014370     MOVE SPACES TO WS-STEP-END-TS
014380     MOVE 0 TO WS-STEP-RC
014390     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
014400     SET WS-STEP-LOGGED TO TRUE
014410     .
014420 9800-EXIT.
014430     EXIT.
014440*
014450******************************************************************
014460*    9810-CHECK-PRIOR-RUN - THE LAST START OR END ROW FOR THIS   *
014470*                           PROGRAM, DATE AND CYCLE DECIDES.  AN *
014480*                           END ROW UNDER RC 16 IS A CLEAN       *
014490*                           FINISH; A START ROW WITH NOTHING     *
014500*                           AFTER IT IS A RUN THAT FELL OVER     *
014510*                           AND MAY BE RERUN.                    *
014520******************************************************************
014530 9810-CHECK-PRIOR-RUN.
014540     SET WS-STEP-NOT-DONE TO TRUE
014550     OPEN INPUT STEP-LOG-FILE
014560     IF WS-STEPL-STATUS NOT = '00'
014570         GO TO 9810-EXIT
014580     END-IF
014590     SET WS-STEPL-EOF-NO TO TRUE
014600     PERFORM 9815-READ-STEP-ROW THRU 9815-EXIT
014610         UNTIL WS-STEPL-EOF-YES
014620     CLOSE STEP-LOG-FILE
014630     .
014640 9810-EXIT.
014650     EXIT.
014660*
014670 9815-READ-STEP-ROW.
014680     READ STEP-LOG-FILE
014690         AT END
014700             SET WS-STEPL-EOF-YES TO TRUE
014710             GO TO 9815-EXIT
014720     END-READ
014730     IF JS-PROGRAM NOT = WS-STEP-PROGRAM
014740         OR JS-BUSINESS-DATE NOT = WS-STEP-BUS-DATE
014750         OR JS-CYCLE-NUMBER NOT = WS-STEP-CYCLE
014760         GO TO 9815-EXIT
014770     END-IF
014780     IF JS-EVENT-START
014790         SET WS-STEP-NOT-DONE TO TRUE
014800     END-IF
014810     IF JS-EVENT-END
014820         IF JS-RETURN-CODE < 16
014830             SET WS-STEP-DONE-CLEAN TO TRUE
014840             MOVE JS-END-TIMESTAMP TO WS-STEP-DONE-TS
014850         ELSE
014860             SET WS-STEP-NOT-DONE TO TRUE
014870         END-IF
014880     END-IF
014890     .
014900 9815-EXIT.
014910     EXIT.
014920*
014930******************************************************************
014940*    9820-CHECK-OVERRIDE - LOOK FOR A CTBSTOVR CARD NAMING THIS  *
014950*                          PROGRAM AND DATE.  A BLANK CYCLE ON   *
014960*                          THE CARD COVERS EVERY CYCLE.          *
014970******************************************************************
014980 9820-CHECK-OVERRIDE.
014990     SET WS-STEP-OVERRIDE-NONE TO TRUE
015000     OPEN INPUT STEP-OVR-FILE
015010     IF WS-STOVR-STATUS NOT = '00'
015020         GO TO 9820-EXIT
015030     END-IF
015040     SET WS-STOVR-EOF-NO TO TRUE
015050     PERFORM 9825-READ-OVERRIDE THRU 9825-EXIT
015060         UNTIL WS-STOVR-EOF-YES
015070     CLOSE STEP-OVR-FILE
015080     .
015090 9820-EXIT.
015100     EXIT.
015110*
015120 9825-READ-OVERRIDE.
015130     READ STEP-OVR-FILE
015140         AT END
015150             SET WS-STOVR-EOF-YES TO TRUE
015160             GO TO 9825-EXIT
015170     END-READ
015180     IF SO-PROGRAM = WS-STEP-PROGRAM
015190         AND SO-BUSINESS-DATE = WS-STEP-BUS-DATE
015200         AND (SO-CYCLE-NUMBER = SPACES
015210             OR SO-CYCLE-NUMBER = WS-STEP-CYCLE)
015220         SET WS-STEP-OVERRIDE-GIVEN TO TRUE
015230         SET WS-STOVR-EOF-YES TO TRUE
015240         DISPLAY 'CTB620W - CLEAN RUN FOR ' WS-STEP-BUS-DATE
015250             ' OVERRIDDEN BY ' SO-OPERATOR ' - ' SO-REASON
015260     END-IF
015270     .
015280 9825-EXIT.
015290     EXIT.
015300*
015310******************************************************************
015320*    9840-WRITE-STEP-ROW - APPEND ONE ROW TO CTBSTEPL, CREATING  *
015330*                          THE LOG ON FIRST USE.                 *
015340******************************************************************
015350 9840-WRITE-STEP-ROW.
015360     OPEN EXTEND STEP-LOG-FILE
015370     IF WS-STEPL-STATUS NOT = '00'
015380         OPEN OUTPUT STEP-LOG-FILE
015390     END-IF
015400     IF WS-STEPL-STATUS NOT = '00'
015410         DISPLAY 'CTB620W - CTBSTEPL WOULD NOT OPEN - STATUS = '
015420             WS-STEPL-STATUS ' - STEP NOT LOGGED'
015430         GO TO 9840-EXIT
015440     END-IF
015450     MOVE SPACES TO CTB1JS-STEP-RECORD
015460     MOVE WS-STEP-PROGRAM TO JS-PROGRAM
015470     MOVE WS-STEP-BUS-DATE TO JS-BUSINESS-DATE
015480     MOVE WS-STEP-CYCLE TO JS-CYCLE-NUMBER
015490     MOVE WS-STEP-EVENT TO JS-EVENT
015500     MOVE WS-STEP-FINAL-SW TO JS-FINAL-CYCLE-SW
015510     MOVE WS-STEP-START-TS TO JS-START-TIMESTAMP
015520     MOVE WS-STEP-END-TS TO JS-END-TIMESTAMP
015530     MOVE WS-STEP-IN-CNT TO JS-IN-COUNT
015540     MOVE WS-STEP-OUT-CNT TO JS-OUT-COUNT
015550     MOVE WS-STEP-REJECT-CNT TO JS-REJECT-COUNT
015560     MOVE WS-STEP-RC TO JS-RETURN-CODE
015570     MOVE WS-STEP-OVERRIDE-SW TO JS-OVERRIDE-SW
015580     WRITE CTB1JS-STEP-RECORD
015590     CLOSE STEP-LOG-FILE
015600     .
015610 9840-EXIT.
015620     EXIT.
015630*
015640******************************************************************
015650*    9850-STEP-LOG-END - LOG THE END OF THE STEP WITH ITS COUNTS *
015660*                        AND FINAL RETURN CODE.                  *
015670******************************************************************
015680 9850-STEP-LOG-END.
015690     IF WS-STEP-NOT-LOGGED
015700         GO TO 9850-EXIT
015710     END-IF
015720     MOVE WS-BRANCH-READ-CNT TO WS-STEP-IN-CNT
015730     MOVE WS-STMT-CNT TO WS-STEP-OUT-CNT
015740     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
015750     MOVE WS-STEP-TS TO WS-STEP-END-TS
015760     MOVE RETURN-CODE TO WS-STEP-RC
015770     MOVE 'E' TO WS-STEP-EVENT
015780     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
015790     SET WS-STEP-NOT-LOGGED TO TRUE
015800     .
015810 9850-EXIT.
015820     EXIT.
015830*
015840 9860-BUILD-STEP-TIMESTAMP.
015850     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
015860     ACCEPT WS-STEP-TIME FROM TIME
015870     MOVE SPACES TO WS-STEP-TS
015880     STRING WS-STEP-DATE DELIMITED BY SIZE
015890             '-' DELIMITED BY SIZE
015900             WS-STEP-TIME DELIMITED BY SIZE
015910         INTO WS-STEP-TS
015920     .
015930 9860-EXIT.
015940     EXIT.
