000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTB660.
000030 AUTHOR. D L MERRIMAN.
000040 INSTALLATION. DAILY LEDGER OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   PROGRAM      CTB660                                          *
000100*   DESCRIPTION   PRIOR-PERIOD ADJUSTMENT RUN.  ONCE CTB650 HAS  *
000110*                 CLOSED A MONTH, A LATE CORRECTION CAN NO       *
000120*                 LONGER GO THROUGH CTBMTD.  EACH CTBADJIN CARD  *
000130*                 NAMES A CLOSED MONTH, PERIOD SLOT, BRANCH,     *
000140*                 AND A SIGNED COUNT AND AMOUNT, WITH A UNIQUE   *
000150*                 REFERENCE AND THE APPROVER.  THE ADJUSTMENT IS *
000160*                 ADDED TO THE SEPARATE ADJUSTMENT FIGURES ON    *
000170*                 THE CTBMTDH ROW - THE FIGURES CTB650 CLOSED    *
000180*                 ARE NEVER CHANGED - AND AUDITED TO CTBAUDIT.   *
000190*                 A CTB1GJ-FORMAT ADJUSTING JOURNAL (CTBGLADJ)   *
000200*                 IS WRITTEN DATED THE LAST DAY OF THE ADJUSTED  *
000210*                 MONTH SO FINANCE BOOKS THE CORRECTION IN THE   *
000220*                 RIGHT PERIOD, AND EVERY BRANCH ADJUSTED IS     *
000230*                 REPRINTED AS A RESTATED STATEMENT MARKED       *
000240*                 ADJUSTED.  A REFERENCE ALREADY ON CTBAUDIT IS  *
000250*                 REFUSED, SO A RESUBMITTED DECK CANNOT POST     *
000260*                 TWICE.                                         *
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
000410     SELECT ADJ-CARDS ASSIGN TO "CTBADJIN"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-CARDS-STATUS.
000440*
000450     SELECT MONTH-HIST ASSIGN TO "CTBMTDH"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS MH-KEY
000490         FILE STATUS IS WS-MHIST-STATUS.
000500*
000510     SELECT GL-MAP ASSIGN TO "CTBGLMAP"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS GM-BRANCH-CODE
000550         FILE STATUS IS WS-GLMAP-STATUS.
000560*
000570     SELECT BRANCH-MASTER ASSIGN TO "CTBBRNCH"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS BM-BRANCH-CODE
000610         FILE STATUS IS WS-BRANCH-MSTR-STATUS.
000620*
000630     SELECT AUDIT-FILE ASSIGN TO "CTBAUDIT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-AUDIT-STATUS.
000660*
000670     SELECT JOURNAL-FILE ASSIGN TO "CTBGLADJ"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-JOURNAL-STATUS.
000700*
000710     SELECT ADJ-RPT ASSIGN TO "ADJRPT"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-ADJRPT-STATUS.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  ADJ-CARDS
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  ADJ-CARD.
000810     05  AJ-REFERENCE                PIC X(08).
000820     05  AJ-CLOSE-MONTH              PIC X(06).
000830     05  AJ-PERIOD-INDEX             PIC X(05).
000840     05  AJ-PERIOD-INDEX-NUM REDEFINES AJ-PERIOD-INDEX
000850                                     PIC 9(5).
000860     05  AJ-BRANCH-CODE              PIC X(04).
000870     05  AJ-COUNT-SIGN               PIC X(01).
000880         88  AJ-COUNT-NEGATIVE           VALUE '-'.
000890         88  AJ-COUNT-SIGN-VALID         VALUE '+' '-' ' '.
000900     05  AJ-COUNT                    PIC X(05).
000910     05  AJ-COUNT-NUM REDEFINES AJ-COUNT
000920                                     PIC 9(5).
000930     05  AJ-AMOUNT-SIGN              PIC X(01).
000940         88  AJ-AMOUNT-NEGATIVE          VALUE '-'.
000950         88  AJ-AMOUNT-SIGN-VALID        VALUE '+' '-' ' '.
000960     05  AJ-AMOUNT                   PIC X(13).
000970     05  AJ-AMOUNT-NUM REDEFINES AJ-AMOUNT
000980                                     PIC 9(11)V99.
000990     05  AJ-APPROVER                 PIC X(08).
001000     05  AJ-REASON                   PIC X(29).
001010*
001020 FD  MONTH-HIST.
001030     COPY CTB1MH.
001040*
001050 FD  GL-MAP.
001060     COPY CTB1GM.
001070*
001080 FD  BRANCH-MASTER.
001090     COPY CTB1BM.
001100*
001110 FD  AUDIT-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140     COPY CTB1AU.
001150*
001160 FD  JOURNAL-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190     COPY CTB1GJ.
001200*
001210 FD  ADJ-RPT
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240     COPY CTB1PL.
001250*
001260 WORKING-STORAGE SECTION.
001270 01  WS-FILE-STATUS-FIELDS.
001280     05  WS-CARDS-STATUS             PIC X(02) VALUE SPACES.
001290     05  WS-MHIST-STATUS             PIC X(02) VALUE SPACES.
001300     05  WS-GLMAP-STATUS             PIC X(02) VALUE SPACES.
001310     05  WS-BRANCH-MSTR-STATUS       PIC X(02) VALUE SPACES.
001320     05  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001330     05  WS-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
001340     05  WS-ADJRPT-STATUS            PIC X(02) VALUE SPACES.
001350*
001360 01  WS-SWITCHES.
001370     05  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
001380         88  WS-CARD-EOF-YES             VALUE 'Y'.
001390         88  WS-CARD-EOF-NO              VALUE 'N'.
001400     05  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
001410         88  WS-AUDIT-EOF-YES            VALUE 'Y'.
001420         88  WS-AUDIT-EOF-NO             VALUE 'N'.
001430     05  WS-MHIST-EOF-SW             PIC X(01) VALUE 'N'.
001440         88  WS-MHIST-EOF-YES            VALUE 'Y'.
001450         88  WS-MHIST-EOF-NO             VALUE 'N'.
001460     05  WS-BRANCH-MSTR-OPEN-SW      PIC X(01) VALUE 'N'.
001470         88  WS-BRANCH-MASTER-PRESENT    VALUE 'Y'.
001480         88  WS-BRANCH-MASTER-ABSENT     VALUE 'N'.
001490     05  WS-MONTH-CLOSED-SW          PIC X(01) VALUE 'N'.
001500         88  WS-MONTH-CLOSED             VALUE 'Y'.
001510         88  WS-MONTH-OPEN               VALUE 'N'.
001520     05  WS-HIST-ROW-SW              PIC X(01) VALUE 'N'.
001530         88  WS-HIST-ROW-FOUND           VALUE 'Y'.
001540         88  WS-HIST-ROW-NEW             VALUE 'N'.
001550     05  WS-REF-FOUND-SW             PIC X(01) VALUE 'N'.
001560         88  WS-REF-FOUND                VALUE 'Y'.
001570         88  WS-REF-UNFOUND              VALUE 'N'.
001580     05  WS-REF-FULL-SW              PIC X(01) VALUE 'N'.
001590         88  WS-REF-TABLE-FULL           VALUE 'Y'.
001600     05  WS-PAIR-FOUND-SW            PIC X(01) VALUE 'N'.
001610         88  WS-PAIR-FOUND               VALUE 'Y'.
001620         88  WS-PAIR-UNFOUND             VALUE 'N'.
001630     05  WS-PAIR-FULL-SW             PIC X(01) VALUE 'N'.
001640         88  WS-PAIR-TABLE-FULL          VALUE 'Y'.
001650*
001660 01  WS-ADJ-COUNTS.
001670     05  WS-CARD-READ-CNT            PIC 9(5) VALUE 0.
001680     05  WS-POSTED-CNT               PIC 9(5) VALUE 0.
001690     05  WS-REJECT-CNT               PIC 9(5) VALUE 0.
001700     05  WS-HIST-ADD-CNT             PIC 9(5) VALUE 0.
001710     05  WS-STMT-CNT                 PIC 9(5) VALUE 0.
001720*
001730 01  WS-WORK-FIELDS.
001740     05  WS-RUN-DATE                 PIC 9(08) VALUE 0.
001750     05  WS-RUN-DATE-X               PIC X(08) VALUE SPACES.
001760     05  WS-ADJ-MSG                  PIC X(40) VALUE SPACES.
001770     05  WS-MONTH-CLOSE-DATE         PIC X(08) VALUE SPACES.
001780     05  WS-WORK-MONTH               PIC X(06) VALUE SPACES.
001790     05  WS-WORK-BRANCH              PIC X(04) VALUE SPACES.
001800     05  WS-WORK-REFERENCE           PIC X(08) VALUE SPACES.
001810     05  WS-BRANCH-ACCOUNT           PIC X(12) VALUE SPACES.
001820     05  WS-SIGNED-COUNT             PIC S9(5) VALUE 0.
001830     05  WS-SIGNED-AMOUNT            PIC S9(11)V99 VALUE 0.
001840     05  WS-NEW-ADJ-COUNT            PIC S9(7) VALUE 0.
001850     05  WS-NEW-ADJ-AMOUNT           PIC S9(13)V99 VALUE 0.
001860     05  WS-PRIOR-ADJUSTED-COUNT     PIC S9(7) VALUE 0.
001870     05  WS-ADJUSTED-COUNT           PIC S9(7) VALUE 0.
001880     05  WS-ADJUSTED-AMOUNT          PIC S9(13)V99 VALUE 0.
001890*
001900*    THE ADJUSTMENT CONTROLS - THE REFERENCE TABLE HOLDS EVERY
001910*    REFERENCE ALREADY ON THE CTBAUDIT TRAIL PLUS EVERY ONE
001920*    POSTED THIS RUN; THE PAIR TABLE HOLDS EACH MONTH/BRANCH
001930*    ADJUSTED, FOR THE RESTATED STATEMENTS.
001940 01  WS-ADJ-CONTROLS.
001950     05  WS-REF-MAX                  PIC 9(5) VALUE 5000.
001960     05  WS-REF-CNT                  PIC 9(5) VALUE 0.
001970     05  WS-PAIR-MAX                 PIC 9(3) VALUE 200.
001980     05  WS-PAIR-CNT                 PIC 9(3) VALUE 0.
001990     05  WS-COUNT-LIMIT              PIC S9(7) VALUE +99999.
002000*
002010 01  WS-REF-TABLE.
002020     05  WS-REF-ENTRY OCCURS 5000 TIMES
002030                 INDEXED BY WS-RF-IDX.
002040         10  RF-REFERENCE            PIC X(08).
002050*
002060 01  WS-PAIR-TABLE.
002070     05  WS-PAIR-ENTRY OCCURS 200 TIMES
002080                 INDEXED BY WS-PR-IDX.
002090         10  PR-CLOSE-MONTH          PIC X(06).
002100         10  PR-BRANCH-CODE          PIC X(04).
002110*
002120*    THE ADJUSTING JOURNAL IS DATED THE LAST CALENDAR DAY OF
002130*    THE MONTH ADJUSTED.
002140 01  WS-JOURNAL-FIELDS.
002150     05  WS-CLEARING-ACCOUNT         PIC X(12) VALUE SPACES.
002160     05  WS-ENTRY-COUNT              PIC 9(7) VALUE 0.
002170     05  WS-DEBIT-TOTAL              PIC 9(13)V99 VALUE 0.
002180     05  WS-CREDIT-TOTAL             PIC 9(13)V99 VALUE 0.
002190     05  WS-ENTRY-ACCOUNT            PIC X(12) VALUE SPACES.
002200     05  WS-ENTRY-BRANCH             PIC X(04) VALUE SPACES.
002210     05  WS-ENTRY-PERIOD             PIC 9(5) VALUE 0.
002220     05  WS-ENTRY-DR-CR              PIC X(01) VALUE SPACES.
002230     05  WS-ENTRY-AMOUNT             PIC 9(11)V99 VALUE 0.
002240 01  WS-JOURNAL-DATE.
002250     05  WS-JD-YEAR                  PIC 9(4) VALUE 0.
002260     05  WS-JD-MONTH                 PIC 9(2) VALUE 0.
002270     05  WS-JD-DAY                   PIC 9(2) VALUE 0.
002280 01  WS-LEAP-YEAR-FIELDS.
002290     05  WS-LY-QUOTIENT              PIC 9(4) VALUE 0.
002300     05  WS-LY-REM-4                 PIC 9(3) VALUE 0.
002310     05  WS-LY-REM-100               PIC 9(3) VALUE 0.
002320     05  WS-LY-REM-400               PIC 9(3) VALUE 0.
002330 01  WS-MONTH-DAYS-VALUES            PIC X(24)
002340                             VALUE '312831303130313130313031'.
002350 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002360     05  WS-MONTH-DAYS OCCURS 12 TIMES
002370                                     PIC 9(2).
002380*
002390 01  WS-BRANCH-TOTALS.
002400     05  WS-BR-CLOSED-COUNT          PIC 9(7) VALUE 0.
002410     05  WS-BR-CLOSED-AMOUNT         PIC 9(13)V99 VALUE 0.
002420     05  WS-BR-ADJ-COUNT             PIC S9(7) VALUE 0.
002430     05  WS-BR-ADJ-AMOUNT            PIC S9(13)V99 VALUE 0.
002440*
002450 01  WS-REPORT-WORK-FIELDS.
002460     05  WS-RPT-PERIOD               PIC ZZZZ9.
002470     05  WS-RPT-CLOSED-COUNT         PIC ZZZZZZ9.
002480     05  WS-RPT-CLOSED-AMOUNT        PIC ZZZZZZZZZZZZ9.99.
002490     05  WS-RPT-ADJ-COUNT            PIC -ZZZZZZ9.
002500     05  WS-RPT-ADJ-AMOUNT           PIC -ZZZZZZZZZZZZ9.99.
002510     05  WS-RPT-NEW-COUNT            PIC -ZZZZZZ9.
002520     05  WS-RPT-NEW-AMOUNT           PIC -ZZZZZZZZZZZZ9.99.
002530     05  WS-RPT-BRANCH-NAME          PIC X(20) VALUE SPACES.
002540*
002550 01  WS-TIMESTAMP-FIELDS.
002560     05  WS-CURR-DATE                PIC 9(08).
002570     05  WS-CURR-TIME                PIC 9(08).
002580     05  WS-TIMESTAMP-OUT            PIC X(26) VALUE SPACES.
002590*
002600 PROCEDURE DIVISION.
002610******************************************************************
002620*    0000-MAINLINE                                               *
002630******************************************************************
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002660     PERFORM 3000-PROCESS-CARD THRU 3000-EXIT
002670         UNTIL WS-CARD-EOF-YES
002680     PERFORM 5000-PRINT-RESTATEMENTS THRU 5000-EXIT
002690     PERFORM 8000-WRITE-JOURNAL-TRAILER THRU 8000-EXIT
002700     PERFORM 9000-TERMINATE THRU 9000-EXIT
002710     GOBACK.
002720*
002730******************************************************************
002740*    1000-INITIALIZE - THE CARDS, THE CLOSED-MONTH HISTORY AND   *
002750*                      THE GL MAP'S CLEARING ROW MUST ALL BE     *
002760*                      PRESENT.  THE REFERENCES ALREADY POSTED   *
002770*                      ARE LOADED OFF CTBAUDIT BEFORE IT IS      *
002780*                      OPENED FOR THIS RUN'S ROWS.               *
002790******************************************************************
002800 1000-INITIALIZE.
002810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002820     MOVE WS-RUN-DATE TO WS-RUN-DATE-X
002830     OPEN INPUT ADJ-CARDS
002840     IF WS-CARDS-STATUS NOT = '00'
002850         DISPLAY 'CTB660A - NO CTBADJIN ADJUSTMENT CARDS '
002860             'PRESENT - ABORTING'
002870         MOVE 16 TO RETURN-CODE
002880         GOBACK
002890     END-IF
002900     OPEN I-O MONTH-HIST
002910     IF WS-MHIST-STATUS NOT = '00'
002920         DISPLAY 'CTB660A - CTBMTDH WOULD NOT OPEN - STATUS = '
002930             WS-MHIST-STATUS ' - NO CLOSED MONTH TO ADJUST'
002940         MOVE 16 TO RETURN-CODE
002950         GOBACK
002960     END-IF
002970     OPEN INPUT GL-MAP
002980     IF WS-GLMAP-STATUS NOT = '00'
002990         DISPLAY 'CTB660A - CTBGLMAP WOULD NOT OPEN - STATUS = '
003000             WS-GLMAP-STATUS ' - NO JOURNAL WITHOUT THE MAP'
003010         MOVE 16 TO RETURN-CODE
003020         GOBACK
003030     END-IF
003040     MOVE '*ALL' TO GM-BRANCH-CODE
003050     READ GL-MAP
003060         INVALID KEY
003070             DISPLAY 'CTB660A - NO *ALL CLEARING-ACCOUNT ROW ON '
003080                 'CTBGLMAP - ABORTING'
003090             MOVE 16 TO RETURN-CODE
003100             GOBACK
003110     END-READ
003120     MOVE GM-GL-ACCOUNT TO WS-CLEARING-ACCOUNT
003130     OPEN INPUT BRANCH-MASTER
003140     IF WS-BRANCH-MSTR-STATUS = '00'
003150         SET WS-BRANCH-MASTER-PRESENT TO TRUE
003160     ELSE
003170         SET WS-BRANCH-MASTER-ABSENT TO TRUE
003180         DISPLAY 'CTB660W - NO BRANCH MASTER PRESENT - BRANCH '
003190             'NAMES WILL NOT BE DECODED'
003200     END-IF
003210     PERFORM 1200-LOAD-PRIOR-REFERENCES THRU 1200-EXIT
003220     OPEN EXTEND AUDIT-FILE
003230     IF WS-AUDIT-STATUS NOT = '00'
003240         OPEN OUTPUT AUDIT-FILE
003250     END-IF
003260     OPEN OUTPUT JOURNAL-FILE
003270     IF WS-JOURNAL-STATUS NOT = '00'
003280         DISPLAY 'CTB660A - CTBGLADJ WOULD NOT OPEN - STATUS = '
003290             WS-JOURNAL-STATUS
003300         MOVE 16 TO RETURN-CODE
003310         GOBACK
003320     END-IF
003330     OPEN OUTPUT ADJ-RPT
003340     IF WS-ADJRPT-STATUS NOT = '00'
003350         DISPLAY 'CTB660A - ADJ-RPT WOULD NOT OPEN - STATUS = '
003360             WS-ADJRPT-STATUS
003370         MOVE 16 TO RETURN-CODE
003380         GOBACK
003390     END-IF
003400     MOVE SPACES TO PL-LINE
003410     MOVE 'PRIOR-PERIOD ADJUSTMENT RUN - CTB660' TO PL-LINE
003420     WRITE CTB1PL-LINE
003430     MOVE SPACES TO PL-LINE
003440     STRING '  RUN DATE ' DELIMITED BY SIZE
003450             WS-RUN-DATE-X DELIMITED BY SIZE
003460         INTO PL-LINE
003470     WRITE CTB1PL-LINE
003480     MOVE SPACES TO PL-LINE
003490     WRITE CTB1PL-LINE
003500     MOVE SPACES TO PL-LINE
003510     MOVE '  REFERENCE MONTH   SLOT BRANCH  ADJUSTMENT' TO PL-LINE
003520     WRITE CTB1PL-LINE
003530     PERFORM 1300-READ-CARD THRU 1300-EXIT
003540     .
003550 1000-EXIT.
003560     EXIT.
003570*
003580******************************************************************
003590*    1200-LOAD-PRIOR-REFERENCES - ONE SWEEP OF CTBAUDIT NOTING   *
003600*                                 THE REFERENCE OF EVERY PERIOD- *
003610*                                 ADJUSTMENT ROW, SO A DECK      *
003620*                                 SUBMITTED TWICE IS REFUSED     *
003630*                                 RATHER THAN POSTED TWICE.  NO  *
003640*                                 TRAIL YET MEANS NOTHING POSTED.*
003650******************************************************************
003660 1200-LOAD-PRIOR-REFERENCES.
003670     OPEN INPUT AUDIT-FILE
003680     IF WS-AUDIT-STATUS NOT = '00'
003690         GO TO 1200-EXIT
003700     END-IF
003710     SET WS-AUDIT-EOF-NO TO TRUE
003720     PERFORM 1210-READ-AUDIT THRU 1210-EXIT
003730     PERFORM 1220-NOTE-AUDIT-ROW THRU 1220-EXIT
003740         UNTIL WS-AUDIT-EOF-YES
003750     CLOSE AUDIT-FILE
003760     .
003770 1200-EXIT.
003780     EXIT.
003790*
003800 1210-READ-AUDIT.
003810     READ AUDIT-FILE
003820         AT END
003830             SET WS-AUDIT-EOF-YES TO TRUE
003840     END-READ
003850     IF WS-AUDIT-STATUS NOT = '00'
003860         SET WS-AUDIT-EOF-YES TO TRUE
003870     END-IF
003880     .
003890 1210-EXIT.
003900     EXIT.
003910*
003920 1220-NOTE-AUDIT-ROW.
003930     IF AU-CHANGE-PERIOD-ADJUST
003940         MOVE AU-WORK-ITEM-KEY TO WS-WORK-REFERENCE
003950         PERFORM 4700-ADD-REFERENCE THRU 4700-EXIT
003960     END-IF
003970     PERFORM 1210-READ-AUDIT THRU 1210-EXIT
003980     .
003990 1220-EXIT.
004000     EXIT.
004010*
004020 1300-READ-CARD.
004030     READ ADJ-CARDS
004040         AT END
004050             SET WS-CARD-EOF-YES TO TRUE
004060     END-READ
004070     IF WS-CARD-EOF-NO
004080         ADD 1 TO WS-CARD-READ-CNT
004090     END-IF
004100     .
004110 1300-EXIT.
004120     EXIT.
004130*
004140******************************************************************
004150*    3000-PROCESS-CARD - VALIDATE ONE ADJUSTMENT CARD IN FULL    *
004160*                        BEFORE ANYTHING IS WRITTEN, THEN POST   *
004170*                        IT TO CTBMTDH, AUDIT IT, AND JOURNAL    *
004180*                        IT.  A REJECTED CARD CHANGES NOTHING.   *
004190******************************************************************
004200 3000-PROCESS-CARD.
004210     IF AJ-REFERENCE = SPACES
004220         MOVE 'REFERENCE IS BLANK' TO WS-ADJ-MSG
004230         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
004240         GO TO 3000-READ-NEXT
004250     END-IF
004260     IF AJ-CLOSE-MONTH NOT NUMERIC
004270         OR AJ-CLOSE-MONTH(5:2) < '01'
004280         OR AJ-CLOSE-MONTH(5:2) > '12'
004290         MOVE 'CLOSED MONTH IS NOT A VALID YYYYMM' TO WS-ADJ-MSG
004300         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
004310         GO TO 3000-READ-NEXT
004320     END-IF
004330     IF AJ-PERIOD-INDEX NOT NUMERIC
004340         MOVE 'PERIOD SLOT NOT NUMERIC' TO WS-ADJ-MSG
004350         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
004360         GO TO 3000-READ-NEXT
004370     END-IF
004380     IF AJ-BRANCH-CODE = SPACES OR AJ-BRANCH-CODE = '*ALL'
004390         MOVE 'BRANCH CODE IS BLANK OR *ALL' TO WS-ADJ-MSG
004400         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
004410         GO TO 3000-READ-NEXT
004420     END-IF
004430     IF NOT AJ-COUNT-SIGN-VALID OR AJ-COUNT NOT NUMERIC
004440         MOVE 'COUNT OR ITS SIGN IS NOT VALID' TO WS-ADJ-MSG
004450         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
004460         GO TO 3000-READ-NEXT
004470     END-IF
004480     IF NOT AJ-AMOUNT-SIGN-VALID OR AJ-AMOUNT NOT NUMERIC
004490         MOVE 'AMOUNT OR ITS SIGN IS NOT VALID' TO WS-ADJ-MSG
004500         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
004510         GO TO 3000-READ-NEXT
004520     END-IF
004530     IF AJ-COUNT-NUM = 0 AND AJ-AMOUNT-NUM = 0
004540         MOVE 'COUNT AND AMOUNT ARE BOTH ZERO' TO WS-ADJ-MSG
004550         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
004560         GO TO 3000-READ-NEXT
004570     END-IF
004580     IF AJ-APPROVER = SPACES
004590         MOVE 'NO APPROVER ON THE CARD' TO WS-ADJ-MSG
004600         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
004610         GO TO 3000-READ-NEXT
004620     END-IF
004630     MOVE AJ-REFERENCE TO WS-WORK-REFERENCE
004640     PERFORM 4600-FIND-REFERENCE THRU 4600-EXIT
004650     IF WS-REF-FOUND
004660         MOVE 'REFERENCE ALREADY POSTED' TO WS-ADJ-MSG
004670         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
004680         GO TO 3000-READ-NEXT
004690     END-IF
004700     MOVE AJ-COUNT-NUM TO WS-SIGNED-COUNT
004710     IF AJ-COUNT-NEGATIVE
004720         COMPUTE WS-SIGNED-COUNT = 0 - AJ-COUNT-NUM
004730     END-IF
004740     MOVE AJ-AMOUNT-NUM TO WS-SIGNED-AMOUNT
004750     IF AJ-AMOUNT-NEGATIVE
004760         COMPUTE WS-SIGNED-AMOUNT = 0 - AJ-AMOUNT-NUM
004770     END-IF
004780     PERFORM 3100-CHECK-MONTH-CLOSED THRU 3100-EXIT
004790     IF WS-MONTH-OPEN
004800         MOVE 'MONTH HAS NOT BEEN CLOSED BY CTB650' TO WS-ADJ-MSG
004810         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
004820         GO TO 3000-READ-NEXT
004830     END-IF
004840     IF WS-SIGNED-AMOUNT NOT = 0
004850         MOVE AJ-BRANCH-CODE TO GM-BRANCH-CODE
004860         READ GL-MAP
004870             INVALID KEY
004880                 MOVE 'BRANCH HAS NO CTBGLMAP ROW' TO WS-ADJ-MSG
004890                 PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
004900                 GO TO 3000-READ-NEXT
004910         END-READ
004920         MOVE GM-GL-ACCOUNT TO WS-BRANCH-ACCOUNT
004930     END-IF
004940     PERFORM 3200-READ-HISTORY-ROW THRU 3200-EXIT
004950*    THE ADJUSTED FIGURE - CLOSED PLUS EVERY ADJUSTMENT SO FAR
004960*    PLUS THIS ONE - MAY NOT GO BELOW ZERO.
004970     COMPUTE WS-PRIOR-ADJUSTED-COUNT = MH-MTD-COUNT + MH-ADJ-COUNT
004980     COMPUTE WS-NEW-ADJ-COUNT = MH-ADJ-COUNT + WS-SIGNED-COUNT
004990     COMPUTE WS-NEW-ADJ-AMOUNT = MH-ADJ-AMOUNT + WS-SIGNED-AMOUNT
005000     COMPUTE WS-ADJUSTED-COUNT = MH-MTD-COUNT + WS-NEW-ADJ-COUNT
005010     COMPUTE WS-ADJUSTED-AMOUNT =
005020         MH-MTD-AMOUNT + WS-NEW-ADJ-AMOUNT
005030     IF WS-ADJUSTED-COUNT < 0 OR WS-ADJUSTED-AMOUNT < 0
005040         MOVE 'ADJUSTED FIGURE WOULD GO BELOW ZERO' TO WS-ADJ-MSG
005050         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
005060         GO TO 3000-READ-NEXT
005070     END-IF
005080     IF WS-NEW-ADJ-COUNT > WS-COUNT-LIMIT
005090         OR WS-NEW-ADJ-COUNT < 0 - WS-COUNT-LIMIT
005100         MOVE 'ADJUSTMENT COUNT TOTAL OUT OF RANGE' TO WS-ADJ-MSG
005110         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
005120         GO TO 3000-READ-NEXT
005130     END-IF
005140     PERFORM 3300-POST-ADJUSTMENT THRU 3300-EXIT
005150     IF WS-ADJ-MSG NOT = 'POSTED'
005160         PERFORM 6100-WRITE-REJECT-LINE THRU 6100-EXIT
005170         GO TO 3000-READ-NEXT
005180     END-IF
005190     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
005200     IF WS-SIGNED-AMOUNT NOT = 0
005210         PERFORM 7000-WRITE-GL-ENTRIES THRU 7000-EXIT
005220     END-IF
005230     PERFORM 4700-ADD-REFERENCE THRU 4700-EXIT
005240     PERFORM 4800-NOTE-PAIR THRU 4800-EXIT
005250     ADD 1 TO WS-POSTED-CNT
005260     PERFORM 6000-WRITE-CARD-LINE THRU 6000-EXIT
005270     .
005280 3000-READ-NEXT.
005290     PERFORM 1300-READ-CARD THRU 1300-EXIT
005300     .
005310 3000-EXIT.
005320     EXIT.
005330*
005340******************************************************************
005350*    3100-CHECK-MONTH-CLOSED - A MONTH IS CLOSED ONCE CTB650 HAS *
005360*                              WRITTEN ANY ROW FOR IT TO CTBMTDH.*
005370*                              ITS CLOSE DATE IS KEPT FOR A SLOT *
005380*                              THE BRANCH NEVER POSTED TO.       *
005390******************************************************************
005400 3100-CHECK-MONTH-CLOSED.
005410     SET WS-MONTH-OPEN TO TRUE
005420     MOVE SPACES TO WS-MONTH-CLOSE-DATE
005430     MOVE LOW-VALUES TO MH-KEY
005440     MOVE AJ-CLOSE-MONTH TO MH-CLOSE-MONTH
005450     START MONTH-HIST KEY NOT < MH-KEY
005460         INVALID KEY
005470             GO TO 3100-EXIT
005480     END-START
005490     READ MONTH-HIST NEXT
005500         AT END
005510             GO TO 3100-EXIT
005520     END-READ
005530     IF WS-MHIST-STATUS NOT = '00' AND WS-MHIST-STATUS NOT = '02'
005540         GO TO 3100-EXIT
005550     END-IF
005560     IF MH-CLOSE-MONTH = AJ-CLOSE-MONTH
005570         SET WS-MONTH-CLOSED TO TRUE
005580         MOVE MH-CLOSE-DATE TO WS-MONTH-CLOSE-DATE
005590     END-IF
005600     .
005610 3100-EXIT.
005620     EXIT.
005630*
005640******************************************************************
005650*    3200-READ-HISTORY-ROW - THE CARD'S OWN SLOT ROW.  A SLOT THE*
005660*                            BRANCH NEVER POSTED TO IN THE MONTH *
005670*                            HAS NO ROW; ONE IS BUILT WITH ZERO  *
005680*                            CLOSED FIGURES TO CARRY THE         *
005690*                            ADJUSTMENT.                         *
005700******************************************************************
005710 3200-READ-HISTORY-ROW.
005720     SET WS-HIST-ROW-FOUND TO TRUE
005730     MOVE AJ-CLOSE-MONTH TO MH-CLOSE-MONTH
005740     MOVE AJ-PERIOD-INDEX-NUM TO MH-PERIOD-INDEX
005750     MOVE AJ-BRANCH-CODE TO MH-BRANCH-CODE
005760     READ MONTH-HIST
005770         INVALID KEY
005780             SET WS-HIST-ROW-NEW TO TRUE
005790     END-READ
005800     IF WS-HIST-ROW-NEW
005810         MOVE SPACES TO CTB1MH-MONTH-HIST-RECORD
005820         MOVE AJ-CLOSE-MONTH TO MH-CLOSE-MONTH
005830         MOVE AJ-PERIOD-INDEX-NUM TO MH-PERIOD-INDEX
005840         MOVE AJ-BRANCH-CODE TO MH-BRANCH-CODE
005850         MOVE ZERO TO MH-MTD-COUNT MH-MTD-AMOUNT MH-POSTING-DAYS
005860         MOVE ZERO TO MH-ADJ-COUNT MH-ADJ-AMOUNT MH-ADJ-ENTRIES
005870         MOVE WS-MONTH-CLOSE-DATE TO MH-CLOSE-DATE
005880     END-IF
005890     .
005900 3200-EXIT.
005910     EXIT.
005920*
005930******************************************************************
005940*    3300-POST-ADJUSTMENT - ADD THE CARD TO THE ROW'S ADJUSTMENT *
005950*                           FIGURES.  THE CLOSED FIGURES ARE NOT *
005960*                           TOUCHED.                             *
005970******************************************************************
005980 3300-POST-ADJUSTMENT.
005990     MOVE 'POSTED' TO WS-ADJ-MSG
006000     MOVE WS-NEW-ADJ-COUNT TO MH-ADJ-COUNT
006010     MOVE WS-NEW-ADJ-AMOUNT TO MH-ADJ-AMOUNT
006020     IF MH-ADJ-ENTRIES < 999
006030         ADD 1 TO MH-ADJ-ENTRIES
006040     END-IF
006050     MOVE WS-RUN-DATE-X TO MH-LAST-ADJ-DATE
006060     IF WS-HIST-ROW-FOUND
006070         REWRITE CTB1MH-MONTH-HIST-RECORD
006080             INVALID KEY
006090                 MOVE 'CTBMTDH ROW WOULD NOT REWRITE'
006100                     TO WS-ADJ-MSG
006110         END-REWRITE
006120     ELSE
006130         WRITE CTB1MH-MONTH-HIST-RECORD
006140             INVALID KEY
006150                 MOVE 'CTBMTDH ROW WOULD NOT WRITE'
006160                     TO WS-ADJ-MSG
006170             NOT INVALID KEY
006180                 ADD 1 TO WS-HIST-ADD-CNT
006190         END-WRITE
006200     END-IF
006210     .
006220 3300-EXIT.
006230     EXIT.
006240*
006250******************************************************************
006260*    4000-WRITE-AUDIT-RECORD - EVERY ADJUSTMENT LEAVES A ROW ON  *
006270*                              THE CTBAUDIT TRAIL CARRYING ITS   *
006280*                              REFERENCE, APPROVER, AND THE MONTH*
006290*                              ADJUSTED.  PRIOR/NEW CARRY THE    *
006300*                              ADJUSTED COUNT, HELD AT 999.      *
006310******************************************************************
006320 4000-WRITE-AUDIT-RECORD.
006330     PERFORM 9500-BUILD-TIMESTAMP THRU 9500-EXIT
006340     MOVE WS-TIMESTAMP-OUT TO AU-TIMESTAMP
006350     MOVE 'CTB660' TO AU-PROGRAM-ID
006360     SET AU-SOURCE-BATCH TO TRUE
006370     MOVE AJ-APPROVER TO AU-OPERATOR-ID
006380     MOVE AJ-PERIOD-INDEX-NUM TO AU-INDEX-VALUE
006390     MOVE AJ-BRANCH-CODE TO AU-BRANCH-CODE
006400     IF WS-PRIOR-ADJUSTED-COUNT > 999
006410         MOVE 999 TO AU-PRIOR-VALUE
006420     ELSE
006430         MOVE WS-PRIOR-ADJUSTED-COUNT TO AU-PRIOR-VALUE
006440     END-IF
006450     IF WS-ADJUSTED-COUNT > 999
006460         MOVE 999 TO AU-NEW-VALUE
006470     ELSE
006480         MOVE WS-ADJUSTED-COUNT TO AU-NEW-VALUE
006490     END-IF
006500     SET AU-CHANGE-PERIOD-ADJUST TO TRUE
006510     MOVE 0 TO AU-CYCLE-NUMBER
006520     MOVE AJ-REFERENCE TO AU-WORK-ITEM-KEY
006530     MOVE AJ-CLOSE-MONTH TO AU-ADJ-MONTH
006540     WRITE CTB1AU-AUDIT-RECORD
006550     .
006560 4000-EXIT.
006570     EXIT.
006580*
006590 4600-FIND-REFERENCE.
006600     SET WS-REF-UNFOUND TO TRUE
006610     IF WS-REF-CNT > 0
006620         PERFORM 4650-MATCH-REFERENCE THRU 4650-EXIT
006630             VARYING WS-RF-IDX FROM 1 BY 1
006640             UNTIL WS-RF-IDX > WS-REF-CNT
006650                 OR WS-REF-FOUND
006660     END-IF
006670     .
006680 4600-EXIT.
006690     EXIT.
006700*
006710 4650-MATCH-REFERENCE.
006720     IF RF-REFERENCE(WS-RF-IDX) = WS-WORK-REFERENCE
006730         SET WS-REF-FOUND TO TRUE
006740     END-IF
006750     .
006760 4650-EXIT.
006770     EXIT.
006780*
006790 4700-ADD-REFERENCE.
006800     IF WS-REF-CNT < WS-REF-MAX
006810         ADD 1 TO WS-REF-CNT
006820         SET WS-RF-IDX TO WS-REF-CNT
006830         MOVE WS-WORK-REFERENCE TO RF-REFERENCE(WS-RF-IDX)
006840         GO TO 4700-EXIT
006850     END-IF
006860     IF NOT WS-REF-TABLE-FULL
006870         SET WS-REF-TABLE-FULL TO TRUE
006880         DISPLAY 'CTB660W - MORE THAN ' WS-REF-MAX
006890             ' ADJUSTMENT REFERENCES - LATER ONES NOT CHECKED '
006900             'FOR REPEATS'
006910         MOVE 4 TO RETURN-CODE
006920     END-IF
006930     .
006940 4700-EXIT.
006950     EXIT.
006960*
006970 4800-NOTE-PAIR.
006980     SET WS-PAIR-UNFOUND TO TRUE
006990     IF WS-PAIR-CNT > 0
007000         PERFORM 4850-MATCH-PAIR THRU 4850-EXIT
007010             VARYING WS-PR-IDX FROM 1 BY 1
007020             UNTIL WS-PR-IDX > WS-PAIR-CNT
007030                 OR WS-PAIR-FOUND
007040     END-IF
007050     IF WS-PAIR-FOUND
007060         GO TO 4800-EXIT
007070     END-IF
007080     IF WS-PAIR-CNT < WS-PAIR-MAX
007090         ADD 1 TO WS-PAIR-CNT
007100         SET WS-PR-IDX TO WS-PAIR-CNT
007110         MOVE AJ-CLOSE-MONTH TO PR-CLOSE-MONTH(WS-PR-IDX)
007120         MOVE AJ-BRANCH-CODE TO PR-BRANCH-CODE(WS-PR-IDX)
007130         GO TO 4800-EXIT
007140     END-IF
007150     IF NOT WS-PAIR-TABLE-FULL
007160         SET WS-PAIR-TABLE-FULL TO TRUE
007170         DISPLAY 'CTB660W - MORE THAN ' WS-PAIR-MAX
007180             ' MONTH/BRANCH PAIRS ADJUSTED - LATER ONES NOT '
007190             'RESTATED'
007200         MOVE 4 TO RETURN-CODE
007210     END-IF
007220     .
007230 4800-EXIT.
007240     EXIT.
007250*
007260 4850-MATCH-PAIR.
007270     IF PR-CLOSE-MONTH(WS-PR-IDX) = AJ-CLOSE-MONTH
007280         AND PR-BRANCH-CODE(WS-PR-IDX) = AJ-BRANCH-CODE
007290         SET WS-PAIR-FOUND TO TRUE
007300     END-IF
007310     .
007320 4850-EXIT.
007330     EXIT.
007340*
007350******************************************************************
007360*    5000-PRINT-RESTATEMENTS - ONE RESTATED STATEMENT PER MONTH/ *
007370*                              BRANCH ADJUSTED, MARKED ADJUSTED, *
007380*                              SHOWING THE CLOSED, ADJUSTMENT AND*
007390*                              ADJUSTED FIGURES FOR EVERY SLOT.  *
007400******************************************************************
007410 5000-PRINT-RESTATEMENTS.
007420     IF WS-PAIR-CNT = 0
007430         GO TO 5000-EXIT
007440     END-IF
007450     PERFORM 5100-PRINT-ONE-STATEMENT THRU 5100-EXIT
007460         VARYING WS-PR-IDX FROM 1 BY 1
007470         UNTIL WS-PR-IDX > WS-PAIR-CNT
007480     .
007490 5000-EXIT.
007500     EXIT.
007510*
007520 5100-PRINT-ONE-STATEMENT.
007530     MOVE PR-CLOSE-MONTH(WS-PR-IDX) TO WS-WORK-MONTH
007540     MOVE PR-BRANCH-CODE(WS-PR-IDX) TO WS-WORK-BRANCH
007550     PERFORM 5500-GET-BRANCH-NAME THRU 5500-EXIT
007560     MOVE SPACES TO PL-LINE
007570     WRITE CTB1PL-LINE
007580     MOVE SPACES TO PL-LINE
007590     STRING '*** ADJUSTED ***  RESTATED STATEMENT - CLOSED '
007600                 DELIMITED BY SIZE
007610             'MONTH ' DELIMITED BY SIZE
007620             WS-WORK-MONTH DELIMITED BY SIZE
007630         INTO PL-LINE
007640     WRITE CTB1PL-LINE
007650     MOVE SPACES TO PL-LINE
007660     STRING 'BRANCH ' DELIMITED BY SIZE
007670             WS-WORK-BRANCH DELIMITED BY SIZE
007680             '  ' DELIMITED BY SIZE
007690             WS-RPT-BRANCH-NAME DELIMITED BY SIZE
007700         INTO PL-LINE
007710     WRITE CTB1PL-LINE
007720     MOVE 0 TO WS-BR-CLOSED-COUNT
007730     MOVE 0 TO WS-BR-CLOSED-AMOUNT
007740     MOVE 0 TO WS-BR-ADJ-COUNT
007750     MOVE 0 TO WS-BR-ADJ-AMOUNT
007760     SET WS-MHIST-EOF-NO TO TRUE
007770     MOVE LOW-VALUES TO MH-KEY
007780     MOVE WS-WORK-MONTH TO MH-CLOSE-MONTH
007790     START MONTH-HIST KEY NOT < MH-KEY
007800         INVALID KEY
007810             SET WS-MHIST-EOF-YES TO TRUE
007820     END-START
007830     IF WS-MHIST-EOF-NO
007840         PERFORM 5200-READ-NEXT-HIST THRU 5200-EXIT
007850     END-IF
007860     PERFORM 5300-PRINT-SLOT-ROW THRU 5300-EXIT
007870         UNTIL WS-MHIST-EOF-YES
007880     MOVE WS-BR-CLOSED-COUNT TO WS-RPT-CLOSED-COUNT
007890     MOVE WS-BR-CLOSED-AMOUNT TO WS-RPT-CLOSED-AMOUNT
007900     MOVE WS-BR-ADJ-COUNT TO WS-RPT-ADJ-COUNT
007910     MOVE WS-BR-ADJ-AMOUNT TO WS-RPT-ADJ-AMOUNT
007920     COMPUTE WS-RPT-NEW-COUNT =
007930         WS-BR-CLOSED-COUNT + WS-BR-ADJ-COUNT
007940     COMPUTE WS-RPT-NEW-AMOUNT =
007950         WS-BR-CLOSED-AMOUNT + WS-BR-ADJ-AMOUNT
007960     MOVE SPACES TO PL-LINE
007970     STRING '  TOTAL      CLOSED ' DELIMITED BY SIZE
007980             WS-RPT-CLOSED-COUNT DELIMITED BY SIZE
007990             ' ' DELIMITED BY SIZE
008000             WS-RPT-CLOSED-AMOUNT DELIMITED BY SIZE
008010             '  ADJ ' DELIMITED BY SIZE
008020             WS-RPT-ADJ-COUNT DELIMITED BY SIZE
008030             ' ' DELIMITED BY SIZE
008040             WS-RPT-ADJ-AMOUNT DELIMITED BY SIZE
008050             '  ADJUSTED ' DELIMITED BY SIZE
008060             WS-RPT-NEW-COUNT DELIMITED BY SIZE
008070             ' ' DELIMITED BY SIZE
008080             WS-RPT-NEW-AMOUNT DELIMITED BY SIZE
008090         INTO PL-LINE
008100     WRITE CTB1PL-LINE
008110     ADD 1 TO WS-STMT-CNT
008120     .
008130 5100-EXIT.
008140     EXIT.
008150*
008160 5200-READ-NEXT-HIST.
008170     READ MONTH-HIST NEXT
008180         AT END
008190             SET WS-MHIST-EOF-YES TO TRUE
008200     END-READ
008210*    ANY READ FAILURE ENDS THE BROWSE - WITHOUT THIS A BROKEN
008220*    FILE WOULD SPIN THE LOOP FOREVER.
008230     IF WS-MHIST-STATUS NOT = '00' AND WS-MHIST-STATUS NOT = '02'
008240         SET WS-MHIST-EOF-YES TO TRUE
008250     END-IF
008260     IF MH-CLOSE-MONTH NOT = WS-WORK-MONTH
008270         SET WS-MHIST-EOF-YES TO TRUE
008280     END-IF
008290     .
008300 5200-EXIT.
008310     EXIT.
008320*
008330 5300-PRINT-SLOT-ROW.
008340     IF MH-BRANCH-CODE NOT = WS-WORK-BRANCH
008350         GO TO 5300-READ-NEXT
008360     END-IF
008370     MOVE MH-PERIOD-INDEX TO WS-RPT-PERIOD
008380     MOVE MH-MTD-COUNT TO WS-RPT-CLOSED-COUNT
008390     MOVE MH-MTD-AMOUNT TO WS-RPT-CLOSED-AMOUNT
008400     MOVE MH-ADJ-COUNT TO WS-RPT-ADJ-COUNT
008410     MOVE MH-ADJ-AMOUNT TO WS-RPT-ADJ-AMOUNT
008420     COMPUTE WS-RPT-NEW-COUNT = MH-MTD-COUNT + MH-ADJ-COUNT
008430     COMPUTE WS-RPT-NEW-AMOUNT = MH-MTD-AMOUNT + MH-ADJ-AMOUNT
008440     MOVE SPACES TO PL-LINE
008450     STRING '  SLOT ' DELIMITED BY SIZE
008460             WS-RPT-PERIOD DELIMITED BY SIZE
008470             '  CLOSED ' DELIMITED BY SIZE
008480             WS-RPT-CLOSED-COUNT DELIMITED BY SIZE
008490             ' ' DELIMITED BY SIZE
008500             WS-RPT-CLOSED-AMOUNT DELIMITED BY SIZE
008510             '  ADJ ' DELIMITED BY SIZE
008520             WS-RPT-ADJ-COUNT DELIMITED BY SIZE
008530             ' ' DELIMITED BY SIZE
008540             WS-RPT-ADJ-AMOUNT DELIMITED BY SIZE
008550             '  ADJUSTED ' DELIMITED BY SIZE
008560             WS-RPT-NEW-COUNT DELIMITED BY SIZE
008570             ' ' DELIMITED BY SIZE
008580             WS-RPT-NEW-AMOUNT DELIMITED BY SIZE
008590         INTO PL-LINE
008600     WRITE CTB1PL-LINE
008610     ADD MH-MTD-COUNT TO WS-BR-CLOSED-COUNT
008620     ADD MH-MTD-AMOUNT TO WS-BR-CLOSED-AMOUNT
008630     ADD MH-ADJ-COUNT TO WS-BR-ADJ-COUNT
008640     ADD MH-ADJ-AMOUNT TO WS-BR-ADJ-AMOUNT
008650     .
008660 5300-READ-NEXT.
008670     PERFORM 5200-READ-NEXT-HIST THRU 5200-EXIT
008680     .
008690 5300-EXIT.
008700     EXIT.
008710*
008720******************************************************************
008730*    5500-GET-BRANCH-NAME - DECODE THE STATEMENT BRANCH CODE TO  *
008740*                           ITS NAME VIA THE BRANCH MASTER, AS   *
008750*                           CTB650 DOES ON THE CLOSE STATEMENT.  *
008760******************************************************************
008770 5500-GET-BRANCH-NAME.
008780     IF WS-BRANCH-MASTER-ABSENT
008790         MOVE SPACES TO WS-RPT-BRANCH-NAME
008800         GO TO 5500-EXIT
008810     END-IF
008820     MOVE WS-WORK-BRANCH TO BM-BRANCH-CODE
008830     READ BRANCH-MASTER
008840         INVALID KEY
008850             MOVE '** NOT ON MASTER **' TO WS-RPT-BRANCH-NAME
008860         NOT INVALID KEY
008870             MOVE BM-BRANCH-NAME TO WS-RPT-BRANCH-NAME
008880     END-READ
008890     .
008900 5500-EXIT.
008910     EXIT.
008920*
008930 6000-WRITE-CARD-LINE.
008940     MOVE WS-SIGNED-COUNT TO WS-RPT-ADJ-COUNT
008950     MOVE WS-SIGNED-AMOUNT TO WS-RPT-ADJ-AMOUNT
008960     MOVE SPACES TO PL-LINE
008970     STRING '  ' DELIMITED BY SIZE
008980             AJ-REFERENCE DELIMITED BY SIZE
008990             '  ' DELIMITED BY SIZE
009000             AJ-CLOSE-MONTH DELIMITED BY SIZE
009010             '  ' DELIMITED BY SIZE
009020             AJ-PERIOD-INDEX DELIMITED BY SIZE
009030             '  ' DELIMITED BY SIZE
009040             AJ-BRANCH-CODE DELIMITED BY SIZE
009050             '  COUNT ' DELIMITED BY SIZE
009060             WS-RPT-ADJ-COUNT DELIMITED BY SIZE
009070             '  AMOUNT ' DELIMITED BY SIZE
009080             WS-RPT-ADJ-AMOUNT DELIMITED BY SIZE
009090             '  ' DELIMITED BY SIZE
009100             WS-ADJ-MSG DELIMITED BY SIZE
009110         INTO PL-LINE
009120     WRITE CTB1PL-LINE
009130     MOVE SPACES TO PL-LINE
009140     STRING '            APPROVED BY ' DELIMITED BY SIZE
009150             AJ-APPROVER DELIMITED BY SIZE
009160             ' - ' DELIMITED BY SIZE
009170             AJ-REASON DELIMITED BY SIZE
009180         INTO PL-LINE
009190     WRITE CTB1PL-LINE
009200     .
009210 6000-EXIT.
009220     EXIT.
009230*
009240 6100-WRITE-REJECT-LINE.
009250     ADD 1 TO WS-REJECT-CNT
009260     MOVE SPACES TO PL-LINE
009270     STRING '  ' DELIMITED BY SIZE
009280             AJ-REFERENCE DELIMITED BY SIZE
009290             '  ' DELIMITED BY SIZE
009300             AJ-CLOSE-MONTH DELIMITED BY SIZE
009310             '  ' DELIMITED BY SIZE
009320             AJ-PERIOD-INDEX DELIMITED BY SIZE
009330             '  ' DELIMITED BY SIZE
009340             AJ-BRANCH-CODE DELIMITED BY SIZE
009350             '  REJECTED - ' DELIMITED BY SIZE
009360             WS-ADJ-MSG DELIMITED BY SIZE
009370         INTO PL-LINE
009380     WRITE CTB1PL-LINE
009390     .
009400 6100-EXIT.
009410     EXIT.
009420*
009430******************************************************************
009440*    7000-WRITE-GL-ENTRIES - ONE BALANCED PAIR PER CARD, DATED   *
009450*                            THE ADJUSTED MONTH'S LAST DAY.  AN  *
009460*                            INCREASE DEBITS THE BRANCH ACCOUNT  *
009470*                            AND CREDITS CLEARING THE WAY CTB410 *
009480*                            JOURNALS A POSTING; A DECREASE IS   *
009490*                            THE REVERSE.                        *
009500******************************************************************
009510 7000-WRITE-GL-ENTRIES.
009520     PERFORM 7100-SET-JOURNAL-DATE THRU 7100-EXIT
009530     IF WS-SIGNED-AMOUNT > 0
009540         MOVE WS-SIGNED-AMOUNT TO WS-ENTRY-AMOUNT
009550     ELSE
009560         COMPUTE WS-ENTRY-AMOUNT = 0 - WS-SIGNED-AMOUNT
009570     END-IF
009580     MOVE WS-BRANCH-ACCOUNT TO WS-ENTRY-ACCOUNT
009590     MOVE AJ-BRANCH-CODE TO WS-ENTRY-BRANCH
009600     MOVE AJ-PERIOD-INDEX-NUM TO WS-ENTRY-PERIOD
009610     IF WS-SIGNED-AMOUNT > 0
009620         MOVE 'D' TO WS-ENTRY-DR-CR
009630     ELSE
009640         MOVE 'C' TO WS-ENTRY-DR-CR
009650     END-IF
009660     PERFORM 7200-WRITE-GJ-DETAIL THRU 7200-EXIT
009670     MOVE WS-CLEARING-ACCOUNT TO WS-ENTRY-ACCOUNT
009680     MOVE '*ALL' TO WS-ENTRY-BRANCH
009690     MOVE 0 TO WS-ENTRY-PERIOD
009700     IF WS-SIGNED-AMOUNT > 0
009710         MOVE 'C' TO WS-ENTRY-DR-CR
009720     ELSE
009730         MOVE 'D' TO WS-ENTRY-DR-CR
009740     END-IF
009750     PERFORM 7200-WRITE-GJ-DETAIL THRU 7200-EXIT
009760     .
009770 7000-EXIT.
009780     EXIT.
009790*
009800 7100-SET-JOURNAL-DATE.
009810     MOVE AJ-CLOSE-MONTH(1:4) TO WS-JD-YEAR
009820     MOVE AJ-CLOSE-MONTH(5:2) TO WS-JD-MONTH
009830     MOVE WS-MONTH-DAYS(WS-JD-MONTH) TO WS-JD-DAY
009840     IF WS-JD-MONTH NOT = 2
009850         GO TO 7100-EXIT
009860     END-IF
009870     DIVIDE WS-JD-YEAR BY 4 GIVING WS-LY-QUOTIENT
009880         REMAINDER WS-LY-REM-4
009890     DIVIDE WS-JD-YEAR BY 100 GIVING WS-LY-QUOTIENT
009900         REMAINDER WS-LY-REM-100
009910     DIVIDE WS-JD-YEAR BY 400 GIVING WS-LY-QUOTIENT
009920         REMAINDER WS-LY-REM-400
009930     IF WS-LY-REM-4 = 0
009940         AND (WS-LY-REM-100 NOT = 0 OR WS-LY-REM-400 = 0)
009950         MOVE 29 TO WS-JD-DAY
009960     END-IF
009970     .
009980 7100-EXIT.
009990     EXIT.
010000*
010010 7200-WRITE-GJ-DETAIL.
010020     MOVE SPACES TO CTB1GJ-DETAIL-RECORD
010030     MOVE 'D' TO GJ-RECORD-TYPE
010040     MOVE WS-JOURNAL-DATE TO GJ-JOURNAL-DATE
010050     MOVE WS-ENTRY-ACCOUNT TO GJ-GL-ACCOUNT
010060     MOVE WS-ENTRY-BRANCH TO GJ-BRANCH-CODE
010070     MOVE WS-ENTRY-PERIOD TO GJ-PERIOD-INDEX
010080     MOVE WS-ENTRY-DR-CR TO GJ-DR-CR
010090     MOVE WS-ENTRY-AMOUNT TO GJ-AMOUNT
010100     WRITE CTB1GJ-DETAIL-RECORD
010110     ADD 1 TO WS-ENTRY-COUNT
010120     IF WS-ENTRY-DR-CR = 'D'
010130         ADD WS-ENTRY-AMOUNT TO WS-DEBIT-TOTAL
010140     ELSE
010150         ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL
010160     END-IF
010170     .
010180 7200-EXIT.
010190     EXIT.
010200*
010210******************************************************************
010220*    8000-WRITE-JOURNAL-TRAILER - THE TRAILER IS DATED THE RUN   *
010230*                                 DATE, SINCE ONE DECK MAY ADJUST*
010240*                                 SEVERAL MONTHS.  AN EMPTY      *
010250*                                 JOURNAL STILL GETS ITS TRAILER *
010260*                                 SO THE GL LOAD SEES IT TIE.    *
010270******************************************************************
010280 8000-WRITE-JOURNAL-TRAILER.
010290     MOVE SPACES TO CTB1GJ-TRAILER-RECORD
010300     MOVE 'T' TO GJ-TRL-RECORD-TYPE
010310     MOVE WS-RUN-DATE TO GJ-TRL-JOURNAL-DATE
010320     MOVE WS-ENTRY-COUNT TO GJ-TRL-ENTRY-COUNT
010330     MOVE WS-DEBIT-TOTAL TO GJ-TRL-DEBIT-TOTAL
010340     MOVE WS-CREDIT-TOTAL TO GJ-TRL-CREDIT-TOTAL
010350     WRITE CTB1GJ-TRAILER-RECORD
010360     .
010370 8000-EXIT.
010380     EXIT.
010390*
010400******************************************************************
010410*    9000-TERMINATE                                              *
010420******************************************************************
010430 9000-TERMINATE.
010440     MOVE SPACES TO PL-LINE
010450     WRITE CTB1PL-LINE
010460     MOVE SPACES TO PL-LINE
010470     STRING 'CONTROL TOTALS - CARDS = ' DELIMITED BY SIZE
010480             WS-CARD-READ-CNT DELIMITED BY SIZE
010490             ', POSTED = ' DELIMITED BY SIZE
010500             WS-POSTED-CNT DELIMITED BY SIZE
010510             ', REJECTED = ' DELIMITED BY SIZE
010520             WS-REJECT-CNT DELIMITED BY SIZE
010530             ', NEW HISTORY ROWS = ' DELIMITED BY SIZE
010540             WS-HIST-ADD-CNT DELIMITED BY SIZE
010550             ', STATEMENTS = ' DELIMITED BY SIZE
010560             WS-STMT-CNT DELIMITED BY SIZE
010570         INTO PL-LINE
010580     WRITE CTB1PL-LINE
010590     MOVE SPACES TO PL-LINE
010600     STRING 'CONTROL TOTALS - GL ENTRIES = ' DELIMITED BY SIZE
010610             WS-ENTRY-COUNT DELIMITED BY SIZE
010620             ', DEBITS = ' DELIMITED BY SIZE
010630             WS-DEBIT-TOTAL DELIMITED BY SIZE
010640             ', CREDITS = ' DELIMITED BY SIZE
010650             WS-CREDIT-TOTAL DELIMITED BY SIZE
010660         INTO PL-LINE
010670     WRITE CTB1PL-LINE
010680     CLOSE ADJ-CARDS
010690     CLOSE MONTH-HIST
010700     CLOSE GL-MAP
010710     IF WS-BRANCH-MASTER-PRESENT
010720         CLOSE BRANCH-MASTER
010730     END-IF
010740     CLOSE AUDIT-FILE
010750     CLOSE JOURNAL-FILE
010760     CLOSE ADJ-RPT
010770     DISPLAY 'CTB660I - END OF RUN.  CARDS = ' WS-CARD-READ-CNT
010780         ', POSTED = ' WS-POSTED-CNT ', REJECTED = ' WS-REJECT-CNT
010790         ', GL ENTRIES = ' WS-ENTRY-COUNT
010800     IF WS-REJECT-CNT > 0
010810         MOVE 4 TO RETURN-CODE
010820     END-IF
010830     .
010840 9000-EXIT.
010850     EXIT.
010860*
010870******************************************************************
010880*    9500-BUILD-TIMESTAMP                                        *
010890******************************************************************
010900 9500-BUILD-TIMESTAMP.
010910     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
010920     ACCEPT WS-CURR-TIME FROM TIME
010930     STRING WS-CURR-DATE DELIMITED BY SIZE
010940             '-' DELIMITED BY SIZE
010950             WS-CURR-TIME DELIMITED BY SIZE
010960         INTO WS-TIMESTAMP-OUT
010970     .
010980 9500-EXIT.
010990     EXIT.
