000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTB055.
000030 AUTHOR. D L MERRIMAN.
000040 INSTALLATION. DAILY LEDGER OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   PROGRAM      CTB055                                          *
000100*   DESCRIPTION   CARD-DRIVEN MAINTENANCE AND LISTING OF THE     *
000110*                 CTBBREG FEED BATCH REGISTER THAT CTB050 FILES  *
000120*                 AND CTB100 MARKS POSTED.  A CTBBRMNT REVERSE   *
000130*                 CARD MARKS A POSTED BATCH REVERSED ONCE        *
000140*                 UPSTREAM HAS BACKED IT OUT, SO CTB050 WILL     *
000150*                 ACCEPT A CORRECTED RESEND UNDER THE SAME       *
000160*                 NUMBER INSTEAD OF REFUSING IT AS ALREADY       *
000170*                 POSTED.  ONLY A POSTED BATCH MAY BE REVERSED.  *
000180*                 EVERY RUN THEN LISTS THE WHOLE REGISTER BY     *
000190*                 SOURCE AND BATCH NUMBER WITH A COUNT OF ROWS   *
000200*                 IN EACH STATUS, SO A HELD BATCH THAT WAS NEVER *
000210*                 RESENT STANDS OUT.                             *
000220*                                                                *
000230*   MODIFICATION HISTORY                                         *
000240*   -----------------------------------------------------------  *
000250*   DATE       INIT  DESCRIPTION                                 *
000260*   ---------- ----  ---------------------------------------     *
000270*   2026-10-15 DLM   ORIGINAL.                                   *
000280*                                                                *
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT BATCH-REG ASSIGN TO "CTBBREG"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS BR-KEY
000400         FILE STATUS IS WS-BREG-STATUS.
000410*
000420     SELECT MAINT-CARDS ASSIGN TO "CTBBRMNT"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-CARDS-STATUS.
000450*
000460     SELECT MAINT-RPT ASSIGN TO "BREGRPT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-MNTRPT-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  BATCH-REG.
000530     COPY CTB1BR.
000540*
000550 FD  MAINT-CARDS
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 01  MAINT-CARD.
000590     05  BC-ACTION                   PIC X(01).
000600         88  BC-ACTION-REVERSE           VALUE 'V'.
000610     05  BC-SOURCE-ID                PIC X(04).
000620     05  BC-BATCH-NUMBER             PIC X(04).
000630     05  BC-OPERATOR                 PIC X(08).
000640     05  BC-REASON                   PIC X(30).
000650     05  FILLER                      PIC X(33).
000660*
000670 FD  MAINT-RPT
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700     COPY CTB1PL.
000710*
000720 WORKING-STORAGE SECTION.
000730 01  WS-FILE-STATUS-FIELDS.
000740     05  WS-BREG-STATUS              PIC X(02) VALUE SPACES.
000750     05  WS-CARDS-STATUS             PIC X(02) VALUE SPACES.
000760     05  WS-MNTRPT-STATUS            PIC X(02) VALUE SPACES.
000770*
000780 01  WS-SWITCHES.
000790     05  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
000800         88  WS-CARD-EOF-YES             VALUE 'Y'.
000810         88  WS-CARD-EOF-NO              VALUE 'N'.
000820     05  WS-CARDS-PRESENT-SW         PIC X(01) VALUE 'N'.
000830         88  WS-CARDS-PRESENT            VALUE 'Y'.
000840         88  WS-CARDS-ABSENT             VALUE 'N'.
000850     05  WS-REG-EOF-SW               PIC X(01) VALUE 'N'.
000860         88  WS-REG-EOF-YES              VALUE 'Y'.
000870         88  WS-REG-EOF-NO               VALUE 'N'.
000880*
000890 01  WS-MAINT-COUNTS.
000900     05  WS-CARD-READ-CNT            PIC 9(5) VALUE 0.
000910     05  WS-REVERSE-CNT              PIC 9(5) VALUE 0.
000920     05  WS-ERROR-CNT                PIC 9(5) VALUE 0.
000930     05  WS-LIST-CNT                 PIC 9(5) VALUE 0.
000940     05  WS-RELEASED-CNT             PIC 9(5) VALUE 0.
000950     05  WS-HELD-CNT                 PIC 9(5) VALUE 0.
000960     05  WS-POSTED-CNT               PIC 9(5) VALUE 0.
000970     05  WS-REVERSED-CNT             PIC 9(5) VALUE 0.
000980*
000990 01  WS-WORK-FIELDS.
001000     05  WS-TODAY-X                  PIC X(08) VALUE SPACES.
001010     05  WS-MAINT-MSG                PIC X(60) VALUE SPACES.
001020     05  WS-PREV-SOURCE-ID           PIC X(04) VALUE SPACES.
001030     05  WS-STATUS-TEXT              PIC X(08) VALUE SPACES.
001040*
001050 01  WS-REPORT-WORK-FIELDS.
001060     05  WS-RPT-COUNT                PIC ZZZZZZ9.
001070     05  WS-RPT-AMOUNT               PIC ZZZZZZZZZZ9.99.
001080     05  WS-RPT-RECEIVE-CNT          PIC ZZ9.
001090     05  WS-RPT-CYCLE                PIC Z9.
001100*
001110 PROCEDURE DIVISION.
001120******************************************************************
001130*    0000-MAINLINE                                               *
001140******************************************************************
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001170     IF WS-CARDS-PRESENT
001180         PERFORM 3000-PROCESS-CARD THRU 3000-EXIT
001190             UNTIL WS-CARD-EOF-YES
001200     END-IF
001210     PERFORM 5000-LIST-REGISTER THRU 5000-EXIT
001220     PERFORM 9000-TERMINATE THRU 9000-EXIT
001230     GOBACK.
001240*
001250******************************************************************
001260*    1000-INITIALIZE - A MISSING CARD FILE IS NOT AN ERROR; THE  *
001270*                      RUN STILL LISTS THE REGISTER.             *
001280******************************************************************
001290 1000-INITIALIZE.
001300     ACCEPT WS-TODAY-X FROM DATE YYYYMMDD
001310     OPEN I-O BATCH-REG
001320     IF WS-BREG-STATUS NOT = '00'
001330         DISPLAY 'CTB055A - CTBBREG WOULD NOT OPEN - STATUS = '
001340             WS-BREG-STATUS
001350         MOVE 16 TO RETURN-CODE
001360         GOBACK
001370     END-IF
001380     OPEN INPUT MAINT-CARDS
001390     IF WS-CARDS-STATUS = '00'
001400         SET WS-CARDS-PRESENT TO TRUE
001410     ELSE
001420         SET WS-CARDS-ABSENT TO TRUE
001430         DISPLAY 'CTB055I - NO MAINTENANCE CARDS PRESENT - '
001440             'REGISTER LISTING ONLY'
001450     END-IF
001460     OPEN OUTPUT MAINT-RPT
001470     IF WS-MNTRPT-STATUS NOT = '00'
001480         DISPLAY 'CTB055A - MAINT-RPT WOULD NOT OPEN - STATUS = '
001490             WS-MNTRPT-STATUS
001500         MOVE 16 TO RETURN-CODE
001510         GOBACK
001520     END-IF
001530     MOVE SPACES TO PL-LINE
001540     MOVE 'FEED BATCH REGISTER MAINTENANCE - CTB055' TO PL-LINE
001550     WRITE CTB1PL-LINE
001560     MOVE SPACES TO PL-LINE
001570     WRITE CTB1PL-LINE
001580     IF WS-CARDS-PRESENT
001590         PERFORM 1300-READ-CARD THRU 1300-EXIT
001600     END-IF
001610     .
001620 1000-EXIT.
001630     EXIT.
001640*
001650 1300-READ-CARD.
001660     READ MAINT-CARDS
001670         AT END
001680             SET WS-CARD-EOF-YES TO TRUE
001690     END-READ
001700     IF WS-CARD-EOF-NO
001710         ADD 1 TO WS-CARD-READ-CNT
001720     END-IF
001730     .
001740 1300-EXIT.
001750     EXIT.
001760*
001770******************************************************************
001780*    3000-PROCESS-CARD - DISPATCH ONE MAINTENANCE CARD BY ITS    *
001790*                        ACTION CODE.                            *
001800******************************************************************
001810 3000-PROCESS-CARD.
001820     IF BC-SOURCE-ID = SPACES OR BC-BATCH-NUMBER = SPACES
001830         MOVE 'SOURCE OR BATCH NUMBER IS BLANK - CARD IGNORED'
001840             TO WS-MAINT-MSG
001850         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
001860         GO TO 3000-READ-NEXT
001870     END-IF
001880     IF BC-OPERATOR = SPACES OR BC-REASON = SPACES
001890         MOVE 'OPERATOR OR REASON IS BLANK - CARD IGNORED'
001900             TO WS-MAINT-MSG
001910         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
001920         GO TO 3000-READ-NEXT
001930     END-IF
001940     EVALUATE TRUE
001950         WHEN BC-ACTION-REVERSE
001960             PERFORM 3100-REVERSE-BATCH THRU 3100-EXIT
001970         WHEN OTHER
001980             MOVE 'UNKNOWN ACTION CODE - CARD IGNORED'
001990                 TO WS-MAINT-MSG
002000             PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
002010     END-EVALUATE
002020     .
002030 3000-READ-NEXT.
002040     PERFORM 1300-READ-CARD THRU 1300-EXIT
002050     .
002060 3000-EXIT.
002070     EXIT.
002080*
002090******************************************************************
002100*    3100-REVERSE-BATCH - A POSTED BATCH UPSTREAM HAS BACKED OUT *
002110*                         IS MARKED REVERSED, WITH THE OPERATOR  *
002120*                         AND REASON, SO ITS NUMBER CAN BE SENT  *
002130*                         AGAIN.                                 *
002140******************************************************************
002150 3100-REVERSE-BATCH.
002160     MOVE BC-SOURCE-ID TO BR-SOURCE-ID
002170     MOVE BC-BATCH-NUMBER TO BR-BATCH-NUMBER
002180     READ BATCH-REG
002190         KEY IS BR-KEY
002200         INVALID KEY
002210             MOVE 'BATCH NOT ON REGISTER - REVERSE IGNORED'
002220                 TO WS-MAINT-MSG
002230             PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
002240             GO TO 3100-EXIT
002250     END-READ
002260     IF NOT BR-STATUS-POSTED
002270         MOVE 'BATCH IS NOT POSTED - REVERSE IGNORED'
002280             TO WS-MAINT-MSG
002290         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
002300         GO TO 3100-EXIT
002310     END-IF
002320     SET BR-STATUS-REVERSED TO TRUE
002330     MOVE WS-TODAY-X TO BR-STATUS-DATE
002340     MOVE SPACES TO BR-STATUS-REASON
002350     STRING BC-OPERATOR DELIMITED BY SPACE
002360             ' ' DELIMITED BY SIZE
002370             BC-REASON DELIMITED BY SIZE
002380         INTO BR-STATUS-REASON
002390     REWRITE CTB1BR-REGISTER-RECORD
002400     IF WS-BREG-STATUS NOT = '00'
002410         MOVE 'REGISTER ROW NOT REWRITTEN - REVERSE FAILED'
002420             TO WS-MAINT-MSG
002430         PERFORM 6100-WRITE-ERROR-LINE THRU 6100-EXIT
002440         GO TO 3100-EXIT
002450     END-IF
002460     ADD 1 TO WS-REVERSE-CNT
002470     MOVE SPACES TO WS-MAINT-MSG
002480     STRING 'BATCH POSTED ' DELIMITED BY SIZE
002490             BR-POSTED-DATE DELIMITED BY SIZE
002500             ' MARKED REVERSED BY ' DELIMITED BY SIZE
002510             BC-OPERATOR DELIMITED BY SIZE
002520         INTO WS-MAINT-MSG
002530     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
002540     .
002550 3100-EXIT.
002560     EXIT.
002570*
002580******************************************************************
002590*    5000-LIST-REGISTER - ONE LINE PER REGISTER ROW IN KEY ORDER,*
002600*                         A BLANK LINE BETWEEN SOURCES.          *
002610******************************************************************
002620 5000-LIST-REGISTER.
002630     MOVE SPACES TO PL-LINE
002640     WRITE CTB1PL-LINE
002650     MOVE SPACES TO PL-LINE
002660     STRING 'SRCE BTCH BATCH-DT RECORDS ' DELIMITED BY SIZE
002670             '        AMOUNT STATUS   ' DELIMITED BY SIZE
002680             'RCVD-DT  RCV  POSTED-D CY ' DELIMITED BY SIZE
002690             'STATUS-D  REASON' DELIMITED BY SIZE
002700         INTO PL-LINE
002710     WRITE CTB1PL-LINE
002720     MOVE LOW-VALUES TO BR-KEY
002730     START BATCH-REG KEY NOT < BR-KEY
002740         INVALID KEY
002750             SET WS-REG-EOF-YES TO TRUE
002760     END-START
002770     IF WS-REG-EOF-NO
002780         PERFORM 5100-READ-NEXT-ROW THRU 5100-EXIT
002790     END-IF
002800     PERFORM 5200-LIST-ONE-ROW THRU 5200-EXIT
002810         UNTIL WS-REG-EOF-YES
002820     .
002830 5000-EXIT.
002840     EXIT.
002850*
002860 5100-READ-NEXT-ROW.
002870     READ BATCH-REG NEXT
002880         AT END
002890             SET WS-REG-EOF-YES TO TRUE
002900     END-READ
002910     IF WS-BREG-STATUS NOT = '00'
002920         AND WS-BREG-STATUS NOT = '02'
002930         SET WS-REG-EOF-YES TO TRUE
002940     END-IF
002950     .
002960 5100-EXIT.
002970     EXIT.
002980*
002990 5200-LIST-ONE-ROW.
003000     IF WS-LIST-CNT > 0 AND BR-SOURCE-ID NOT = WS-PREV-SOURCE-ID
003010         MOVE SPACES TO PL-LINE
003020         WRITE CTB1PL-LINE
003030     END-IF
003040     MOVE BR-SOURCE-ID TO WS-PREV-SOURCE-ID
003050     ADD 1 TO WS-LIST-CNT
003060     EVALUATE TRUE
003070         WHEN BR-STATUS-RELEASED
003080             MOVE 'RELEASED' TO WS-STATUS-TEXT
003090             ADD 1 TO WS-RELEASED-CNT
003100         WHEN BR-STATUS-HELD
003110             MOVE 'HELD' TO WS-STATUS-TEXT
003120             ADD 1 TO WS-HELD-CNT
003130         WHEN BR-STATUS-POSTED
003140             MOVE 'POSTED' TO WS-STATUS-TEXT
003150             ADD 1 TO WS-POSTED-CNT
003160         WHEN BR-STATUS-REVERSED
003170             MOVE 'REVERSED' TO WS-STATUS-TEXT
003180             ADD 1 TO WS-REVERSED-CNT
003190         WHEN OTHER
003200             MOVE 'UNKNOWN' TO WS-STATUS-TEXT
003210     END-EVALUATE
003220     MOVE BR-RECORD-COUNT TO WS-RPT-COUNT
003230     MOVE BR-AMOUNT-TOTAL TO WS-RPT-AMOUNT
003240     MOVE BR-RECEIVE-CNT TO WS-RPT-RECEIVE-CNT
003250     MOVE BR-POSTED-CYCLE TO WS-RPT-CYCLE
003260     MOVE SPACES TO PL-LINE
003270     STRING BR-SOURCE-ID DELIMITED BY SIZE
003280             ' ' DELIMITED BY SIZE
003290             BR-BATCH-NUMBER DELIMITED BY SIZE
003300             ' ' DELIMITED BY SIZE
003310             BR-BATCH-DATE DELIMITED BY SIZE
003320             ' ' DELIMITED BY SIZE
003330             WS-RPT-COUNT DELIMITED BY SIZE
003340             ' ' DELIMITED BY SIZE
003350             WS-RPT-AMOUNT DELIMITED BY SIZE
003360             ' ' DELIMITED BY SIZE
003370             WS-STATUS-TEXT DELIMITED BY SIZE
003380             ' ' DELIMITED BY SIZE
003390             BR-RECEIVED-DATE DELIMITED BY SIZE
003400             ' ' DELIMITED BY SIZE
003410             WS-RPT-RECEIVE-CNT DELIMITED BY SIZE
003420             '  ' DELIMITED BY SIZE
003430             BR-POSTED-DATE DELIMITED BY SIZE
003440             ' ' DELIMITED BY SIZE
003450             WS-RPT-CYCLE DELIMITED BY SIZE
003460             ' ' DELIMITED BY SIZE
003470             BR-STATUS-DATE DELIMITED BY SIZE
003480             '  ' DELIMITED BY SIZE
003490             BR-STATUS-REASON DELIMITED BY SIZE
003500         INTO PL-LINE
003510     WRITE CTB1PL-LINE
003520     PERFORM 5100-READ-NEXT-ROW THRU 5100-EXIT
003530     .
003540 5200-EXIT.
003550     EXIT.
003560*
003570 6000-WRITE-REPORT-LINE.
003580     MOVE SPACES TO PL-LINE
003590     STRING '  ' DELIMITED BY SIZE
003600             BR-SOURCE-ID DELIMITED BY SIZE
003610             ' ' DELIMITED BY SIZE
003620             BR-BATCH-NUMBER DELIMITED BY SIZE
003630             '  ' DELIMITED BY SIZE
003640             WS-MAINT-MSG DELIMITED BY SIZE
003650         INTO PL-LINE
003660     WRITE CTB1PL-LINE
003670     .
003680 6000-EXIT.
003690     EXIT.
003700*
003710 6100-WRITE-ERROR-LINE.
003720     ADD 1 TO WS-ERROR-CNT
003730     MOVE SPACES TO PL-LINE
003740     STRING '  ' DELIMITED BY SIZE
003750             BC-SOURCE-ID DELIMITED BY SIZE
003760             ' ' DELIMITED BY SIZE
003770             BC-BATCH-NUMBER DELIMITED BY SIZE
003780             '  ' DELIMITED BY SIZE
003790             WS-MAINT-MSG DELIMITED BY SIZE
003800         INTO PL-LINE
003810     WRITE CTB1PL-LINE
003820     .
003830 6100-EXIT.
003840     EXIT.
003850*
003860******************************************************************
003870*    9000-TERMINATE                                              *
003880******************************************************************
003890 9000-TERMINATE.
003900     MOVE SPACES TO PL-LINE
003910     WRITE CTB1PL-LINE
003920     MOVE SPACES TO PL-LINE
003930     STRING 'CONTROL TOTALS - CARDS = ' DELIMITED BY SIZE
003940             WS-CARD-READ-CNT DELIMITED BY SIZE
003950             ', REVERSED = ' DELIMITED BY SIZE
003960             WS-REVERSE-CNT DELIMITED BY SIZE
003970             ', ERRORS = ' DELIMITED BY SIZE
003980             WS-ERROR-CNT DELIMITED BY SIZE
003990         INTO PL-LINE
004000     WRITE CTB1PL-LINE
004010     MOVE SPACES TO PL-LINE
004020     STRING 'CONTROL TOTALS - ROWS = ' DELIMITED BY SIZE
004030             WS-LIST-CNT DELIMITED BY SIZE
004040             ', RELEASED = ' DELIMITED BY SIZE
004050             WS-RELEASED-CNT DELIMITED BY SIZE
004060             ', HELD = ' DELIMITED BY SIZE
004070             WS-HELD-CNT DELIMITED BY SIZE
004080             ', POSTED = ' DELIMITED BY SIZE
004090             WS-POSTED-CNT DELIMITED BY SIZE
004100             ', REVERSED = ' DELIMITED BY SIZE
004110             WS-REVERSED-CNT DELIMITED BY SIZE
004120         INTO PL-LINE
004130     WRITE CTB1PL-LINE
004140     CLOSE BATCH-REG
004150     IF WS-CARDS-PRESENT
004160         CLOSE MAINT-CARDS
004170     END-IF
004180     CLOSE MAINT-RPT
004190     DISPLAY 'CTB055I - END OF RUN.  CARDS = ' WS-CARD-READ-CNT
004200         ', REVERSED = ' WS-REVERSE-CNT
004210         ', ERRORS = ' WS-ERROR-CNT
004220         ', REGISTER ROWS = ' WS-LIST-CNT
004230     IF WS-ERROR-CNT > 0
004240         MOVE 4 TO RETURN-CODE
004250     END-IF
004260     .
004270 9000-EXIT.
004280     EXIT.
