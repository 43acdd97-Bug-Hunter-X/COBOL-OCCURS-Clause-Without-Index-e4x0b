000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTB305.
000030 AUTHOR. D L MERRIMAN.
000040 INSTALLATION. DAILY LEDGER OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   PROGRAM      CTB305                                          *
000100*   DESCRIPTION   WORK QUEUE LOAD.  RUNS AFTER THE NIGHT'S       *
000110*                 FINAL CTB100 CYCLE AND LOADS EVERY REJECT ON   *
000120*                 THE CTBRCYOT RECYCLE FILE AND EVERY REVIEW     *
000130*                 HOLD ON CTBHLDOT INTO THE KEYED CTBWKQ WORK    *
000140*                 QUEUE AS AN OPEN ITEM, SO OPERATORS CAN        *
000150*                 CORRECT REJECTS AND SUPERVISORS RELEASE OR     *
000160*                 DECLINE HOLDS THROUGH THE CTB310 ONLINE        *
000170*                 TRANSACTION INSTEAD OF A FILE EDITOR.  THE     *
000180*                 QUEUE'S CONTROL ROW CARRIES THE LAST LOAD      *
000190*                 DATE, SO A SECOND LOAD OF THE SAME NIGHT'S     *
000200*                 FILES IS REFUSED RATHER THAN QUEUING EVERY     *
000210*                 ITEM TWICE.  CTB315 WRITES THE ACTIONED ITEMS  *
000220*                 BACK OUT AS CTBRCYIN/CTBHLDIN.                 *
000230*                                                                *
000240*   MODIFICATION HISTORY                                         *
000250*   -----------------------------------------------------------  *
000260*   DATE       INIT  DESCRIPTION                                 *
000270*   ---------- ----  ---------------------------------------     *
000280*   2026-10-15 DLM   ORIGINAL.                                   *
000290*                                                                *
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RECYCLE-OUT ASSIGN TO "CTBRCYOT"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-RECYCO-STATUS.
000400*
000410     SELECT HOLD-OUT ASSIGN TO "CTBHLDOT"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-HOLDO-STATUS.
000440*
000450     SELECT WORK-QUEUE ASSIGN TO "CTBWKQ"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS WQ-KEY
000490         FILE STATUS IS WS-WKQ-STATUS.
000500*
000510     SELECT LOAD-RPT ASSIGN TO "WKQLRPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-LOADRPT-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  RECYCLE-OUT
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600     COPY CTB1RY.
000610*
000620 FD  HOLD-OUT
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650     COPY CTB1HD.
000660*
000670 FD  WORK-QUEUE.
000680     COPY CTB1WQ.
000690*
000700 FD  LOAD-RPT
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730     COPY CTB1PL.
000740*
000750 WORKING-STORAGE SECTION.
000760 01  WS-FILE-STATUS-FIELDS.
000770     05  WS-RECYCO-STATUS            PIC X(02) VALUE SPACES.
000780     05  WS-HOLDO-STATUS             PIC X(02) VALUE SPACES.
000790     05  WS-WKQ-STATUS               PIC X(02) VALUE SPACES.
000800     05  WS-LOADRPT-STATUS           PIC X(02) VALUE SPACES.
000810*
000820 01  WS-SWITCHES.
000830     05  WS-RECYCLE-EOF-SW           PIC X(01) VALUE 'N'.
000840         88  WS-RECYCLE-EOF-YES          VALUE 'Y'.
000850         88  WS-RECYCLE-EOF-NO           VALUE 'N'.
000860     05  WS-HOLD-EOF-SW              PIC X(01) VALUE 'N'.
000870         88  WS-HOLD-EOF-YES             VALUE 'Y'.
000880         88  WS-HOLD-EOF-NO              VALUE 'N'.
000890     05  WS-RECYCLE-FILE-SW          PIC X(01) VALUE 'N'.
000900         88  WS-RECYCLE-FILE-PRESENT     VALUE 'Y'.
000910         88  WS-RECYCLE-FILE-ABSENT      VALUE 'N'.
000920     05  WS-HOLD-FILE-SW             PIC X(01) VALUE 'N'.
000930         88  WS-HOLD-FILE-PRESENT        VALUE 'Y'.
000940         88  WS-HOLD-FILE-ABSENT         VALUE 'N'.
000950*
000960 01  WS-WORK-FIELDS.
000970     05  WS-LOAD-DATE                PIC X(08) VALUE SPACES.
000980     05  WS-NEXT-SEQ                 PIC 9(7) VALUE 0.
000990*
001000 01  WS-LOAD-COUNTS.
001010     05  WS-RECYCLE-LOAD-CNT         PIC 9(5) VALUE 0.
001020     05  WS-HOLD-LOAD-CNT            PIC 9(5) VALUE 0.
001030     05  WS-RECYCLE-LOAD-AMT         PIC 9(11)V99 VALUE 0.
001040     05  WS-HOLD-LOAD-AMT            PIC 9(11)V99 VALUE 0.
001050     05  WS-DUP-KEY-CNT              PIC 9(5) VALUE 0.
001060*
001070 01  WS-TIMESTAMP-FIELDS.
001080     05  WS-CURR-DATE                PIC 9(08).
001090     05  WS-CURR-TIME                PIC 9(08).
001100     05  WS-TIMESTAMP-OUT            PIC X(26) VALUE SPACES.
001110*
001120 01  WS-REPORT-WORK-FIELDS.
001130     05  WS-RPT-AMOUNT               PIC ZZZZZZ9.99.
001140     05  WS-RPT-TOTAL                PIC ZZZZZZZZZZ9.99.
001150*
001160 PROCEDURE DIVISION.
001170******************************************************************
001180*    0000-MAINLINE                                               *
001190******************************************************************
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001220     IF WS-RECYCLE-FILE-PRESENT
001230         PERFORM 2000-LOAD-RECYCLE THRU 2000-EXIT
001240             UNTIL WS-RECYCLE-EOF-YES
001250     END-IF
001260     IF WS-HOLD-FILE-PRESENT
001270         PERFORM 3000-LOAD-HOLD THRU 3000-EXIT
001280             UNTIL WS-HOLD-EOF-YES
001290     END-IF
001300     PERFORM 4000-UPDATE-CONTROL-ROW THRU 4000-EXIT
001310     PERFORM 5000-PRINT-FOOTER THRU 5000-EXIT
001320     PERFORM 9000-TERMINATE THRU 9000-EXIT
001330     GOBACK.
001340*
001350******************************************************************
001360*    1000-INITIALIZE - OPEN THE QUEUE, CREATING IT ON FIRST USE  *
001370*                      THE SAME WAY CTB600 CREATES CTBMTD, AND   *
001380*                      REFUSE A SECOND LOAD OF THE SAME NIGHT.   *
001390*                      A MISSING RECYCLE OR HOLD FILE JUST MEANS *
001400*                      THE RUN HAD NOTHING OF THAT KIND.         *
001410******************************************************************
001420 1000-INITIALIZE.
001430     PERFORM 9500-BUILD-TIMESTAMP THRU 9500-EXIT
001440     MOVE WS-TIMESTAMP-OUT(1:8) TO WS-LOAD-DATE
001450     OPEN I-O WORK-QUEUE
001460     IF WS-WKQ-STATUS NOT = '00'
001470         OPEN OUTPUT WORK-QUEUE
001480         CLOSE WORK-QUEUE
001490         OPEN I-O WORK-QUEUE
001500     END-IF
001510     IF WS-WKQ-STATUS NOT = '00'
001520         DISPLAY 'CTB305A - CTBWKQ WOULD NOT OPEN - STATUS = '
001530             WS-WKQ-STATUS
001540         MOVE 16 TO RETURN-CODE
001550         GOBACK
001560     END-IF
001570     PERFORM 1100-READ-CONTROL-ROW THRU 1100-EXIT
001580     IF WQ-CTL-LAST-LOAD-DATE = WS-LOAD-DATE
001590         DISPLAY 'CTB305W - THE WORK QUEUE WAS ALREADY LOADED ON '
001600             WS-LOAD-DATE ' - NOT LOADED AGAIN'
001610         CLOSE WORK-QUEUE
001620         MOVE 4 TO RETURN-CODE
001630         GOBACK
001640     END-IF
001650     OPEN OUTPUT LOAD-RPT
001660     IF WS-LOADRPT-STATUS NOT = '00'
001670         DISPLAY 'CTB305A - LOAD-RPT WOULD NOT OPEN - STATUS = '
001680             WS-LOADRPT-STATUS
001685         CLOSE WORK-QUEUE
001690         MOVE 16 TO RETURN-CODE
001700         GOBACK
001710     END-IF
001720     OPEN INPUT RECYCLE-OUT
001730     IF WS-RECYCO-STATUS = '00'
001740         SET WS-RECYCLE-FILE-PRESENT TO TRUE
001750         PERFORM 1200-READ-RECYCLE THRU 1200-EXIT
001760     ELSE
001770         SET WS-RECYCLE-FILE-ABSENT TO TRUE
001780         DISPLAY 'CTB305I - NO RECYCLE FILE PRESENT'
001790     END-IF
001800     OPEN INPUT HOLD-OUT
001810     IF WS-HOLDO-STATUS = '00'
001820         SET WS-HOLD-FILE-PRESENT TO TRUE
001830         PERFORM 1300-READ-HOLD THRU 1300-EXIT
001840     ELSE
001850         SET WS-HOLD-FILE-ABSENT TO TRUE
001860         DISPLAY 'CTB305I - NO HOLD FILE PRESENT'
001870     END-IF
001880     PERFORM 1400-PRINT-HEADINGS THRU 1400-EXIT
001890     .
001900 1000-EXIT.
001910     EXIT.
001920*
001930******************************************************************
001940*    1100-READ-CONTROL-ROW - THE QUEUE'S CONTROL ROW HOLDS THE   *
001950*                            NEXT ITEM SEQUENCE AND THE LAST     *
001960*                            LOAD DATE.  A NEW QUEUE GETS ONE.   *
001970******************************************************************
001980 1100-READ-CONTROL-ROW.
001990     MOVE SPACES TO CTB1WQ-QUEUE-RECORD
002000     MOVE SPACE TO WQ-ITEM-TYPE
002010     MOVE 0 TO WQ-ITEM-SEQ
002020     READ WORK-QUEUE
002030         INVALID KEY
002040             MOVE SPACES TO WQ-CONTROL-DATA
002050             MOVE SPACE TO WQ-ITEM-TYPE
002060             MOVE 0 TO WQ-ITEM-SEQ
002070             MOVE 1 TO WQ-CTL-NEXT-SEQ
002080             WRITE CTB1WQ-QUEUE-RECORD
002090     END-READ
002100     MOVE WQ-CTL-NEXT-SEQ TO WS-NEXT-SEQ
002110     .
002120 1100-EXIT.
002130     EXIT.
002140*
002150 1200-READ-RECYCLE.
002160     READ RECYCLE-OUT
002170         AT END
002180             SET WS-RECYCLE-EOF-YES TO TRUE
002190     END-READ
002200     .
002210 1200-EXIT.
002220     EXIT.
002230*
002240 1300-READ-HOLD.
002250     READ HOLD-OUT
002260         AT END
002270             SET WS-HOLD-EOF-YES TO TRUE
002280     END-READ
002290     .
002300 1300-EXIT.
002310     EXIT.
002320*
002330 1400-PRINT-HEADINGS.
002340     MOVE SPACES TO PL-LINE
002350     MOVE 'RECYCLE AND HOLD WORK QUEUE LOAD - CTB305' TO PL-LINE
002360     WRITE CTB1PL-LINE
002370     MOVE SPACES TO PL-LINE
002380     STRING '  LOAD DATE ' DELIMITED BY SIZE
002390             WS-LOAD-DATE DELIMITED BY SIZE
002400         INTO PL-LINE
002410     WRITE CTB1PL-LINE
002420     MOVE SPACES TO PL-LINE
002430     WRITE CTB1PL-LINE
002440     .
002450 1400-EXIT.
002460     EXIT.
002470*
002480******************************************************************
002490*    2000-LOAD-RECYCLE - ONE CTBRCYOT REJECT BECOMES ONE OPEN    *
002500*                        RECYCLE ITEM, ITS FIGURES COPIED TO     *
002510*                        BOTH THE CURRENT AND ORIGINAL FIELDS.   *
002520******************************************************************
002530 2000-LOAD-RECYCLE.
002540     MOVE SPACES TO CTB1WQ-QUEUE-RECORD
002550     SET WQ-RECYCLE-ITEM TO TRUE
002560     MOVE WS-NEXT-SEQ TO WQ-ITEM-SEQ
002570     SET WQ-OPEN TO TRUE
002580     MOVE RY-INDEX-VALUE TO WQ-INDEX-VALUE
002590     MOVE RY-BRANCH-CODE TO WQ-BRANCH-CODE
002600     MOVE RY-AMOUNT TO WQ-AMOUNT
002610     MOVE RY-RECORD-TYPE TO WQ-RECORD-TYPE
002620     MOVE RY-REJECT-REASON TO WQ-REASON
002630     MOVE RY-INDEX-VALUE TO WQ-ORIG-INDEX-VALUE
002640     MOVE RY-BRANCH-CODE TO WQ-ORIG-BRANCH-CODE
002650     MOVE RY-AMOUNT TO WQ-ORIG-AMOUNT
002660     MOVE RY-RECORD-TYPE TO WQ-ORIG-RECORD-TYPE
002670     MOVE WS-LOAD-DATE TO WQ-LOAD-DATE
002680     PERFORM 6000-WRITE-ITEM THRU 6000-EXIT
002690     ADD 1 TO WS-RECYCLE-LOAD-CNT
002700     ADD RY-AMOUNT TO WS-RECYCLE-LOAD-AMT
002710     PERFORM 1200-READ-RECYCLE THRU 1200-EXIT
002720     .
002730 2000-EXIT.
002740     EXIT.
002750*
002760******************************************************************
002770*    3000-LOAD-HOLD - ONE CTBHLDOT HOLD BECOMES ONE OPEN HOLD    *
002780*                     ITEM AWAITING A SUPERVISOR'S DECISION.     *
002790******************************************************************
002800 3000-LOAD-HOLD.
002810     MOVE SPACES TO CTB1WQ-QUEUE-RECORD
002820     SET WQ-HOLD-ITEM TO TRUE
002830     MOVE WS-NEXT-SEQ TO WQ-ITEM-SEQ
002840     SET WQ-OPEN TO TRUE
002850     MOVE HD-INDEX-VALUE TO WQ-INDEX-VALUE
002860     MOVE HD-BRANCH-CODE TO WQ-BRANCH-CODE
002870     MOVE HD-AMOUNT TO WQ-AMOUNT
002880     MOVE HD-RECORD-TYPE TO WQ-RECORD-TYPE
002890     MOVE HD-HOLD-REASON TO WQ-REASON
002900     MOVE HD-INDEX-VALUE TO WQ-ORIG-INDEX-VALUE
002910     MOVE HD-BRANCH-CODE TO WQ-ORIG-BRANCH-CODE
002920     MOVE HD-AMOUNT TO WQ-ORIG-AMOUNT
002930     MOVE HD-RECORD-TYPE TO WQ-ORIG-RECORD-TYPE
002940     MOVE WS-LOAD-DATE TO WQ-LOAD-DATE
002950     PERFORM 6000-WRITE-ITEM THRU 6000-EXIT
002960     ADD 1 TO WS-HOLD-LOAD-CNT
002970     ADD HD-AMOUNT TO WS-HOLD-LOAD-AMT
002980     PERFORM 1300-READ-HOLD THRU 1300-EXIT
002990     .
003000 3000-EXIT.
003010     EXIT.
003020*
003030******************************************************************
003040*    4000-UPDATE-CONTROL-ROW - STAMP THE LOAD DATE AND THE NEXT  *
003050*                              FREE SEQUENCE ON THE CONTROL ROW. *
003060******************************************************************
003070 4000-UPDATE-CONTROL-ROW.
003080     MOVE SPACE TO WQ-ITEM-TYPE
003090     MOVE 0 TO WQ-ITEM-SEQ
003100     READ WORK-QUEUE
003110         INVALID KEY
003120             DISPLAY 'CTB305W - CONTROL ROW MISSING AT END OF RUN'
003130             MOVE 4 TO RETURN-CODE
003140             GO TO 4000-EXIT
003150     END-READ
003160     MOVE WS-LOAD-DATE TO WQ-CTL-LAST-LOAD-DATE
003170     MOVE WS-NEXT-SEQ TO WQ-CTL-NEXT-SEQ
003180     REWRITE CTB1WQ-QUEUE-RECORD
003190     .
003200 4000-EXIT.
003210     EXIT.
003220*
003230 5000-PRINT-FOOTER.
003240     MOVE SPACES TO PL-LINE
003250     WRITE CTB1PL-LINE
003260     MOVE WS-RECYCLE-LOAD-AMT TO WS-RPT-TOTAL
003270     MOVE SPACES TO PL-LINE
003280     STRING 'CONTROL TOTALS - REJECTS QUEUED = ' DELIMITED BY SIZE
003290             WS-RECYCLE-LOAD-CNT DELIMITED BY SIZE
003300             ' FOR ' DELIMITED BY SIZE
003310             WS-RPT-TOTAL DELIMITED BY SIZE
003320         INTO PL-LINE
003330     WRITE CTB1PL-LINE
003340     MOVE WS-HOLD-LOAD-AMT TO WS-RPT-TOTAL
003350     MOVE SPACES TO PL-LINE
003360     STRING '                 HOLDS QUEUED   = ' DELIMITED BY SIZE
003370             WS-HOLD-LOAD-CNT DELIMITED BY SIZE
003380             ' FOR ' DELIMITED BY SIZE
003390             WS-RPT-TOTAL DELIMITED BY SIZE
003400         INTO PL-LINE
003410     WRITE CTB1PL-LINE
003420     .
003430 5000-EXIT.
003440     EXIT.
003450*
003460******************************************************************
003470*    6000-WRITE-ITEM - ADD ONE ITEM UNDER THE NEXT FREE SEQUENCE *
003480*                      AND LIST IT.  A KEY ALREADY ON FILE MEANS *
003490*                      THE CONTROL ROW FELL BEHIND - THE ITEM    *
003500*                      MOVES UP TO THE NEXT FREE NUMBER.         *
003510******************************************************************
003520 6000-WRITE-ITEM.
003530     WRITE CTB1WQ-QUEUE-RECORD
003540         INVALID KEY
003550             ADD 1 TO WS-DUP-KEY-CNT
003560             ADD 1 TO WS-NEXT-SEQ
003570             MOVE WS-NEXT-SEQ TO WQ-ITEM-SEQ
003580             GO TO 6000-WRITE-ITEM
003590     END-WRITE
003600     ADD 1 TO WS-NEXT-SEQ
003610     MOVE WQ-AMOUNT TO WS-RPT-AMOUNT
003620     MOVE SPACES TO PL-LINE
003630     STRING '  ITEM ' DELIMITED BY SIZE
003640             WQ-KEY DELIMITED BY SIZE
003650             '  SLOT ' DELIMITED BY SIZE
003660             WQ-INDEX-VALUE DELIMITED BY SIZE
003670             '  BRANCH ' DELIMITED BY SIZE
003680             WQ-BRANCH-CODE DELIMITED BY SIZE
003690             '  AMOUNT ' DELIMITED BY SIZE
003700             WS-RPT-AMOUNT DELIMITED BY SIZE
003710             '  TYPE ' DELIMITED BY SIZE
003720             WQ-RECORD-TYPE DELIMITED BY SIZE
003730             '  ' DELIMITED BY SIZE
003740             WQ-REASON DELIMITED BY SIZE
003750         INTO PL-LINE
003760     WRITE CTB1PL-LINE
003770     .
003780 6000-EXIT.
003790     EXIT.
003800*
003810******************************************************************
003820*    9000-TERMINATE                                              *
003830******************************************************************
003840 9000-TERMINATE.
003850     IF WS-RECYCLE-FILE-PRESENT
003860         CLOSE RECYCLE-OUT
003870     END-IF
003880     IF WS-HOLD-FILE-PRESENT
003890         CLOSE HOLD-OUT
003900     END-IF
003910     CLOSE WORK-QUEUE
003920     CLOSE LOAD-RPT
003930     DISPLAY 'CTB305I - END OF RUN.  REJECTS QUEUED = '
003940         WS-RECYCLE-LOAD-CNT ', HOLDS QUEUED = ' WS-HOLD-LOAD-CNT
003950     IF WS-DUP-KEY-CNT > 0
003960         DISPLAY 'CTB305W - ' WS-DUP-KEY-CNT ' ITEM KEYS WERE '
003970             'ALREADY ON FILE - CONTROL ROW SEQUENCE WAS BEHIND'
003980         MOVE 4 TO RETURN-CODE
003990     END-IF
004000     .
004010 9000-EXIT.
004020     EXIT.
004030*
004040******************************************************************
004050*    9500-BUILD-TIMESTAMP                                        *
004060******************************************************************
004070 9500-BUILD-TIMESTAMP.
004080     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
004090     ACCEPT WS-CURR-TIME FROM TIME
004100     STRING WS-CURR-DATE DELIMITED BY SIZE
004110             '-' DELIMITED BY SIZE
004120             WS-CURR-TIME DELIMITED BY SIZE
004130         INTO WS-TIMESTAMP-OUT
004140     .
004150 9500-EXIT.
004160     EXIT.
