000450*                    FLAG AND THE CHECKPOINT'S OWN DATE, ELSE    *
000460*                    THE DAY'S LAST WINDOW HAS NOT POSTED AND    *
000470*                    ROLLING NOW WOULD SKIP IT FOR GOOD.         *
000472*   2026-10-15 DLM   EACH RUN NOW LOGS ITS START AND END TO      *
000474*                    CTBSTEPL.  A DATE ALREADY FINISHED CLEAN IS *
000476*                    REFUSED WITHOUT A CTBSTOVR OVERRIDE CARD.   *
000479*   2026-10-15 DLM   AN ABORT AFTER THE STEP LOG START ROW NOW   *
000482*                    WRITES THE END ROW WITH RC 16, SO CTB905    *
000485*                    REPORTS THE STEP AS FAILED, NOT AS STILL    *
000488*                    RUNNING.                                    *
000491*                                                                *
000494******************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RUNHIST-STATUS.
000790*
000791*    SUITE JOB STEP LOG AND ITS OPTIONAL RERUN OVERRIDE CARD.
000792     SELECT STEP-LOG-FILE ASSIGN TO "CTBSTEPL"
000793         ORGANIZATION IS SEQUENTIAL
000794         FILE STATUS IS WS-STEPL-STATUS.
000795     SELECT STEP-OVR-FILE ASSIGN TO "CTBSTOVR"
000796         ORGANIZATION IS SEQUENTIAL
000797         FILE STATUS IS WS-STOVR-STATUS.
000798*
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  RESTART-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY CTB1RH.
001011*
001012 FD  STEP-LOG-FILE
001013     RECORDING MODE IS F
001014     LABEL RECORDS ARE STANDARD.
001015     COPY CTB1JS.
001020*
001021 FD  STEP-OVR-FILE
001022     RECORDING MODE IS F
001023     LABEL RECORDS ARE STANDARD.
001024     COPY CTB1SO.
001025*
001030 WORKING-STORAGE SECTION.
001040 01  WS-FILE-STATUS-FIELDS.
001050     05  WS-RESTART-STATUS           PIC X(02) VALUE SPACES.
001450     05  WS-RPT-DAYS                 PIC ZZ9.
001460     05  WS-RPT-AMOUNT               PIC ZZZZZZZZZZ9.99.
001470*
001473     COPY CTB1JW.
001476*
001480 PROCEDURE DIVISION.
001490******************************************************************
001500*    0000-MAINLINE                                               *
001540     PERFORM 2000-ROLL-TABLE THRU 2000-EXIT
001550     PERFORM 3000-PRINT-MTD-REPORT THRU 3000-EXIT
001560     PERFORM 9000-TERMINATE THRU 9000-EXIT
001565     PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
001570     GOBACK.
001580*
001590******************************************************************
001880     MOVE RC-CHECKPOINT-TIMESTAMP(1:8) TO WS-POSTING-DATE
001890     PERFORM 1100-CHECK-FINAL-CYCLE THRU 1100-EXIT
001900     PERFORM 1500-CHECK-MONTH-END THRU 1500-EXIT
001902     MOVE 'CTB600' TO WS-STEP-PROGRAM
001904     MOVE WS-POSTING-DATE TO WS-STEP-BUS-DATE
001906     PERFORM 9800-STEP-LOG-START THRU 9800-EXIT
001910     OPEN I-O MTD-FILE
001920     IF WS-MTD-STATUS NOT = '00'
001930         OPEN OUTPUT MTD-FILE
001990         DISPLAY 'CTB600A - MTD-RPT WOULD NOT OPEN - STATUS = '
002000             WS-MTDRPT-STATUS
002010         MOVE 16 TO RETURN-CODE
002015         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
002020         GOBACK
002030     END-IF
002040     .
004900     .
004910 9000-EXIT.
004920     EXIT.
004930*
004940******************************************************************
004950*    9800-STEP-LOG-START - REFUSE A SECOND RUN FOR A BUSINESS    *
004960*                          DATE THE STEP LOG SHOWS THIS STEP     *
004970*                          ALREADY FINISHED CLEAN, UNLESS A      *
004980*                          CTBSTOVR CARD OVERRIDES IT, THEN LOG  *
004990*                          THE START.  A STEP LOG THAT WILL NOT  *
005000*                          OPEN IS WARNED ABOUT, NOT FAILED.     *
005010******************************************************************
005020 9800-STEP-LOG-START.
005030     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
005040     MOVE WS-STEP-TS TO WS-STEP-START-TS
005050     PERFORM 9810-CHECK-PRIOR-RUN THRU 9810-EXIT
005060     IF WS-STEP-DONE-CLEAN
005070         PERFORM 9820-CHECK-OVERRIDE THRU 9820-EXIT
005080         IF WS-STEP-OVERRIDE-NONE
005090             DISPLAY 'CTB600A - STEP LOG SHOWS A CLEAN RUN FOR '
005100                 WS-STEP-BUS-DATE ' CYCLE ' WS-STEP-CYCLE
005110                 ' ENDED ' WS-STEP-DONE-TS
005120             DISPLAY 'CTB600A - A CTBSTOVR OVERRIDE CARD IS '
005130                 'NEEDED TO RUN THE DATE AGAIN - ABORTING'
005140             MOVE 'R' TO WS-STEP-EVENT
005150             MOVE WS-STEP-TS TO WS-STEP-END-TS
005160             MOVE 16 TO WS-STEP-RC
005170             PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
005180             MOVE 16 TO RETURN-CODE
005190             GOBACK
005200         END-IF
005210     END-IF
005220     MOVE 'S' TO WS-STEP-EVENT
005230     MOVE SPACES TO WS-STEP-END-TS
005240     MOVE 0 TO WS-STEP-RC
005250     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
005260     SET WS-STEP-LOGGED TO TRUE
005270     .
005280 9800-EXIT.
005290     EXIT.
005300*
005310******************************************************************
005320*    9810-CHECK-PRIOR-RUN - THE LAST START OR END ROW FOR THIS   *
005330*                           PROGRAM, DATE AND CYCLE DECIDES.  AN *
005340*                           END ROW UNDER RC 16 IS A CLEAN       *
005350*                           FINISH; A START ROW WITH NOTHING     *
005360*                           AFTER IT IS A RUN THAT FELL OVER     *
005370*                           AND MAY BE RERUN.                    *
005380******************************************************************
005390 9810-CHECK-PRIOR-RUN.
005400     SET WS-STEP-NOT-DONE TO TRUE
005410     OPEN INPUT STEP-LOG-FILE
005420     IF WS-STEPL-STATUS NOT = '00'
005430         GO TO 9810-EXIT
005440     END-IF
005450     SET WS-STEPL-EOF-NO TO TRUE
005460     PERFORM 9815-READ-STEP-ROW THRU 9815-EXIT
005470         UNTIL WS-STEPL-EOF-YES
005480     CLOSE STEP-LOG-FILE
005490     .
005500 9810-EXIT.
005510     EXIT.
005520*
005530 9815-READ-STEP-ROW.
005540     READ STEP-LOG-FILE
005550         AT END
005560             SET WS-STEPL-EOF-YES TO TRUE
005570             GO TO 9815-EXIT
005580     END-READ
005590     IF JS-PROGRAM NOT = WS-STEP-PROGRAM
005600         OR JS-BUSINESS-DATE NOT = WS-STEP-BUS-DATE
005610         OR JS-CYCLE-NUMBER NOT = WS-STEP-CYCLE
005620         GO TO 9815-EXIT
005630     END-IF
005640     IF JS-EVENT-START
005650         SET WS-STEP-NOT-DONE TO TRUE
005660     END-IF
005670     IF JS-EVENT-END
005680         IF JS-RETURN-CODE < 16
005690             SET WS-STEP-DONE-CLEAN TO TRUE
005700             MOVE JS-END-TIMESTAMP TO WS-STEP-DONE-TS
005710         ELSE
005720             SET WS-STEP-NOT-DONE TO TRUE
005730         END-IF
005740     END-IF
005750     .
005760 9815-EXIT.
005770     EXIT.
005780*
005790******************************************************************
005800*    9820-CHECK-OVERRIDE - LOOK FOR A CTBSTOVR CARD NAMING THIS  *
005810*                          PROGRAM AND DATE.  A BLANK CYCLE ON   *
005820*                          THE CARD COVERS EVERY CYCLE.          *
005830******************************************************************
005840 9820-CHECK-OVERRIDE.
005850     SET WS-STEP-OVERRIDE-NONE TO TRUE
005860     OPEN INPUT STEP-OVR-FILE
005870     IF WS-STOVR-STATUS NOT = '00'
005880         GO TO 9820-EXIT
005890     END-IF
005900     SET WS-STOVR-EOF-NO TO TRUE
005910     PERFORM 9825-READ-OVERRIDE THRU 9825-EXIT
005920         UNTIL WS-STOVR-EOF-YES
005930     CLOSE STEP-OVR-FILE
005940     .
005950 9820-EXIT.
005960     EXIT.
005970*
005980 9825-READ-OVERRIDE.
005990     READ STEP-OVR-FILE
006000         AT END
006010             SET WS-STOVR-EOF-YES TO TRUE
006020             GO TO 9825-EXIT
006030     END-READ
006040     IF SO-PROGRAM = WS-STEP-PROGRAM
006050         AND SO-BUSINESS-DATE = WS-STEP-BUS-DATE
006060         AND (SO-CYCLE-NUMBER = SPACES
006070             OR SO-CYCLE-NUMBER = WS-STEP-CYCLE)
006080         SET WS-STEP-OVERRIDE-GIVEN TO TRUE
006090         SET WS-STOVR-EOF-YES TO TRUE
006100         DISPLAY 'CTB600W - CLEAN RUN FOR ' WS-STEP-BUS-DATE
006110             ' OVERRIDDEN BY ' SO-OPERATOR ' - ' SO-REASON
006120     END-IF
006130     .
006140 9825-EXIT.
006150     EXIT.
006160*
006170******************************************************************
006180*    9840-WRITE-STEP-ROW - APPEND ONE ROW TO CTBSTEPL, CREATING  *
006190*                          THE LOG ON FIRST USE.                 *
006200******************************************************************
006210 9840-WRITE-STEP-ROW.
006220     OPEN EXTEND STEP-LOG-FILE
006230     IF WS-STEPL-STATUS NOT = '00'
006240         OPEN OUTPUT STEP-LOG-FILE
006250     END-IF
006260     IF WS-STEPL-STATUS NOT = '00'
006270         DISPLAY 'CTB600W - CTBSTEPL WOULD NOT OPEN - STATUS = '
006280             WS-STEPL-STATUS ' - STEP NOT LOGGED'
006290         GO TO 9840-EXIT
006300     END-IF
006310     MOVE SPACES TO CTB1JS-STEP-RECORD
006320     MOVE WS-STEP-PROGRAM TO JS-PROGRAM
006330     MOVE WS-STEP-BUS-DATE TO JS-BUSINESS-DATE
006340     MOVE WS-STEP-CYCLE TO JS-CYCLE-NUMBER
006350     MOVE WS-STEP-EVENT TO JS-EVENT
006360     MOVE WS-STEP-FINAL-SW TO JS-FINAL-CYCLE-SW
006370     MOVE WS-STEP-START-TS TO JS-START-TIMESTAMP
006380     MOVE WS-STEP-END-TS TO JS-END-TIMESTAMP
006390     MOVE WS-STEP-IN-CNT TO JS-IN-COUNT
006400     MOVE WS-STEP-OUT-CNT TO JS-OUT-COUNT
006410     MOVE WS-STEP-REJECT-CNT TO JS-REJECT-COUNT
006420     MOVE WS-STEP-RC TO JS-RETURN-CODE
006430     MOVE WS-STEP-OVERRIDE-SW TO JS-OVERRIDE-SW
006440     WRITE CTB1JS-STEP-RECORD
006450     CLOSE STEP-LOG-FILE
006460     .
006470 9840-EXIT.
006480     EXIT.
006490*
006500******************************************************************
006510*    9850-STEP-LOG-END - LOG THE END OF THE STEP WITH ITS COUNTS *
006520*                        AND FINAL RETURN CODE.                  *
006530******************************************************************
006540 9850-STEP-LOG-END.
006550     IF WS-STEP-NOT-LOGGED
006560         GO TO 9850-EXIT
006570     END-IF
006580     COMPUTE WS-STEP-IN-CNT = WS-ROWS-ADDED-CNT
006590         + WS-ROWS-UPDATED-CNT + WS-ROWS-SKIPPED-CNT
006600     COMPUTE WS-STEP-OUT-CNT =
006610         WS-ROWS-ADDED-CNT + WS-ROWS-UPDATED-CNT
006620     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
006630     MOVE WS-STEP-TS TO WS-STEP-END-TS
006640     MOVE RETURN-CODE TO WS-STEP-RC
006650     MOVE 'E' TO WS-STEP-EVENT
006660     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
006670     SET WS-STEP-NOT-LOGGED TO TRUE
006680     .
006690 9850-EXIT.
006700     EXIT.
006710*
006720 9860-BUILD-STEP-TIMESTAMP.
006730     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
006740     ACCEPT WS-STEP-TIME FROM TIME
006750     MOVE SPACES TO WS-STEP-TS
006760     STRING WS-STEP-DATE DELIMITED BY SIZE
006770             '-' DELIMITED BY SIZE
006780             WS-STEP-TIME DELIMITED BY SIZE
006790         INTO WS-STEP-TS
006800     .
006810 9860-EXIT.
006820     EXIT.
