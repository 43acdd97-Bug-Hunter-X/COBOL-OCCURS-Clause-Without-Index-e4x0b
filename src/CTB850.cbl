000280*   DATE       INIT  DESCRIPTION                                *
000290*   ---------- ----  ---------------------------------------    *
000300*   2026-09-02 DLM   ORIGINAL.                                   *
000302*   2026-10-15 DLM   EACH RUN NOW LOGS ITS START AND END TO      *
000304*                    CTBSTEPL.  A DATE ALREADY FINISHED CLEAN IS *
000306*                    REFUSED WITHOUT A CTBSTOVR OVERRIDE CARD.   *
000309*   2026-10-15 DLM   AN ABORT AFTER THE STEP LOG START ROW NOW   *
000312*                    WRITES THE END ROW WITH RC 16, SO CTB905    *
000315*                    REPORTS THE STEP AS FAILED, NOT AS STILL    *
000318*                    RUNNING.                                    *
000321*                                                                *
000324******************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-VERRPT-STATUS.
000630*
000631*    SUITE JOB STEP LOG AND ITS OPTIONAL RERUN OVERRIDE CARD.
000632     SELECT STEP-LOG-FILE ASSIGN TO "CTBSTEPL"
000633         ORGANIZATION IS SEQUENTIAL
000634         FILE STATUS IS WS-STEPL-STATUS.
000635     SELECT STEP-OVR-FILE ASSIGN TO "CTBSTOVR"
000636         ORGANIZATION IS SEQUENTIAL
000637         FILE STATUS IS WS-STOVR-STATUS.
000638*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  RESTART-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870     COPY CTB1PL.
000871*
000872 FD  STEP-LOG-FILE
000873     RECORDING MODE IS F
000874     LABEL RECORDS ARE STANDARD.
000875     COPY CTB1JS.
000880*
000881 FD  STEP-OVR-FILE
000882     RECORDING MODE IS F
000883     LABEL RECORDS ARE STANDARD.
000884     COPY CTB1SO.
000885*
000890 WORKING-STORAGE SECTION.
000900 01  WS-FILE-STATUS-FIELDS.
000910     05  WS-RESTART-STATUS           PIC X(02) VALUE SPACES.
001510     05  WS-RPT-LEFT-AMT             PIC ZZZZZZZZZZ9.99.
001520     05  WS-RPT-RIGHT-AMT            PIC ZZZZZZZZZZ9.99.
001530*
001533     COPY CTB1JW.
001536*
001540 PROCEDURE DIVISION.
001550******************************************************************
001560*    0000-MAINLINE                                               *
001620     PERFORM 4000-SUM-MONTH-SNAPSHOTS THRU 4000-EXIT
001630     PERFORM 5000-VERIFY-MTD THRU 5000-EXIT
001640     PERFORM 9000-TERMINATE THRU 9000-EXIT
001645     PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
001650     GOBACK.
001660*
001670******************************************************************
001890         MOVE 16 TO RETURN-CODE
001900         GOBACK
001910     END-IF
001912     MOVE 'CTB850' TO WS-STEP-PROGRAM
001914     MOVE RC-CHECKPOINT-TIMESTAMP(1:8) TO WS-STEP-BUS-DATE
001916     PERFORM 9800-STEP-LOG-START THRU 9800-EXIT
001920     OPEN INPUT SLOT-FILE
001930     IF WS-SLOT-STATUS NOT = '00'
001940         DISPLAY 'CTB850A - CTBSLOT WOULD NOT OPEN - STATUS = '
001950             WS-SLOT-STATUS
001960         MOVE 16 TO RETURN-CODE
001965         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
001970         GOBACK
001980     END-IF
001990     OPEN INPUT MTD-FILE
002170         DISPLAY 'CTB850A - VER-RPT WOULD NOT OPEN - STATUS = '
002180             WS-VERRPT-STATUS
002190         MOVE 16 TO RETURN-CODE
002195         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
002200         GOBACK
002210     END-IF
002220     MOVE SPACES TO PL-LINE
007770     .
007780 9000-EXIT.
007790     EXIT.
007800*
007810******************************************************************
007820*    9800-STEP-LOG-START - REFUSE A SECOND RUN FOR A BUSINESS    *
007830*                          DATE THE STEP LOG SHOWS THIS STEP     *
007840*                          ALREADY FINISHED CLEAN, UNLESS A      *
007850*                          CTBSTOVR CARD OVERRIDES IT, THEN LOG  *
007860*                          THE START.  A STEP LOG THAT WILL NOT  *
007870*                          OPEN IS WARNED ABOUT, NOT FAILED.     *
007880******************************************************************
007890 9800-STEP-LOG-START.
007900     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
007910     MOVE WS-STEP-TS TO WS-STEP-START-TS
007920     PERFORM 9810-CHECK-PRIOR-RUN THRU 9810-EXIT
007930     IF WS-STEP-DONE-CLEAN
007940         PERFORM 9820-CHECK-OVERRIDE THRU 9820-EXIT
007950         IF WS-STEP-OVERRIDE-NONE
007960             DISPLAY 'CTB850A - STEP LOG SHOWS A CLEAN RUN FOR '
007970                 WS-STEP-BUS-DATE ' CYCLE ' WS-STEP-CYCLE
007980                 ' ENDED ' WS-STEP-DONE-TS
007990             DISPLAY 'CTB850A - A CTBSTOVR OVERRIDE CARD IS '
008000                 'NEEDED TO RUN THE DATE AGAIN - ABORTING'
008010             MOVE 'R' TO WS-STEP-EVENT
008020             MOVE WS-STEP-TS TO WS-STEP-END-TS
008030             MOVE 16 TO WS-STEP-RC
008040             PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
008050             MOVE 16 TO RETURN-CODE
008060             GOBACK
008070         END-IF
008080     END-IF
008090     MOVE 'S' TO WS-STEP-EVENT
008100     MOVE SPACES TO WS-STEP-END-TS
008110     MOVE 0 TO WS-STEP-RC
008120     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
008130     SET WS-STEP-LOGGED TO TRUE
008140     .
008150 9800-EXIT.
008160     EXIT.
008170*
008180******************************************************************
008190*    9810-CHECK-PRIOR-RUN - THE LAST START OR END ROW FOR THIS   *
008200*                           PROGRAM, DATE AND CYCLE DECIDES.  AN *
008210*                           END ROW UNDER RC 16 IS A CLEAN       *
008220*                           FINISH; A START ROW WITH NOTHING     *
008230*                           AFTER IT IS A RUN THAT FELL OVER     *
008240*                           AND MAY BE RERUN.                    *
008250******************************************************************
008260 9810-CHECK-PRIOR-RUN.
008270     SET WS-STEP-NOT-DONE TO TRUE
008280     OPEN INPUT STEP-LOG-FILE
008290     IF WS-STEPL-STATUS NOT = '00'
008300         GO TO 9810-EXIT
008310     END-IF
008320     SET WS-STEPL-EOF-NO TO TRUE
008330     PERFORM 9815-READ-STEP-ROW THRU 9815-EXIT
008340         UNTIL WS-STEPL-EOF-YES
008350     CLOSE STEP-LOG-FILE
008360     .
008370 9810-EXIT.
008380     EXIT.
008390*
008400 9815-READ-STEP-ROW.
008410     READ STEP-LOG-FILE
008420         AT END
008430             SET WS-STEPL-EOF-YES TO TRUE
008440             GO TO 9815-EXIT
008450     END-READ
008460     IF JS-PROGRAM NOT = WS-STEP-PROGRAM
008470         OR JS-BUSINESS-DATE NOT = WS-STEP-BUS-DATE
008480         OR JS-CYCLE-NUMBER NOT = WS-STEP-CYCLE
008490         GO TO 9815-EXIT
008500     END-IF
008510     IF JS-EVENT-START
008520         SET WS-STEP-NOT-DONE TO TRUE
008530     END-IF
008540     IF JS-EVENT-END
008550         IF JS-RETURN-CODE < 16
008560             SET WS-STEP-DONE-CLEAN TO TRUE
008570             MOVE JS-END-TIMESTAMP TO WS-STEP-DONE-TS
008580         ELSE
008590             SET WS-STEP-NOT-DONE TO TRUE
008600         END-IF
008610     END-IF
008620     .
008630 9815-EXIT.
008640     EXIT.
008650*
008660******************************************************************
008670*    9820-CHECK-OVERRIDE - LOOK FOR A CTBSTOVR CARD NAMING THIS  *
008680*                          PROGRAM AND DATE.  A BLANK CYCLE ON   *
008690*                          THE CARD COVERS EVERY CYCLE.          *
008700******************************************************************
008710 9820-CHECK-OVERRIDE.
008720     SET WS-STEP-OVERRIDE-NONE TO TRUE
008730     OPEN INPUT STEP-OVR-FILE
008740     IF WS-STOVR-STATUS NOT = '00'
008750         GO TO 9820-EXIT
008760     END-IF
008770     SET WS-STOVR-EOF-NO TO TRUE
008780     PERFORM 9825-READ-OVERRIDE THRU 9825-EXIT
008790         UNTIL WS-STOVR-EOF-YES
008800     CLOSE STEP-OVR-FILE
008810     .
008820 9820-EXIT.
008830     EXIT.
008840*
008850 9825-READ-OVERRIDE.
008860     READ STEP-OVR-FILE
008870         AT END
008880             SET WS-STOVR-EOF-YES TO TRUE
008890             GO TO 9825-EXIT
008900     END-READ
008910     IF SO-PROGRAM = WS-STEP-PROGRAM
008920         AND SO-BUSINESS-DATE = WS-STEP-BUS-DATE
008930         AND (SO-CYCLE-NUMBER = SPACES
008940             OR SO-CYCLE-NUMBER = WS-STEP-CYCLE)
008950         SET WS-STEP-OVERRIDE-GIVEN TO TRUE
008960         SET WS-STOVR-EOF-YES TO TRUE
008970         DISPLAY 'CTB850W - CLEAN RUN FOR ' WS-STEP-BUS-DATE
008980             ' OVERRIDDEN BY ' SO-OPERATOR ' - ' SO-REASON
008990     END-IF
009000     .
009010 9825-EXIT.
009020     EXIT.
009030*
009040******************************************************************
009050*    9840-WRITE-STEP-ROW - APPEND ONE ROW TO CTBSTEPL, CREATING  *
009060*                          THE LOG ON FIRST USE.                 *
009070******************************************************************
009080 9840-WRITE-STEP-ROW.
009090     OPEN EXTEND STEP-LOG-FILE
009100     IF WS-STEPL-STATUS NOT = '00'
009110         OPEN OUTPUT STEP-LOG-FILE
009120     END-IF
009130     IF WS-STEPL-STATUS NOT = '00'
009140         DISPLAY 'CTB850W - CTBSTEPL WOULD NOT OPEN - STATUS = '
009150             WS-STEPL-STATUS ' - STEP NOT LOGGED'
009160         GO TO 9840-EXIT
009170     END-IF
009180     MOVE SPACES TO CTB1JS-STEP-RECORD
009190     MOVE WS-STEP-PROGRAM TO JS-PROGRAM
009200     MOVE WS-STEP-BUS-DATE TO JS-BUSINESS-DATE
009210     MOVE WS-STEP-CYCLE TO JS-CYCLE-NUMBER
009220     MOVE WS-STEP-EVENT TO JS-EVENT
009230     MOVE WS-STEP-FINAL-SW TO JS-FINAL-CYCLE-SW
009240     MOVE WS-STEP-START-TS TO JS-START-TIMESTAMP
009250     MOVE WS-STEP-END-TS TO JS-END-TIMESTAMP
009260     MOVE WS-STEP-IN-CNT TO JS-IN-COUNT
009270     MOVE WS-STEP-OUT-CNT TO JS-OUT-COUNT
009280     MOVE WS-STEP-REJECT-CNT TO JS-REJECT-COUNT
009290     MOVE WS-STEP-RC TO JS-RETURN-CODE
009300     MOVE WS-STEP-OVERRIDE-SW TO JS-OVERRIDE-SW
009310     WRITE CTB1JS-STEP-RECORD
009320     CLOSE STEP-LOG-FILE
009330     .
009340 9840-EXIT.
009350     EXIT.
009360*
009370******************************************************************
009380*    9850-STEP-LOG-END - LOG THE END OF THE STEP WITH ITS COUNTS *
009390*                        AND FINAL RETURN CODE.                  *
009400******************************************************************
009410 9850-STEP-LOG-END.
009420     IF WS-STEP-NOT-LOGGED
009430         GO TO 9850-EXIT
009440     END-IF
009450     COMPUTE WS-STEP-IN-CNT = WS-SLOTS-CHECKED-CNT
009460         + WS-SLOT-ROWS-CHECKED-CNT + WS-MTD-ROWS-CHECKED-CNT
009470     MOVE WS-DISCREP-CNT TO WS-STEP-REJECT-CNT
009480     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
009490     MOVE WS-STEP-TS TO WS-STEP-END-TS
009500     MOVE RETURN-CODE TO WS-STEP-RC
009510     MOVE 'E' TO WS-STEP-EVENT
009520     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
009530     SET WS-STEP-NOT-LOGGED TO TRUE
009540     .
009550 9850-EXIT.
009560     EXIT.
009570*
009580 9860-BUILD-STEP-TIMESTAMP.
009590     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
009600     ACCEPT WS-STEP-TIME FROM TIME
009610     MOVE SPACES TO WS-STEP-TS
009620     STRING WS-STEP-DATE DELIMITED BY SIZE
009630             '-' DELIMITED BY SIZE
009640             WS-STEP-TIME DELIMITED BY SIZE
009650         INTO WS-STEP-TS
009660     .
009670 9860-EXIT.
009680     EXIT.
