000247*                    RETIREMENT NOW ENDS THE JOB WITH RC 16      *
000248*                    INSTEAD OF CLAIMING THE CHECKPOINT WAS      *
000249*                    RETIRED.                                    *
000251*   2026-10-15 DLM   EACH RUN NOW LOGS ITS START AND END TO      *
000253*                    CTBSTEPL.  A DATE ALREADY FINISHED CLEAN IS *
000255*                    REFUSED WITHOUT A CTBSTOVR OVERRIDE CARD.   *
000257*                                                                *
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000520         RECORD KEY IS SL-KEY
000530         FILE STATUS IS WS-SLOT-STATUS.
000540*
000541*    SUITE JOB STEP LOG AND ITS OPTIONAL RERUN OVERRIDE CARD.
000542     SELECT STEP-LOG-FILE ASSIGN TO "CTBSTEPL"
000543         ORGANIZATION IS SEQUENTIAL
000544         FILE STATUS IS WS-STEPL-STATUS.
000545     SELECT STEP-OVR-FILE ASSIGN TO "CTBSTOVR"
000546         ORGANIZATION IS SEQUENTIAL
000547         FILE STATUS IS WS-STOVR-STATUS.
000548*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  AUDIT-FILE
000800*
000810 FD  SLOT-FILE.
000820     COPY CTB1SL.
000821*
000822 FD  STEP-LOG-FILE
000823     RECORDING MODE IS F
000824     LABEL RECORDS ARE STANDARD.
000825     COPY CTB1JS.
000830*
000831 FD  STEP-OVR-FILE
000832     RECORDING MODE IS F
000833     LABEL RECORDS ARE STANDARD.
000834     COPY CTB1SO.
000835*
000840 WORKING-STORAGE SECTION.
000850 01  WS-FILE-STATUS-FIELDS.
000860     05  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001200     05  WS-SLOT-READ-CNT            PIC 9(7) VALUE 0.
001210     05  WS-SLOT-PURGED-CNT          PIC 9(7) VALUE 0.
001220*
001223     COPY CTB1JW.
001226*
001230 PROCEDURE DIVISION.
001240******************************************************************
001250*    0000-MAINLINE                                               *
001344             'THE RESTART'
001345     END-IF
001346     PERFORM 9000-TERMINATE THRU 9000-EXIT
001348     PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
001350     GOBACK.
001360*
001370******************************************************************
001470         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
001480     COMPUTE WS-CUTOFF-INT =
001490         WS-TODAY-INT - WS-AUDIT-RETENTION-DAYS
001492     MOVE 'CTB020' TO WS-STEP-PROGRAM
001494     MOVE WS-TODAY-DATE TO WS-STEP-BUS-DATE
001496     PERFORM 9800-STEP-LOG-START THRU 9800-EXIT
001500     OPEN INPUT RESTART-FILE
001510     IF WS-RESTART-STATUS = '00'
001520         READ RESTART-FILE
003430     .
003440 9000-EXIT.
003450     EXIT.
003460*
003470******************************************************************
003480*    9800-STEP-LOG-START - REFUSE A SECOND RUN FOR A BUSINESS    *
003490*                          DATE THE STEP LOG SHOWS THIS STEP     *
003500*                          ALREADY FINISHED CLEAN, UNLESS A      *
003510*                          CTBSTOVR CARD OVERRIDES IT, THEN LOG  *
003520*                          THE START.  A STEP LOG THAT WILL NOT  *
003530*                          OPEN IS WARNED ABOUT, NOT FAILED.     *
003540******************************************************************
003550 9800-STEP-LOG-START.
003560     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
003570     MOVE WS-STEP-TS TO WS-STEP-START-TS
003580     PERFORM 9810-CHECK-PRIOR-RUN THRU 9810-EXIT
003590     IF WS-STEP-DONE-CLEAN
003600         PERFORM 9820-CHECK-OVERRIDE THRU 9820-EXIT
003610         IF WS-STEP-OVERRIDE-NONE
003620             DISPLAY 'CTB020A - STEP LOG SHOWS A CLEAN RUN FOR '
003630                 WS-STEP-BUS-DATE ' CYCLE ' WS-STEP-CYCLE
003640                 ' ENDED ' WS-STEP-DONE-TS
003650             DISPLAY 'CTB020A - A CTBSTOVR OVERRIDE CARD IS '
003660                 'NEEDED TO RUN THE DATE AGAIN - ABORTING'
003670             MOVE 'R' TO WS-STEP-EVENT
003680             MOVE WS-STEP-TS TO WS-STEP-END-TS
003690             MOVE 16 TO WS-STEP-RC
003700             PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
003710             MOVE 16 TO RETURN-CODE
003720             GOBACK
003730         END-IF
003740     END-IF
003750     MOVE 'S' TO WS-STEP-EVENT
003760     MOVE SPACES TO WS-STEP-END-TS
003770     MOVE 0 TO WS-STEP-RC
003780     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
003790     SET WS-STEP-LOGGED TO TRUE
003800     .
003810 9800-EXIT.
003820     EXIT.
003830*
003840******************************************************************
003850*    9810-CHECK-PRIOR-RUN - THE LAST START OR END ROW FOR THIS   *
003860*                           PROGRAM, DATE AND CYCLE DECIDES.  AN *
003870*                           END ROW UNDER RC 16 IS A CLEAN       *
003880*                           FINISH; A START ROW WITH NOTHING     *
003890*                           AFTER IT IS A RUN THAT FELL OVER     *
003900*                           AND MAY BE RERUN.                    *
003910******************************************************************
003920 9810-CHECK-PRIOR-RUN.
003930     SET WS-STEP-NOT-DONE TO TRUE
003940     OPEN INPUT STEP-LOG-FILE
003950     IF WS-STEPL-STATUS NOT = '00'
003960         GO TO 9810-EXIT
003970     END-IF
003980     SET WS-STEPL-EOF-NO TO TRUE
003990     PERFORM 9815-READ-STEP-ROW THRU 9815-EXIT
004000         UNTIL WS-STEPL-EOF-YES
004010     CLOSE STEP-LOG-FILE
004020     .
004030 9810-EXIT.
004040     EXIT.
004050*
004060 9815-READ-STEP-ROW.
004070     READ STEP-LOG-FILE
004080         AT END
004090             SET WS-STEPL-EOF-YES TO TRUE
004100             GO TO 9815-EXIT
004110     END-READ
004120     IF JS-PROGRAM NOT = WS-STEP-PROGRAM
004130         OR JS-BUSINESS-DATE NOT = WS-STEP-BUS-DATE
004140         OR JS-CYCLE-NUMBER NOT = WS-STEP-CYCLE
004150         GO TO 9815-EXIT
004160     END-IF
004170     IF JS-EVENT-START
004180         SET WS-STEP-NOT-DONE TO TRUE
004190     END-IF
004200     IF JS-EVENT-END
004210         IF JS-RETURN-CODE < 16
004220             SET WS-STEP-DONE-CLEAN TO TRUE
004230             MOVE JS-END-TIMESTAMP TO WS-STEP-DONE-TS
004240         ELSE
004250             SET WS-STEP-NOT-DONE TO TRUE
004260         END-IF
004270     END-IF
004280     .
004290 9815-EXIT.
004300     EXIT.
004310*
004320******************************************************************
004330*    9820-CHECK-OVERRIDE - LOOK FOR A CTBSTOVR CARD NAMING THIS  *
004340*                          PROGRAM AND DATE.  A BLANK CYCLE ON   *
004350*                          THE CARD COVERS EVERY CYCLE.          *
004360******************************************************************
004370 9820-CHECK-OVERRIDE.
004380     SET WS-STEP-OVERRIDE-NONE TO TRUE
004390     OPEN INPUT STEP-OVR-FILE
004400     IF WS-STOVR-STATUS NOT = '00'
004410         GO TO 9820-EXIT
004420     END-IF
004430     SET WS-STOVR-EOF-NO TO TRUE
004440     PERFORM 9825-READ-OVERRIDE THRU 9825-EXIT
004450         UNTIL WS-STOVR-EOF-YES
004460     CLOSE STEP-OVR-FILE
004470     .
004480 9820-EXIT.
004490     EXIT.
004500*
004510 9825-READ-OVERRIDE.
004520     READ STEP-OVR-FILE
004530         AT END
004540             SET WS-STOVR-EOF-YES TO TRUE
004550             GO TO 9825-EXIT
004560     END-READ
004570     IF SO-PROGRAM = WS-STEP-PROGRAM
004580         AND SO-BUSINESS-DATE = WS-STEP-BUS-DATE
004590         AND (SO-CYCLE-NUMBER = SPACES
004600             OR SO-CYCLE-NUMBER = WS-STEP-CYCLE)
004610         SET WS-STEP-OVERRIDE-GIVEN TO TRUE
004620         SET WS-STOVR-EOF-YES TO TRUE
004630         DISPLAY 'CTB020W - CLEAN RUN FOR ' WS-STEP-BUS-DATE
004640             ' OVERRIDDEN BY ' SO-OPERATOR ' - ' SO-REASON
004650     END-IF
004660     .
004670 9825-EXIT.
004680     EXIT.
004690*
004700******************************************************************
004710*    9840-WRITE-STEP-ROW - APPEND ONE ROW TO CTBSTEPL, CREATING  *
004720*                          THE LOG ON FIRST USE.                 *
004730******************************************************************
004740 9840-WRITE-STEP-ROW.
004750     OPEN EXTEND STEP-LOG-FILE
004760     IF WS-STEPL-STATUS NOT = '00'
004770         OPEN OUTPUT STEP-LOG-FILE
004780     END-IF
004790     IF WS-STEPL-STATUS NOT = '00'
004800         DISPLAY 'CTB020W - CTBSTEPL WOULD NOT OPEN - STATUS = '
004810             WS-STEPL-STATUS ' - STEP NOT LOGGED'
004820         GO TO 9840-EXIT
004830     END-IF
004840     MOVE SPACES TO CTB1JS-STEP-RECORD
004850     MOVE WS-STEP-PROGRAM TO JS-PROGRAM
004860     MOVE WS-STEP-BUS-DATE TO JS-BUSINESS-DATE
004870     MOVE WS-STEP-CYCLE TO JS-CYCLE-NUMBER
004880     MOVE WS-STEP-EVENT TO JS-EVENT
004890     MOVE WS-STEP-FINAL-SW TO JS-FINAL-CYCLE-SW
004900     MOVE WS-STEP-START-TS TO JS-START-TIMESTAMP
004910     MOVE WS-STEP-END-TS TO JS-END-TIMESTAMP
004920     MOVE WS-STEP-IN-CNT TO JS-IN-COUNT
004930     MOVE WS-STEP-OUT-CNT TO JS-OUT-COUNT
004940     MOVE WS-STEP-REJECT-CNT TO JS-REJECT-COUNT
004950     MOVE WS-STEP-RC TO JS-RETURN-CODE
004960     MOVE WS-STEP-OVERRIDE-SW TO JS-OVERRIDE-SW
004970     WRITE CTB1JS-STEP-RECORD
004980     CLOSE STEP-LOG-FILE
004990     .
005000 9840-EXIT.
005010     EXIT.
005020*
005030******************************************************************
005040*    9850-STEP-LOG-END - LOG THE END OF THE STEP WITH ITS COUNTS *
005050*                        AND FINAL RETURN CODE.                  *
005060******************************************************************
005070 9850-STEP-LOG-END.
005080     IF WS-STEP-NOT-LOGGED
005090         GO TO 9850-EXIT
005100     END-IF
005110     COMPUTE WS-STEP-IN-CNT = WS-AUDIT-READ-CNT + WS-SLOT-READ-CNT
005120     COMPUTE WS-STEP-OUT-CNT =
005130         WS-AUDIT-ARCH-CNT + WS-AUDIT-KEPT-CNT
005140     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
005150     MOVE WS-STEP-TS TO WS-STEP-END-TS
005160     MOVE RETURN-CODE TO WS-STEP-RC
005170     MOVE 'E' TO WS-STEP-EVENT
005180     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
005190     SET WS-STEP-NOT-LOGGED TO TRUE
005200     .
005210 9850-EXIT.
005220     EXIT.
005230*
005240 9860-BUILD-STEP-TIMESTAMP.
005250     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
005260     ACCEPT WS-STEP-TIME FROM TIME
005270     MOVE SPACES TO WS-STEP-TS
005280     STRING WS-STEP-DATE DELIMITED BY SIZE
005290             '-' DELIMITED BY SIZE
005300             WS-STEP-TIME DELIMITED BY SIZE
005310         INTO WS-STEP-TS
005320     .
005330 9860-EXIT.
005340     EXIT.
