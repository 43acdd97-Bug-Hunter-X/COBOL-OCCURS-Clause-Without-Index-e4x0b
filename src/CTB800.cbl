000262*                    CTBVARS STATUS ROW - QUALIFYING SWINGS AND  *
000263*                    THE PRIOR-SNAPSHOT VERDICT - FOR THE        *
000264*                    CTB900 DAILY CLOSE SHEET.                   *
000265*   2026-10-15 DLM   EACH RUN NOW LOGS ITS START AND END TO      *
000266*                    CTBSTEPL.  A DATE ALREADY FINISHED CLEAN IS *
000267*                    REFUSED WITHOUT A CTBSTOVR OVERRIDE CARD.   *
000268*   2026-10-15 DLM   AN ABORT AFTER THE STEP LOG START ROW NOW   *
000269*                    WRITES THE END ROW WITH RC 16, SO CTB905    *
000270*                    REPORTS THE STEP AS FAILED, NOT AS STILL    *
000271*                    RUNNING.                                    *
000272*                                                                *
000273******************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000449         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-VARSTS-STATUS.
000451*
000452*    SUITE JOB STEP LOG AND ITS OPTIONAL RERUN OVERRIDE CARD.
000453     SELECT STEP-LOG-FILE ASSIGN TO "CTBSTEPL"
000454         ORGANIZATION IS SEQUENTIAL
000455         FILE STATUS IS WS-STEPL-STATUS.
000456     SELECT STEP-OVR-FILE ASSIGN TO "CTBSTOVR"
000457         ORGANIZATION IS SEQUENTIAL
000458         FILE STATUS IS WS-STOVR-STATUS.
000459*
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  SNAP-CURR
000560     COPY CTB1RC REPLACING
000570         ==CTB1RC-RESTART-RECORD== BY ==CTB1RP-PRIOR-RECORD==
000580         LEADING ==RC-== BY ==RP-==.
000581*
000582 FD  STEP-LOG-FILE
000583     RECORDING MODE IS F
000584     LABEL RECORDS ARE STANDARD.
000585     COPY CTB1JS.
000590*
000591 FD  STEP-OVR-FILE
000592     RECORDING MODE IS F
000593     LABEL RECORDS ARE STANDARD.
000594     COPY CTB1SO.
000595*
000600 FD  VAR-RPT
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
001190     05  WS-RPT-CURR                 PIC ZZ9.
001200     05  WS-RPT-PCT                  PIC +ZZZZ9.
001210*
001213     COPY CTB1JW.
001216*
001220 PROCEDURE DIVISION.
001230******************************************************************
001240*    0000-MAINLINE                                               *
001300     END-IF
001310     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
001320     PERFORM 9000-TERMINATE THRU 9000-EXIT
001325     PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
001330     GOBACK.
001340*
001350******************************************************************
001681     IF WS-PRIOR-FOUND
001682         PERFORM 1500-CHECK-PRIOR-DATE THRU 1500-EXIT
001683     END-IF
001684     MOVE 'CTB800' TO WS-STEP-PROGRAM
001685     MOVE WS-CURR-SNAP-DATE TO WS-STEP-BUS-DATE
001686     PERFORM 9800-STEP-LOG-START THRU 9800-EXIT
001690     OPEN OUTPUT VAR-RPT
001700     IF WS-VARRPT-STATUS NOT = '00'
001710         DISPLAY 'CTB800A - VAR-RPT WOULD NOT OPEN - STATUS = '
001720             WS-VARRPT-STATUS
001730         MOVE 16 TO RETURN-CODE
001735         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
001740         GOBACK
001750     END-IF
001760     .
004890     .
004900 9100-EXIT.
004910     EXIT.
004920*
004930******************************************************************
004940*    9800-STEP-LOG-START - REFUSE A SECOND RUN FOR A BUSINESS    *
004950*                          DATE THE STEP LOG SHOWS THIS STEP     *
004960*                          ALREADY FINISHED CLEAN, UNLESS A      *
004970*                          CTBSTOVR CARD OVERRIDES IT, THEN LOG  *
004980*                          THE START.  A STEP LOG THAT WILL NOT  *
004990*                          OPEN IS WARNED ABOUT, NOT FAILED.     *
005000******************************************************************
005010 9800-STEP-LOG-START.
005020     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
005030     MOVE WS-STEP-TS TO WS-STEP-START-TS
005040     PERFORM 9810-CHECK-PRIOR-RUN THRU 9810-EXIT
005050     IF WS-STEP-DONE-CLEAN
005060         PERFORM 9820-CHECK-OVERRIDE THRU 9820-EXIT
005070         IF WS-STEP-OVERRIDE-NONE
005080             DISPLAY 'CTB800A - STEP LOG SHOWS A CLEAN RUN FOR '
005090                 WS-STEP-BUS-DATE ' CYCLE ' WS-STEP-CYCLE
005100                 ' ENDED ' WS-STEP-DONE-TS
005110             DISPLAY 'CTB800A - A CTBSTOVR OVERRIDE CARD IS '
005120                 'NEEDED TO RUN THE DATE AGAIN - ABORTING'
005130             MOVE 'R' TO WS-STEP-EVENT
005140             MOVE WS-STEP-TS TO WS-STEP-END-TS
005150             MOVE 16 TO WS-STEP-RC
005160             PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
005170             MOVE 16 TO RETURN-CODE
005180             GOBACK
005190         END-IF
005200     END-IF
005210     MOVE 'S' TO WS-STEP-EVENT
005220     MOVE SPACES TO WS-STEP-END-TS
005230     MOVE 0 TO WS-STEP-RC
005240     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
005250     SET WS-STEP-LOGGED TO TRUE
005260     .
005270 9800-EXIT.
005280     EXIT.
005290*
005300******************************************************************
005310*    9810-CHECK-PRIOR-RUN - THE LAST START OR END ROW FOR THIS   *
005320*                           PROGRAM, DATE AND CYCLE DECIDES.  AN *
005330*                           END ROW UNDER RC 16 IS A CLEAN       *
005340*                           FINISH; A START ROW WITH NOTHING     *
005350*                           AFTER IT IS A RUN THAT FELL OVER     *
005360*                           AND MAY BE RERUN.                    *
005370******************************************************************
005380 9810-CHECK-PRIOR-RUN.
005390     SET WS-STEP-NOT-DONE TO TRUE
005400     OPEN INPUT STEP-LOG-FILE
005410     IF WS-STEPL-STATUS NOT = '00'
005420         GO TO 9810-EXIT
005430     END-IF
005440     SET WS-STEPL-EOF-NO TO TRUE
005450     PERFORM 9815-READ-STEP-ROW THRU 9815-EXIT
005460         UNTIL WS-STEPL-EOF-YES
005470     CLOSE STEP-LOG-FILE
005480     .
005490 9810-EXIT.
005500     EXIT.
005510*
005520 9815-READ-STEP-ROW.
005530     READ STEP-LOG-FILE
005540         AT END
005550             SET WS-STEPL-EOF-YES TO TRUE
005560             GO TO 9815-EXIT
005570     END-READ
005580     IF JS-PROGRAM NOT = WS-STEP-PROGRAM
005590         OR JS-BUSINESS-DATE NOT = WS-STEP-BUS-DATE
005600         OR JS-CYCLE-NUMBER NOT = WS-STEP-CYCLE
005610         GO TO 9815-EXIT
005620     END-IF
005630     IF JS-EVENT-START
005640         SET WS-STEP-NOT-DONE TO TRUE
005650     END-IF
005660     IF JS-EVENT-END
005670         IF JS-RETURN-CODE < 16
005680             SET WS-STEP-DONE-CLEAN TO TRUE
005690             MOVE JS-END-TIMESTAMP TO WS-STEP-DONE-TS
005700         ELSE
005710             SET WS-STEP-NOT-DONE TO TRUE
005720         END-IF
005730     END-IF
005740     .
005750 9815-EXIT.
005760     EXIT.
005770*
005780******************************************************************
005790*    9820-CHECK-OVERRIDE - LOOK FOR A CTBSTOVR CARD NAMING THIS  *
005800*                          PROGRAM AND DATE.  A BLANK CYCLE ON   *
005810*                          THE CARD COVERS EVERY CYCLE.          *
005820******************************************************************
005830 9820-CHECK-OVERRIDE.
005840     SET WS-STEP-OVERRIDE-NONE TO TRUE
005850     OPEN INPUT STEP-OVR-FILE
005860     IF WS-STOVR-STATUS NOT = '00'
005870         GO TO 9820-EXIT
005880     END-IF
005890     SET WS-STOVR-EOF-NO TO TRUE
005900     PERFORM 9825-READ-OVERRIDE THRU 9825-EXIT
005910         UNTIL WS-STOVR-EOF-YES
005920     CLOSE STEP-OVR-FILE
005930     .
005940 9820-EXIT.
005950     EXIT.
005960*
005970 9825-READ-OVERRIDE.
005980     READ STEP-OVR-FILE
005990         AT END
006000             SET WS-STOVR-EOF-YES TO TRUE
006010             GO TO 9825-EXIT
006020     END-READ
006030     IF SO-PROGRAM = WS-STEP-PROGRAM
006040         AND SO-BUSINESS-DATE = WS-STEP-BUS-DATE
006050         AND (SO-CYCLE-NUMBER = SPACES
006060             OR SO-CYCLE-NUMBER = WS-STEP-CYCLE)
006070         SET WS-STEP-OVERRIDE-GIVEN TO TRUE
006080         SET WS-STOVR-EOF-YES TO TRUE
006090         DISPLAY 'CTB800W - CLEAN RUN FOR ' WS-STEP-BUS-DATE
006100             ' OVERRIDDEN BY ' SO-OPERATOR ' - ' SO-REASON
006110     END-IF
006120     .
006130 9825-EXIT.
006140     EXIT.
006150*
006160******************************************************************
006170*    9840-WRITE-STEP-ROW - APPEND ONE ROW TO CTBSTEPL, CREATING  *
006180*                          THE LOG ON FIRST USE.                 *
006190******************************************************************
006200 9840-WRITE-STEP-ROW.
006210     OPEN EXTEND STEP-LOG-FILE
006220     IF WS-STEPL-STATUS NOT = '00'
006230         OPEN OUTPUT STEP-LOG-FILE
006240     END-IF
006250     IF WS-STEPL-STATUS NOT = '00'
006260         DISPLAY 'CTB800W - CTBSTEPL WOULD NOT OPEN - STATUS = '
006270             WS-STEPL-STATUS ' - STEP NOT LOGGED'
006280         GO TO 9840-EXIT
006290     END-IF
006300     MOVE SPACES TO CTB1JS-STEP-RECORD
006310     MOVE WS-STEP-PROGRAM TO JS-PROGRAM
006320     MOVE WS-STEP-BUS-DATE TO JS-BUSINESS-DATE
006330     MOVE WS-STEP-CYCLE TO JS-CYCLE-NUMBER
006340     MOVE WS-STEP-EVENT TO JS-EVENT
006350     MOVE WS-STEP-FINAL-SW TO JS-FINAL-CYCLE-SW
006360     MOVE WS-STEP-START-TS TO JS-START-TIMESTAMP
006370     MOVE WS-STEP-END-TS TO JS-END-TIMESTAMP
006380     MOVE WS-STEP-IN-CNT TO JS-IN-COUNT
006390     MOVE WS-STEP-OUT-CNT TO JS-OUT-COUNT
006400     MOVE WS-STEP-REJECT-CNT TO JS-REJECT-COUNT
006410     MOVE WS-STEP-RC TO JS-RETURN-CODE
006420     MOVE WS-STEP-OVERRIDE-SW TO JS-OVERRIDE-SW
006430     WRITE CTB1JS-STEP-RECORD
006440     CLOSE STEP-LOG-FILE
006450     .
006460 9840-EXIT.
006470     EXIT.
006480*
006490******************************************************************
006500*    9850-STEP-LOG-END - LOG THE END OF THE STEP WITH ITS COUNTS *
006510*                        AND FINAL RETURN CODE.                  *
006520******************************************************************
006530 9850-STEP-LOG-END.
006540     IF WS-STEP-NOT-LOGGED
006550         GO TO 9850-EXIT
006560     END-IF
006570     MOVE WS-QUALIFY-COUNT TO WS-STEP-IN-CNT
006580     MOVE WS-SWING-FILLED-CNT TO WS-STEP-OUT-CNT
006590     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
006600     MOVE WS-STEP-TS TO WS-STEP-END-TS
006610     MOVE RETURN-CODE TO WS-STEP-RC
006620     MOVE 'E' TO WS-STEP-EVENT
006630     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
006640     SET WS-STEP-NOT-LOGGED TO TRUE
006650     .
006660 9850-EXIT.
006670     EXIT.
006680*
006690 9860-BUILD-STEP-TIMESTAMP.
006700     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
006710     ACCEPT WS-STEP-TIME FROM TIME
006720     MOVE SPACES TO WS-STEP-TS
006730     STRING WS-STEP-DATE DELIMITED BY SIZE
006740             '-' DELIMITED BY SIZE
006750             WS-STEP-TIME DELIMITED BY SIZE
006760         INTO WS-STEP-TS
006770     .
006780 9860-EXIT.
006790     EXIT.
