000390*                    ANOTHER NIGHT MEANS CTB400 NEVER RAN, SO    *
000400*                    IT IS A REVIEW REASON AND THE EXTRACT LINE  *
000410*                    SAYS SO.                                    *
000420*   2026-10-15 DLM   A PRIOR-DAY REPLAY'S CTBEXTL ROW AND THE    *
000430*                    ACK OF IT ARE PASSED OVER - THE SHEET       *
000440*                    JUDGES THE NIGHT'S OWN EXTRACT, NOT A       *
000450*                    RESEND.                                     *
000460*   2026-10-15 DLM   THE LATEST CTBGLCS ROW FROM THE CTB460 GL   *
000470*                    POSTING CONFIRMATION MATCHER IS NOW READ    *
000480*                    AND PRINTED AS A GL JOURNAL LINE.  A        *
000490*                    MISMATCH, AN OVERDUE OR HELD JOURNAL, OPEN  *
000500*                    SUSPENSE, OR A ROW FOR ANOTHER NIGHT IS A   *
000510*                    REVIEW REASON.                              *
000520*                    RESEQUENCED.                                *
000530*                                                                *
000540******************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-370.
000580 OBJECT-COMPUTER. IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT RUN-HIST-FILE ASSIGN TO "CTBRUNH"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RUNHIST-STATUS.
000640*
000650     SELECT EXTR-LOG-FILE ASSIGN TO "CTBEXTL"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-EXTRLOG-STATUS.
000680*
000690     SELECT ACK-FILE ASSIGN TO "CTBACK"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-ACK-STATUS.
000720*
000730     SELECT VAR-STATUS ASSIGN TO "CTBVARS"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-VARSTS-STATUS.
000760*
000770     SELECT GL-STATUS-FILE ASSIGN TO "CTBGLCS"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-GLSTS-STATUS.
000800*
000810     SELECT RESTART-FILE ASSIGN TO "CTBRSTRT"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-RESTART-STATUS.
000840*
000850     SELECT CLOSE-RPT ASSIGN TO "CLOSERPT"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-CLOSERPT-STATUS.
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  RUN-HIST-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940     COPY CTB1RH.
000950*
000960 FD  EXTR-LOG-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990     COPY CTB1EL.
001000*
001010 FD  ACK-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040     COPY CTB1AK.
001050*
001060 FD  VAR-STATUS
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090     COPY CTB1VS.
001100*
001110 FD  GL-STATUS-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140     COPY CTB1GS.
001150*
001160 FD  RESTART-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORD IS VARYING IN SIZE FROM 71 TO 3809690 CHARACTERS.
001190     COPY CTB1RC.
001200*
001210 FD  CLOSE-RPT
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240     COPY CTB1PL.
001250*
001260 WORKING-STORAGE SECTION.
001270 01  WS-FILE-STATUS-FIELDS.
001280     05  WS-RUNHIST-STATUS           PIC X(02) VALUE SPACES.
001290     05  WS-EXTRLOG-STATUS           PIC X(02) VALUE SPACES.
001300     05  WS-ACK-STATUS               PIC X(02) VALUE SPACES.
001310     05  WS-VARSTS-STATUS            PIC X(02) VALUE SPACES.
001320     05  WS-GLSTS-STATUS             PIC X(02) VALUE SPACES.
001330     05  WS-RESTART-STATUS           PIC X(02) VALUE SPACES.
001340     05  WS-CLOSERPT-STATUS          PIC X(02) VALUE SPACES.
001350*
001360 01  WS-SWITCHES.
001370     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001380         88  WS-EOF-YES                  VALUE 'Y'.
001390         88  WS-EOF-NO                   VALUE 'N'.
001400     05  WS-RUNH-FOUND-SW            PIC X(01) VALUE 'N'.
001410         88  WS-RUNH-FOUND               VALUE 'Y'.
001420         88  WS-RUNH-ABSENT              VALUE 'N'.
001430     05  WS-EXTL-FOUND-SW            PIC X(01) VALUE 'N'.
001440         88  WS-EXTL-FOUND               VALUE 'Y'.
001450         88  WS-EXTL-ABSENT              VALUE 'N'.
001460     05  WS-ACK-STATE-SW             PIC X(01) VALUE 'U'.
001470         88  WS-ACK-MATCHED              VALUE 'M'.
001480         88  WS-ACK-MISMATCHED           VALUE 'X'.
001490         88  WS-ACK-UNANSWERED           VALUE 'U'.
001500     05  WS-VARS-FOUND-SW            PIC X(01) VALUE 'N'.
001510         88  WS-VARS-FOUND               VALUE 'Y'.
001520         88  WS-VARS-ABSENT              VALUE 'N'.
001530*    CTB800 WARNS AND CONTINUES WHEN CTBVARS WILL NOT OPEN, SO
001540*    THE LATEST ROW CAN SILENTLY BE AN EARLIER NIGHT'S - A ROW
001550*    THAT IS NOT FOR THE RUN BEING JUDGED IS A REVIEW REASON.
001560     05  WS-VARS-STALE-SW            PIC X(01) VALUE 'N'.
001570         88  WS-VARS-STALE               VALUE 'Y'.
001580         88  WS-VARS-CURRENT             VALUE 'N'.
001590*    THE SAME HAZARD HOLDS FOR THE EXTRACT LOG - WHEN CTB400
001600*    NEVER RAN TONIGHT, THE LATEST CTBEXTL ROW IS AN EARLIER
001610*    NIGHT'S AND ITS ACKNOWLEDGMENT PROVES NOTHING ABOUT THIS
001620*    RUN.
001630     05  WS-EXTL-STALE-SW            PIC X(01) VALUE 'N'.
001640         88  WS-EXTL-STALE               VALUE 'Y'.
001650         88  WS-EXTL-CURRENT             VALUE 'N'.
001660     05  WS-GLCS-FOUND-SW            PIC X(01) VALUE 'N'.
001670         88  WS-GLCS-FOUND               VALUE 'Y'.
001680         88  WS-GLCS-ABSENT              VALUE 'N'.
001690*    CTB460 WARNS AND CONTINUES WHEN CTBGLCS WILL NOT OPEN, SO
001700*    ITS LATEST ROW CAN BE AN EARLIER NIGHT'S AS WELL.
001710     05  WS-GLCS-STALE-SW            PIC X(01) VALUE 'N'.
001720         88  WS-GLCS-STALE               VALUE 'Y'.
001730         88  WS-GLCS-CURRENT             VALUE 'N'.
001740     05  WS-CKPT-STATE-SW            PIC X(01) VALUE 'A'.
001750         88  WS-CKPT-COMPLETE            VALUE 'C'.
001760         88  WS-CKPT-IN-FLIGHT           VALUE 'F'.
001770         88  WS-CKPT-ABSENT              VALUE 'A'.
001780     05  WS-VERDICT-SW               PIC X(01) VALUE 'G'.
001790         88  WS-VERDICT-GOOD             VALUE 'G'.
001800         88  WS-VERDICT-REVIEW           VALUE 'R'.
001810         88  WS-VERDICT-FAILED           VALUE 'F'.
001820*
001830*    THE LATEST ROW OF EACH SIGNAL FILE, HELD BACK FROM ITS
001840*    SEQUENTIAL SWEEP.
001850 01  WS-LAST-RUNH-FIELDS.
001860     05  WS-RH-RUN-DATE              PIC X(08) VALUE SPACES.
001870     05  WS-RH-CYCLE                 PIC 9(2) VALUE 0.
001880     05  WS-RH-FINAL-SW              PIC X(01) VALUE SPACES.
001890     05  WS-RH-POST-COUNT            PIC 9(7) VALUE 0.
001900     05  WS-RH-POST-AMOUNT           PIC 9(11)V99 VALUE 0.
001910     05  WS-RH-REJECT-TOTAL          PIC 9(7) VALUE 0.
001920     05  WS-RH-SHORT-FEED-SW         PIC X(01) VALUE SPACES.
001930     05  WS-RH-RECONCILE-SW          PIC X(01) VALUE SPACES.
001940     05  WS-RH-RETURN-CODE           PIC 9(2) VALUE 0.
001950*
001960 01  WS-LAST-EXTL-FIELDS.
001970     05  WS-EL-EXTRACT-DATE          PIC X(08) VALUE SPACES.
001980     05  WS-EL-RECORD-COUNT          PIC 9(5) VALUE 0.
001990     05  WS-EL-CONTROL-AMOUNT        PIC 9(11)V99 VALUE 0.
002000     05  WS-EL-STALE-TAG             PIC X(24) VALUE SPACES.
002010*
002020 01  WS-LAST-VARS-FIELDS.
002030     05  WS-VS-RUN-DATE              PIC X(08) VALUE SPACES.
002040     05  WS-VS-QUALIFY-COUNT         PIC 9(7) VALUE 0.
002050     05  WS-VS-PRIOR-SNAP-SW         PIC X(01) VALUE 'N'.
002060     05  WS-VS-STALE-TAG             PIC X(24) VALUE SPACES.
002070*
002080 01  WS-LAST-GLCS-FIELDS.
002090     05  WS-GS-RUN-DATE              PIC X(08) VALUE SPACES.
002100     05  WS-GS-JOURNAL-DATE          PIC X(08) VALUE SPACES.
002110     05  WS-GS-STATE-SW              PIC X(01) VALUE SPACE.
002120     05  WS-GS-MISMATCH-CNT          PIC 9(5) VALUE 0.
002130     05  WS-GS-OVERDUE-CNT           PIC 9(5) VALUE 0.
002140     05  WS-GS-SUSP-OPEN-CNT         PIC 9(5) VALUE 0.
002150     05  WS-GS-SUSP-OPEN-AMOUNT      PIC 9(13)V99 VALUE 0.
002160     05  WS-GS-STATE-TEXT            PIC X(30) VALUE SPACES.
002170     05  WS-GS-STALE-TAG             PIC X(24) VALUE SPACES.
002180*
002190 01  WS-VERDICT-REASONS.
002200     05  WS-FAIL-REASON-CNT          PIC 9(2) VALUE 0.
002210     05  WS-REVIEW-REASON-CNT        PIC 9(2) VALUE 0.
002220*
002230 01  WS-REPORT-WORK-FIELDS.
002240     05  WS-RPT-COUNT                PIC ZZZZZZ9.
002250     05  WS-RPT-AMOUNT               PIC ZZZZZZZZZZ9.99.
002260*
002270 PROCEDURE DIVISION.
002280******************************************************************
002290*    0000-MAINLINE                                               *
002300******************************************************************
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002330     PERFORM 2000-READ-RUN-HISTORY THRU 2000-EXIT
002340     PERFORM 3000-MATCH-LATEST-ACK THRU 3000-EXIT
002350     PERFORM 4000-READ-VARIANCE-STATUS THRU 4000-EXIT
002360     PERFORM 4500-READ-GL-STATUS THRU 4500-EXIT
002370     PERFORM 5000-CHECK-CHECKPOINT THRU 5000-EXIT
002380     PERFORM 6000-JUDGE-THE-DAY THRU 6000-EXIT
002390     PERFORM 7000-PRINT-CLOSE-SHEET THRU 7000-EXIT
002400     PERFORM 9000-TERMINATE THRU 9000-EXIT
002410     GOBACK.
002420*
002430******************************************************************
002440*    1000-INITIALIZE                                             *
002450******************************************************************
002460 1000-INITIALIZE.
002470     OPEN OUTPUT CLOSE-RPT
002480     IF WS-CLOSERPT-STATUS NOT = '00'
002490         DISPLAY 'CTB900A - CLOSE-RPT WOULD NOT OPEN - STATUS = '
002500             WS-CLOSERPT-STATUS
002510         MOVE 16 TO RETURN-CODE
002520         GOBACK
002530     END-IF
002540     .
002550 1000-EXIT.
002560     EXIT.
002570*
002580******************************************************************
002590*    2000-READ-RUN-HISTORY - SWEEP CTBRUNH TO ITS LATEST ROW.     *
002600******************************************************************
002610 2000-READ-RUN-HISTORY.
002620     OPEN INPUT RUN-HIST-FILE
002630     IF WS-RUNHIST-STATUS NOT = '00'
002640         GO TO 2000-EXIT
002650     END-IF
002660     SET WS-EOF-NO TO TRUE
002670     PERFORM 2100-KEEP-LAST-RUNH THRU 2100-EXIT
002680         UNTIL WS-EOF-YES
002690     CLOSE RUN-HIST-FILE
002700     .
002710 2000-EXIT.
002720     EXIT.
002730*
002740 2100-KEEP-LAST-RUNH.
002750     READ RUN-HIST-FILE
002760         AT END
002770             SET WS-EOF-YES TO TRUE
002780     END-READ
002790     IF WS-EOF-NO
002800         SET WS-RUNH-FOUND TO TRUE
002810         MOVE RH-RUN-DATE TO WS-RH-RUN-DATE
002820         MOVE RH-CYCLE-NUMBER TO WS-RH-CYCLE
002830         MOVE RH-FINAL-CYCLE-SW TO WS-RH-FINAL-SW
002840         MOVE RH-POST-COUNT TO WS-RH-POST-COUNT
002850         MOVE RH-POST-AMOUNT TO WS-RH-POST-AMOUNT
002860         MOVE RH-REJECT-TOTAL-CNT TO WS-RH-REJECT-TOTAL
002870         MOVE RH-SHORT-FEED-SW TO WS-RH-SHORT-FEED-SW
002880         MOVE RH-RECONCILE-SW TO WS-RH-RECONCILE-SW
002890         MOVE RH-RETURN-CODE TO WS-RH-RETURN-CODE
002900     END-IF
002910     .
002920 2100-EXIT.
002930     EXIT.
002940*
002950******************************************************************
002960*    3000-MATCH-LATEST-ACK - FIND THE LATEST CTBEXTL ROW, THEN    *
002970*                            SCAN CTBACK FOR ITS ANSWER AND       *
002980*                            COMPARE COUNT AND AMOUNT THE WAY     *
002990*                            CTB450 DOES.                         *
003000******************************************************************
003010 3000-MATCH-LATEST-ACK.
003020     OPEN INPUT EXTR-LOG-FILE
003030     IF WS-EXTRLOG-STATUS NOT = '00'
003040         GO TO 3000-EXIT
003050     END-IF
003060     SET WS-EOF-NO TO TRUE
003070     PERFORM 3100-KEEP-LAST-EXTL THRU 3100-EXIT
003080         UNTIL WS-EOF-YES
003090     CLOSE EXTR-LOG-FILE
003100     IF WS-EXTL-ABSENT
003110         GO TO 3000-EXIT
003120     END-IF
003130     OPEN INPUT ACK-FILE
003140     IF WS-ACK-STATUS NOT = '00'
003150         GO TO 3000-EXIT
003160     END-IF
003170     SET WS-EOF-NO TO TRUE
003180     PERFORM 3200-SCAN-ACK THRU 3200-EXIT
003190         UNTIL WS-EOF-YES
003200     CLOSE ACK-FILE
003210     .
003220 3000-EXIT.
003230     EXIT.
003240*
003250 3100-KEEP-LAST-EXTL.
003260     READ EXTR-LOG-FILE
003270         AT END
003280             SET WS-EOF-YES TO TRUE
003290     END-READ
003300     IF WS-EOF-NO
003310         AND NOT EL-RESEND
003320         SET WS-EXTL-FOUND TO TRUE
003330         MOVE EL-EXTRACT-DATE TO WS-EL-EXTRACT-DATE
003340         MOVE EL-RECORD-COUNT TO WS-EL-RECORD-COUNT
003350         MOVE EL-CONTROL-AMOUNT TO WS-EL-CONTROL-AMOUNT
003360     END-IF
003370     .
003380 3100-EXIT.
003390     EXIT.
003400*
003410 3200-SCAN-ACK.
003420     READ ACK-FILE
003430         AT END
003440             SET WS-EOF-YES TO TRUE
003450     END-READ
003460     IF WS-EOF-YES
003470         GO TO 3200-EXIT
003480     END-IF
003490     IF AK-EXTRACT-DATE NOT = WS-EL-EXTRACT-DATE
003500         GO TO 3200-EXIT
003510     END-IF
003520     IF AK-RESEND
003530         GO TO 3200-EXIT
003540     END-IF
003550     IF AK-RECORDS-LOADED = WS-EL-RECORD-COUNT
003560         AND AK-CONTROL-AMOUNT = WS-EL-CONTROL-AMOUNT
003570         SET WS-ACK-MATCHED TO TRUE
003580     ELSE
003590         SET WS-ACK-MISMATCHED TO TRUE
003600     END-IF
003610     .
003620 3200-EXIT.
003630     EXIT.
003640*
003650******************************************************************
003660*    4000-READ-VARIANCE-STATUS - LATEST CTBVARS ROW FROM CTB800.  *
003670******************************************************************
003680 4000-READ-VARIANCE-STATUS.
003690     OPEN INPUT VAR-STATUS
003700     IF WS-VARSTS-STATUS NOT = '00'
003710         GO TO 4000-EXIT
003720     END-IF
003730     SET WS-EOF-NO TO TRUE
003740     PERFORM 4100-KEEP-LAST-VARS THRU 4100-EXIT
003750         UNTIL WS-EOF-YES
003760     CLOSE VAR-STATUS
003770     .
003780 4000-EXIT.
003790     EXIT.
003800*
003810 4100-KEEP-LAST-VARS.
003820     READ VAR-STATUS
003830         AT END
003840             SET WS-EOF-YES TO TRUE
003850     END-READ
003860     IF WS-EOF-NO
003870         SET WS-VARS-FOUND TO TRUE
003880         MOVE VS-RUN-DATE TO WS-VS-RUN-DATE
003890         MOVE VS-QUALIFY-COUNT TO WS-VS-QUALIFY-COUNT
003900         MOVE VS-PRIOR-SNAP-SW TO WS-VS-PRIOR-SNAP-SW
003910     END-IF
003920     .
003930 4100-EXIT.
003940     EXIT.
003950*
003960******************************************************************
003970*    4500-READ-GL-STATUS - LATEST CTBGLCS ROW FROM CTB460.       *
003980******************************************************************
003990 4500-READ-GL-STATUS.
004000     OPEN INPUT GL-STATUS-FILE
004010     IF WS-GLSTS-STATUS NOT = '00'
004020         GO TO 4500-EXIT
004030     END-IF
004040     SET WS-EOF-NO TO TRUE
004050     PERFORM 4600-KEEP-LAST-GLCS THRU 4600-EXIT
004060         UNTIL WS-EOF-YES
004070     CLOSE GL-STATUS-FILE
004080     .
004090 4500-EXIT.
004100     EXIT.
004110*
004120 4600-KEEP-LAST-GLCS.
004130     READ GL-STATUS-FILE
004140         AT END
004150             SET WS-EOF-YES TO TRUE
004160     END-READ
004170     IF WS-EOF-NO
004180         SET WS-GLCS-FOUND TO TRUE
004190         MOVE GS-RUN-DATE TO WS-GS-RUN-DATE
004200         MOVE GS-LATEST-JOURNAL-DATE TO WS-GS-JOURNAL-DATE
004210         MOVE GS-LATEST-STATE-SW TO WS-GS-STATE-SW
004220         MOVE GS-MISMATCH-COUNT TO WS-GS-MISMATCH-CNT
004230         MOVE GS-OVERDUE-COUNT TO WS-GS-OVERDUE-CNT
004240         MOVE GS-SUSPENSE-OPEN-COUNT TO WS-GS-SUSP-OPEN-CNT
004250         MOVE GS-SUSPENSE-OPEN-AMOUNT TO WS-GS-SUSP-OPEN-AMOUNT
004260     END-IF
004270     .
004280 4600-EXIT.
004290     EXIT.
004300*
004310******************************************************************
004320*    5000-CHECK-CHECKPOINT - THE STATE OF CTBRSTRT AT END OF      *
004330*                            CHAIN.  A COMPLETED RUN LEAVES THE   *
004340*                            ONE CONSOLIDATED RECORD; AN IN-      *
004350*                            FLIGHT BASE MEANS THE RUN NEVER      *
004360*                            FINISHED.                            *
004370******************************************************************
004380 5000-CHECK-CHECKPOINT.
004390     OPEN INPUT RESTART-FILE
004400     IF WS-RESTART-STATUS NOT = '00'
004410         SET WS-CKPT-ABSENT TO TRUE
004420         GO TO 5000-EXIT
004430     END-IF
004440     READ RESTART-FILE
004450         AT END
004460             SET WS-CKPT-ABSENT TO TRUE
004470             CLOSE RESTART-FILE
004480             GO TO 5000-EXIT
004490     END-READ
004500     IF RC-RUN-COMPLETE
004510         SET WS-CKPT-COMPLETE TO TRUE
004520     ELSE
004530         SET WS-CKPT-IN-FLIGHT TO TRUE
004540     END-IF
004550     CLOSE RESTART-FILE
004560     .
004570 5000-EXIT.
004580     EXIT.
004590*
004600******************************************************************
004610*    6000-JUDGE-THE-DAY - FOLD THE SIGNALS INTO THE ONE VERDICT.  *
004620*                         ANY HARD FAILURE OUTRANKS EVERY         *
004630*                         REVIEW CONDITION.                       *
004640******************************************************************
004650 6000-JUDGE-THE-DAY.
004660     IF WS-RUNH-ABSENT
004670         ADD 1 TO WS-FAIL-REASON-CNT
004680     END-IF
004690     IF WS-RH-RECONCILE-SW = 'Y'
004700         ADD 1 TO WS-FAIL-REASON-CNT
004710     END-IF
004720     IF WS-RH-RETURN-CODE NOT < 16
004730         ADD 1 TO WS-FAIL-REASON-CNT
004740     END-IF
004750     IF WS-CKPT-IN-FLIGHT
004760         ADD 1 TO WS-FAIL-REASON-CNT
004770     END-IF
004780*    A LATEST ROW STILL MARKED INTERIM MEANS THE DAY'S FINAL
004790*    CYCLE NEVER RAN - EVERY OTHER SIGNAL READS CLEAN ON A
004800*    PART-DAY, SO THE FLAG ITSELF IS A FAILURE REASON.
004810     IF WS-RUNH-FOUND AND WS-RH-FINAL-SW NOT = 'Y'
004820         ADD 1 TO WS-FAIL-REASON-CNT
004830     END-IF
004840     IF WS-RH-REJECT-TOTAL > 0
004850         ADD 1 TO WS-REVIEW-REASON-CNT
004860     END-IF
004870     IF WS-RH-SHORT-FEED-SW = 'Y'
004880         ADD 1 TO WS-REVIEW-REASON-CNT
004890     END-IF
004900     IF WS-EXTL-FOUND AND NOT WS-ACK-MATCHED
004910         ADD 1 TO WS-REVIEW-REASON-CNT
004920     END-IF
004930     IF WS-VS-QUALIFY-COUNT > 0 OR WS-VS-PRIOR-SNAP-SW = 'Y'
004940         ADD 1 TO WS-REVIEW-REASON-CNT
004950     END-IF
004960*    A VARS ROW FOR SOME OTHER DATE MEANS CTB800'S STATUS ROW
004970*    FOR TONIGHT NEVER LANDED - THE VARIANCE SIGNAL IS STALE.
004980     IF WS-VARS-FOUND AND WS-RUNH-FOUND
004990         AND WS-VS-RUN-DATE NOT = WS-RH-RUN-DATE
005000         SET WS-VARS-STALE TO TRUE
005010         ADD 1 TO WS-REVIEW-REASON-CNT
005020         MOVE ' - NOT FOR THIS RUN DATE' TO WS-VS-STALE-TAG
005030     END-IF
005040*    LIKEWISE AN EXTRACT LOG ROW FOR SOME OTHER DATE MEANS
005050*    CTB400 NEVER RAN TONIGHT - ITS ACKNOWLEDGMENT, HOWEVER
005060*    CLEAN, IS AN EARLIER NIGHT'S.
005070     IF WS-EXTL-FOUND AND WS-RUNH-FOUND
005080         AND WS-EL-EXTRACT-DATE NOT = WS-RH-RUN-DATE
005090         SET WS-EXTL-STALE TO TRUE
005100         ADD 1 TO WS-REVIEW-REASON-CNT
005110         MOVE ' - NOT FOR THIS RUN DATE' TO WS-EL-STALE-TAG
005120     END-IF
005130*    THE GL CONFIRMATION STATUS - A JOURNAL THAT DID NOT TIE, IS
005140*    OVERDUE OR WAS NEVER RELEASED, OR SUSPENSE STILL OPEN, ALL
005150*    LEAVE BRANCH DOLLARS OFF THE LEDGER.
005160     IF WS-GLCS-FOUND
005170         AND (WS-GS-MISMATCH-CNT > 0 OR WS-GS-OVERDUE-CNT > 0
005180             OR WS-GS-SUSP-OPEN-CNT > 0 OR WS-GS-STATE-SW = 'H')
005190         ADD 1 TO WS-REVIEW-REASON-CNT
005200     END-IF
005210     IF WS-GLCS-FOUND AND WS-RUNH-FOUND
005220         AND WS-GS-RUN-DATE NOT = WS-RH-RUN-DATE
005230         SET WS-GLCS-STALE TO TRUE
005240         ADD 1 TO WS-REVIEW-REASON-CNT
005250         MOVE ' - NOT FOR THIS RUN DATE' TO WS-GS-STALE-TAG
005260     END-IF
005270     IF WS-CKPT-ABSENT
005280         ADD 1 TO WS-REVIEW-REASON-CNT
005290     END-IF
005300     EVALUATE TRUE
005310         WHEN WS-FAIL-REASON-CNT > 0
005320             SET WS-VERDICT-FAILED TO TRUE
005330         WHEN WS-REVIEW-REASON-CNT > 0
005340             SET WS-VERDICT-REVIEW TO TRUE
005350         WHEN OTHER
005360             SET WS-VERDICT-GOOD TO TRUE
005370     END-EVALUATE
005380     .
005390 6000-EXIT.
005400     EXIT.
005410*
005420******************************************************************
005430*    7000-PRINT-CLOSE-SHEET - THE ONE PAGE THE MORNING STARTS     *
005440*                             WITH.                               *
005450******************************************************************
005460 7000-PRINT-CLOSE-SHEET.
005470     MOVE SPACES TO PL-LINE
005480     MOVE 'DAILY CLOSE STATUS SHEET - CTB900' TO PL-LINE
005490     WRITE CTB1PL-LINE
005500     MOVE SPACES TO PL-LINE
005510     WRITE CTB1PL-LINE
005520     IF WS-RUNH-ABSENT
005530         MOVE SPACES TO PL-LINE
005540         MOVE '  POSTING       NO RUN HISTORY ON FILE'
005550             TO PL-LINE
005560         WRITE CTB1PL-LINE
005570     ELSE
005580         MOVE WS-RH-POST-COUNT TO WS-RPT-COUNT
005590         MOVE WS-RH-POST-AMOUNT TO WS-RPT-AMOUNT
005600         MOVE SPACES TO PL-LINE
005610         STRING '  POSTING       RUN OF ' DELIMITED BY SIZE
005620                 WS-RH-RUN-DATE DELIMITED BY SIZE
005630                 ' CYCLE ' DELIMITED BY SIZE
005640                 WS-RH-CYCLE DELIMITED BY SIZE
005650                 ' POSTED ' DELIMITED BY SIZE
005660                 WS-RPT-COUNT DELIMITED BY SIZE
005670                 ' FOR ' DELIMITED BY SIZE
005680                 WS-RPT-AMOUNT DELIMITED BY SIZE
005690                 ' RC ' DELIMITED BY SIZE
005700                 WS-RH-RETURN-CODE DELIMITED BY SIZE
005710             INTO PL-LINE
005720         WRITE CTB1PL-LINE
005730         MOVE WS-RH-REJECT-TOTAL TO WS-RPT-COUNT
005740         MOVE SPACES TO PL-LINE
005750         STRING '  EDITS         REJECTS = ' DELIMITED BY SIZE
005760                 WS-RPT-COUNT DELIMITED BY SIZE
005770                 '  SHORT FEED = ' DELIMITED BY SIZE
005780                 WS-RH-SHORT-FEED-SW DELIMITED BY SIZE
005790                 '  RECONCILE FAILED = ' DELIMITED BY SIZE
005800                 WS-RH-RECONCILE-SW DELIMITED BY SIZE
005810             INTO PL-LINE
005820         WRITE CTB1PL-LINE
005830         IF WS-RH-FINAL-SW NOT = 'Y'
005840             MOVE SPACES TO PL-LINE
005850             MOVE '  CYCLES        DAY''S FINAL CYCLE HAS NOT RUN'
005860                 TO PL-LINE
005870             WRITE CTB1PL-LINE
005880         END-IF
005890     END-IF
005900     MOVE SPACES TO PL-LINE
005910     EVALUATE TRUE
005920         WHEN WS-EXTL-ABSENT
005930             MOVE '  EXTRACT       NO EXTRACT LOG ON FILE'
005940                 TO PL-LINE
005950         WHEN WS-ACK-MATCHED
005960             STRING '  EXTRACT       ' DELIMITED BY SIZE
005970                     WS-EL-EXTRACT-DATE DELIMITED BY SIZE
005980                     ' ACKNOWLEDGED CLEAN' DELIMITED BY SIZE
005990                     WS-EL-STALE-TAG DELIMITED BY SIZE
006000                 INTO PL-LINE
006010         WHEN WS-ACK-MISMATCHED
006020             STRING '  EXTRACT       ' DELIMITED BY SIZE
006030                     WS-EL-EXTRACT-DATE DELIMITED BY SIZE
006040                     ' ACK MISMATCH - SEE CTB450 REPORT'
006050                         DELIMITED BY SIZE
006060                     WS-EL-STALE-TAG DELIMITED BY SIZE
006070                 INTO PL-LINE
006080         WHEN OTHER
006090             STRING '  EXTRACT       ' DELIMITED BY SIZE
006100                     WS-EL-EXTRACT-DATE DELIMITED BY SIZE
006110                     ' NOT YET ACKNOWLEDGED' DELIMITED BY SIZE
006120                     WS-EL-STALE-TAG DELIMITED BY SIZE
006130                 INTO PL-LINE
006140     END-EVALUATE
006150     WRITE CTB1PL-LINE
006160     MOVE SPACES TO PL-LINE
006170     IF WS-VARS-ABSENT
006180         MOVE '  VARIANCE      NO CTB800 STATUS ROW ON FILE'
006190             TO PL-LINE
006200     ELSE
006210         MOVE WS-VS-QUALIFY-COUNT TO WS-RPT-COUNT
006220         STRING '  VARIANCE      ' DELIMITED BY SIZE
006230                 WS-VS-RUN-DATE DELIMITED BY SIZE
006240                 ' QUALIFYING SWINGS = ' DELIMITED BY SIZE
006250                 WS-RPT-COUNT DELIMITED BY SIZE
006260                 '  WRONG PRIOR SNAPSHOT = ' DELIMITED BY SIZE
006270                 WS-VS-PRIOR-SNAP-SW DELIMITED BY SIZE
006280                 WS-VS-STALE-TAG DELIMITED BY SIZE
006290             INTO PL-LINE
006300     END-IF
006310     WRITE CTB1PL-LINE
006320     MOVE SPACES TO PL-LINE
006330     IF WS-GLCS-ABSENT
006340         MOVE '  GL JOURNAL    NO CTB460 STATUS ROW ON FILE'
006350             TO PL-LINE
006360         WRITE CTB1PL-LINE
006370     ELSE
006380         EVALUATE WS-GS-STATE-SW
006390             WHEN 'M'
006400                 MOVE 'CONFIRMED CLEAN' TO WS-GS-STATE-TEXT
006410             WHEN 'P'
006420                 MOVE 'CONFIRMED - LINES REJECTED'
006430                     TO WS-GS-STATE-TEXT
006440             WHEN 'X'
006450                 MOVE 'CONFIRMATION MISMATCH' TO WS-GS-STATE-TEXT
006460             WHEN 'A'
006470                 MOVE 'AWAITING CONFIRMATION' TO WS-GS-STATE-TEXT
006480             WHEN 'O'
006490                 MOVE 'CONFIRMATION OVERDUE' TO WS-GS-STATE-TEXT
006500             WHEN 'H'
006510                 MOVE 'HELD - NEVER RELEASED' TO WS-GS-STATE-TEXT
006520             WHEN OTHER
006530                 MOVE 'NO NIGHTLY JOURNAL ON THE LOG'
006540                     TO WS-GS-STATE-TEXT
006550         END-EVALUATE
006560         STRING '  GL JOURNAL    ' DELIMITED BY SIZE
006570                 WS-GS-JOURNAL-DATE DELIMITED BY SIZE
006580                 ' ' DELIMITED BY SIZE
006590                 WS-GS-STATE-TEXT DELIMITED BY '  '
006600                 WS-GS-STALE-TAG DELIMITED BY SIZE
006610             INTO PL-LINE
006620         WRITE CTB1PL-LINE
006630         MOVE WS-GS-SUSP-OPEN-AMOUNT TO WS-RPT-AMOUNT
006640         MOVE SPACES TO PL-LINE
006650         STRING '                MISMATCHED = ' DELIMITED BY SIZE
006660                 WS-GS-MISMATCH-CNT DELIMITED BY SIZE
006670                 '  OVERDUE = ' DELIMITED BY SIZE
006680                 WS-GS-OVERDUE-CNT DELIMITED BY SIZE
006690                 '  SUSPENSE OPEN = ' DELIMITED BY SIZE
006700                 WS-GS-SUSP-OPEN-CNT DELIMITED BY SIZE
006710                 ' FOR ' DELIMITED BY SIZE
006720                 WS-RPT-AMOUNT DELIMITED BY SIZE
006730             INTO PL-LINE
006740         WRITE CTB1PL-LINE
006750     END-IF
006760     MOVE SPACES TO PL-LINE
006770     EVALUATE TRUE
006780         WHEN WS-CKPT-COMPLETE
006790             MOVE '  CHECKPOINT    COMPLETED RUN ON FILE'
006800                 TO PL-LINE
006810         WHEN WS-CKPT-IN-FLIGHT
006820             MOVE '  CHECKPOINT    IN-FLIGHT RECOVERY POINT - RUN
006830-                'NEVER FINISHED' TO PL-LINE
006840         WHEN OTHER
006850             MOVE '  CHECKPOINT    NONE ON FILE' TO PL-LINE
006860     END-EVALUATE
006870     WRITE CTB1PL-LINE
006880     MOVE SPACES TO PL-LINE
006890     WRITE CTB1PL-LINE
006900     MOVE SPACES TO PL-LINE
006910     EVALUATE TRUE
006920         WHEN WS-VERDICT-FAILED
006930             MOVE 'OVERALL VERDICT - FAILED - HOLD THE DOWNSTREAM
006940-                ' JOBS' TO PL-LINE
006950         WHEN WS-VERDICT-REVIEW
006960             MOVE 'OVERALL VERDICT - REVIEW - SEE THE FLAGGED LINE
006970-                'S' TO PL-LINE
006980         WHEN OTHER
006990             MOVE 'OVERALL VERDICT - GOOD' TO PL-LINE
007000     END-EVALUATE
007010     WRITE CTB1PL-LINE
007020     .
007030 7000-EXIT.
007040     EXIT.
007050*
007060******************************************************************
007070*    9000-TERMINATE - 0 GOOD, 4 REVIEW, 8 FAILED - THE RETURN     *
007080*                     CODE THE SCHEDULER HOLDS THE DOWNSTREAM     *
007090*                     JOBS ON.                                    *
007100******************************************************************
007110 9000-TERMINATE.
007120     CLOSE CLOSE-RPT
007130     EVALUATE TRUE
007140         WHEN WS-VERDICT-FAILED
007150             DISPLAY 'CTB900A - DAILY CLOSE VERDICT - FAILED'
007160             MOVE 8 TO RETURN-CODE
007170         WHEN WS-VERDICT-REVIEW
007180             DISPLAY 'CTB900W - DAILY CLOSE VERDICT - REVIEW'
007190             MOVE 4 TO RETURN-CODE
007200         WHEN OTHER
007210             DISPLAY 'CTB900I - DAILY CLOSE VERDICT - GOOD'
007220     END-EVALUATE
007230     .
007240 9000-EXIT.
007250     EXIT.
