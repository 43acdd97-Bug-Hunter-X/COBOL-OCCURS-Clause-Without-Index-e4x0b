000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTB320.
000030 AUTHOR. D L MERRIMAN.
000040 INSTALLATION. DAILY LEDGER OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   PROGRAM      CTB320                                          *
000100*   DESCRIPTION   PSEUDO-CONVERSATIONAL CICS TRANSACTION         *
000110*                 (CTBM) THAT SHOWS ONE BRANCH'S MONTH-TO-DATE   *
000120*                 FIGURES FROM CTBMTD AND ITS CLOSED MONTHS      *
000130*                 FROM CTBMTDH.  THE OPERATOR KEYS A BRANCH AND  *
000140*                 PAGES THROUGH ITS PERIOD SLOTS TWELVE AT A     *
000150*                 TIME - MTD COUNT, MTD AMOUNT, POSTING DAYS     *
000160*                 AND LAST POST DATE, WITH THE CTB660            *
000170*                 ADJUSTMENTS AND THE MERGER MARK ON A CLOSED    *
000180*                 MONTH.  PF10 STEPS BACK TO THE BRANCH'S        *
000190*                 PREVIOUS CLOSED MONTH, PF11 FORWARD AGAIN TO   *
000200*                 THE OPEN MONTH.  THE BRANCH NAME AND REGION    *
000210*                 COME FROM CTBBRNCH.  THE OPERATOR MUST HOLD    *
000220*                 THE BRANCH (OR *ALL) ON CTBOPAUT, CHECKED      *
000230*                 THE SAME WAY CTB310 CHECKS IT.  READ ONLY -    *
000240*                 NOTHING IS UPDATED AND NOTHING IS AUDITED.     *
000250*                                                                *
000260*   MODIFICATION HISTORY                                         *
000270*   -----------------------------------------------------------  *
000280*   DATE       INIT  DESCRIPTION                                 *
000290*   ---------- ----  ---------------------------------------     *
000300*   2026-10-15 DLM   ORIGINAL.                                   *
000310*   2026-10-15 DLM   THE BROWSES NOW SKIP STRAIGHT TO THE        *
000320*                    BRANCH'S KEY IN EACH SLOT WITH RESETBR      *
000330*                    INSTEAD OF READING EVERY BRANCH'S ROW, AND  *
000340*                    PF10 PROBES ONE CLOSED MONTH AT A TIME THE  *
000350*                    SAME WAY.  THE PAGE TABLE NOW HOLDS ENOUGH  *
000360*                    PAGES FOR THE FULL 9999 SLOTS.              *
000370*                    RESEQUENCED.                                *
000380*                                                                *
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440*
000450 DATA DIVISION.
000460 WORKING-STORAGE SECTION.
000470     COPY CTBMM.
000480*
000490     COPY DFHAID.
000500*
000510     COPY CTB1MT.
000520*
000530     COPY CTB1MH.
000540*
000550     COPY CTB1BM.
000560*
000570     COPY CTB1OP.
000580*
000590 01  WS-MAPSET-NAME              PIC X(08) VALUE 'CTBMMS'.
000600 01  WS-MAP-NAME                 PIC X(08) VALUE 'CTBMM'.
000610*
000620 01  WS-RESP-CODE                PIC S9(08) COMP.
000630*
000640 01  WS-WORK-SWITCHES.
000650     05  WS-BROWSE-SW            PIC X(01) VALUE 'N'.
000660         88  WS-BROWSE-DONE          VALUE 'Y'.
000670         88  WS-BROWSE-ACTIVE        VALUE 'N'.
000680     05  WS-AUTHORITY-SW         PIC X(01) VALUE 'N'.
000690         88  WS-AUTH-GRANTED         VALUE 'Y'.
000700         88  WS-AUTH-DENIED          VALUE 'N'.
000710     05  WS-MONTH-SW             PIC X(01) VALUE 'N'.
000720         88  WS-MONTH-FOUND          VALUE 'Y'.
000730         88  WS-MONTH-NOT-FOUND      VALUE 'N'.
000740     05  WS-SCAN-SW              PIC X(01) VALUE 'N'.
000750         88  WS-SCAN-DONE            VALUE 'Y'.
000760         88  WS-SCAN-ACTIVE          VALUE 'N'.
000770*
000780 01  WS-AUTHORITY-WORK-FIELDS.
000790     05  WS-AUTH-BRANCH          PIC X(04) VALUE SPACES.
000800     05  WS-DECLINE-MSG          PIC X(60) VALUE SPACES.
000810*
000820*    BROWSE KEYS - LAID OUT AS MT-KEY ON CTBMTD AND MH-KEY ON
000830*    CTBMTDH.
000840 01  WS-MTD-KEY.
000850     05  WS-MK-PERIOD            PIC 9(05).
000860     05  WS-MK-BRANCH            PIC X(04).
000870 01  WS-HIST-KEY.
000880     05  WS-HK-MONTH             PIC X(06).
000890     05  WS-HK-PERIOD            PIC 9(05).
000900     05  WS-HK-BRANCH            PIC X(04).
000910*
000920 01  WS-LIST-WORK-FIELDS.
000930     05  WS-LIST-COUNT           PIC 9(2) COMP VALUE 0.
000940     05  WS-LIST-SUB             PIC 9(2) COMP VALUE 0.
000950     05  WS-SCAN-MONTH           PIC X(06) VALUE SPACES.
000960     05  WS-FOUND-MONTH          PIC X(06) VALUE SPACES.
000970     05  WS-PRIOR-MONTH          PIC X(06) VALUE SPACES.
000980     05  WS-RPT-COUNT            PIC Z9.
000990     05  WS-RPT-PAGE             PIC ZZ9.
001000*
001010 01  WS-LIST-LINE.
001020     05  LL-SLOT                 PIC 9(05).
001030     05  FILLER                  PIC X(02) VALUE SPACES.
001040     05  LL-COUNT                PIC ZZZZ9.
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  LL-AMOUNT               PIC ZZZZZZZZZZ9.99.
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  LL-DAYS                 PIC ZZ9.
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  LL-LAST-POST            PIC X(08).
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  LL-ADJ-COUNT            PIC -ZZZZ9.
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  LL-ADJ-AMOUNT           PIC -ZZZZZZZZZZ9.99.
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001160     05  LL-MERGE-NOTE.
001170         10  LL-MERGE-WORD       PIC X(04).
001180         10  FILLER              PIC X(01).
001190         10  LL-MERGE-BRANCH     PIC X(04).
001200*
001210 01  WS-COMM-AREA.
001220     05  CA-BRANCH               PIC X(04).
001230     05  CA-BRANCH-NAME          PIC X(20).
001240     05  CA-REGION               PIC X(08).
001250     05  CA-VIEW-SW              PIC X(01).
001260         88  CA-VIEW-NONE            VALUE ' '.
001270         88  CA-VIEW-OPEN            VALUE 'M'.
001280         88  CA-VIEW-CLOSED          VALUE 'C'.
001290     05  CA-MONTH                PIC X(06).
001300     05  CA-PAGE-NUMBER          PIC 9(03).
001310     05  CA-NEXT-SLOT            PIC 9(05).
001320     05  CA-MORE-SW              PIC X(01).
001330         88  CA-MORE-SLOTS           VALUE 'Y'.
001340         88  CA-NO-MORE-SLOTS        VALUE 'N'.
001350*    ONE START SLOT PER PAGE - 834 PAGES OF TWELVE COVER THE
001360*    9999 SLOTS THE SLOT TABLE CAN GROW TO.
001370     05  CA-PAGE-SLOT            PIC 9(05) OCCURS 834 TIMES.
001380*
001390 LINKAGE SECTION.
001400 01  DFHCOMMAREA.
001410     05  CA-INQUIRY-STATE-LK     PIC X(4218).
001420*
001430 PROCEDURE DIVISION.
001440******************************************************************
001450*    0000-MAINLINE - STANDARD PSEUDO-CONVERSATIONAL DISPATCH.    *
001460*                    EIBCALEN = 0 MEANS THIS IS THE FIRST        *
001470*                    ENTRY TO THE CONVERSATION; OTHERWISE THE    *
001480*                    COMMAREA CARRIES THE BRANCH SHOWN, THE      *
001490*                    MONTH BEING VIEWED AND THE PAGE POSITION.   *
001500******************************************************************
001510 0000-MAINLINE.
001520     IF EIBCALEN = 0
001530         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001540     ELSE
001550         MOVE CA-INQUIRY-STATE-LK TO WS-COMM-AREA
001560         EVALUATE EIBAID
001570             WHEN DFHENTER
001580                 PERFORM 2000-SHOW-BRANCH THRU 2000-EXIT
001590             WHEN DFHPF7
001600                 PERFORM 2600-PAGE-BACK THRU 2600-EXIT
001610             WHEN DFHPF8
001620                 PERFORM 2700-PAGE-FORWARD THRU 2700-EXIT
001630             WHEN DFHPF10
001640                 PERFORM 3000-EARLIER-MONTH THRU 3000-EXIT
001650             WHEN DFHPF11
001660                 PERFORM 3500-LATER-MONTH THRU 3500-EXIT
001670             WHEN DFHPF3
001680                 PERFORM 9000-END-SESSION THRU 9000-EXIT
001690             WHEN OTHER
001700                 PERFORM 8000-INVALID-KEY THRU 8000-EXIT
001710         END-EVALUATE
001720     END-IF
001730     EXEC CICS RETURN
001740         TRANSID('CTBM')
001750         COMMAREA(WS-COMM-AREA)
001760     END-EXEC
001770     GOBACK.
001780*
001790******************************************************************
001800*    1000-SEND-INITIAL-MAP - FIRST SCREEN OF THE CONVERSATION -  *
001810*                            AN EMPTY LIST WAITING FOR A BRANCH. *
001820******************************************************************
001830 1000-SEND-INITIAL-MAP.
001840     MOVE LOW-VALUES TO CTBMMO
001850     MOVE SPACES TO WS-COMM-AREA
001860     MOVE 'KEY A BRANCH AND PRESS ENTER' TO MSGO
001870     MOVE -1 TO BRNCHL
001880     EXEC CICS SEND MAP(WS-MAP-NAME)
001890         MAPSET(WS-MAPSET-NAME)
001900         ERASE
001910         CURSOR
001920     END-EXEC
001930     .
001940 1000-EXIT.
001950     EXIT.
001960*
001970******************************************************************
001980*    1100-RECEIVE-SCREEN - RECEIVE THE MAP AND TURN THE BRANCH   *
001990*                          INTO SPACES IF THE TERMINAL DID NOT   *
002000*                          SEND IT BACK.  MAPFAIL IS NOT AN      *
002010*                          ERROR.                                *
002020******************************************************************
002030 1100-RECEIVE-SCREEN.
002040     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
002050         MAPSET(WS-MAPSET-NAME)
002060         RESP(WS-RESP-CODE)
002070     END-EXEC
002080     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002090         MOVE LOW-VALUES TO CTBMMI
002100     END-IF
002110     INSPECT BRNCHI REPLACING ALL LOW-VALUE BY SPACE
002120     .
002130 1100-EXIT.
002140     EXIT.
002150*
002160******************************************************************
002170*    2000-SHOW-BRANCH - ENTER TAKES THE BRANCH AS KEYED, CHECKS  *
002180*                       THE OPERATOR MAY SEE IT, AND SHOWS PAGE  *
002190*                       ONE OF ITS OPEN MONTH FROM CTBMTD.       *
002200******************************************************************
002210 2000-SHOW-BRANCH.
002220     PERFORM 1100-RECEIVE-SCREEN THRU 1100-EXIT
002230     IF BRNCHI = SPACES
002240         MOVE 'KEY A BRANCH AND PRESS ENTER' TO MSGO
002250         GO TO 2000-SEND
002260     END-IF
002270     MOVE BRNCHI TO WS-AUTH-BRANCH
002280     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT
002290     IF WS-AUTH-DENIED
002300         MOVE SPACES TO WS-COMM-AREA
002310         MOVE SPACES TO BNAMEO
002320         MOVE SPACES TO RGNO
002330         MOVE SPACES TO MONTHO
002340         MOVE SPACES TO MTYPEO
002350         PERFORM 2110-CLEAR-LINE THRU 2110-EXIT
002360             VARYING WS-LIST-SUB FROM 1 BY 1
002370             UNTIL WS-LIST-SUB > 12
002380         MOVE WS-DECLINE-MSG TO MSGO
002390         GO TO 2000-SEND
002400     END-IF
002410     MOVE BRNCHI TO CA-BRANCH
002420     MOVE BRNCHI TO BM-BRANCH-CODE
002430     EXEC CICS READ FILE('CTBBRNCH')
002440         INTO(CTB1BM-BRANCH-RECORD)
002450         RIDFLD(BM-BRANCH-CODE)
002460         RESP(WS-RESP-CODE)
002470     END-EXEC
002480     IF WS-RESP-CODE = DFHRESP(NORMAL)
002490         MOVE BM-BRANCH-NAME TO CA-BRANCH-NAME
002500         MOVE BM-REGION TO CA-REGION
002510     ELSE
002520         MOVE '** NOT ON MASTER **' TO CA-BRANCH-NAME
002530         MOVE SPACES TO CA-REGION
002540     END-IF
002550     SET CA-VIEW-OPEN TO TRUE
002560     MOVE SPACES TO CA-MONTH
002570     MOVE 1 TO CA-PAGE-NUMBER
002580     MOVE 0 TO CA-PAGE-SLOT(1)
002590     PERFORM 2100-BUILD-PAGE THRU 2100-EXIT
002600     PERFORM 2800-PAGE-MESSAGE THRU 2800-EXIT
002610     .
002620 2000-SEND.
002630     EXEC CICS SEND MAP(WS-MAP-NAME)
002640         MAPSET(WS-MAPSET-NAME)
002650         DATAONLY
002660     END-EXEC
002670     .
002680 2000-EXIT.
002690     EXIT.
002700*
002710******************************************************************
002720*    2050-CHECK-AUTHORITY - THE OPERATOR MUST HOLD A CTBOPAUT    *
002730*                           ROW FOR THE BRANCH, OR FOR *ALL, AS  *
002740*                           IN CTB310.  ANY ROW WILL DO - AN     *
002750*                           INQUIRY NEEDS NO SUPERVISOR.         *
002760******************************************************************
002770 2050-CHECK-AUTHORITY.
002780     SET WS-AUTH-DENIED TO TRUE
002790     MOVE EIBOPID TO OP-OPERATOR-ID
002800     MOVE WS-AUTH-BRANCH TO OP-BRANCH-CODE
002810     EXEC CICS READ FILE('CTBOPAUT')
002820         INTO(CTB1OP-AUTHORITY-RECORD)
002830         RIDFLD(OP-KEY)
002840         RESP(WS-RESP-CODE)
002850     END-EXEC
002860     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002870         MOVE EIBOPID TO OP-OPERATOR-ID
002880         MOVE '*ALL' TO OP-BRANCH-CODE
002890         EXEC CICS READ FILE('CTBOPAUT')
002900             INTO(CTB1OP-AUTHORITY-RECORD)
002910             RIDFLD(OP-KEY)
002920             RESP(WS-RESP-CODE)
002930         END-EXEC
002940     END-IF
002950     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002960         MOVE SPACES TO WS-DECLINE-MSG
002970         STRING 'NOT AUTHORIZED FOR BRANCH ' DELIMITED BY SIZE
002980                 WS-AUTH-BRANCH DELIMITED BY SIZE
002990                 ' - INQUIRY DECLINED' DELIMITED BY SIZE
003000             INTO WS-DECLINE-MSG
003010         GO TO 2050-EXIT
003020     END-IF
003030     SET WS-AUTH-GRANTED TO TRUE
003040     .
003050 2050-EXIT.
003060     EXIT.
003070*
003080******************************************************************
003090*    2090-SHOW-HEADING - BRANCH, NAME, REGION AND THE MONTH      *
003100*                        BEING VIEWED, FROM THE COMMAREA.  THE   *
003110*                        OPEN MONTH IS NAMED FROM THE FIRST ROW  *
003120*                        LISTED, SO IT IS FILLED IN BY 2220.     *
003130******************************************************************
003140 2090-SHOW-HEADING.
003150     MOVE CA-BRANCH TO BRNCHO
003160     MOVE CA-BRANCH-NAME TO BNAMEO
003170     MOVE CA-REGION TO RGNO
003180     IF CA-VIEW-CLOSED
003190         MOVE CA-MONTH TO MONTHO
003200         MOVE 'CLOSED MONTH - CTBMTDH' TO MTYPEO
003210     ELSE
003220         MOVE SPACES TO MONTHO
003230         MOVE 'OPEN MONTH TO DATE - CTBMTD' TO MTYPEO
003240     END-IF
003250     .
003260 2090-EXIT.
003270     EXIT.
003280*
003290******************************************************************
003300*    2100-BUILD-PAGE - FILL THE TWELVE LIST LINES WITH THE       *
003310*                      BRANCH'S ROWS FROM THE CURRENT PAGE'S     *
003320*                      START SLOT, FROM CTBMTD FOR THE OPEN      *
003330*                      MONTH OR CTBMTDH FOR A CLOSED ONE.  A     *
003340*                      THIRTEENTH ROW MEANS THERE IS ANOTHER     *
003350*                      PAGE, AND ITS SLOT STARTS THAT PAGE.      *
003360******************************************************************
003370 2100-BUILD-PAGE.
003380     PERFORM 2090-SHOW-HEADING THRU 2090-EXIT
003390     PERFORM 2110-CLEAR-LINE THRU 2110-EXIT
003400         VARYING WS-LIST-SUB FROM 1 BY 1 UNTIL WS-LIST-SUB > 12
003410     MOVE 0 TO WS-LIST-COUNT
003420     SET CA-NO-MORE-SLOTS TO TRUE
003430     MOVE 0 TO CA-NEXT-SLOT
003440     IF CA-VIEW-CLOSED
003450         PERFORM 2300-BROWSE-HISTORY THRU 2300-EXIT
003460     ELSE
003470         PERFORM 2200-BROWSE-MTD THRU 2200-EXIT
003480     END-IF
003490     .
003500 2100-EXIT.
003510     EXIT.
003520*
003530 2110-CLEAR-LINE.
003540     MOVE SPACES TO LISTO(WS-LIST-SUB)
003550     .
003560 2110-EXIT.
003570     EXIT.
003580*
003590******************************************************************
003600*    2200-BROWSE-MTD - CTBMTD IS KEYED SLOT THEN BRANCH.  WHEN   *
003610*                      THE BROWSE MEETS ANOTHER BRANCH'S ROW IT  *
003620*                      SKIPS WITH RESETBR TO THIS BRANCH'S KEY   *
003630*                      IN THE SAME SLOT OR THE NEXT, SO IT READS *
003640*                      AT MOST TWO ROWS A SLOT, NOT EVERY        *
003650*                      BRANCH'S.                                 *
003660******************************************************************
003670 2200-BROWSE-MTD.
003680     MOVE CA-PAGE-SLOT(CA-PAGE-NUMBER) TO WS-MK-PERIOD
003690     MOVE CA-BRANCH TO WS-MK-BRANCH
003700     SET WS-BROWSE-ACTIVE TO TRUE
003710     EXEC CICS STARTBR FILE('CTBMTD')
003720         RIDFLD(WS-MTD-KEY)
003730         GTEQ
003740         RESP(WS-RESP-CODE)
003750     END-EXEC
003760     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003770         GO TO 2200-EXIT
003780     END-IF
003790     PERFORM 2210-READ-NEXT-MTD THRU 2210-EXIT
003800         UNTIL WS-BROWSE-DONE
003810     EXEC CICS ENDBR FILE('CTBMTD')
003820     END-EXEC
003830     .
003840 2200-EXIT.
003850     EXIT.
003860*
003870 2210-READ-NEXT-MTD.
003880     EXEC CICS READNEXT FILE('CTBMTD')
003890         INTO(CTB1MT-MTD-RECORD)
003900         RIDFLD(WS-MTD-KEY)
003910         RESP(WS-RESP-CODE)
003920     END-EXEC
003930     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003940         SET WS-BROWSE-DONE TO TRUE
003950         GO TO 2210-EXIT
003960     END-IF
003970     IF MT-BRANCH-CODE NOT = CA-BRANCH
003980         PERFORM 2230-SKIP-MTD THRU 2230-EXIT
003990         GO TO 2210-EXIT
004000     END-IF
004010     IF WS-LIST-COUNT = 12
004020         SET CA-MORE-SLOTS TO TRUE
004030         MOVE MT-PERIOD-INDEX TO CA-NEXT-SLOT
004040         SET WS-BROWSE-DONE TO TRUE
004050         GO TO 2210-EXIT
004060     END-IF
004070     ADD 1 TO WS-LIST-COUNT
004080     PERFORM 2220-FORMAT-MTD-LINE THRU 2220-EXIT
004090     .
004100 2210-EXIT.
004110     EXIT.
004120*
004130 2220-FORMAT-MTD-LINE.
004140     MOVE SPACES TO WS-LIST-LINE
004150     MOVE MT-PERIOD-INDEX TO LL-SLOT
004160     MOVE MT-MTD-COUNT TO LL-COUNT
004170     MOVE MT-MTD-AMOUNT TO LL-AMOUNT
004180     MOVE MT-POSTING-DAYS TO LL-DAYS
004190     MOVE MT-LAST-POST-DATE TO LL-LAST-POST
004200     MOVE WS-LIST-LINE TO LISTO(WS-LIST-COUNT)
004210     IF WS-LIST-COUNT = 1
004220         MOVE MT-LAST-POST-DATE(1:6) TO MONTHO
004230     END-IF
004240     .
004250 2220-EXIT.
004260     EXIT.
004270*
004280*    2230 - THE ROW JUST READ IS ANOTHER BRANCH'S.  ONE BELOW THIS
004290*    BRANCH MEANS THIS BRANCH'S ROW FOR THE SLOT MAY FOLLOW; ONE
004300*    ABOVE MEANS IT IS NOT THERE, SO GO ON TO THE NEXT SLOT.  THE
004310*    LAST POSSIBLE SLOT IS SIMPLY READ THROUGH.
004320 2230-SKIP-MTD.
004330     MOVE MT-PERIOD-INDEX TO WS-MK-PERIOD
004340     MOVE CA-BRANCH TO WS-MK-BRANCH
004350     IF MT-BRANCH-CODE > CA-BRANCH
004360         IF MT-PERIOD-INDEX = 99999
004370             GO TO 2230-EXIT
004380         END-IF
004390         ADD 1 TO WS-MK-PERIOD
004400     END-IF
004410     EXEC CICS RESETBR FILE('CTBMTD')
004420         RIDFLD(WS-MTD-KEY)
004430         GTEQ
004440         RESP(WS-RESP-CODE)
004450     END-EXEC
004460     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004470         SET WS-BROWSE-DONE TO TRUE
004480     END-IF
004490     .
004500 2230-EXIT.
004510     EXIT.
004520*
004530******************************************************************
004540*    2300-BROWSE-HISTORY - CTBMTDH IS KEYED MONTH, SLOT, BRANCH. *
004550*                          THE BROWSE STARTS AT THE PAGE'S SLOT  *
004560*                          IN THE MONTH BEING VIEWED, SKIPS      *
004570*                          OTHER BRANCHES' ROWS AS 2200 DOES,    *
004580*                          AND STOPS WHEN THE MONTH CHANGES.     *
004590******************************************************************
004600 2300-BROWSE-HISTORY.
004610     MOVE CA-MONTH TO WS-HK-MONTH
004620     MOVE CA-PAGE-SLOT(CA-PAGE-NUMBER) TO WS-HK-PERIOD
004630     MOVE CA-BRANCH TO WS-HK-BRANCH
004640     SET WS-BROWSE-ACTIVE TO TRUE
004650     EXEC CICS STARTBR FILE('CTBMTDH')
004660         RIDFLD(WS-HIST-KEY)
004670         GTEQ
004680         RESP(WS-RESP-CODE)
004690     END-EXEC
004700     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004710         GO TO 2300-EXIT
004720     END-IF
004730     PERFORM 2310-READ-NEXT-HIST THRU 2310-EXIT
004740         UNTIL WS-BROWSE-DONE
004750     EXEC CICS ENDBR FILE('CTBMTDH')
004760     END-EXEC
004770     .
004780 2300-EXIT.
004790     EXIT.
004800*
004810 2310-READ-NEXT-HIST.
004820     EXEC CICS READNEXT FILE('CTBMTDH')
004830         INTO(CTB1MH-MONTH-HIST-RECORD)
004840         RIDFLD(WS-HIST-KEY)
004850         RESP(WS-RESP-CODE)
004860     END-EXEC
004870     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004880             OR MH-CLOSE-MONTH NOT = CA-MONTH
004890         SET WS-BROWSE-DONE TO TRUE
004900         GO TO 2310-EXIT
004910     END-IF
004920     IF MH-BRANCH-CODE NOT = CA-BRANCH
004930         PERFORM 2330-SKIP-HIST THRU 2330-EXIT
004940         GO TO 2310-EXIT
004950     END-IF
004960     IF WS-LIST-COUNT = 12
004970         SET CA-MORE-SLOTS TO TRUE
004980         MOVE MH-PERIOD-INDEX TO CA-NEXT-SLOT
004990         SET WS-BROWSE-DONE TO TRUE
005000         GO TO 2310-EXIT
005010     END-IF
005020     ADD 1 TO WS-LIST-COUNT
005030     PERFORM 2320-FORMAT-HIST-LINE THRU 2320-EXIT
005040     .
005050 2310-EXIT.
005060     EXIT.
005070*
005080******************************************************************
005090*    2320-FORMAT-HIST-LINE - THE CLOSED FIGURES, THE CTB660      *
005100*                            ADJUSTMENTS POSTED SINCE, AND THE   *
005110*                            MERGER MARK - INTO THE SUCCESSOR    *
005120*                            ON A RETIRED BRANCH'S ROW, FROM THE *
005130*                            RETIRED BRANCH ON A SUCCESSOR'S.    *
005140******************************************************************
005150 2320-FORMAT-HIST-LINE.
005160     MOVE SPACES TO WS-LIST-LINE
005170     MOVE MH-PERIOD-INDEX TO LL-SLOT
005180     MOVE MH-MTD-COUNT TO LL-COUNT
005190     MOVE MH-MTD-AMOUNT TO LL-AMOUNT
005200     MOVE MH-POSTING-DAYS TO LL-DAYS
005210     MOVE MH-LAST-POST-DATE TO LL-LAST-POST
005220     MOVE MH-ADJ-COUNT TO LL-ADJ-COUNT
005230     MOVE MH-ADJ-AMOUNT TO LL-ADJ-AMOUNT
005240     IF MH-MERGE-RETIRED
005250         MOVE 'INTO' TO LL-MERGE-WORD
005260         MOVE MH-MERGE-BRANCH TO LL-MERGE-BRANCH
005270     END-IF
005280     IF MH-MERGE-SUCCESSOR
005290         MOVE 'FROM' TO LL-MERGE-WORD
005300         MOVE MH-MERGE-BRANCH TO LL-MERGE-BRANCH
005310     END-IF
005320     MOVE WS-LIST-LINE TO LISTO(WS-LIST-COUNT)
005330     IF WS-LIST-COUNT = 1
005340         MOVE SPACES TO MTYPEO
005350         STRING 'CLOSED MONTH - CLOSED ON ' DELIMITED BY SIZE
005360                 MH-CLOSE-DATE DELIMITED BY SIZE
005370             INTO MTYPEO
005380     END-IF
005390     .
005400 2320-EXIT.
005410     EXIT.
005420*
005430*    2330 - AS 2230, FOR CTBMTDH, WITHIN THE MONTH OF THE ROW JUST
005440*    READ.  THE CALLER DECIDES WHETHER A CHANGE OF MONTH ENDS ITS
005450*    BROWSE.
005460 2330-SKIP-HIST.
005470     MOVE MH-CLOSE-MONTH TO WS-HK-MONTH
005480     MOVE MH-PERIOD-INDEX TO WS-HK-PERIOD
005490     MOVE CA-BRANCH TO WS-HK-BRANCH
005500     IF MH-BRANCH-CODE > CA-BRANCH
005510         IF MH-PERIOD-INDEX = 99999
005520             GO TO 2330-EXIT
005530         END-IF
005540         ADD 1 TO WS-HK-PERIOD
005550     END-IF
005560     EXEC CICS RESETBR FILE('CTBMTDH')
005570         RIDFLD(WS-HIST-KEY)
005580         GTEQ
005590         RESP(WS-RESP-CODE)
005600     END-EXEC
005610     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005620         SET WS-BROWSE-DONE TO TRUE
005630     END-IF
005640     .
005650 2330-EXIT.
005660     EXIT.
005670*
005680******************************************************************
005690*    2600-PAGE-BACK - PF7 STEPS BACK ONE PAGE USING THE START    *
005700*                     SLOT SAVED FOR IT IN THE COMMAREA.         *
005710******************************************************************
005720 2600-PAGE-BACK.
005730     PERFORM 1100-RECEIVE-SCREEN THRU 1100-EXIT
005740     IF CA-VIEW-NONE
005750         MOVE 'KEY A BRANCH AND PRESS ENTER' TO MSGO
005760         GO TO 2600-SEND
005770     END-IF
005780     IF CA-PAGE-NUMBER > 1
005790         SUBTRACT 1 FROM CA-PAGE-NUMBER
005800         PERFORM 2100-BUILD-PAGE THRU 2100-EXIT
005810         PERFORM 2800-PAGE-MESSAGE THRU 2800-EXIT
005820     ELSE
005830         MOVE 'ALREADY ON THE FIRST PAGE' TO MSGO
005840     END-IF
005850     .
005860 2600-SEND.
005870     EXEC CICS SEND MAP(WS-MAP-NAME)
005880         MAPSET(WS-MAPSET-NAME)
005890         DATAONLY
005900     END-EXEC
005910     .
005920 2600-EXIT.
005930     EXIT.
005940*
005950******************************************************************
005960*    2700-PAGE-FORWARD - PF8 MOVES TO THE NEXT PAGE, WHOSE START *
005970*                        SLOT WAS FOUND WHEN THIS PAGE WAS       *
005980*                        BUILT.  THE PAGE TABLE IS NEVER         *
005990*                        EXPECTED TO FILL, BUT IF IT DOES THE    *
006000*                        OPERATOR IS TOLD SO RATHER THAN THAT    *
006010*                        THE LIST ENDED.                         *
006020******************************************************************
006030 2700-PAGE-FORWARD.
006040     PERFORM 1100-RECEIVE-SCREEN THRU 1100-EXIT
006050     IF CA-VIEW-NONE
006060         MOVE 'KEY A BRANCH AND PRESS ENTER' TO MSGO
006070         GO TO 2700-SEND
006080     END-IF
006090     IF NOT CA-MORE-SLOTS
006100         MOVE 'NO MORE SLOTS - THIS IS THE LAST PAGE' TO MSGO
006110         GO TO 2700-SEND
006120     END-IF
006130     IF CA-PAGE-NUMBER NOT < 834
006140         MOVE 'PAGE LIMIT REACHED - NO FURTHER PAGES CAN BE SHOWN'
006150             TO MSGO
006160         GO TO 2700-SEND
006170     END-IF
006180     ADD 1 TO CA-PAGE-NUMBER
006190     MOVE CA-NEXT-SLOT TO CA-PAGE-SLOT(CA-PAGE-NUMBER)
006200     PERFORM 2100-BUILD-PAGE THRU 2100-EXIT
006210     PERFORM 2800-PAGE-MESSAGE THRU 2800-EXIT
006220     .
006230 2700-SEND.
006240     EXEC CICS SEND MAP(WS-MAP-NAME)
006250         MAPSET(WS-MAPSET-NAME)
006260         DATAONLY
006270     END-EXEC
006280     .
006290 2700-EXIT.
006300     EXIT.
006310*
006320 2800-PAGE-MESSAGE.
006330     MOVE CA-PAGE-NUMBER TO WS-RPT-PAGE
006340     MOVE WS-LIST-COUNT TO WS-RPT-COUNT
006350     MOVE SPACES TO MSGO
006360     IF WS-LIST-COUNT = 0
006370         IF CA-VIEW-CLOSED
006380             MOVE 'NO ROWS FOR THE BRANCH IN THIS CLOSED MONTH'
006390                 TO MSGO
006400         ELSE
006410             MOVE 'NO MONTH-TO-DATE ROWS - PF10 FOR CLOSED MONTHS'
006420                 TO MSGO
006430         END-IF
006440         GO TO 2800-EXIT
006450     END-IF
006460     IF CA-MORE-SLOTS
006470         STRING 'PAGE ' DELIMITED BY SIZE
006480                 WS-RPT-PAGE DELIMITED BY SIZE
006490                 ' - ' DELIMITED BY SIZE
006500                 WS-RPT-COUNT DELIMITED BY SIZE
006510                 ' SLOTS SHOWN - PF8 FOR MORE' DELIMITED BY SIZE
006520             INTO MSGO
006530     ELSE
006540         STRING 'PAGE ' DELIMITED BY SIZE
006550                 WS-RPT-PAGE DELIMITED BY SIZE
006560                 ' - ' DELIMITED BY SIZE
006570                 WS-RPT-COUNT DELIMITED BY SIZE
006580                 ' SLOTS SHOWN - LAST PAGE' DELIMITED BY SIZE
006590             INTO MSGO
006600     END-IF
006610     .
006620 2800-EXIT.
006630     EXIT.
006640*
006650******************************************************************
006660*    3000-EARLIER-MONTH - PF10 STEPS BACK TO THE LATEST CLOSED   *
006670*                         MONTH BEFORE THE ONE ON THE SCREEN     *
006680*                         THAT HAS A ROW FOR THE BRANCH.  EACH   *
006690*                         EARLIER MONTH ON CTBMTDH IS FOUND IN   *
006700*                         TURN BY 3020 AND PROBED FOR THE        *
006710*                         BRANCH BY 3200, SO ONLY A FEW ROWS OF  *
006720*                         EACH MONTH ARE READ, NOT EVERY         *
006730*                         BRANCH'S.                              *
006740******************************************************************
006750 3000-EARLIER-MONTH.
006760     PERFORM 1100-RECEIVE-SCREEN THRU 1100-EXIT
006770     IF CA-VIEW-NONE
006780         MOVE 'KEY A BRANCH AND PRESS ENTER' TO MSGO
006790         GO TO 3000-SEND
006800     END-IF
006810     IF CA-VIEW-CLOSED
006820         MOVE CA-MONTH TO WS-SCAN-MONTH
006830     ELSE
006840         MOVE HIGH-VALUES TO WS-SCAN-MONTH
006850     END-IF
006860     SET WS-MONTH-NOT-FOUND TO TRUE
006870     SET WS-SCAN-ACTIVE TO TRUE
006880     PERFORM 3010-STEP-BACK-MONTH THRU 3010-EXIT
006890         UNTIL WS-SCAN-DONE
006900     IF WS-MONTH-NOT-FOUND
006910         MOVE 'NO EARLIER CLOSED MONTH FOR THE BRANCH' TO MSGO
006920         GO TO 3000-SEND
006930     END-IF
006940     SET CA-VIEW-CLOSED TO TRUE
006950     MOVE WS-FOUND-MONTH TO CA-MONTH
006960     MOVE 1 TO CA-PAGE-NUMBER
006970     MOVE 0 TO CA-PAGE-SLOT(1)
006980     PERFORM 2100-BUILD-PAGE THRU 2100-EXIT
006990     PERFORM 2800-PAGE-MESSAGE THRU 2800-EXIT
007000     .
007010 3000-SEND.
007020     EXEC CICS SEND MAP(WS-MAP-NAME)
007030         MAPSET(WS-MAPSET-NAME)
007040         DATAONLY
007050     END-EXEC
007060     .
007070 3000-EXIT.
007080     EXIT.
007090*
007100 3010-STEP-BACK-MONTH.
007110     PERFORM 3020-FIND-PRIOR-MONTH THRU 3020-EXIT
007120     IF WS-PRIOR-MONTH = SPACES
007130         SET WS-SCAN-DONE TO TRUE
007140         GO TO 3010-EXIT
007150     END-IF
007160     PERFORM 3200-PROBE-MONTH THRU 3200-EXIT
007170     IF WS-MONTH-FOUND
007180         MOVE WS-PRIOR-MONTH TO WS-FOUND-MONTH
007190         SET WS-SCAN-DONE TO TRUE
007200         GO TO 3010-EXIT
007210     END-IF
007220     MOVE WS-PRIOR-MONTH TO WS-SCAN-MONTH
007230     .
007240 3010-EXIT.
007250     EXIT.
007260*
007270******************************************************************
007280*    3020-FIND-PRIOR-MONTH - THE LATEST MONTH ON CTBMTDH BEFORE  *
007290*                            WS-SCAN-MONTH, FOR ANY BRANCH, OR   *
007300*                            SPACES.  FROM THE OPEN MONTH THE    *
007310*                            BROWSE STARTS AT THE END OF THE     *
007320*                            FILE; FROM A CLOSED MONTH AT ITS    *
007330*                            FIRST ROW.  A READPREV STRAIGHT     *
007340*                            AFTER STARTBR NEEDS AN EXACT KEY,   *
007350*                            SO FROM A CLOSED MONTH ONE READNEXT *
007360*                            FIRST LANDS ON A REAL ROW.          *
007370******************************************************************
007380 3020-FIND-PRIOR-MONTH.
007390     MOVE SPACES TO WS-PRIOR-MONTH
007400     IF WS-SCAN-MONTH = HIGH-VALUES
007410         MOVE HIGH-VALUES TO WS-HIST-KEY
007420     ELSE
007430         MOVE LOW-VALUES TO WS-HIST-KEY
007440         MOVE WS-SCAN-MONTH TO WS-HK-MONTH
007450     END-IF
007460     SET WS-BROWSE-ACTIVE TO TRUE
007470     EXEC CICS STARTBR FILE('CTBMTDH')
007480         RIDFLD(WS-HIST-KEY)
007490         GTEQ
007500         RESP(WS-RESP-CODE)
007510     END-EXEC
007520     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
007530         GO TO 3020-EXIT
007540     END-IF
007550     IF WS-SCAN-MONTH NOT = HIGH-VALUES
007560         PERFORM 3050-FIND-MONTH-START THRU 3050-EXIT
007570     END-IF
007580     PERFORM 3100-READ-PREV-HIST THRU 3100-EXIT
007590         UNTIL WS-BROWSE-DONE
007600     EXEC CICS ENDBR FILE('CTBMTDH')
007610     END-EXEC
007620     .
007630 3020-EXIT.
007640     EXIT.
007650*
007660 3050-FIND-MONTH-START.
007670     EXEC CICS READNEXT FILE('CTBMTDH')
007680         INTO(CTB1MH-MONTH-HIST-RECORD)
007690         RIDFLD(WS-HIST-KEY)
007700         RESP(WS-RESP-CODE)
007710     END-EXEC
007720     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
007730         SET WS-BROWSE-DONE TO TRUE
007740     END-IF
007750     .
007760 3050-EXIT.
007770     EXIT.
007780*
007790 3100-READ-PREV-HIST.
007800     EXEC CICS READPREV FILE('CTBMTDH')
007810         INTO(CTB1MH-MONTH-HIST-RECORD)
007820         RIDFLD(WS-HIST-KEY)
007830         RESP(WS-RESP-CODE)
007840     END-EXEC
007850     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
007860         SET WS-BROWSE-DONE TO TRUE
007870         GO TO 3100-EXIT
007880     END-IF
007890     IF MH-CLOSE-MONTH NOT < WS-SCAN-MONTH
007900         GO TO 3100-EXIT
007910     END-IF
007920     MOVE MH-CLOSE-MONTH TO WS-PRIOR-MONTH
007930     SET WS-BROWSE-DONE TO TRUE
007940     .
007950 3100-EXIT.
007960     EXIT.
007970*
007980******************************************************************
007990*    3200-PROBE-MONTH - DOES WS-PRIOR-MONTH HOLD A ROW FOR THE   *
008000*                       BRANCH?  A FORWARD BROWSE FROM THE       *
008010*                       BRANCH'S FIRST POSSIBLE KEY IN THE       *
008020*                       MONTH, SKIPPING OTHER BRANCHES' ROWS BY  *
008030*                       2330.                                    *
008040******************************************************************
008050 3200-PROBE-MONTH.
008060     MOVE WS-PRIOR-MONTH TO WS-HK-MONTH
008070     MOVE 0 TO WS-HK-PERIOD
008080     MOVE CA-BRANCH TO WS-HK-BRANCH
008090     SET WS-BROWSE-ACTIVE TO TRUE
008100     EXEC CICS STARTBR FILE('CTBMTDH')
008110         RIDFLD(WS-HIST-KEY)
008120         GTEQ
008130         RESP(WS-RESP-CODE)
008140     END-EXEC
008150     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
008160         GO TO 3200-EXIT
008170     END-IF
008180     PERFORM 3210-PROBE-NEXT-HIST THRU 3210-EXIT
008190         UNTIL WS-BROWSE-DONE
008200     EXEC CICS ENDBR FILE('CTBMTDH')
008210     END-EXEC
008220     .
008230 3200-EXIT.
008240     EXIT.
008250*
008260 3210-PROBE-NEXT-HIST.
008270     EXEC CICS READNEXT FILE('CTBMTDH')
008280         INTO(CTB1MH-MONTH-HIST-RECORD)
008290         RIDFLD(WS-HIST-KEY)
008300         RESP(WS-RESP-CODE)
008310     END-EXEC
008320     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
008330             OR MH-CLOSE-MONTH NOT = WS-PRIOR-MONTH
008340         SET WS-BROWSE-DONE TO TRUE
008350         GO TO 3210-EXIT
008360     END-IF
008370     IF MH-BRANCH-CODE = CA-BRANCH
008380         SET WS-MONTH-FOUND TO TRUE
008390         SET WS-BROWSE-DONE TO TRUE
008400         GO TO 3210-EXIT
008410     END-IF
008420     PERFORM 2330-SKIP-HIST THRU 2330-EXIT
008430     .
008440 3210-EXIT.
008450     EXIT.
008460*
008470******************************************************************
008480*    3500-LATER-MONTH - PF11 STEPS FORWARD TO THE NEXT CLOSED    *
008490*                       MONTH AFTER THE ONE ON THE SCREEN THAT   *
008500*                       HAS A ROW FOR THE BRANCH, SKIPPING OTHER *
008510*                       BRANCHES' ROWS BY 2330.  PAST THE LAST   *
008520*                       ONE IT RETURNS TO THE OPEN MONTH.        *
008530******************************************************************
008540 3500-LATER-MONTH.
008550     PERFORM 1100-RECEIVE-SCREEN THRU 1100-EXIT
008560     IF CA-VIEW-NONE
008570         MOVE 'KEY A BRANCH AND PRESS ENTER' TO MSGO
008580         GO TO 3500-SEND
008590     END-IF
008600     IF CA-VIEW-OPEN
008610         MOVE 'ALREADY ON THE OPEN MONTH - PF10 FOR CLOSED MONTHS'
008620             TO MSGO
008630         GO TO 3500-SEND
008640     END-IF
008650     MOVE HIGH-VALUES TO WS-HIST-KEY
008660     MOVE CA-MONTH TO WS-HK-MONTH
008670     SET WS-MONTH-NOT-FOUND TO TRUE
008680     SET WS-BROWSE-ACTIVE TO TRUE
008690     EXEC CICS STARTBR FILE('CTBMTDH')
008700         RIDFLD(WS-HIST-KEY)
008710         GTEQ
008720         RESP(WS-RESP-CODE)
008730     END-EXEC
008740     IF WS-RESP-CODE = DFHRESP(NORMAL)
008750         PERFORM 3600-READ-NEXT-MONTH THRU 3600-EXIT
008760             UNTIL WS-BROWSE-DONE
008770         EXEC CICS ENDBR FILE('CTBMTDH')
008780         END-EXEC
008790     END-IF
008800     MOVE 1 TO CA-PAGE-NUMBER
008810     MOVE 0 TO CA-PAGE-SLOT(1)
008820     IF WS-MONTH-FOUND
008830         MOVE WS-FOUND-MONTH TO CA-MONTH
008840         PERFORM 2100-BUILD-PAGE THRU 2100-EXIT
008850         PERFORM 2800-PAGE-MESSAGE THRU 2800-EXIT
008860     ELSE
008870         SET CA-VIEW-OPEN TO TRUE
008880         MOVE SPACES TO CA-MONTH
008890         PERFORM 2100-BUILD-PAGE THRU 2100-EXIT
008900         MOVE 'NO LATER CLOSED MONTH - BACK TO THE OPEN MONTH'
008910             TO MSGO
008920     END-IF
008930     .
008940 3500-SEND.
008950     EXEC CICS SEND MAP(WS-MAP-NAME)
008960         MAPSET(WS-MAPSET-NAME)
008970         DATAONLY
008980     END-EXEC
008990     .
009000 3500-EXIT.
009010     EXIT.
009020*
009030 3600-READ-NEXT-MONTH.
009040     EXEC CICS READNEXT FILE('CTBMTDH')
009050         INTO(CTB1MH-MONTH-HIST-RECORD)
009060         RIDFLD(WS-HIST-KEY)
009070         RESP(WS-RESP-CODE)
009080     END-EXEC
009090     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
009100         SET WS-BROWSE-DONE TO TRUE
009110         GO TO 3600-EXIT
009120     END-IF
009130     IF MH-BRANCH-CODE = CA-BRANCH
009140         MOVE MH-CLOSE-MONTH TO WS-FOUND-MONTH
009150         SET WS-MONTH-FOUND TO TRUE
009160         SET WS-BROWSE-DONE TO TRUE
009170         GO TO 3600-EXIT
009180     END-IF
009190     PERFORM 2330-SKIP-HIST THRU 2330-EXIT
009200     .
009210 3600-EXIT.
009220     EXIT.
009230*
009240******************************************************************
009250*    8000-INVALID-KEY - OPERATOR PRESSED A KEY WE DO NOT HANDLE. *
009260******************************************************************
009270 8000-INVALID-KEY.
009280     MOVE 'INVALID KEY - USE ENTER, PF3, PF7, PF8, PF10, PF11'
009290         TO MSGO
009300     EXEC CICS SEND MAP(WS-MAP-NAME)
009310         MAPSET(WS-MAPSET-NAME)
009320         DATAONLY
009330     END-EXEC
009340     .
009350 8000-EXIT.
009360     EXIT.
009370*
009380******************************************************************
009390*    9000-END-SESSION - OPERATOR PRESSED PF3 - END THE           *
009400*                       CONVERSATION WITHOUT A NEXT TRANSID.     *
009410******************************************************************
009420 9000-END-SESSION.
009430     EXEC CICS SEND TEXT
009440         FROM('CTB320 - SESSION ENDED')
009450         ERASE
009460         FREEKB
009470     END-EXEC
009480     EXEC CICS RETURN
009490     END-EXEC
009500     .
009510 9000-EXIT.
009520     EXIT.
