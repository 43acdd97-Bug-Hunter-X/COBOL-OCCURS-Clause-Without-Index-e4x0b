000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTB310.
000030 AUTHOR. D L MERRIMAN.
000040 INSTALLATION. DAILY LEDGER OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   PROGRAM      CTB310                                          *
000100*   DESCRIPTION   PSEUDO-CONVERSATIONAL CICS TRANSACTION (CTBQ)  *
000110*                 OVER THE CTBWKQ RECYCLE AND HOLD WORK QUEUE    *
000120*                 THAT CTB305 LOADS EACH NIGHT.  THE OPERATOR    *
000130*                 PAGES THROUGH THE PENDING ITEMS TEN AT A TIME, *
000140*                 FILTERED BY BRANCH, ITEM TYPE AND REASON, AND  *
000150*                 KEYS AN ITEM TO WORK IT - PF5 CORRECTS THE     *
000160*                 SLOT, BRANCH, AMOUNT OR TYPE ON A RECYCLE      *
000170*                 REJECT, PF6 RELEASES AND PF9 DECLINES A        *
000180*                 REVIEW HOLD.  EVERY ACTION IS CHECKED AGAINST  *
000190*                 CTBOPAUT THE SAME WAY CTB300 CHECKS A SLOT     *
000200*                 CORRECTION - A HOLD DECISION NEEDS A           *
000210*                 SUPERVISOR ROW - AND IS LOGGED TO CTBAUDIT     *
000220*                 UNDER THE ITEM KEY, REFUSALS INCLUDED.  CTB315 *
000230*                 TURNS THE ACTIONED ITEMS INTO THE NEXT RUN'S   *
000240*                 CTBRCYIN/CTBHLDIN.                             *
000250*                                                                *
000260*   MODIFICATION HISTORY                                         *
000270*   -----------------------------------------------------------  *
000280*   DATE       INIT  DESCRIPTION                                 *
000290*   ---------- ----  ---------------------------------------     *
000300*   2026-10-15 DLM   ORIGINAL.                                   *
000310*                                                                *
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370*
000380 DATA DIVISION.
000390 WORKING-STORAGE SECTION.
000400     COPY CTBQM.
000410*
000420     COPY DFHAID.
000430*
000440     COPY CTB1WQ.
000450*
000460     COPY CTB1AU.
000470*
000480     COPY CTB1BM.
000490*
000500     COPY CTB1OP.
000510*
000520 01  WS-MAPSET-NAME              PIC X(08) VALUE 'CTBQMS'.
000530 01  WS-MAP-NAME                 PIC X(08) VALUE 'CTBQM'.
000540*
000550 01  WS-RESP-CODE                PIC S9(08) COMP.
000560*
000570 01  WS-ABSTIME                  PIC S9(15) COMP.
000580 01  WS-TIME-FIELDS.
000590     05  WS-DATE-OUT             PIC X(08).
000600     05  WS-TIME-OUT             PIC X(08).
000610     05  WS-AUDIT-TIMESTAMP      PIC X(26) VALUE SPACES.
000620*
000630 01  WS-WORK-SWITCHES.
000640     05  WS-BROWSE-SW            PIC X(01) VALUE 'N'.
000650         88  WS-BROWSE-DONE          VALUE 'Y'.
000660         88  WS-BROWSE-ACTIVE        VALUE 'N'.
000670     05  WS-ITEM-MATCH-SW        PIC X(01) VALUE 'N'.
000680         88  WS-ITEM-MATCHES         VALUE 'Y'.
000690         88  WS-ITEM-SKIPPED         VALUE 'N'.
000700     05  WS-AUTHORITY-SW         PIC X(01) VALUE 'N'.
000710         88  WS-AUTH-GRANTED         VALUE 'Y'.
000720         88  WS-AUTH-DENIED          VALUE 'N'.
000730     05  WS-SUPERVISOR-NEEDED-SW PIC X(01) VALUE 'N'.
000740         88  WS-SUPERVISOR-NEEDED    VALUE 'Y'.
000750         88  WS-ANY-AUTHORITY        VALUE 'N'.
000760*
000770 01  WS-AUTHORITY-WORK-FIELDS.
000780     05  WS-AUTH-BRANCH          PIC X(04) VALUE SPACES.
000790     05  WS-DECLINE-MSG          PIC X(60) VALUE SPACES.
000800*
000810 01  WS-LIST-WORK-FIELDS.
000820     05  WS-BROWSE-KEY           PIC X(08) VALUE LOW-VALUES.
000830     05  WS-LIST-COUNT           PIC 9(2) COMP VALUE 0.
000840     05  WS-LIST-SUB             PIC 9(2) COMP VALUE 0.
000850     05  WS-REASON-LEN           PIC 9(2) COMP VALUE 0.
000860     05  WS-RPT-COUNT            PIC Z9.
000870     05  WS-RPT-PAGE             PIC ZZ9.
000880*
000890 01  WS-LIST-LINE.
000900     05  LL-ITEM-KEY             PIC X(08).
000910     05  FILLER                  PIC X(02) VALUE SPACES.
000920     05  LL-SLOT                 PIC 9(05).
000930     05  FILLER                  PIC X(01) VALUE SPACES.
000940     05  LL-BRANCH               PIC X(04).
000950     05  FILLER                  PIC X(02) VALUE SPACES.
000960     05  LL-AMOUNT               PIC ZZZZZZ9.99.
000970     05  FILLER                  PIC X(02) VALUE SPACES.
000980     05  LL-TYPE                 PIC X(01).
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  LL-REASON               PIC X(30).
001010     05  FILLER                  PIC X(01) VALUE SPACES.
001020     05  LL-STATUS               PIC X(01).
001030     05  FILLER                  PIC X(02) VALUE SPACES.
001040     05  LL-LOAD-DATE            PIC X(08).
001050*
001060 01  WS-EDIT-FIELDS.
001070     05  WS-ITEM-KEY             PIC X(08) VALUE SPACES.
001080     05  WS-NEW-INDEX-X          PIC X(05) VALUE SPACES.
001090     05  WS-NEW-INDEX-N REDEFINES WS-NEW-INDEX-X
001100                                 PIC 9(05).
001110     05  WS-NEW-AMOUNT-X         PIC X(09) VALUE SPACES.
001120     05  WS-NEW-AMOUNT-N REDEFINES WS-NEW-AMOUNT-X
001130                                 PIC 9(7)V99.
001140     05  WS-NEW-BRANCH           PIC X(04) VALUE SPACES.
001150     05  WS-NEW-TYPE             PIC X(01) VALUE SPACES.
001160         88  WS-NEW-TYPE-VALID       VALUE 'P' ' ' 'R' 'X'.
001170*
001180 01  WS-COMM-AREA.
001190     05  CA-FILTER-BRANCH        PIC X(04).
001200     05  CA-FILTER-TYPE          PIC X(01).
001210     05  CA-FILTER-REASON        PIC X(30).
001220     05  CA-PAGE-NUMBER          PIC 9(03).
001230     05  CA-NEXT-KEY             PIC X(08).
001240     05  CA-MORE-SW              PIC X(01).
001250         88  CA-MORE-ITEMS           VALUE 'Y'.
001260         88  CA-NO-MORE-ITEMS        VALUE 'N'.
001270     05  CA-SELECTED-KEY         PIC X(08).
001280     05  CA-PAGE-KEY             PIC X(08) OCCURS 100 TIMES.
001290*
001300 LINKAGE SECTION.
001310 01  DFHCOMMAREA.
001320     05  CA-QUEUE-STATE-LK       PIC X(855).
001330*
001340 PROCEDURE DIVISION.
001350******************************************************************
001360*    0000-MAINLINE - STANDARD PSEUDO-CONVERSATIONAL DISPATCH.    *
001370*                    EIBCALEN = 0 MEANS THIS IS THE FIRST        *
001380*                    ENTRY TO THE CONVERSATION; OTHERWISE THE    *
001390*                    COMMAREA CARRIES THE FILTERS, THE PAGE      *
001400*                    POSITION AND THE LAST ITEM DISPLAYED.       *
001410******************************************************************
001420 0000-MAINLINE.
001430     IF EIBCALEN = 0
001440         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001450     ELSE
001460         MOVE CA-QUEUE-STATE-LK TO WS-COMM-AREA
001470         EVALUATE EIBAID
001480             WHEN DFHENTER
001490                 PERFORM 2000-LIST-ITEMS THRU 2000-EXIT
001500             WHEN DFHPF7
001510                 PERFORM 2600-PAGE-BACK THRU 2600-EXIT
001520             WHEN DFHPF8
001530                 PERFORM 2700-PAGE-FORWARD THRU 2700-EXIT
001540             WHEN DFHPF5
001550                 PERFORM 3000-CORRECT-REJECT THRU 3000-EXIT
001560             WHEN DFHPF6
001570                 PERFORM 4000-RELEASE-HOLD THRU 4000-EXIT
001580             WHEN DFHPF9
001590                 PERFORM 4500-DECLINE-HOLD THRU 4500-EXIT
001600             WHEN DFHPF3
001610                 PERFORM 9000-END-SESSION THRU 9000-EXIT
001620             WHEN OTHER
001630                 PERFORM 8000-INVALID-KEY THRU 8000-EXIT
001640         END-EVALUATE
001650     END-IF
001660     EXEC CICS RETURN
001670         TRANSID('CTBQ')
001680         COMMAREA(WS-COMM-AREA)
001690     END-EXEC
001700     GOBACK.
001710*
001720******************************************************************
001730*    1000-SEND-INITIAL-MAP - FIRST SCREEN OF THE CONVERSATION -  *
001740*                            THE FIRST PAGE OF EVERY PENDING     *
001750*                            ITEM, UNFILTERED.                   *
001760******************************************************************
001770 1000-SEND-INITIAL-MAP.
001780     MOVE LOW-VALUES TO CTBQMO
001790     MOVE SPACES TO WS-COMM-AREA
001800     MOVE 1 TO CA-PAGE-NUMBER
001810     MOVE LOW-VALUES TO CA-PAGE-KEY(1)
001820     PERFORM 2100-BUILD-PAGE THRU 2100-EXIT
001830     PERFORM 2800-PAGE-MESSAGE THRU 2800-EXIT
001840     MOVE -1 TO FBRNCHL
001850     EXEC CICS SEND MAP(WS-MAP-NAME)
001860         MAPSET(WS-MAPSET-NAME)
001870         ERASE
001880         CURSOR
001890     END-EXEC
001900     .
001910 1000-EXIT.
001920     EXIT.
001930*
001940******************************************************************
001950*    1100-RECEIVE-SCREEN - RECEIVE THE MAP AND TURN ANY FIELD    *
001960*                          THE TERMINAL DID NOT SEND BACK INTO   *
001970*                          SPACES.  A PF KEY WITH NOTHING KEYED  *
001980*                          RETURNS MAPFAIL, WHICH IS NOT AN      *
001990*                          ERROR HERE.                           *
002000******************************************************************
002010 1100-RECEIVE-SCREEN.
002020     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
002030         MAPSET(WS-MAPSET-NAME)
002040         RESP(WS-RESP-CODE)
002050     END-EXEC
002060     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002070         MOVE LOW-VALUES TO CTBQMI
002080     END-IF
002090     INSPECT FBRNCHI REPLACING ALL LOW-VALUE BY SPACE
002100     INSPECT FTYPEI REPLACING ALL LOW-VALUE BY SPACE
002110     INSPECT FRSNI REPLACING ALL LOW-VALUE BY SPACE
002120     INSPECT ITEMI REPLACING ALL LOW-VALUE BY SPACE
002130     INSPECT NEWIDXI REPLACING ALL LOW-VALUE BY SPACE
002140     INSPECT NEWBRI REPLACING ALL LOW-VALUE BY SPACE
002150     INSPECT NEWAMTI REPLACING ALL LOW-VALUE BY SPACE
002160     INSPECT NEWTYPI REPLACING ALL LOW-VALUE BY SPACE
002170     MOVE ITEMI TO WS-ITEM-KEY
002180     .
002190 1100-EXIT.
002200     EXIT.
002210*
002220******************************************************************
002230*    2000-LIST-ITEMS - ENTER TAKES THE FILTERS AS KEYED AND      *
002240*                      RESTARTS THE LIST AT PAGE ONE.  AN ITEM   *
002250*                      KEY ON THE SCREEN IS ALSO LOOKED UP AND   *
002260*                      ITS CURRENT FIGURES SHOWN FOR EDITING.    *
002270******************************************************************
002280 2000-LIST-ITEMS.
002290     PERFORM 1100-RECEIVE-SCREEN THRU 1100-EXIT
002300     IF FTYPEI NOT = SPACE AND FTYPEI NOT = 'R'
002310             AND FTYPEI NOT = 'H'
002320         MOVE 'ITEM TYPE FILTER MUST BE R, H OR BLANK' TO MSGO
002330         GO TO 2000-SEND
002340     END-IF
002350     MOVE FBRNCHI TO CA-FILTER-BRANCH
002360     MOVE FTYPEI TO CA-FILTER-TYPE
002370     MOVE FRSNI TO CA-FILTER-REASON
002380     MOVE 1 TO CA-PAGE-NUMBER
002390     MOVE LOW-VALUES TO CA-PAGE-KEY(1)
002400     PERFORM 2100-BUILD-PAGE THRU 2100-EXIT
002410     PERFORM 2800-PAGE-MESSAGE THRU 2800-EXIT
002420     IF WS-ITEM-KEY NOT = SPACES
002430         PERFORM 2500-SHOW-ITEM THRU 2500-EXIT
002440     ELSE
002450         MOVE SPACES TO CA-SELECTED-KEY
002460     END-IF
002470     .
002480 2000-SEND.
002490     EXEC CICS SEND MAP(WS-MAP-NAME)
002500         MAPSET(WS-MAPSET-NAME)
002510         DATAONLY
002520     END-EXEC
002530     .
002540 2000-EXIT.
002550     EXIT.
002560*
002570******************************************************************
002580*    2100-BUILD-PAGE - BROWSE CTBWKQ FROM THE CURRENT PAGE'S     *
002590*                      START KEY AND FILL THE TEN LIST LINES     *
002600*                      WITH PENDING ITEMS THAT PASS THE FILTERS. *
002610*                      AN ELEVENTH MATCH MEANS THERE IS ANOTHER  *
002620*                      PAGE, AND ITS KEY STARTS THAT PAGE.       *
002630******************************************************************
002640 2100-BUILD-PAGE.
002650     PERFORM 2110-CLEAR-LINE THRU 2110-EXIT
002660         VARYING WS-LIST-SUB FROM 1 BY 1 UNTIL WS-LIST-SUB > 10
002670     MOVE 0 TO WS-LIST-COUNT
002680     SET CA-NO-MORE-ITEMS TO TRUE
002690     MOVE SPACES TO CA-NEXT-KEY
002700     PERFORM 2150-FIND-REASON-LENGTH THRU 2150-EXIT
002710     MOVE CA-PAGE-KEY(CA-PAGE-NUMBER) TO WS-BROWSE-KEY
002720     SET WS-BROWSE-ACTIVE TO TRUE
002730     EXEC CICS STARTBR FILE('CTBWKQ')
002740         RIDFLD(WS-BROWSE-KEY)
002750         GTEQ
002760         RESP(WS-RESP-CODE)
002770     END-EXEC
002780     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
002790         GO TO 2100-EXIT
002800     END-IF
002810     PERFORM 2200-READ-NEXT-ITEM THRU 2200-EXIT
002820         UNTIL WS-BROWSE-DONE
002830     EXEC CICS ENDBR FILE('CTBWKQ')
002840     END-EXEC
002850     .
002860 2100-EXIT.
002870     EXIT.
002880*
002890 2110-CLEAR-LINE.
002900     MOVE SPACES TO LISTO(WS-LIST-SUB)
002910     .
002920 2110-EXIT.
002930     EXIT.
002940*
002950******************************************************************
002960*    2150-FIND-REASON-LENGTH - THE REASON FILTER MATCHES ON AS   *
002970*                              MANY LEADING CHARACTERS AS WERE   *
002980*                              KEYED, SO "BRANCH" FINDS EVERY    *
002990*                              BRANCH REJECT REASON.             *
003000******************************************************************
003010 2150-FIND-REASON-LENGTH.
003020     MOVE 30 TO WS-REASON-LEN
003030     PERFORM 2160-BACK-UP-ONE THRU 2160-EXIT
003040         UNTIL WS-REASON-LEN = 0
003050             OR CA-FILTER-REASON(WS-REASON-LEN:1) NOT = SPACE
003060     .
003070 2150-EXIT.
003080     EXIT.
003090*
003100 2160-BACK-UP-ONE.
003110     SUBTRACT 1 FROM WS-REASON-LEN
003120     .
003130 2160-EXIT.
003140     EXIT.
003150*
003160 2200-READ-NEXT-ITEM.
003170     EXEC CICS READNEXT FILE('CTBWKQ')
003180         INTO(CTB1WQ-QUEUE-RECORD)
003190         RIDFLD(WS-BROWSE-KEY)
003200         RESP(WS-RESP-CODE)
003210     END-EXEC
003220     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
003230         SET WS-BROWSE-DONE TO TRUE
003240         GO TO 2200-EXIT
003250     END-IF
003260     PERFORM 2300-APPLY-FILTERS THRU 2300-EXIT
003270     IF WS-ITEM-SKIPPED
003280         GO TO 2200-EXIT
003290     END-IF
003300     IF WS-LIST-COUNT = 10
003310         SET CA-MORE-ITEMS TO TRUE
003320         MOVE WQ-KEY TO CA-NEXT-KEY
003330         SET WS-BROWSE-DONE TO TRUE
003340         GO TO 2200-EXIT
003350     END-IF
003360     ADD 1 TO WS-LIST-COUNT
003370     PERFORM 2400-FORMAT-LINE THRU 2400-EXIT
003380     .
003390 2200-EXIT.
003400     EXIT.
003410*
003420******************************************************************
003430*    2300-APPLY-FILTERS - ONLY PENDING ITEMS (OPEN, OR CORRECTED *
003440*                         BUT NOT YET SUBMITTED) ARE LISTED, AND *
003450*                         ONLY THOSE MATCHING EVERY FILTER KEYED.*
003460******************************************************************
003470 2300-APPLY-FILTERS.
003480     SET WS-ITEM-SKIPPED TO TRUE
003490     IF WQ-CONTROL-ROW OR NOT WQ-PENDING
003500         GO TO 2300-EXIT
003510     END-IF
003520     IF CA-FILTER-BRANCH NOT = SPACES
003530             AND CA-FILTER-BRANCH NOT = WQ-BRANCH-CODE
003540         GO TO 2300-EXIT
003550     END-IF
003560     IF CA-FILTER-TYPE NOT = SPACE
003570             AND CA-FILTER-TYPE NOT = WQ-ITEM-TYPE
003580         GO TO 2300-EXIT
003590     END-IF
003600     IF WS-REASON-LEN > 0
003610         IF WQ-REASON(1:WS-REASON-LEN) NOT =
003620                 CA-FILTER-REASON(1:WS-REASON-LEN)
003630             GO TO 2300-EXIT
003640         END-IF
003650     END-IF
003660     SET WS-ITEM-MATCHES TO TRUE
003670     .
003680 2300-EXIT.
003690     EXIT.
003700*
003710 2400-FORMAT-LINE.
003720     MOVE WQ-KEY TO LL-ITEM-KEY
003730     MOVE WQ-INDEX-VALUE TO LL-SLOT
003740     MOVE WQ-BRANCH-CODE TO LL-BRANCH
003750     MOVE WQ-AMOUNT TO LL-AMOUNT
003760     MOVE WQ-RECORD-TYPE TO LL-TYPE
003770     MOVE WQ-REASON TO LL-REASON
003780     MOVE WQ-STATUS TO LL-STATUS
003790     MOVE WQ-LOAD-DATE TO LL-LOAD-DATE
003800     MOVE WS-LIST-LINE TO LISTO(WS-LIST-COUNT)
003810     .
003820 2400-EXIT.
003830     EXIT.
003840*
003850******************************************************************
003860*    2500-SHOW-ITEM - READ THE KEYED ITEM AND PUT ITS CURRENT    *
003870*                     FIGURES IN THE EDIT FIELDS.  ONLY AN ITEM  *
003880*                     SHOWN THIS WAY CAN BE CORRECTED, SO PF5    *
003890*                     ALWAYS STARTS FROM WHAT IS ON FILE.        *
003900******************************************************************
003910 2500-SHOW-ITEM.
003920     MOVE SPACES TO CA-SELECTED-KEY
003930     MOVE WS-ITEM-KEY TO WQ-KEY
003940     EXEC CICS READ FILE('CTBWKQ')
003950         INTO(CTB1WQ-QUEUE-RECORD)
003960         RIDFLD(WQ-KEY)
003970         RESP(WS-RESP-CODE)
003980     END-EXEC
003990     IF WS-RESP-CODE NOT = DFHRESP(NORMAL) OR WQ-CONTROL-ROW
004000         MOVE 'ITEM KEY NOT ON THE WORK QUEUE' TO MSGO
004010         GO TO 2500-EXIT
004020     END-IF
004030     MOVE WQ-INDEX-VALUE TO WS-NEW-INDEX-N
004040     MOVE WS-NEW-INDEX-X TO NEWIDXO
004050     MOVE WQ-BRANCH-CODE TO NEWBRO
004060     MOVE WQ-AMOUNT TO WS-NEW-AMOUNT-N
004070     MOVE WS-NEW-AMOUNT-X TO NEWAMTO
004080     MOVE WQ-RECORD-TYPE TO NEWTYPO
004090     EVALUATE TRUE
004100         WHEN NOT WQ-PENDING
004110             MOVE 'ITEM IS ALREADY CLOSED - NO ACTION ALLOWED'
004120                 TO MSGO
004130         WHEN WQ-RECYCLE-ITEM
004140             MOVE WQ-KEY TO CA-SELECTED-KEY
004150             MOVE 'RECYCLE REJECT - PF5 TO CORRECT'
004160                 TO MSGO
004170         WHEN WQ-OPEN
004180             MOVE WQ-KEY TO CA-SELECTED-KEY
004190             MOVE 'REVIEW HOLD - PF6 TO RELEASE, PF9 TO DECLINE'
004200                 TO MSGO
004210         WHEN OTHER
004220             MOVE 'HOLD ALREADY DECIDED - NO ACTION ALLOWED'
004230                 TO MSGO
004240     END-EVALUATE
004250     .
004260 2500-EXIT.
004270     EXIT.
004280*
004290******************************************************************
004300*    2600-PAGE-BACK - PF7 STEPS BACK ONE PAGE USING THE START    *
004310*                     KEY REMEMBERED FOR IT IN THE COMMAREA.     *
004320******************************************************************
004330 2600-PAGE-BACK.
004340     PERFORM 1100-RECEIVE-SCREEN THRU 1100-EXIT
004350     IF CA-PAGE-NUMBER > 1
004360         SUBTRACT 1 FROM CA-PAGE-NUMBER
004370         PERFORM 2100-BUILD-PAGE THRU 2100-EXIT
004380         PERFORM 2800-PAGE-MESSAGE THRU 2800-EXIT
004390     ELSE
004400         MOVE 'ALREADY ON THE FIRST PAGE' TO MSGO
004410     END-IF
004420     EXEC CICS SEND MAP(WS-MAP-NAME)
004430         MAPSET(WS-MAPSET-NAME)
004440         DATAONLY
004450     END-EXEC
004460     .
004470 2600-EXIT.
004480     EXIT.
004490*
004500******************************************************************
004506*    2700-PAGE-FORWARD - PF8 MOVES TO THE NEXT PAGE, WHOSE START *
004512*                        KEY THE LAST BUILD LEFT IN CA-NEXT-KEY. *
004518*                        THE PAGE TABLE IS NEVER EXPECTED TO     *
004524*                        FILL, BUT IF IT DOES THE OPERATOR IS    *
004530*                        TOLD SO RATHER THAN THAT THE QUEUE      *
004536*                        ENDED.                                  *
004542******************************************************************
004548 2700-PAGE-FORWARD.
004554     PERFORM 1100-RECEIVE-SCREEN THRU 1100-EXIT
004560     IF NOT CA-MORE-ITEMS
004566         MOVE 'NO MORE ITEMS - THIS IS THE LAST PAGE' TO MSGO
004572         GO TO 2700-SEND
004578     END-IF
004584     IF CA-PAGE-NUMBER NOT < 100
004590         MOVE 'PAGE LIMIT REACHED - NO FURTHER PAGES CAN BE SHOWN'
004596             TO MSGO
004602         GO TO 2700-SEND
004608     END-IF
004614     ADD 1 TO CA-PAGE-NUMBER
004620     MOVE CA-NEXT-KEY TO CA-PAGE-KEY(CA-PAGE-NUMBER)
004626     PERFORM 2100-BUILD-PAGE THRU 2100-EXIT
004632     PERFORM 2800-PAGE-MESSAGE THRU 2800-EXIT
004638     .
004644 2700-SEND.
004650     EXEC CICS SEND MAP(WS-MAP-NAME)
004656         MAPSET(WS-MAPSET-NAME)
004662         DATAONLY
004668     END-EXEC
004674     .
004680 2700-EXIT.
004700     EXIT.
004710*
004720 2800-PAGE-MESSAGE.
004730     MOVE CA-PAGE-NUMBER TO WS-RPT-PAGE
004740     MOVE WS-LIST-COUNT TO WS-RPT-COUNT
004750     MOVE SPACES TO MSGO
004760     IF WS-LIST-COUNT = 0
004770         MOVE 'NO PENDING ITEMS MATCH THE FILTERS' TO MSGO
004780         GO TO 2800-EXIT
004790     END-IF
004800     IF CA-MORE-ITEMS
004810         STRING 'PAGE ' DELIMITED BY SIZE
004820                 WS-RPT-PAGE DELIMITED BY SIZE
004830                 ' - ' DELIMITED BY SIZE
004840                 WS-RPT-COUNT DELIMITED BY SIZE
004850                 ' ITEMS SHOWN - PF8 FOR MORE' DELIMITED BY SIZE
004860             INTO MSGO
004870     ELSE
004880         STRING 'PAGE ' DELIMITED BY SIZE
004890                 WS-RPT-PAGE DELIMITED BY SIZE
004900                 ' - ' DELIMITED BY SIZE
004910                 WS-RPT-COUNT DELIMITED BY SIZE
004920                 ' ITEMS SHOWN - LAST PAGE' DELIMITED BY SIZE
004930             INTO MSGO
004940     END-IF
004950     .
004960 2800-EXIT.
004970     EXIT.
004980*
004990******************************************************************
005000*    3000-CORRECT-REJECT - PF5 TAKES THE FOUR EDIT FIELDS AS THE *
005010*                          CORRECTED FIGURES FOR THE RECYCLE ITEM*
005020*                          LAST SHOWN.  THE OPERATOR MUST HOLD   *
005030*                          BOTH THE ITEM'S BRANCH AND ANY NEW    *
005040*                          BRANCH, AND A NEW BRANCH MUST BE AN   *
005050*                          ACTIVE ONE ON CTBBRNCH.  THE ORIGINAL *
005060*                          REJECTED FIGURES STAY ON THE ITEM.    *
005070******************************************************************
005080 3000-CORRECT-REJECT.
005090     PERFORM 1100-RECEIVE-SCREEN THRU 1100-EXIT
005100     IF WS-ITEM-KEY = SPACES OR WS-ITEM-KEY NOT = CA-SELECTED-KEY
005110         MOVE 'PRESS ENTER TO SHOW THE ITEM BEFORE CORRECTING IT'
005120             TO MSGO
005130         GO TO 3000-SEND
005140     END-IF
005150     MOVE NEWIDXI TO WS-NEW-INDEX-X
005160     MOVE NEWAMTI TO WS-NEW-AMOUNT-X
005170     MOVE NEWBRI TO WS-NEW-BRANCH
005180     MOVE NEWTYPI TO WS-NEW-TYPE
005190     IF WS-NEW-INDEX-X NOT NUMERIC OR WS-NEW-INDEX-N = 0
005200         MOVE 'NEW SLOT MUST BE GREATER THAN ZERO' TO MSGO
005210         GO TO 3000-SEND
005220     END-IF
005230     IF WS-NEW-AMOUNT-X NOT NUMERIC
005240         MOVE 'NEW AMOUNT MUST BE NUMERIC' TO MSGO
005250         GO TO 3000-SEND
005260     END-IF
005270     IF NOT WS-NEW-TYPE-VALID
005280         MOVE 'NEW TYPE MUST BE P, R, X OR BLANK' TO MSGO
005290         GO TO 3000-SEND
005300     END-IF
005310     MOVE WS-NEW-BRANCH TO BM-BRANCH-CODE
005320     EXEC CICS READ FILE('CTBBRNCH')
005330         INTO(CTB1BM-BRANCH-RECORD)
005340         RIDFLD(BM-BRANCH-CODE)
005350         RESP(WS-RESP-CODE)
005360     END-EXEC
005370     IF WS-RESP-CODE NOT = DFHRESP(NORMAL) OR NOT BM-BRANCH-ACTIVE
005380         MOVE 'NEW BRANCH IS NOT AN ACTIVE BRANCH ON THE MASTER'
005390             TO MSGO
005400         GO TO 3000-SEND
005410     END-IF
005420     MOVE WS-ITEM-KEY TO WQ-KEY
005430     EXEC CICS READ FILE('CTBWKQ')
005440         INTO(CTB1WQ-QUEUE-RECORD)
005450         RIDFLD(WQ-KEY)
005460         UPDATE
005470         RESP(WS-RESP-CODE)
005480     END-EXEC
005490     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005500         MOVE 'ITEM KEY NOT ON THE WORK QUEUE' TO MSGO
005510         GO TO 3000-SEND
005520     END-IF
005530     IF NOT WQ-RECYCLE-ITEM OR NOT WQ-PENDING
005540         EXEC CICS UNLOCK FILE('CTBWKQ')
005550         END-EXEC
005560         MOVE 'ONLY A PENDING RECYCLE REJECT CAN BE CORRECTED'
005570             TO MSGO
005580         GO TO 3000-SEND
005590     END-IF
005600     SET WS-ANY-AUTHORITY TO TRUE
005610     MOVE WQ-BRANCH-CODE TO WS-AUTH-BRANCH
005620     PERFORM 3100-CHECK-AUTHORITY THRU 3100-EXIT
005630     IF WS-AUTH-GRANTED AND WS-NEW-BRANCH NOT = WQ-BRANCH-CODE
005640         MOVE WS-NEW-BRANCH TO WS-AUTH-BRANCH
005650         PERFORM 3100-CHECK-AUTHORITY THRU 3100-EXIT
005660     END-IF
005670     IF WS-AUTH-DENIED
005680         EXEC CICS UNLOCK FILE('CTBWKQ')
005690         END-EXEC
005700         PERFORM 5100-WRITE-DECLINED-AUDIT THRU 5100-EXIT
005710         MOVE WS-DECLINE-MSG TO MSGO
005720         GO TO 3000-SEND
005730     END-IF
005740     MOVE WS-NEW-INDEX-N TO WQ-INDEX-VALUE
005750     MOVE WS-NEW-BRANCH TO WQ-BRANCH-CODE
005760     MOVE WS-NEW-AMOUNT-N TO WQ-AMOUNT
005770     MOVE WS-NEW-TYPE TO WQ-RECORD-TYPE
005780     SET WQ-CORRECTED TO TRUE
005790     PERFORM 9500-BUILD-TIMESTAMP THRU 9500-EXIT
005800     MOVE EIBOPID TO WQ-ACTION-OPER
005810     MOVE WS-AUDIT-TIMESTAMP TO WQ-ACTION-TIMESTAMP
005820     EXEC CICS REWRITE FILE('CTBWKQ')
005830         FROM(CTB1WQ-QUEUE-RECORD)
005840     END-EXEC
005850     SET AU-CHANGE-QUEUE-CORRECTION TO TRUE
005860     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
005870     PERFORM 2100-BUILD-PAGE THRU 2100-EXIT
005880     MOVE 'REJECT CORRECTED AND LOGGED - RECYCLES ON THE NEXT RUN'
005890         TO MSGO
005900     .
005910 3000-SEND.
005920     EXEC CICS SEND MAP(WS-MAP-NAME)
005930         MAPSET(WS-MAPSET-NAME)
005940         DATAONLY
005950     END-EXEC
005960     .
005970 3000-EXIT.
005980     EXIT.
005990*
006000******************************************************************
006010*    3100-CHECK-AUTHORITY - THE OPERATOR MUST HOLD A CTBOPAUT    *
006020*                           ROW FOR WS-AUTH-BRANCH (OR *ALL).    *
006030*                           A HOLD DECISION ALSO NEEDS THAT ROW  *
006040*                           TO BE A SUPERVISOR ROW, THE SAME     *
006050*                           SIGN-OFF THE HAND RELEASE CARRIED IN *
006060*                           HD-RELEASE-OPER.                     *
006070******************************************************************
006080 3100-CHECK-AUTHORITY.
006090     SET WS-AUTH-DENIED TO TRUE
006100     MOVE EIBOPID TO OP-OPERATOR-ID
006110     MOVE WS-AUTH-BRANCH TO OP-BRANCH-CODE
006120     EXEC CICS READ FILE('CTBOPAUT')
006130         INTO(CTB1OP-AUTHORITY-RECORD)
006140         RIDFLD(OP-KEY)
006150         RESP(WS-RESP-CODE)
006160     END-EXEC
006170     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006180         MOVE EIBOPID TO OP-OPERATOR-ID
006190         MOVE '*ALL' TO OP-BRANCH-CODE
006200         EXEC CICS READ FILE('CTBOPAUT')
006210             INTO(CTB1OP-AUTHORITY-RECORD)
006220             RIDFLD(OP-KEY)
006230             RESP(WS-RESP-CODE)
006240         END-EXEC
006250     END-IF
006260     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006270         MOVE SPACES TO WS-DECLINE-MSG
006280         STRING 'NOT AUTHORIZED FOR BRANCH ' DELIMITED BY SIZE
006290                 WS-AUTH-BRANCH DELIMITED BY SIZE
006300                 ' - ACTION DECLINED' DELIMITED BY SIZE
006310             INTO WS-DECLINE-MSG
006320         GO TO 3100-EXIT
006330     END-IF
006340     IF WS-SUPERVISOR-NEEDED AND NOT OP-SUPERVISOR
006350         MOVE 'HOLD DECISIONS NEED A SUPERVISOR - ACTION DECLINED'
006360             TO WS-DECLINE-MSG
006370         GO TO 3100-EXIT
006380     END-IF
006390     SET WS-AUTH-GRANTED TO TRUE
006400     .
006410 3100-EXIT.
006420     EXIT.
006430*
006440******************************************************************
006450*    4000-RELEASE-HOLD - PF6 RELEASES THE REVIEW HOLD LAST SHOWN.*
006460******************************************************************
006470 4000-RELEASE-HOLD.
006480     PERFORM 1100-RECEIVE-SCREEN THRU 1100-EXIT
006490     PERFORM 4100-READ-OPEN-HOLD THRU 4100-EXIT
006500     IF WS-AUTH-DENIED
006510         GO TO 4000-SEND
006520     END-IF
006530     SET WQ-RELEASED TO TRUE
006540     PERFORM 4200-REWRITE-HOLD THRU 4200-EXIT
006550     SET AU-CHANGE-HOLD-RELEASE TO TRUE
006560     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
006570     PERFORM 2100-BUILD-PAGE THRU 2100-EXIT
006580     MOVE 'HOLD RELEASED AND LOGGED - IT POSTS ON THE NEXT RUN'
006590         TO MSGO
006600     .
006610 4000-SEND.
006620     EXEC CICS SEND MAP(WS-MAP-NAME)
006630         MAPSET(WS-MAPSET-NAME)
006640         DATAONLY
006650     END-EXEC
006660     .
006670 4000-EXIT.
006680     EXIT.
006690*
006700******************************************************************
006710*    4100-READ-OPEN-HOLD - SHARED BY PF6 AND PF9.  READS THE HOLD*
006720*                          LAST SHOWN FOR UPDATE AND CHECKS THE  *
006730*                          OPERATOR IS A SUPERVISOR FOR ITS      *
006740*                          BRANCH.  ANY FAILURE LEAVES THE       *
006750*                          MESSAGE IN MSGO AND WS-AUTH-DENIED SET*
006760*                          WITH NO RECORD HELD.                  *
006770******************************************************************
006780 4100-READ-OPEN-HOLD.
006790     SET WS-AUTH-DENIED TO TRUE
006800     IF WS-ITEM-KEY = SPACES OR WS-ITEM-KEY NOT = CA-SELECTED-KEY
006810         MOVE 'PRESS ENTER TO SHOW THE HOLD BEFORE DECIDING IT'
006820             TO MSGO
006830         GO TO 4100-EXIT
006840     END-IF
006850     MOVE WS-ITEM-KEY TO WQ-KEY
006860     EXEC CICS READ FILE('CTBWKQ')
006870         INTO(CTB1WQ-QUEUE-RECORD)
006880         RIDFLD(WQ-KEY)
006890         UPDATE
006900         RESP(WS-RESP-CODE)
006910     END-EXEC
006920     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006930         MOVE 'ITEM KEY NOT ON THE WORK QUEUE' TO MSGO
006940         GO TO 4100-EXIT
006950     END-IF
006960     IF NOT WQ-HOLD-ITEM OR NOT WQ-OPEN
006970         EXEC CICS UNLOCK FILE('CTBWKQ')
006980         END-EXEC
006990         MOVE 'ONLY AN OPEN HOLD CAN BE RELEASED OR DECLINED'
007000             TO MSGO
007010         GO TO 4100-EXIT
007020     END-IF
007030     SET WS-SUPERVISOR-NEEDED TO TRUE
007040     MOVE WQ-BRANCH-CODE TO WS-AUTH-BRANCH
007050     PERFORM 3100-CHECK-AUTHORITY THRU 3100-EXIT
007060     IF WS-AUTH-DENIED
007070         EXEC CICS UNLOCK FILE('CTBWKQ')
007080         END-EXEC
007090         PERFORM 5100-WRITE-DECLINED-AUDIT THRU 5100-EXIT
007100         MOVE WS-DECLINE-MSG TO MSGO
007110     END-IF
007120     .
007130 4100-EXIT.
007140     EXIT.
007150*
007160 4200-REWRITE-HOLD.
007170     PERFORM 9500-BUILD-TIMESTAMP THRU 9500-EXIT
007180     MOVE EIBOPID TO WQ-ACTION-OPER
007190     MOVE WS-AUDIT-TIMESTAMP TO WQ-ACTION-TIMESTAMP
007200     EXEC CICS REWRITE FILE('CTBWKQ')
007210         FROM(CTB1WQ-QUEUE-RECORD)
007220     END-EXEC
007230     .
007240 4200-EXIT.
007250     EXIT.
007260*
007270******************************************************************
007280*    4500-DECLINE-HOLD - PF9 DECLINES THE REVIEW HOLD LAST SHOWN.*
007290*                        A DECLINED HOLD IS NEVER SENT BACK TO   *
007300*                        CTB100.                                 *
007310******************************************************************
007320 4500-DECLINE-HOLD.
007330     PERFORM 1100-RECEIVE-SCREEN THRU 1100-EXIT
007340     PERFORM 4100-READ-OPEN-HOLD THRU 4100-EXIT
007350     IF WS-AUTH-DENIED
007360         GO TO 4500-SEND
007370     END-IF
007380     SET WQ-DECLINED TO TRUE
007390     PERFORM 4200-REWRITE-HOLD THRU 4200-EXIT
007400     SET AU-CHANGE-HOLD-DECLINE TO TRUE
007410     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
007420     PERFORM 2100-BUILD-PAGE THRU 2100-EXIT
007430     MOVE 'HOLD DECLINED AND LOGGED - IT WILL NOT BE POSTED'
007440         TO MSGO
007450     .
007460 4500-SEND.
007470     EXEC CICS SEND MAP(WS-MAP-NAME)
007480         MAPSET(WS-MAPSET-NAME)
007490         DATAONLY
007500     END-EXEC
007510     .
007520 4500-EXIT.
007530     EXIT.
007540*
007550******************************************************************
007560*    5000-WRITE-AUDIT-RECORD - APPEND ONE ROW TO THE AUDIT TRAIL *
007570*                              FOR THE QUEUE ACTION JUST TAKEN.  *
007580*                              THE CALLER SETS THE CHANGE TYPE.  *
007590*                              THE ROW CARRIES THE ITEM'S SLOT   *
007600*                              AND BRANCH AS THEY NOW STAND AND  *
007610*                              THE ITEM KEY, WHICH LEADS BACK TO *
007620*                              THE ORIGINAL FIGURES ON CTBWKQ.   *
007630******************************************************************
007640 5000-WRITE-AUDIT-RECORD.
007650     PERFORM 9500-BUILD-TIMESTAMP THRU 9500-EXIT
007660     MOVE WS-AUDIT-TIMESTAMP TO AU-TIMESTAMP
007670     MOVE 'CTB310' TO AU-PROGRAM-ID
007680     SET AU-SOURCE-ONLINE TO TRUE
007690     MOVE EIBOPID TO AU-OPERATOR-ID
007700     MOVE WQ-INDEX-VALUE TO AU-INDEX-VALUE
007710     MOVE WQ-BRANCH-CODE TO AU-BRANCH-CODE
007720     MOVE 0 TO AU-PRIOR-VALUE
007730     MOVE 0 TO AU-NEW-VALUE
007740     MOVE 0 TO AU-CYCLE-NUMBER
007750     MOVE WQ-KEY TO AU-WORK-ITEM-KEY
007760     EXEC CICS WRITE FILE('CTBAUDIT')
007770         FROM(CTB1AU-AUDIT-RECORD)
007780     END-EXEC
007790     .
007800 5000-EXIT.
007810     EXIT.
007820*
007830******************************************************************
007840*    5100-WRITE-DECLINED-AUDIT - A REFUSED ACTION LEAVES ITS OWN *
007850*                                ROW ON THE TRAIL - WHO TRIED AND*
007860*                                WHICH ITEM.                     *
007870******************************************************************
007880 5100-WRITE-DECLINED-AUDIT.
007890     SET AU-CHANGE-DECLINED TO TRUE
007900     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
007910     .
007920 5100-EXIT.
007930     EXIT.
007940*
007950******************************************************************
007960*    8000-INVALID-KEY - OPERATOR PRESSED A PF KEY WE DO NOT      *
007970*                       SUPPORT ON THIS SCREEN.                  *
007980******************************************************************
007990 8000-INVALID-KEY.
008000     MOVE 'INVALID KEY - USE ENTER, PF3, PF5-PF9'
008010         TO MSGO
008020     EXEC CICS SEND MAP(WS-MAP-NAME)
008030         MAPSET(WS-MAPSET-NAME)
008040         DATAONLY
008050     END-EXEC
008060     .
008070 8000-EXIT.
008080     EXIT.
008090*
008100******************************************************************
008110*    9000-END-SESSION - OPERATOR PRESSED PF3 - END THE           *
008120*                       CONVERSATION WITHOUT A NEXT TRANSID.     *
008130******************************************************************
008140 9000-END-SESSION.
008150     EXEC CICS SEND TEXT
008160         FROM('CTB310 - SESSION ENDED')
008170         ERASE
008180         FREEKB
008190     END-EXEC
008200     EXEC CICS RETURN
008210     END-EXEC
008220     .
008230 9000-EXIT.
008240     EXIT.
008250*
008260******************************************************************
008270*    9500-BUILD-TIMESTAMP - ASKTIME/FORMATTIME, AS IN CTB300.    *
008280******************************************************************
008290 9500-BUILD-TIMESTAMP.
008300     EXEC CICS ASKTIME
008310         ABSTIME(WS-ABSTIME)
008320     END-EXEC
008330     EXEC CICS FORMATTIME
008340         ABSTIME(WS-ABSTIME)
008350         YYYYMMDD(WS-DATE-OUT)
008360         TIME(WS-TIME-OUT)
008370     END-EXEC
008380     STRING WS-DATE-OUT DELIMITED BY SIZE
008390             '-' DELIMITED BY SIZE
008400             WS-TIME-OUT DELIMITED BY SIZE
008410         INTO WS-AUDIT-TIMESTAMP
008420     .
008430 9500-EXIT.
008440     EXIT.
