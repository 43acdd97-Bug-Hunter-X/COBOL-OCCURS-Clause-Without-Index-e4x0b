000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTB651.
000030 AUTHOR. D L MERRIMAN.
000040 INSTALLATION. DAILY LEDGER OPERATIONS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*                                                                *
000090*   PROGRAM      CTB651                                          *
000100*   DESCRIPTION   ONE-TIME RELOAD OF THE CTBMTDH CLOSED-MONTH    *
000110*                 HISTORY FILE FROM ITS ORIGINAL 62-BYTE ROW TO  *
000120*                 THE 91-BYTE CTB1MH ROW THAT CARRIES THE        *
000130*                 PRIOR-PERIOD ADJUSTMENT AND BRANCH MERGER      *
000140*                 FIELDS.  EVERY OLD ROW IS COPIED ACROSS UNDER  *
000150*                 THE SAME KEY WITH NO ADJUSTMENTS AND NO MERGER *
000160*                 MARK.  RUN ONCE, BEFORE THE FIRST RUN OF       *
000170*                 CTB320, CTB350, CTB650, CTB660 OR CTB670       *
000180*                 AGAINST THE WIDER ROW:                         *
000190*                   1. RENAME (OR REPRO) THE EXISTING CTBMTDH    *
000200*                      CLUSTER TO CTBMTDHO.                      *
000210*                   2. DEFINE A NEW CTBMTDH CLUSTER, KEYS(15 0), *
000220*                      RECORDSIZE(91 91).                        *
000230*                   3. RUN CTB651.  IT ENDS RC 16 IF EITHER FILE *
000240*                      WILL NOT OPEN OR A ROW WILL NOT LOAD.     *
000250*                   4. CHECK THE ROWS READ AND WRITTEN AGREE,    *
000260*                      THEN DELETE CTBMTDHO.                     *
000270*                 A SECOND RUN RELOADS CTBMTDH FROM CTBMTDHO     *
000280*                 AGAIN, SO A FAILED LOAD IS SIMPLY RERUN.       *
000290*                                                                *
000300*   MODIFICATION HISTORY                                         *
000310*   -----------------------------------------------------------  *
000320*   DATE       INIT  DESCRIPTION                                 *
000330*   ---------- ----  ---------------------------------------     *
000340*   2026-10-15 DLM   ORIGINAL.                                   *
000350*                                                                *
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OLD-MONTH-HIST ASSIGN TO "CTBMTDHO"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS OH-KEY
000470         FILE STATUS IS WS-OLDHIST-STATUS.
000480*
000490     SELECT MONTH-HIST ASSIGN TO "CTBMTDH"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS MH-KEY
000530         FILE STATUS IS WS-MHIST-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570*    THE ORIGINAL CTB1MH ROW, AS CTB650 FIRST WROTE IT.
000580 FD  OLD-MONTH-HIST.
000590 01  OLD-MONTH-HIST-RECORD.
000600     05  OH-KEY.
000610         10  OH-CLOSE-MONTH          PIC X(06).
000620         10  OH-PERIOD-INDEX         PIC 9(5).
000630         10  OH-BRANCH-CODE          PIC X(04).
000640     05  OH-MTD-COUNT                PIC 9(5).
000650     05  OH-MTD-AMOUNT               PIC 9(11)V99.
000660     05  OH-POSTING-DAYS             PIC 9(3).
000670     05  OH-LAST-POST-DATE           PIC X(08).
000680     05  OH-CLOSE-DATE               PIC X(08).
000690     05  FILLER                      PIC X(10).
000700*
000710 FD  MONTH-HIST.
000720     COPY CTB1MH.
000730*
000740 WORKING-STORAGE SECTION.
000750 01  WS-FILE-STATUS-FIELDS.
000760     05  WS-OLDHIST-STATUS           PIC X(02) VALUE SPACES.
000770     05  WS-MHIST-STATUS             PIC X(02) VALUE SPACES.
000780*
000790 01  WS-SWITCHES.
000800     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
000810         88  WS-EOF-YES                  VALUE 'Y'.
000820         88  WS-EOF-NO                   VALUE 'N'.
000830*
000840 01  WS-RELOAD-COUNTS.
000850     05  WS-READ-COUNT               PIC 9(7) VALUE 0.
000860     05  WS-WRITE-COUNT              PIC 9(7) VALUE 0.
000870*
000880 PROCEDURE DIVISION.
000890******************************************************************
000900*    0000-MAINLINE                                               *
000910******************************************************************
000920 0000-MAINLINE.
000930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000940     PERFORM 2000-RELOAD-ROW THRU 2000-EXIT
000950         UNTIL WS-EOF-YES
000960     PERFORM 9000-TERMINATE THRU 9000-EXIT
000970     GOBACK.
000980*
000990******************************************************************
001000*    1000-INITIALIZE                                             *
001010******************************************************************
001020 1000-INITIALIZE.
001030     OPEN INPUT OLD-MONTH-HIST
001040     IF WS-OLDHIST-STATUS NOT = '00'
001050         DISPLAY 'CTB651A - CTBMTDHO WOULD NOT OPEN - STATUS = '
001060             WS-OLDHIST-STATUS ' - ABORTING'
001070         MOVE 16 TO RETURN-CODE
001080         GOBACK
001090     END-IF
001100     OPEN OUTPUT MONTH-HIST
001110     IF WS-MHIST-STATUS NOT = '00'
001120         DISPLAY 'CTB651A - CTBMTDH WOULD NOT OPEN - STATUS = '
001130             WS-MHIST-STATUS ' - ABORTING'
001140         CLOSE OLD-MONTH-HIST
001150         MOVE 16 TO RETURN-CODE
001160         GOBACK
001170     END-IF
001180     .
001190 1000-EXIT.
001200     EXIT.
001210*
001220******************************************************************
001230*    2000-RELOAD-ROW - COPY ONE OLD ROW INTO THE WIDER LAYOUT.   *
001240*                      THE OLD FILE IS READ IN KEY ORDER, SO THE *
001250*                      NEW ONE IS LOADED IN KEY ORDER TOO.       *
001260******************************************************************
001270 2000-RELOAD-ROW.
001280     READ OLD-MONTH-HIST
001290         AT END
001300             SET WS-EOF-YES TO TRUE
001310             GO TO 2000-EXIT
001320     END-READ
001321     IF WS-OLDHIST-STATUS NOT = '00'
001322         DISPLAY 'CTB651A - CTBMTDHO READ FAILED - STATUS = '
001323             WS-OLDHIST-STATUS ' - ABORTING'
001324         CLOSE OLD-MONTH-HIST
001325         CLOSE MONTH-HIST
001326         MOVE 16 TO RETURN-CODE
001327         GOBACK
001328     END-IF
001330     ADD 1 TO WS-READ-COUNT
001340     MOVE SPACES TO CTB1MH-MONTH-HIST-RECORD
001350     MOVE OH-CLOSE-MONTH TO MH-CLOSE-MONTH
001360     MOVE OH-PERIOD-INDEX TO MH-PERIOD-INDEX
001370     MOVE OH-BRANCH-CODE TO MH-BRANCH-CODE
001380     MOVE OH-MTD-COUNT TO MH-MTD-COUNT
001390     MOVE OH-MTD-AMOUNT TO MH-MTD-AMOUNT
001400     MOVE OH-POSTING-DAYS TO MH-POSTING-DAYS
001410     MOVE OH-LAST-POST-DATE TO MH-LAST-POST-DATE
001420     MOVE OH-CLOSE-DATE TO MH-CLOSE-DATE
001430     MOVE 0 TO MH-ADJ-COUNT
001440     MOVE 0 TO MH-ADJ-AMOUNT
001450     MOVE 0 TO MH-ADJ-ENTRIES
001460     MOVE SPACES TO MH-LAST-ADJ-DATE
001470     MOVE SPACES TO MH-MERGE-BRANCH
001480     SET MH-MERGE-NONE TO TRUE
001490     WRITE CTB1MH-MONTH-HIST-RECORD
001500         INVALID KEY
001510             DISPLAY 'CTB651A - CTBMTDH WRITE FAILED - STATUS = '
001520                 WS-MHIST-STATUS ' - KEY ' MH-KEY ' - ABORTING'
001530             CLOSE OLD-MONTH-HIST
001540             CLOSE MONTH-HIST
001550             MOVE 16 TO RETURN-CODE
001560             GOBACK
001570     END-WRITE
001580     ADD 1 TO WS-WRITE-COUNT
001590     .
001600 2000-EXIT.
001610     EXIT.
001620*
001630******************************************************************
001640*    9000-TERMINATE                                              *
001650******************************************************************
001660 9000-TERMINATE.
001670     CLOSE OLD-MONTH-HIST
001680     CLOSE MONTH-HIST
001690     DISPLAY 'CTB651I - END OF RUN.  CTBMTDHO ROWS READ = '
001700         WS-READ-COUNT ', CTBMTDH ROWS WRITTEN = ' WS-WRITE-COUNT
001710     .
001720 9000-EXIT.
001730     EXIT.
