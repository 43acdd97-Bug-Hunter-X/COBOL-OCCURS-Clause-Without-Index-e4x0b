000010******************************************************************
000020*   COPYBOOK      CTB1MG                                        *
000030*   DESCRIPTION    BRANCH MERGER REGISTER ROW, HELD IN THE KEYED *
000040*                  CTBMERG FILE.  ONE ROW PER RETIRING BRANCH    *
000050*                  CODE, KEYED ON CTBBMNT BY A CTB350 MERGE      *
000060*                  CARD NAMING THE SUCCESSOR CODE, THE           *
000070*                  EFFECTIVE DATE, AND THE NUMBER OF DAYS OLD-   *
000080*                  CODE TRANSACTIONS ARE REDIRECTED.  ON THE     *
000090*                  EFFECTIVE DATE CTB350 MOVES THE RETIRING      *
000100*                  BRANCH'S CTBMTD ROWS UNDER THE SUCCESSOR AND  *
000110*                  MARKS THE ROW CONSOLIDATED WITH THE FIGURES   *
000120*                  MOVED.  CTB100 REDIRECTS THE OLD CODE TO THE  *
000130*                  SUCCESSOR FROM THE EFFECTIVE DATE THROUGH     *
000140*                  MG-REDIRECT-END-DATE, AND THE STATEMENTS      *
000150*                  NAME THE MERGER FROM THIS FILE.               *
000160*   MODIFICATION HISTORY                                        *
000170*   DATE       INIT  DESCRIPTION                                *
000180*   ---------- ----  ---------------------------------------    *
000190*   2026-10-15 DLM   ORIGINAL.                                   *
000200******************************************************************
000210 01  CTB1MG-MERGE-RECORD.
000220     05  MG-RETIRING-CODE            PIC X(04).
000230     05  MG-SUCCESSOR-CODE           PIC X(04).
000240     05  MG-EFFECTIVE-DATE           PIC X(08).
000250     05  MG-WINDOW-DAYS              PIC 9(3).
000260     05  MG-REDIRECT-END-DATE        PIC X(08).
000270     05  MG-STATUS                   PIC X(01).
000280         88  MG-PENDING                  VALUE 'P'.
000290         88  MG-CONSOLIDATED             VALUE 'C'.
000300     05  MG-KEYED-DATE               PIC X(08).
000310     05  MG-CONSOLIDATED-DATE        PIC X(08).
000320     05  MG-ROWS-MOVED               PIC 9(5).
000330     05  MG-COUNT-MOVED              PIC 9(7).
000340     05  MG-AMOUNT-MOVED             PIC 9(11)V99.
000350     05  MG-HIST-ROWS-MARKED         PIC 9(5).
000360     05  FILLER                      PIC X(06).
