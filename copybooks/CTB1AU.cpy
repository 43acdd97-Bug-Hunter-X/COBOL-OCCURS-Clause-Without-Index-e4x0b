000100*   DATE       INIT  DESCRIPTION                                *
000110*   ---------- ----  ---------------------------------------    *
000120*   2026-08-09 DLM   ORIGINAL.                                   *
000130*   2026-08-21 DLM   ADDED THE BATCH REVERSAL AND BATCH REPLACE  *
000140*                    CHANGE TYPES SO A CORRECTION FEED'S ROWS    *
000150*                    READ DIFFERENTLY FROM ORDINARY POSTS.       *
000160*   2026-08-21 DLM   ADDED THE DECLINED-CORRECTION CHANGE TYPE   *
000170*                    SO A CTB300 CORRECTION REFUSED BY THE       *
000180*                    OPERATOR AUTHORITY CHECK LEAVES ITS OWN     *
000190*                    MARK ON THE TRAIL.                          *
000200*   2026-09-02 DLM   ADDED AU-CYCLE-NUMBER SO EVERY BATCH ROW    *
000210*                    NAMES THE INTRA-DAY POSTING CYCLE THAT      *
000220*                    WROTE IT.  ONLINE ROWS CARRY ZERO.          *
000230*   2026-09-02 DLM   ADDED THE BRANCH MAINTENANCE CHANGE TYPE    *
000240*                    FOR CTB350 - EVERY ADD, CHANGE, OR STATUS   *
000250*                    FLIP ON THE BRANCH MASTER NOW LEAVES ITS    *
000260*                    OWN ROW, PRIOR/NEW CARRYING THE ACTIVE      *
000270*                    SWITCH AS 0/1.                              *
000280*   2026-10-15 DLM   ADDED THE WORK QUEUE CHANGE TYPES FOR       *
000290*                    CTB310 - A RECYCLE REJECT CORRECTED, A      *
000300*                    REVIEW HOLD RELEASED, AND A REVIEW HOLD     *
000310*                    DECLINED - AND CARVED AU-WORK-ITEM-KEY OUT  *
000320*                    OF THE FILLER SO THE ROW NAMES THE QUEUE    *
000330*                    ITEM, WHOSE ORIGINAL FIGURES STAY ON        *
000340*                    CTBWKQ.                                     *
000350*   2026-10-15 DLM   ADDED THE PRIOR-PERIOD ADJUSTMENT CHANGE    *
000360*                    TYPE FOR CTB660 AND CARVED AU-ADJ-MONTH     *
000370*                    OUT OF THE FILLER FOR THE CLOSED MONTH      *
000380*                    ADJUSTED.  AN ADJUSTMENT ROW CARRIES ITS    *
000390*                    CARD REFERENCE IN AU-WORK-ITEM-KEY.         *
000400*   2026-10-15 DLM   ADDED THE BRANCH MERGE CHANGE TYPE FOR      *
000410*                    CTB350 - ONE ROW PER CTBMTD ROW MOVED FROM  *
000420*                    A RETIRING BRANCH TO ITS SUCCESSOR.  THE    *
000430*                    ROW CARRIES THE RETIRING CODE AND PERIOD,   *
000440*                    WITH THE SUCCESSOR CODE IN                  *
000450*                    AU-WORK-ITEM-KEY.                           *
000460*   2026-10-15 DLM   RESEQUENCED.                                *
000470******************************************************************
000480 01  CTB1AU-AUDIT-RECORD.
000490     05  AU-TIMESTAMP                PIC X(26).
000500     05  AU-PROGRAM-ID               PIC X(08).
000510     05  AU-SOURCE                   PIC X(08).
000520         88  AU-SOURCE-BATCH             VALUE 'BATCH   '.
000530         88  AU-SOURCE-ONLINE            VALUE 'ONLINE  '.
000540     05  AU-OPERATOR-ID              PIC X(08).
000550     05  AU-INDEX-VALUE              PIC 9(5).
000560     05  AU-BRANCH-CODE              PIC X(04).
000570     05  AU-PRIOR-VALUE              PIC 9(3).
000580     05  AU-NEW-VALUE                PIC 9(3).
000590     05  AU-CHANGE-TYPE              PIC X(01).
000600         88  AU-CHANGE-BATCH-POST        VALUE 'P'.
000610         88  AU-CHANGE-ONLINE-CORRECTION VALUE 'C'.
000620         88  AU-CHANGE-BATCH-REVERSAL    VALUE 'R'.
000630         88  AU-CHANGE-BATCH-REPLACE     VALUE 'X'.
000640         88  AU-CHANGE-DECLINED          VALUE 'D'.
000650         88  AU-CHANGE-BRANCH-MAINT      VALUE 'M'.
000660         88  AU-CHANGE-QUEUE-CORRECTION  VALUE 'Q'.
000670         88  AU-CHANGE-HOLD-RELEASE      VALUE 'L'.
000680         88  AU-CHANGE-HOLD-DECLINE      VALUE 'N'.
000690         88  AU-CHANGE-PERIOD-ADJUST     VALUE 'J'.
000700         88  AU-CHANGE-BRANCH-MERGE      VALUE 'G'.
000710     05  AU-CYCLE-NUMBER             PIC 9(2).
000720     05  AU-WORK-ITEM-KEY            PIC X(08) VALUE SPACES.
000730     05  AU-ADJ-MONTH                PIC X(06) VALUE SPACES.
000740     05  FILLER                      PIC X(04) VALUE SPACES.
