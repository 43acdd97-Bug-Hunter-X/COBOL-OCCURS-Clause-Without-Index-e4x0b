001930*                    PASSED - AN INVALID TRANSACTION BELONGS     *
001940*                    ON THE RECYCLE FILE, NOT WITH A             *
001950*                    SUPERVISOR.                                 *
001960*   2026-10-15 DLM   EVERY POST, REVERSAL, AND REPLACE IS NOW    *
001970*                    ALSO WRITTEN TO THE CTBLEDG POSTED-         *
001980*                    TRANSACTION LEDGER - RUN DATE, CYCLE, READ  *
001990*                    POSITION, SOURCE FILE, AMOUNT, AND ITS      *
002000*                    EFFECT ON THE SLOT - SO CTB150 CAN SHOW     *
002010*                    THE TRANSACTIONS BEHIND ANY SLOT'S TOTAL.   *
002020*   2026-10-15 DLM   A LIVE RUN NOW MARKS EVERY RELEASED BATCH   *
002030*                    ON THE CTBBREG BATCH REGISTER POSTED, WITH  *
002040*                    THE RUN DATE AND CYCLE, WHEN IT COMPLETES.  *
002050*   2026-10-15 DLM   EACH RUN NOW LOGS ITS START AND END TO      *
002060*                    CTBSTEPL.  A DATE ALREADY FINISHED CLEAN IS *
002070*                    REFUSED WITHOUT A CTBSTOVR OVERRIDE CARD.   *
002080*   2026-10-15 DLM   A TRANSACTION STILL KEYED WITH THE CODE OF  *
002090*                    A BRANCH MERGED AWAY ON THE CTBMERG         *
002100*                    REGISTER IS NOW REDIRECTED TO THE SUCCESSOR *
002110*                    FROM THE MERGER'S EFFECTIVE DATE TO THE END *
002120*                    OF ITS TRANSITION WINDOW, INSTEAD OF BEING  *
002130*                    REJECTED AS INACTIVE.  THE LEDGER ROW NAMES *
002140*                    THE OLD CODE IT CAME IN UNDER.              *
002150*                    RESEQUENCED.                                *
002151*   2026-10-15 DLM   THE STEP LOG IN-COUNT NO LONGER COUNTS      *
002152*                    RECYCLE AND RELEASED HELD READS TWICE -     *
002153*                    THEY ARE ALREADY IN THE TRANSACTION READ    *
002154*                    COUNT.  ONLY THE RECORDS HELD AGAIN ARE     *
002155*                    ADDED.                                      *
002157*   2026-10-15 DLM   RELEASED BATCHES ARE MARKED POSTED ON       *
002159*                    CTBBREG ONLY WHEN THE CONTROL TOTAL         *
002161*                    RECONCILES, SO CTB050 ACCEPTS THE RESEND    *
002163*                    OF A FAILED RUN'S BATCHES.  AN ABORT AFTER  *
002165*                    THE STEP LOG START ROW NOW WRITES THE END   *
002167*                    ROW WITH RC 16, SO CTB905 REPORTS THE STEP  *
002169*                    AS FAILED, NOT AS STILL RUNNING.            *
002171*                                                                *
002173******************************************************************
002180 ENVIRONMENT DIVISION.
002190 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. IBM-370.
002210 OBJECT-COMPUTER. IBM-370.
002220 INPUT-OUTPUT SECTION.
002230 FILE-CONTROL.
002240     SELECT TRANS-FILE ASSIGN TO "TRANSIN"
002250         ORGANIZATION IS SEQUENTIAL
002260         FILE STATUS IS WS-TRANS-STATUS.
002270*
002280     SELECT EXCEPT-RPT ASSIGN TO "EXCPRPT"
002290         ORGANIZATION IS SEQUENTIAL
002300         FILE STATUS IS WS-EXCEPT-STATUS.
002310*
002320     SELECT RESTART-FILE ASSIGN TO "CTBRSTRT"
002330         ORGANIZATION IS SEQUENTIAL
002340         FILE STATUS IS WS-RESTART-STATUS.
002350*
002360     SELECT AUDIT-FILE ASSIGN TO "CTBAUDIT"
002370         ORGANIZATION IS SEQUENTIAL
002380         FILE STATUS IS WS-AUDIT-STATUS.
002390*
002400     SELECT CONTROL-FILE ASSIGN TO "CTBCTRL"
002410         ORGANIZATION IS SEQUENTIAL
002420         FILE STATUS IS WS-CONTROL-STATUS.
002430*
002440     SELECT DISCREP-RPT ASSIGN TO "CTBDISCR"
002450         ORGANIZATION IS SEQUENTIAL
002460         FILE STATUS IS WS-DISCREP-STATUS.
002470*
002480*    KEYED SLOT MAINTENANCE FILE - REFRESHED EVERY CHECKPOINT SO
002490*    THE CTB300 ONLINE SCREEN CAN BROWSE AND CORRECT A SINGLE
002500*    PERIOD/BRANCH SLOT WITHOUT LOADING THE WHOLE CHECKPOINT.
002510     SELECT SLOT-FILE ASSIGN TO "CTBSLOT"
002520         ORGANIZATION IS INDEXED
002530         ACCESS MODE IS DYNAMIC
002540         RECORD KEY IS SL-KEY
002550         FILE STATUS IS WS-SLOT-STATUS.
002560*
002570*    REJECT RECYCLE FILES.  CTBRCYOT COLLECTS EVERY REJECTED
002580*    TRANSACTION IN MACHINE-READABLE FORM; A CORRECTED COPY FED
002590*    BACK AS CTBRCYIN IS REPOSTED AHEAD OF TRANSIN ON THE NEXT
002600*    RUN.  CTBRCYIN IS OPTIONAL - ABSENT MEANS A NORMAL FEED.
002610     SELECT RECYCLE-IN ASSIGN TO "CTBRCYIN"
002620         ORGANIZATION IS SEQUENTIAL
002630         FILE STATUS IS WS-RECYCI-STATUS.
002640*
002650     SELECT RECYCLE-OUT ASSIGN TO "CTBRCYOT"
002660         ORGANIZATION IS SEQUENTIAL
002670         FILE STATUS IS WS-RECYCO-STATUS.
002680*
002690*    KEYED BRANCH MASTER REFERENCE FILE.  EVERY TR-BRANCH-CODE
002700*    IS VALIDATED AGAINST IT BEFORE POSTING SO A MIS-KEYED CODE
002710*    CANNOT QUIETLY OPEN A PHANTOM BRANCH SLOT.
002720     SELECT BRANCH-MASTER ASSIGN TO "CTBBRNCH"
002730         ORGANIZATION IS INDEXED
002740         ACCESS MODE IS RANDOM
002750         RECORD KEY IS BM-BRANCH-CODE
002760         FILE STATUS IS WS-BRANCH-MSTR-STATUS.
002770*
002780*    BRANCH MERGER REGISTER.  A RETIRING BRANCH'S CODE IS MAPPED
002790*    TO ITS SUCCESSOR DURING THE MERGER'S TRANSITION WINDOW.
002800     SELECT MERGE-REG ASSIGN TO "CTBMERG"
002810         ORGANIZATION IS INDEXED
002820         ACCESS MODE IS DYNAMIC
002830         RECORD KEY IS MG-RETIRING-CODE
002840         FILE STATUS IS WS-MERGE-STATUS.
002850*
002860     SELECT RUN-HIST-FILE ASSIGN TO "CTBRUNH"
002870         ORGANIZATION IS SEQUENTIAL
002880         FILE STATUS IS WS-RUNHIST-STATUS.
002890*
002900*    END-OF-RUN SNAPSHOT OF THE FINAL CHECKPOINT TABLE.  THE JCL
002910*    POINTS CTBSNAP AT A DATED GENERATION, SO EACH RUN LEAVES
002920*    ITS OWN TABLE FOR THE CTB800 DAY-OVER-DAY COMPARE.
002930     SELECT SNAP-FILE ASSIGN TO "CTBSNAP"
002940         ORGANIZATION IS SEQUENTIAL
002950         FILE STATUS IS WS-SNAP-STATUS.
002960*
002970*    OPTIONAL RUN PARAMETER CARD.  NAMES THE INTRA-DAY POSTING
002980*    CYCLE AND WHETHER IT IS THE DAY'S FINAL ONE; ABSENT MEANS
002990*    THE CLASSIC ONE-FEED DAILY RUN.
003000     SELECT RUN-PARM ASSIGN TO "CTBRPARM"
003010         ORGANIZATION IS SEQUENTIAL
003020         FILE STATUS IS WS-RUNPARM-STATUS.
003030*
003040*    KEYED PROCESSING CALENDAR - THE RUN DATE MUST BE A LISTED
003050*    BUSINESS DAY BEFORE A SINGLE TRANSACTION IS POSTED.
003060     SELECT CAL-FILE ASSIGN TO "CTBCAL"
003070         ORGANIZATION IS INDEXED
003080         ACCESS MODE IS RANDOM
003090         RECORD KEY IS CA-DATE
003100         FILE STATUS IS WS-CAL-STATUS.
003110*
003120*    WHAT-WOULD-CHANGE SUMMARY PRINTED BY A TRIAL RUN.
003130     SELECT TRIAL-RPT ASSIGN TO "TRIALRPT"
003140         ORGANIZATION IS SEQUENTIAL
003150         FILE STATUS IS WS-TRIALRPT-STATUS.
003160*
003170*    PENDING-REVIEW HOLD FILES.  CTBHLDOT COLLECTS EVERY
003180*    TRANSACTION DIVERTED FOR EXCEEDING ITS BRANCH'S REVIEW
003190*    LIMIT; A SUPERVISOR-RELEASED COPY FED BACK AS CTBHLDIN IS
003200*    REPOSTED AHEAD OF THE DAILY FEED.  CTBHLDIN IS OPTIONAL.
003210     SELECT HOLD-IN ASSIGN TO "CTBHLDIN"
003220         ORGANIZATION IS SEQUENTIAL
003230         FILE STATUS IS WS-HOLDI-STATUS.
003240*
003250*    SUITE JOB STEP LOG AND ITS OPTIONAL RERUN OVERRIDE CARD.
003260     SELECT STEP-LOG-FILE ASSIGN TO "CTBSTEPL"
003270         ORGANIZATION IS SEQUENTIAL
003280         FILE STATUS IS WS-STEPL-STATUS.
003290     SELECT STEP-OVR-FILE ASSIGN TO "CTBSTOVR"
003300         ORGANIZATION IS SEQUENTIAL
003310         FILE STATUS IS WS-STOVR-STATUS.
003320*
003330     SELECT HOLD-OUT ASSIGN TO "CTBHLDOT"
003340         ORGANIZATION IS SEQUENTIAL
003350         FILE STATUS IS WS-HOLDO-STATUS.
003360*
003370     SELECT BATCH-REG ASSIGN TO "CTBBREG"
003380         ORGANIZATION IS INDEXED
003390         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS BR-KEY
003410         FILE STATUS IS WS-BREG-STATUS.
003420*
003430     SELECT HOLD-RPT ASSIGN TO "HOLDRPT"
003440         ORGANIZATION IS SEQUENTIAL
003450         FILE STATUS IS WS-HOLDRPT-STATUS.
003460*
003470     SELECT LEDGER-FILE ASSIGN TO "CTBLEDG"
003480         ORGANIZATION IS SEQUENTIAL
003490         FILE STATUS IS WS-LEDGER-STATUS.
003500*
003510 DATA DIVISION.
003520 FILE SECTION.
003530 FD  TRANS-FILE
003540     RECORDING MODE IS F
003550     LABEL RECORDS ARE STANDARD.
003560 01  TRANS-RECORD.
003570     05  TR-INDEX-VALUE              PIC 9(5).
003580     05  TR-BRANCH-CODE              PIC X(04).
003590     05  TR-AMOUNT                   PIC 9(7)V99.
003600     05  TR-RECORD-TYPE              PIC X(01).
003610         88  TR-TYPE-POST                VALUE 'P' ' '.
003620         88  TR-TYPE-REVERSE             VALUE 'R'.
003630         88  TR-TYPE-REPLACE             VALUE 'X'.
003640*
003650 FD  EXCEPT-RPT
003660     RECORDING MODE IS F
003670     LABEL RECORDS ARE STANDARD.
003680     COPY CTB1EX.
003690*
003700 FD  RESTART-FILE
003710     LABEL RECORDS ARE STANDARD
003720     RECORD IS VARYING IN SIZE FROM 71 TO 3809690 CHARACTERS.
003730     COPY CTB1RC.
003740     COPY CTB1RD.
003750*
003760 FD  AUDIT-FILE
003770     RECORDING MODE IS F
003780     LABEL RECORDS ARE STANDARD.
003790     COPY CTB1AU.
003800*
003810 FD  CONTROL-FILE
003820     RECORDING MODE IS F
003830     LABEL RECORDS ARE STANDARD.
003840     COPY CTB1CT.
003850*
003860 FD  DISCREP-RPT
003870     RECORDING MODE IS F
003880     LABEL RECORDS ARE STANDARD.
003890     COPY CTB1PL.
003900*
003910 FD  SLOT-FILE.
003920     COPY CTB1SL.
003930*
003940 FD  RECYCLE-IN
003950     RECORDING MODE IS F
003960     LABEL RECORDS ARE STANDARD.
003970 01  RECYCLE-IN-RECORD.
003980     05  RI-INDEX-VALUE              PIC 9(5).
003990     05  RI-BRANCH-CODE              PIC X(04).
004000     05  RI-AMOUNT                   PIC 9(7)V99.
004010     05  RI-RECORD-TYPE              PIC X(01).
004020     05  RI-REJECT-REASON            PIC X(30).
004030     05  FILLER                      PIC X(31).
004040*
004050 FD  RECYCLE-OUT
004060     RECORDING MODE IS F
004070     LABEL RECORDS ARE STANDARD.
004080 01  RECYCLE-OUT-RECORD.
004090     05  RJ-INDEX-VALUE              PIC 9(5).
004100     05  RJ-BRANCH-CODE              PIC X(04).
004110     05  RJ-AMOUNT                   PIC 9(7)V99.
004120     05  RJ-RECORD-TYPE              PIC X(01).
004130     05  RJ-REJECT-REASON            PIC X(30).
004140     05  FILLER                      PIC X(31).
004150*
004160 FD  BRANCH-MASTER.
004170     COPY CTB1BM.
004180*
004190 FD  MERGE-REG.
004200     COPY CTB1MG.
004210*
004220 FD  RUN-HIST-FILE
004230     RECORDING MODE IS F
004240     LABEL RECORDS ARE STANDARD.
004250     COPY CTB1RH.
004260*
004270 FD  SNAP-FILE
004280     LABEL RECORDS ARE STANDARD
004290     RECORD IS VARYING IN SIZE FROM 442 TO 3759690 CHARACTERS.
004300     COPY CTB1RC REPLACING
004310         ==CTB1RC-RESTART-RECORD== BY ==CTB1SN-SNAPSHOT-RECORD==
004320         LEADING ==RC-== BY ==SN-==.
004330*
004340 FD  RUN-PARM
004350     RECORDING MODE IS F
004360     LABEL RECORDS ARE STANDARD.
004370 01  RUN-PARM-RECORD.
004380     05  PM-CYCLE-NUMBER             PIC X(02).
004390     05  PM-FINAL-CYCLE-SW           PIC X(01).
004400     05  PM-TRIAL-SW                 PIC X(01).
004410     05  FILLER                      PIC X(76).
004420*
004430 FD  CAL-FILE.
004440     COPY CTB1CA.
004450*
004460 FD  TRIAL-RPT
004470     RECORDING MODE IS F
004480     LABEL RECORDS ARE STANDARD.
004490     COPY CTB1PL REPLACING
004500         ==CTB1PL-LINE== BY ==CTB1TL-LINE==
004510         LEADING ==PL-== BY ==TL-==.
004520*
004530 FD  HOLD-IN
004540     RECORDING MODE IS F
004550     LABEL RECORDS ARE STANDARD.
004560     COPY CTB1HD REPLACING
004570         ==CTB1HD-HELD-RECORD== BY ==CTB1HI-HELD-IN-RECORD==
004580         LEADING ==HD-== BY ==HI-==.
004590*
004600 FD  HOLD-OUT
004610     RECORDING MODE IS F
004620     LABEL RECORDS ARE STANDARD.
004630     COPY CTB1HD.
004640*
004650 FD  STEP-LOG-FILE
004660     RECORDING MODE IS F
004670     LABEL RECORDS ARE STANDARD.
004680     COPY CTB1JS.
004690*
004700 FD  STEP-OVR-FILE
004710     RECORDING MODE IS F
004720     LABEL RECORDS ARE STANDARD.
004730     COPY CTB1SO.
004740*
004750 FD  HOLD-RPT
004760     RECORDING MODE IS F
004770     LABEL RECORDS ARE STANDARD.
004780     COPY CTB1PL REPLACING
004790         ==CTB1PL-LINE== BY ==CTB1HL-LINE==
004800         LEADING ==PL-== BY ==HL-==.
004810*
004820 FD  LEDGER-FILE
004830     RECORDING MODE IS F
004840     LABEL RECORDS ARE STANDARD.
004850     COPY CTB1LG.
004860*
004870 FD  BATCH-REG.
004880     COPY CTB1BR.
004890*
004900 WORKING-STORAGE SECTION.
004910     COPY CTB1WS.
004920*
004930 01  WS-FILE-STATUS-FIELDS.
004940     05  WS-TRANS-STATUS             PIC X(02) VALUE SPACES.
004950     05  WS-EXCEPT-STATUS            PIC X(02) VALUE SPACES.
004960     05  WS-RESTART-STATUS           PIC X(02) VALUE SPACES.
004970     05  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
004980     05  WS-CONTROL-STATUS           PIC X(02) VALUE SPACES.
004990     05  WS-DISCREP-STATUS           PIC X(02) VALUE SPACES.
005000     05  WS-SLOT-STATUS              PIC X(02) VALUE SPACES.
005010     05  WS-RECYCI-STATUS            PIC X(02) VALUE SPACES.
005020     05  WS-RECYCO-STATUS            PIC X(02) VALUE SPACES.
005030     05  WS-BRANCH-MSTR-STATUS       PIC X(02) VALUE SPACES.
005040     05  WS-RUNHIST-STATUS           PIC X(02) VALUE SPACES.
005050     05  WS-SNAP-STATUS              PIC X(02) VALUE SPACES.
005060     05  WS-RUNPARM-STATUS           PIC X(02) VALUE SPACES.
005070     05  WS-CAL-STATUS               PIC X(02) VALUE SPACES.
005080     05  WS-TRIALRPT-STATUS          PIC X(02) VALUE SPACES.
005090     05  WS-HOLDI-STATUS             PIC X(02) VALUE SPACES.
005100     05  WS-HOLDO-STATUS             PIC X(02) VALUE SPACES.
005110     05  WS-HOLDRPT-STATUS           PIC X(02) VALUE SPACES.
005120     05  WS-LEDGER-STATUS            PIC X(02) VALUE SPACES.
005130     05  WS-BREG-STATUS              PIC X(02) VALUE SPACES.
005140     05  WS-MERGE-STATUS             PIC X(02) VALUE SPACES.
005150*
005160 01  WS-SWITCHES.
005170     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
005180         88  WS-EOF-YES                  VALUE 'Y'.
005190         88  WS-EOF-NO                   VALUE 'N'.
005200     05  WS-RESTART-FOUND-SW         PIC X(01) VALUE 'N'.
005210         88  WS-RESTART-FILE-FOUND       VALUE 'Y'.
005220         88  WS-RESTART-FILE-ABSENT      VALUE 'N'.
005230     05  WS-RECONCILE-SW             PIC X(01) VALUE 'N'.
005240         88  WS-RECONCILE-FAILED         VALUE 'Y'.
005250         88  WS-RECONCILE-OK             VALUE 'N'.
005260     05  WS-RECYCLE-IN-SW            PIC X(01) VALUE 'N'.
005270         88  WS-RECYCLE-REPOST-ACTIVE    VALUE 'Y'.
005280         88  WS-RECYCLE-REPOST-DONE      VALUE 'N'.
005290     05  WS-BRANCH-MSTR-OPEN-SW      PIC X(01) VALUE 'N'.
005300         88  WS-BRANCH-MASTER-PRESENT    VALUE 'Y'.
005310         88  WS-BRANCH-MASTER-ABSENT     VALUE 'N'.
005320     05  WS-FINAL-CKPT-SW            PIC X(01) VALUE 'N'.
005330         88  WS-FINAL-CHECKPOINT         VALUE 'Y'.
005340         88  WS-INTERIM-CHECKPOINT       VALUE 'N'.
005350     05  WS-MERGE-EOF-SW             PIC X(01) VALUE 'N'.
005360         88  WS-MERGE-EOF-YES            VALUE 'Y'.
005370         88  WS-MERGE-EOF-NO             VALUE 'N'.
005380*
005390*    INTRA-DAY CYCLE CONTROLS, SET FROM THE CTBRPARM CARD.  A
005400*    WARM START IS A CYCLE RESUMING FROM THE SAME DAY'S
005410*    COMPLETED CHECKPOINT - THE DAY'S TABLE AND RUNNING TOTALS
005420*    CARRY FORWARD BUT THE NEW WINDOW'S FEED IS READ FROM
005430*    RECORD 1, UNLIKE AN ABEND RESTART.
005440 01  WS-CYCLE-FIELDS.
005450     05  WS-CYCLE-NUMBER             PIC 9(2) VALUE 01.
005460     05  WS-CYCLE-MODE-SW            PIC X(01) VALUE 'N'.
005470         88  WS-CYCLE-MODE               VALUE 'Y'.
005480         88  WS-DAILY-MODE               VALUE 'N'.
005490     05  WS-FINAL-CYCLE-SW           PIC X(01) VALUE 'Y'.
005500         88  WS-FINAL-CYCLE              VALUE 'Y'.
005510         88  WS-INTERIM-CYCLE            VALUE 'N'.
005520     05  WS-WARM-START-SW            PIC X(01) VALUE 'N'.
005530         88  WS-WARM-START               VALUE 'Y'.
005540         88  WS-COLD-START               VALUE 'N'.
005550     05  WS-RUN-DATE-X               PIC X(08) VALUE SPACES.
005560*
005570*    TOUCHED-SLOT TRACKING FOR THE INCREMENTAL CHECKPOINT - ONE
005580*    FLAG PER PERIOD SLOT, RAISED BY POSTING AND DROPPED AS THE
005590*    SLOT IS CARRIED INTO A DELTA RECORD.
005600 01  WS-TOUCH-FIELDS.
005610     05  WS-TOUCH-SUB                PIC 9(5) VALUE 0.
005620     05  WS-CKPT-EOF-SW              PIC X(01) VALUE 'N'.
005630         88  WS-CKPT-EOF-YES             VALUE 'Y'.
005640         88  WS-CKPT-EOF-NO              VALUE 'N'.
005650     05  WS-TOUCH-FLAG-TABLE.
005660         10  WS-TOUCH-FLAG OCCURS 9999 TIMES
005670                                     PIC X(01) VALUE 'N'.
005680*
005690*    CALENDAR AND RUN-SEQUENCE CONTROLS.  THE LATEST CTBRUNH
005700*    ROW IS READ AT INITIALIZE SO A DUPLICATE OR OUT-OF-
005710*    SEQUENCE POSTING DATE IS REFUSED BEFORE ANYTHING POSTS.
005720 01  WS-CALENDAR-FIELDS.
005730     05  WS-CAL-PRESENT-SW           PIC X(01) VALUE 'N'.
005740         88  WS-CAL-PRESENT              VALUE 'Y'.
005750         88  WS-CAL-ABSENT               VALUE 'N'.
005760     05  WS-RUNH-EOF-SW              PIC X(01) VALUE 'N'.
005770         88  WS-RUNH-EOF-YES             VALUE 'Y'.
005780         88  WS-RUNH-EOF-NO              VALUE 'N'.
005790     05  WS-LASTRH-FOUND-SW          PIC X(01) VALUE 'N'.
005800         88  WS-LASTRH-FOUND             VALUE 'Y'.
005810         88  WS-LASTRH-ABSENT            VALUE 'N'.
005820     05  WS-LASTRH-DATE              PIC X(08) VALUE SPACES.
005830     05  WS-LASTRH-CYCLE             PIC 9(2) VALUE 0.
005840     05  WS-LASTRH-RC                PIC 9(2) VALUE 0.
005850     05  WS-PRIOR-BUS-DATE           PIC X(08) VALUE SPACES.
005860*
005870*    TRIAL MODE CONTROLS.  THE BASELINE TABLE FREEZES EACH
005880*    PERIOD SLOT'S FIGURES AS SEEDED FROM THE CHECKPOINT SO
005890*    THE TRIAL SUMMARY CAN SHOW WHAT WOULD MOVE AND BY HOW
005900*    MUCH.  ONLY A TRIAL RUN FILLS IT.
005910 01  WS-TRIAL-FIELDS.
005920     05  WS-TRIAL-SW                 PIC X(01) VALUE 'N'.
005930         88  WS-TRIAL-RUN                VALUE 'Y'.
005940         88  WS-LIVE-RUN                 VALUE 'N'.
005950     05  WS-TRIAL-MOVED-CNT          PIC 9(5) VALUE 0.
005960     05  WS-BASE-POST-COUNT          PIC 9(7) VALUE 0.
005970     05  WS-BASE-POST-AMOUNT         PIC 9(11)V99 VALUE 0.
005980     05  WS-BASELINE-TABLE.
005990         10  WS-BASE-SLOT OCCURS 9999 TIMES.
006000             15  WS-BASE-PERIOD-TOTAL
006010                                     PIC 9(3) VALUE 0.
006020             15  WS-BASE-PERIOD-AMOUNT
006030                                     PIC 9(11)V99 VALUE 0.
006040*    REVIEW HOLD CONTROLS.  A RELEASED HELD RECORD BYPASSES THE
006050*    LIMIT CHECK - A SUPERVISOR ALREADY APPROVED IT.  THE SKIP
006060*    SWITCH KEEPS THE RESTART SKIP PHASE FROM RE-HOLDING
006070*    RECORDS THE ABENDED RUN ALREADY WROTE TO CTBHLDOT.
006080 01  WS-HOLD-FIELDS.
006090     05  WS-HELD-IN-SW               PIC X(01) VALUE 'N'.
006100         88  WS-HELD-REPOST-ACTIVE       VALUE 'Y'.
006110         88  WS-HELD-REPOST-DONE         VALUE 'N'.
006120     05  WS-HELD-READY-SW            PIC X(01) VALUE 'N'.
006130         88  WS-HELD-TRANS-READY         VALUE 'Y'.
006140         88  WS-HELD-TRANS-UNREADY       VALUE 'N'.
006150     05  WS-RELEASED-SW              PIC X(01) VALUE 'N'.
006160         88  WS-RELEASED-TRANS           VALUE 'Y'.
006170         88  WS-NORMAL-TRANS             VALUE 'N'.
006180     05  WS-AMOUNT-HELD-SW           PIC X(01) VALUE 'N'.
006190         88  WS-AMOUNT-HELD              VALUE 'Y'.
006200         88  WS-AMOUNT-NOT-HELD          VALUE 'N'.
006210     05  WS-HELD-SKIP-SW             PIC X(01) VALUE 'N'.
006220         88  WS-HELD-SKIP-MODE           VALUE 'Y'.
006230         88  WS-HELD-LIVE-MODE           VALUE 'N'.
006240     05  WS-HOLD-CNT                 PIC 9(5) VALUE 0.
006250     05  WS-HOLD-AMOUNT              PIC 9(11)V99 VALUE 0.
006260     05  WS-HELD-READ-CNT            PIC 9(5) VALUE 0.
006270     05  WS-RELEASED-CNT             PIC 9(5) VALUE 0.
006280     05  WS-REHELD-CNT               PIC 9(5) VALUE 0.
006290     05  WS-HLD-RPT-AMT              PIC ZZZZZZ9.99.
006300     05  WS-HLD-RPT-LIMIT            PIC ZZZZZZ9.99.
006310     05  WS-HLD-RPT-TOTAL            PIC ZZZZZZZZZZ9.99.
006320*
006330 01  WS-TRIAL-RPT-FIELDS.
006340     05  WS-TRL-SLOT                 PIC ZZZZ9.
006350     05  WS-TRL-BASE-CNT             PIC ZZ9.
006360     05  WS-TRL-CURR-CNT             PIC ZZ9.
006370     05  WS-TRL-BASE-AMT             PIC ZZZZZZZZZZ9.99.
006380     05  WS-TRL-CURR-AMT             PIC ZZZZZZZZZZ9.99.
006390     05  WS-TRL-COUNT                PIC ZZZZZZ9.
006400*
006410*    REJECT RECYCLE TALLIES FOR THE END-OF-RUN SUMMARY.
006420 01  WS-RECYCLE-FIELDS.
006430     05  WS-RECYCLE-READ-CNT         PIC 9(7) VALUE 0.
006440     05  WS-RECYCLE-WRITE-CNT        PIC 9(7) VALUE 0.
006450*
006460 01  WS-TIMESTAMP-FIELDS.
006470     05  WS-CURR-DATE                PIC 9(08).
006480     05  WS-CURR-TIME                PIC 9(08).
006490     05  WS-TIMESTAMP-OUT            PIC X(26) VALUE SPACES.
006500*
006510 01  WS-AUDIT-WORK-FIELDS.
006520     05  WS-PRIOR-VALUE              PIC 9(3) VALUE 0.
006530     05  WS-NEW-VALUE                PIC 9(3) VALUE 0.
006540     05  WS-PRIOR-AMOUNT             PIC 9(9)V99 VALUE 0.
006550*
006560*    POSTED-TRANSACTION LEDGER TALLY FOR THE END-OF-RUN SUMMARY.
006570 01  WS-LEDGER-FIELDS.
006580     05  WS-LEDGER-WRITE-CNT         PIC 9(7) VALUE 0.
006590*
006600*    FEED BATCH REGISTER SWEEP AT THE END OF A LIVE RUN.
006610 01  WS-BATCH-REG-FIELDS.
006620     05  WS-BATCH-POSTED-CNT         PIC 9(5) VALUE 0.
006630     05  WS-BREG-SCAN-SW             PIC X(01) VALUE 'N'.
006640         88  WS-BREG-SCAN-DONE           VALUE 'Y'.
006650         88  WS-BREG-SCAN-MORE           VALUE 'N'.
006660*
006670*    BRANCH MERGER REDIRECTS, LOADED FROM CTBMERG AT START.  ONLY
006680*    MERGERS WHOSE WINDOW HAS NOT ENDED BY THE RUN DATE ARE KEPT.
006690 01  WS-MERGE-CONTROLS.
006700     05  WS-MERGE-MAX                PIC 9(3) VALUE 200.
006710     05  WS-MERGE-CNT                PIC 9(3) VALUE 0.
006720     05  WS-REDIRECT-CNT             PIC 9(7) VALUE 0.
006730     05  WS-REDIRECT-FROM            PIC X(04) VALUE SPACES.
006740 01  WS-MERGE-TABLE.
006750     05  WS-MERGE-ENTRY OCCURS 200 TIMES
006760                 INDEXED BY WS-MG-IDX.
006770         10  MT-RETIRING-CODE        PIC X(04).
006780         10  MT-SUCCESSOR-CODE       PIC X(04).
006790         10  MT-EFFECTIVE-DATE       PIC X(08).
006800         10  MT-REDIRECT-END-DATE    PIC X(08).
006810*
006820*    THE FIGURES THE BALANCING FILE IS COMPARED AGAINST - THE
006830*    RUN TOTALS ON A LIVE RUN, BUT ONLY THIS WINDOW'S DELTAS ON
006840*    A TRIAL SEEDED FROM AN EARLIER CYCLE'S CHECKPOINT, SO THE
006850*    WHAT-IF VERDICT IS NOT DROWNED BY THE DAY'S CARRIED TABLE.
006860 01  WS-RECONCILE-WORK-FIELDS.
006870     05  WS-RECON-COUNT              PIC 9(7) VALUE 0.
006880     05  WS-RECON-AMOUNT             PIC 9(11)V99 VALUE 0.
006890*
006900*    RESTART SKIP-LOGIC AND GROWTH-GAP WORK FIELDS - NOT PART OF
006910*    THE PERSISTED CHECKPOINT, JUST LOCAL SCRATCH FOR THIS RUN.
006920 01  WS-RESTART-SKIP-FIELDS.
006930     05  WS-TRANS-READ-COUNT         PIC 9(7) VALUE 0.
006940     05  WS-SKIP-COUNT               PIC 9(7) VALUE 0.
006950     05  WS-SKIP-IDX                 PIC 9(7) VALUE 0.
006960     05  WS-OLD-COUNT                PIC 9(5) VALUE 0.
006970*
006980     COPY CTB1JW.
006990*
007000 PROCEDURE DIVISION.
007010******************************************************************
007020*    0000-MAINLINE                                               *
007030******************************************************************
007040 0000-MAINLINE.
007050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007060     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
007070         UNTIL WS-EOF-YES
007080     PERFORM 9000-TERMINATE THRU 9000-EXIT
007090     PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
007100     GOBACK.
007110*
007120******************************************************************
007130*    1000-INITIALIZE                                             *
007140******************************************************************
007150 1000-INITIALIZE.
007160     PERFORM 1050-READ-RUN-PARM THRU 1050-EXIT
007170     PERFORM 1070-CHECK-CALENDAR THRU 1070-EXIT
007180*    A TRIAL POSTS NOTHING AND IS NOT LOGGED AS A STEP.
007190     IF WS-LIVE-RUN
007200         MOVE 'CTB100' TO WS-STEP-PROGRAM
007210         MOVE WS-RUN-DATE-X TO WS-STEP-BUS-DATE
007220         MOVE WS-CYCLE-NUMBER TO WS-STEP-CYCLE
007230         MOVE WS-FINAL-CYCLE-SW TO WS-STEP-FINAL-SW
007240         PERFORM 9800-STEP-LOG-START THRU 9800-EXIT
007250     END-IF
007260     OPEN INPUT TRANS-FILE
007270     IF WS-TRANS-STATUS NOT = '00'
007280         DISPLAY 'CTB100A - TRANS-FILE WOULD NOT OPEN - STATUS = '
007290             WS-TRANS-STATUS
007300         MOVE 16 TO RETURN-CODE
007305         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
007310         GOBACK
007320     END-IF
007330     OPEN OUTPUT EXCEPT-RPT
007340     IF WS-EXCEPT-STATUS NOT = '00'
007350         DISPLAY 'CTB100A - EXCEPT-RPT WOULD NOT OPEN - STATUS = '
007360             WS-EXCEPT-STATUS
007370         MOVE 16 TO RETURN-CODE
007375         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
007380         GOBACK
007390     END-IF
007400*    A TRIAL RUN OPENS NONE OF THE FILES IT MUST NOT TOUCH -
007410*    THE AUDIT TRAIL, THE RECYCLE OUTPUT, AND ABOVE ALL THE
007420*    CHECKPOINT, WHOSE OPEN OUTPUT WOULD TRUNCATE THE REAL
007430*    RUN'S RECOVERY POINT.
007440     IF WS-LIVE-RUN
007450         OPEN EXTEND AUDIT-FILE
007460         IF WS-AUDIT-STATUS NOT = '00'
007470             OPEN OUTPUT AUDIT-FILE
007480         END-IF
007490         OPEN EXTEND LEDGER-FILE
007500         IF WS-LEDGER-STATUS NOT = '00'
007510             OPEN OUTPUT LEDGER-FILE
007520         END-IF
007530         IF WS-LEDGER-STATUS NOT = '00'
007540             DISPLAY 'CTB100A - CTBLEDG WOULD NOT OPEN - '
007550                 'STATUS = ' WS-LEDGER-STATUS
007560             MOVE 16 TO RETURN-CODE
007565             PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
007570             GOBACK
007580         END-IF
007590     END-IF
007600     OPEN I-O SLOT-FILE
007610     IF WS-SLOT-STATUS NOT = '00'
007620         OPEN OUTPUT SLOT-FILE
007630         CLOSE SLOT-FILE
007640         OPEN I-O SLOT-FILE
007650     END-IF
007660     OPEN INPUT BRANCH-MASTER
007670     IF WS-BRANCH-MSTR-STATUS = '00'
007680         SET WS-BRANCH-MASTER-PRESENT TO TRUE
007690     ELSE
007700         SET WS-BRANCH-MASTER-ABSENT TO TRUE
007710         DISPLAY 'CTB100W - NO BRANCH MASTER PRESENT - BRANCH '
007720             'CODE VALIDATION SKIPPED'
007730     END-IF
007740     PERFORM 1400-LOAD-MERGERS THRU 1400-EXIT
007750     OPEN INPUT RECYCLE-IN
007760     IF WS-RECYCI-STATUS = '00'
007770         SET WS-RECYCLE-REPOST-ACTIVE TO TRUE
007780         DISPLAY 'CTB100I - RECYCLE FILE PRESENT - REPOSTING IT '
007790             'AHEAD OF THE DAILY FEED'
007800     ELSE
007810         SET WS-RECYCLE-REPOST-DONE TO TRUE
007820     END-IF
007830     OPEN INPUT HOLD-IN
007840     IF WS-HOLDI-STATUS = '00'
007850         SET WS-HELD-REPOST-ACTIVE TO TRUE
007860         DISPLAY 'CTB100I - HELD FILE PRESENT - REPOSTING ITS '
007870             'RELEASED RECORDS AHEAD OF THE DAILY FEED'
007880     ELSE
007890         SET WS-HELD-REPOST-DONE TO TRUE
007900     END-IF
007910     OPEN OUTPUT HOLD-RPT
007920     IF WS-HOLDRPT-STATUS NOT = '00'
007930         DISPLAY 'CTB100A - HOLD-RPT WOULD NOT OPEN - STATUS = '
007940             WS-HOLDRPT-STATUS
007950         MOVE 16 TO RETURN-CODE
007955         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
007960         GOBACK
007970     END-IF
007980     MOVE SPACES TO HL-LINE
007990     MOVE 'LARGE-AMOUNT REVIEW HOLD REPORT - CTB100' TO HL-LINE
008000     WRITE CTB1HL-LINE
008010     MOVE SPACES TO HL-LINE
008020     WRITE CTB1HL-LINE
008030     PERFORM 1100-CHECK-RESTART THRU 1100-EXIT
008040*    THE RECYCLE FILE OPENS AFTER THE RESTART CHECK - A RESTART
008050*    RUN EXTENDS IT SO THE REJECTS CAPTURED BEFORE THE ABEND
008060*    ARE NOT TRUNCATED AWAY, THE SAME WAY THE AUDIT TRAIL
008070*    SURVIVES.  A CYCLE WARM START EXTENDS IT TOO, SO EARLIER
008080*    CYCLES' REJECTS SURVIVE THE DAY.  A NORMAL RUN STARTS IT
008090*    FRESH.
008100     IF WS-TRIAL-RUN
008110         PERFORM 1060-CAPTURE-BASELINE THRU 1060-EXIT
008120         GO TO 1000-FIRST-READ
008130     END-IF
008140     IF WS-RESTART-RUN OR WS-WARM-START
008150         OPEN EXTEND RECYCLE-OUT
008160         IF WS-RECYCO-STATUS NOT = '00'
008170             OPEN OUTPUT RECYCLE-OUT
008180         END-IF
008190         OPEN EXTEND HOLD-OUT
008200         IF WS-HOLDO-STATUS NOT = '00'
008210             OPEN OUTPUT HOLD-OUT
008220         END-IF
008230     ELSE
008240         OPEN OUTPUT RECYCLE-OUT
008250         OPEN OUTPUT HOLD-OUT
008260     END-IF
008270     IF WS-RECYCO-STATUS NOT = '00'
008280         DISPLAY 'CTB100A - RECYCLE-OUT WOULD NOT OPEN - STATUS '
008290             '= ' WS-RECYCO-STATUS
008300         MOVE 16 TO RETURN-CODE
008305         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
008310         GOBACK
008320     END-IF
008330     IF WS-HOLDO-STATUS NOT = '00'
008340         DISPLAY 'CTB100A - HOLD-OUT WOULD NOT OPEN - STATUS '
008350             '= ' WS-HOLDO-STATUS
008360         MOVE 16 TO RETURN-CODE
008365         PERFORM 9850-STEP-LOG-END THRU 9850-EXIT
008370         GOBACK
008380     END-IF
008390*    THE CHECKPOINT IS NOT TRUNCATED UNTIL EVERY OPEN THAT CAN
008400*    END THE JOB HAS SUCCEEDED - AN ABORT ABOVE THIS LINE
008410*    LEAVES THE RECOVERY POINT ON FILE FOR THE RERUN.
008420     OPEN OUTPUT RESTART-FILE
008430*    THE FULL TABLE GOES OUT ONCE AS THE BASE RECORD - EVERY
008440*    INTERVAL CHECKPOINT AFTER THIS APPENDS ONLY A DELTA OF THE
008450*    SLOTS IT TOUCHED.
008460     PERFORM 8150-WRITE-BASE-CHECKPOINT THRU 8150-EXIT
008470     IF WS-RESTART-RUN
008480         PERFORM 1250-SKIP-TRANS-RECORDS THRU 1250-EXIT
008490             VARYING WS-SKIP-IDX FROM 1 BY 1
008500             UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
008510                 OR WS-EOF-YES
008520     END-IF
008530     .
008540 1000-FIRST-READ.
008550     PERFORM 1300-READ-TRANS THRU 1300-EXIT
008560     .
008570 1000-EXIT.
008580     EXIT.
008590*
008600******************************************************************
008610*    1060-CAPTURE-BASELINE - FREEZE THE SEEDED TABLE AND RUNNING  *
008620*                            TOTALS SO THE TRIAL SUMMARY CAN      *
008630*                            SHOW EXACTLY WHAT WOULD MOVE.        *
008640******************************************************************
008650 1060-CAPTURE-BASELINE.
008660     MOVE WS-POST-COUNT TO WS-BASE-POST-COUNT
008670     MOVE WS-POST-AMOUNT TO WS-BASE-POST-AMOUNT
008680     PERFORM 1065-CAPTURE-BASE-SLOT THRU 1065-EXIT
008690         VARYING WS-TOUCH-SUB FROM 1 BY 1
008700         UNTIL WS-TOUCH-SUB > WS-COUNT
008710     .
008720 1060-EXIT.
008730     EXIT.
008740*
008750 1065-CAPTURE-BASE-SLOT.
008760     SET WS-PERIOD-IDX TO WS-TOUCH-SUB
008770     MOVE WS-PERIOD-TOTAL(WS-PERIOD-IDX)
008780         TO WS-BASE-PERIOD-TOTAL(WS-TOUCH-SUB)
008790     MOVE WS-PERIOD-AMOUNT(WS-PERIOD-IDX)
008800         TO WS-BASE-PERIOD-AMOUNT(WS-TOUCH-SUB)
008810     .
008820 1065-EXIT.
008830     EXIT.
008840*
008850******************************************************************
008860*    1050-READ-RUN-PARM - PICK UP THE OPTIONAL CTBRPARM CYCLE     *
008870*                         CARD.  ABSENT, EMPTY, OR NON-NUMERIC    *
008880*                         MEANS THE CLASSIC ONE-FEED DAILY RUN    *
008890*                         (CYCLE 1, FINAL).                       *
008900******************************************************************
008910 1050-READ-RUN-PARM.
008920     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
008930     MOVE WS-CURR-DATE TO WS-RUN-DATE-X
008940     OPEN INPUT RUN-PARM
008950     IF WS-RUNPARM-STATUS NOT = '00'
008960         GO TO 1050-EXIT
008970     END-IF
008980     READ RUN-PARM
008990         AT END
009000             CLOSE RUN-PARM
009010             GO TO 1050-EXIT
009020     END-READ
009030     IF PM-CYCLE-NUMBER IS NUMERIC
009040         AND PM-CYCLE-NUMBER NOT = '00'
009050         SET WS-CYCLE-MODE TO TRUE
009060         MOVE PM-CYCLE-NUMBER TO WS-CYCLE-NUMBER
009070         IF PM-FINAL-CYCLE-SW = 'Y'
009080             SET WS-FINAL-CYCLE TO TRUE
009090         ELSE
009100             SET WS-INTERIM-CYCLE TO TRUE
009110         END-IF
009120         DISPLAY 'CTB100I - CYCLE MODE - POSTING CYCLE '
009130             WS-CYCLE-NUMBER ', FINAL CYCLE = '
009140             WS-FINAL-CYCLE-SW
009150     ELSE
009160         DISPLAY 'CTB100W - CTBRPARM CYCLE NUMBER NOT NUMERIC '
009170             '- DAILY MODE ASSUMED'
009180     END-IF
009190     IF PM-TRIAL-SW = 'Y'
009200         SET WS-TRIAL-RUN TO TRUE
009210         DISPLAY 'CTB100I - TRIAL MODE - NOTHING WILL BE '
009220             'WRITTEN TO THE CHECKPOINT, SLOT, AUDIT, RECYCLE, '
009230             'SNAPSHOT, OR RUN HISTORY FILES'
009240     END-IF
009250     CLOSE RUN-PARM
009260     .
009270 1050-EXIT.
009280     EXIT.
009290*
009300******************************************************************
009310*    1070-CHECK-CALENDAR - THE RUN DATE MUST BE A BUSINESS DAY    *
009320*                          ON THE CTBCAL PROCESSING CALENDAR,     *
009330*                          AND MUST FOLLOW THE LATEST CTBRUNH     *
009340*                          ROW IN SEQUENCE.  NO CALENDAR ON       *
009350*                          FILE SKIPS THE CHECKS WITH A           *
009360*                          WARNING SO A NEW INSTALL STILL RUNS.   *
009370******************************************************************
009380 1070-CHECK-CALENDAR.
009390*    A TRIAL POSTS NOTHING, SO IT MAY RUN ON ANY DATE - EVEN A
009400*    DAY THAT ALREADY POSTED - WITHOUT TRIPPING THE SEQUENCE
009410*    CHECKS.
009420     IF WS-TRIAL-RUN
009430         GO TO 1070-EXIT
009440     END-IF
009450     OPEN INPUT CAL-FILE
009460     IF WS-CAL-STATUS NOT = '00'
009470         SET WS-CAL-ABSENT TO TRUE
009480         DISPLAY 'CTB100W - NO PROCESSING CALENDAR PRESENT - '
009490             'RUN DATE CHECKS SKIPPED'
009500         GO TO 1070-EXIT
009510     END-IF
009520     SET WS-CAL-PRESENT TO TRUE
009530     MOVE WS-RUN-DATE-X TO CA-DATE
009540     READ CAL-FILE
009550         INVALID KEY
009560             DISPLAY 'CTB100A - RUN DATE ' WS-RUN-DATE-X
009570                 ' IS NOT ON THE PROCESSING CALENDAR - ABORTING'
009580             MOVE 16 TO RETURN-CODE
009590             GOBACK
009600     END-READ
009610     IF CA-NON-BUSINESS-DAY
009620         DISPLAY 'CTB100A - RUN DATE ' WS-RUN-DATE-X
009630             ' IS NOT A BUSINESS DAY (' CA-DAY-DESC
009640             ') - ABORTING'
009650         MOVE 16 TO RETURN-CODE
009660         GOBACK
009670     END-IF
009680     MOVE CA-PRIOR-BUSINESS-DATE TO WS-PRIOR-BUS-DATE
009690     CLOSE CAL-FILE
009700     PERFORM 1080-CHECK-RUN-SEQUENCE THRU 1080-EXIT
009710     .
009720 1070-EXIT.
009730     EXIT.
009740*
009750******************************************************************
009760*    1080-CHECK-RUN-SEQUENCE - THE LATEST CTBRUNH ROW TELLS       *
009770*                              WHETHER TODAY'S RUN IS A           *
009780*                              DUPLICATE OR OUT OF SEQUENCE.  A   *
009790*                              SAME-DAY RERUN IS ONLY REFUSED     *
009800*                              WHEN THE EARLIER RUN ENDED CLEAN   *
009810*                              - A RUN THAT FAILED WITH RC 16     *
009820*                              MAY LEGITIMATELY BE RERUN.         *
009830******************************************************************
009840 1080-CHECK-RUN-SEQUENCE.
009850     OPEN INPUT RUN-HIST-FILE
009860     IF WS-RUNHIST-STATUS NOT = '00'
009870         GO TO 1080-EXIT
009880     END-IF
009890     SET WS-RUNH-EOF-NO TO TRUE
009900     PERFORM 1090-READ-LAST-RUNH THRU 1090-EXIT
009910         UNTIL WS-RUNH-EOF-YES
009920     CLOSE RUN-HIST-FILE
009930     IF WS-LASTRH-ABSENT
009940         GO TO 1080-EXIT
009950     END-IF
009960     IF WS-LASTRH-DATE > WS-RUN-DATE-X
009970         DISPLAY 'CTB100A - LATEST RUN ON HISTORY IS DATED '
009980             WS-LASTRH-DATE ', AFTER TODAY - OUT OF SEQUENCE - '
009990             'ABORTING'
010000         MOVE 16 TO RETURN-CODE
010010         GOBACK
010020     END-IF
010030     IF WS-LASTRH-DATE = WS-RUN-DATE-X
010040         AND WS-LASTRH-RC < 16
010050         IF WS-DAILY-MODE
010060             DISPLAY 'CTB100A - A CLEAN RUN ALREADY POSTED '
010070                 WS-RUN-DATE-X ' - DUPLICATE POSTING DATE - '
010080                 'ABORTING'
010090             MOVE 16 TO RETURN-CODE
010100             GOBACK
010110         ELSE
010120*            THE CARD'S CYCLE MUST BE LATER THAN THE LATEST
010130*            CLEAN CYCLE ALREADY POSTED TODAY - RERUNNING AN
010140*            EARLIER WINDOW WOULD WARM-START FROM THE LATER
010150*            CYCLE'S TABLE AND POST ITS FEED A SECOND TIME.
010160             IF WS-LASTRH-CYCLE NOT < WS-CYCLE-NUMBER
010170                 DISPLAY 'CTB100A - CYCLE ' WS-LASTRH-CYCLE
010180                     ' ALREADY POSTED ' WS-RUN-DATE-X
010190                     ' - CYCLE ' WS-CYCLE-NUMBER
010200                     ' IS NOT LATER - ABORTING'
010210                 MOVE 16 TO RETURN-CODE
010220                 GOBACK
010230             END-IF
010240         END-IF
010250     END-IF
010260     IF WS-LASTRH-DATE < WS-PRIOR-BUS-DATE
010270         AND WS-PRIOR-BUS-DATE NOT = SPACES
010280         DISPLAY 'CTB100W - LATEST RUN ON HISTORY IS DATED '
010290             WS-LASTRH-DATE ' BUT THE PRIOR BUSINESS DAY IS '
010300             WS-PRIOR-BUS-DATE ' - POSSIBLE MISSED DAY'
010310     END-IF
010320     .
010330 1080-EXIT.
010340     EXIT.
010350*
010360 1090-READ-LAST-RUNH.
010370     READ RUN-HIST-FILE
010380         AT END
010390             SET WS-RUNH-EOF-YES TO TRUE
010400     END-READ
010410     IF WS-RUNH-EOF-NO
010420         SET WS-LASTRH-FOUND TO TRUE
010430         MOVE RH-RUN-DATE TO WS-LASTRH-DATE
010440         MOVE RH-CYCLE-NUMBER TO WS-LASTRH-CYCLE
010450         MOVE RH-RETURN-CODE TO WS-LASTRH-RC
010460     END-IF
010470     .
010480 1090-EXIT.
010490     EXIT.
010500*
010510******************************************************************
010520*    1100-CHECK-RESTART - LOOK FOR A CHECKPOINT LEFT BY A PRIOR   *
010530*                         RUN.  AN IN-FLIGHT CHECKPOINT MEANS AN  *
010540*                         ABEND RESTART; A COMPLETED SAME-DAY     *
010550*                         CHECKPOINT IN CYCLE MODE MEANS A WARM   *
010560*                         START FROM THE EARLIER CYCLE'S TABLE.   *
010570******************************************************************
010580 1100-CHECK-RESTART.
010590     OPEN INPUT RESTART-FILE
010600     IF WS-RESTART-STATUS = '00'
010610         SET WS-RESTART-FILE-FOUND TO TRUE
010620         PERFORM 1200-READ-RESTART-FILE THRU 1200-EXIT
010630         CLOSE RESTART-FILE
010640     ELSE
010650         SET WS-RESTART-FILE-ABSENT TO TRUE
010660         SET WS-NORMAL-RUN TO TRUE
010670     END-IF
010680     .
010690 1100-EXIT.
010700     EXIT.
010710*
010720******************************************************************
010730*    1200-READ-RESTART-FILE - RESTORE WS-COUNT AND WS-ARRAY FROM  *
010740*                             THE LAST CHECKPOINT SO THE RUN      *
010750*                             RESUMES (ABEND RESTART) OR THE      *
010760*                             DAY'S TABLE CARRIES FORWARD INTO    *
010770*                             THE NEXT CYCLE (WARM START).        *
010780******************************************************************
010790 1200-READ-RESTART-FILE.
010800     READ RESTART-FILE
010810         AT END
010820             SET WS-RESTART-FILE-ABSENT TO TRUE
010830             SET WS-NORMAL-RUN TO TRUE
010840     END-READ
010850     IF WS-RESTART-FILE-ABSENT
010860         GO TO 1200-EXIT
010870     END-IF
010880     MOVE RC-COUNT TO WS-COUNT
010890     MOVE RC-POST-COUNT TO WS-POST-COUNT
010900     MOVE RC-POST-AMOUNT TO WS-POST-AMOUNT
010910*    A COMPLETED CHECKPOINT FROM TODAY IN CYCLE MODE IS THE
010920*    PRIOR CYCLE'S FINAL TABLE - CARRY IT FORWARD AND READ THIS
010930*    WINDOW'S FEED FROM RECORD 1.  ANYTHING ELSE ON FILE IS AN
010940*    ABEND RECOVERY POINT AND THE RUN RESUMES BEHIND IT.
010950*    A TRIAL TAKES WHATEVER CHECKPOINT IS ON FILE AS ITS SHADOW
010960*    SEED AND NEVER SKIPS FEED RECORDS.
010970     IF WS-TRIAL-RUN
010980         OR (WS-CYCLE-MODE AND RC-RUN-COMPLETE
010990         AND RC-CHECKPOINT-TIMESTAMP(1:8) = WS-RUN-DATE-X)
011000         SET WS-WARM-START TO TRUE
011010         SET WS-NORMAL-RUN TO TRUE
011020         MOVE 0 TO WS-SKIP-COUNT
011030         MOVE 0 TO WS-TRANS-READ-COUNT
011040         DISPLAY 'CTB100I - WARM START FROM CYCLE '
011050             RC-CYCLE-NUMBER ' CHECKPOINT OF '
011060             RC-CHECKPOINT-TIMESTAMP(1:8)
011070     ELSE
011080         SET WS-RESTART-RUN TO TRUE
011090         MOVE RC-CHECKPOINT-INDEX TO WS-INDEX
011100         MOVE RC-TRANS-READ-COUNT TO WS-SKIP-COUNT
011110         MOVE RC-TRANS-READ-COUNT TO WS-TRANS-READ-COUNT
011120         IF WS-CYCLE-MODE AND RC-CYCLE-NUMBER > 0
011130*            THE ABENDED CYCLE'S OWN NUMBER OUTRANKS THE CARD -
011140*            THE RERUN FINISHES THE CYCLE THAT FELL OVER.
011150             MOVE RC-CYCLE-NUMBER TO WS-CYCLE-NUMBER
011160         END-IF
011170     END-IF
011180     PERFORM 1210-RESTORE-SLOT THRU 1210-EXIT
011190         VARYING WS-PERIOD-IDX FROM 1 BY 1
011200         UNTIL WS-PERIOD-IDX > WS-COUNT
011210*    AN IN-FLIGHT FILE CARRIES DELTA RECORDS BEHIND THE BASE -
011220*    REPLAY THEM IN ORDER, THEN MERGE ANY CTB300 CORRECTIONS
011230*    MADE AFTER THE LAST CHECKPOINT SO THEY OUTRANK THE
011240*    REPLAYED FIGURES.  A CONSOLIDATED FILE HAS NO DELTAS AND
011250*    THE REPLAY LOOP FALLS STRAIGHT THROUGH.
011260     PERFORM 1240-READ-DELTA THRU 1240-EXIT
011270     PERFORM 1260-APPLY-DELTA THRU 1260-EXIT
011280         UNTIL WS-CKPT-EOF-YES
011290     PERFORM 1270-MERGE-SLOT-PASS THRU 1270-EXIT
011300         VARYING WS-PERIOD-IDX FROM 1 BY 1
011310         UNTIL WS-PERIOD-IDX > WS-COUNT
011320     IF WS-RESTART-RUN
011330         DISPLAY 'CTB100I - RESTART RUN RESUMING AFTER SLOT '
011340             WS-INDEX ', SKIPPING ' WS-SKIP-COUNT
011350             ' ALREADY-POSTED TRANS RECORDS'
011360     END-IF
011370     .
011380 1200-EXIT.
011390     EXIT.
011400*
011410 1210-RESTORE-SLOT.
011420     SET RC-PERIOD-IDX TO WS-PERIOD-IDX
011430     MOVE RC-PERIOD-TOTAL(RC-PERIOD-IDX)
011440         TO WS-PERIOD-TOTAL(WS-PERIOD-IDX)
011450     MOVE RC-PERIOD-AMOUNT(RC-PERIOD-IDX)
011460         TO WS-PERIOD-AMOUNT(WS-PERIOD-IDX)
011470     PERFORM 1220-RESTORE-BRANCH THRU 1220-EXIT
011480         VARYING WS-BRANCH-IDX FROM 1 BY 1
011490         UNTIL WS-BRANCH-IDX > WS-MAX-BRANCHES
011500     .
011510 1210-EXIT.
011520     EXIT.
011530*
011540 1220-RESTORE-BRANCH.
011550     SET RC-BRANCH-IDX TO WS-BRANCH-IDX
011560     MOVE RC-BRANCH-CODE(RC-PERIOD-IDX RC-BRANCH-IDX)
011570         TO WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX)
011580     MOVE RC-BRANCH-TOTAL(RC-PERIOD-IDX RC-BRANCH-IDX)
011590         TO WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX)
011600     MOVE RC-BRANCH-AMOUNT(RC-PERIOD-IDX RC-BRANCH-IDX)
011610         TO WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
011620     .
011630 1220-EXIT.
011640     EXIT.
011650*
011660******************************************************************
011670*    1225-MERGE-SLOT-CORRECTION - OVERLAY THE RESTORED BRANCH      *
011680*                                 TOTAL WITH CTBSLOT'S VALUE SO AN *
011690*                                 ONLINE CTB300 CORRECTION MADE    *
011700*                                 AFTER THE LAST CHECKPOINT IS NOT *
011710*                                 LOST ON A RESTART.                *
011720******************************************************************
011730 1225-MERGE-SLOT-CORRECTION.
011740     MOVE WS-PERIOD-IDX TO SL-PERIOD-INDEX
011750     MOVE WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX)
011760         TO SL-BRANCH-CODE
011770     READ SLOT-FILE
011780         INVALID KEY
011790             CONTINUE
011800         NOT INVALID KEY
011810             MOVE SL-BRANCH-TOTAL
011820                 TO WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX)
011830             MOVE SL-BRANCH-AMOUNT
011840                 TO WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
011850     END-READ
011860     .
011870 1225-EXIT.
011880     EXIT.
011890*
011900******************************************************************
011910*    1230-RECOMPUTE-PERIOD-TOTAL - AFTER A POSSIBLE CTBSLOT        *
011920*                                  MERGE, THE PERIOD TOTAL IS      *
011930*                                  RE-SUMMED FROM THE BRANCH       *
011940*                                  TOTALS SO IT STAYS CONSISTENT.  *
011950******************************************************************
011960 1230-RECOMPUTE-PERIOD-TOTAL.
011970     MOVE 0 TO WS-PERIOD-TOTAL(WS-PERIOD-IDX)
011980     MOVE 0 TO WS-PERIOD-AMOUNT(WS-PERIOD-IDX)
011990     PERFORM 1235-ADD-BRANCH-TOTAL THRU 1235-EXIT
012000         VARYING WS-BRANCH-IDX FROM 1 BY 1
012010         UNTIL WS-BRANCH-IDX > WS-MAX-BRANCHES
012020     .
012030 1230-EXIT.
012040     EXIT.
012050*
012060 1235-ADD-BRANCH-TOTAL.
012070     ADD WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX)
012080         TO WS-PERIOD-TOTAL(WS-PERIOD-IDX)
012090     ADD WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
012100         TO WS-PERIOD-AMOUNT(WS-PERIOD-IDX)
012110     .
012120 1235-EXIT.
012130     EXIT.
012140*
012150******************************************************************
012160*    1240-READ-DELTA - NEXT RECORD OFF THE CHECKPOINT.  ANYTHING   *
012170*                      BEHIND THE BASE MUST BE A DELTA; ANYTHING   *
012180*                      ELSE ENDS THE REPLAY WITH A WARNING.        *
012190******************************************************************
012200 1240-READ-DELTA.
012210     READ RESTART-FILE
012220         AT END
012230             SET WS-CKPT-EOF-YES TO TRUE
012240     END-READ
012250     IF WS-CKPT-EOF-NO AND NOT RD-TYPE-DELTA
012260         DISPLAY 'CTB100W - UNEXPECTED RECORD BEHIND THE '
012270             'CHECKPOINT BASE - REPLAY ENDED'
012280         SET WS-CKPT-EOF-YES TO TRUE
012290     END-IF
012300     .
012310 1240-EXIT.
012320     EXIT.
012330*
012340******************************************************************
012350*    1260-APPLY-DELTA - OVERLAY ONE CHECKPOINT DELTA ONTO THE      *
012360*                       RESTORED TABLE - GROW THE TABLE IF THE     *
012370*                       DELTA SAW MORE SLOTS, CARRY ITS RUNNING    *
012380*                       COUNTERS FORWARD, AND REWRITE EVERY SLOT   *
012390*                       IT TOUCHED.                                *
012400******************************************************************
012410 1260-APPLY-DELTA.
012420     IF RD-COUNT > WS-COUNT
012430         MOVE WS-COUNT TO WS-OLD-COUNT
012440         ADD 1 TO WS-OLD-COUNT
012450         MOVE RD-COUNT TO WS-COUNT
012460         PERFORM 2052-CLEAR-NEW-SLOT THRU 2052-EXIT
012470             VARYING WS-PERIOD-IDX FROM WS-OLD-COUNT BY 1
012480             UNTIL WS-PERIOD-IDX > WS-COUNT
012490     END-IF
012500     MOVE RD-CHECKPOINT-INDEX TO WS-INDEX
012510     MOVE RD-POST-COUNT TO WS-POST-COUNT
012520     MOVE RD-POST-AMOUNT TO WS-POST-AMOUNT
012530     IF WS-RESTART-RUN
012540         MOVE RD-TRANS-READ-COUNT TO WS-SKIP-COUNT
012550         MOVE RD-TRANS-READ-COUNT TO WS-TRANS-READ-COUNT
012560     END-IF
012570     PERFORM 1265-APPLY-DELTA-SLOT THRU 1265-EXIT
012580         VARYING RD-SLOT-IDX FROM 1 BY 1
012590         UNTIL RD-SLOT-IDX > RD-SLOT-COUNT
012600     PERFORM 1240-READ-DELTA THRU 1240-EXIT
012610     .
012620 1260-EXIT.
012630     EXIT.
012640*
012650 1265-APPLY-DELTA-SLOT.
012660     SET WS-PERIOD-IDX TO RD-PERIOD-INDEX(RD-SLOT-IDX)
012670     MOVE RD-PERIOD-TOTAL(RD-SLOT-IDX)
012680         TO WS-PERIOD-TOTAL(WS-PERIOD-IDX)
012690     MOVE RD-PERIOD-AMOUNT(RD-SLOT-IDX)
012700         TO WS-PERIOD-AMOUNT(WS-PERIOD-IDX)
012710     PERFORM 1266-APPLY-DELTA-BRANCH THRU 1266-EXIT
012720         VARYING WS-BRANCH-IDX FROM 1 BY 1
012730         UNTIL WS-BRANCH-IDX > WS-MAX-BRANCHES
012740     .
012750 1265-EXIT.
012760     EXIT.
012770*
012780 1266-APPLY-DELTA-BRANCH.
012790     SET RD-BRANCH-IDX TO WS-BRANCH-IDX
012800     MOVE RD-BRANCH-CODE(RD-SLOT-IDX RD-BRANCH-IDX)
012810         TO WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX)
012820     MOVE RD-BRANCH-TOTAL(RD-SLOT-IDX RD-BRANCH-IDX)
012830         TO WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX)
012840     MOVE RD-BRANCH-AMOUNT(RD-SLOT-IDX RD-BRANCH-IDX)
012850         TO WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
012860     .
012870 1266-EXIT.
012880     EXIT.
012890*
012900******************************************************************
012910*    1270-MERGE-SLOT-PASS - AFTER BASE AND DELTAS, OVERLAY EVERY   *
012920*                           POPULATED BRANCH WITH ITS CTBSLOT ROW  *
012930*                           SO AN ONLINE CTB300 CORRECTION MADE    *
012940*                           AFTER THE LAST CHECKPOINT IS NOT LOST, *
012950*                           THEN RE-SUM THE PERIOD TOTALS.         *
012960******************************************************************
012970 1270-MERGE-SLOT-PASS.
012980     PERFORM 1275-MERGE-SLOT-BRANCH THRU 1275-EXIT
012990         VARYING WS-BRANCH-IDX FROM 1 BY 1
013000         UNTIL WS-BRANCH-IDX > WS-MAX-BRANCHES
013010     PERFORM 1230-RECOMPUTE-PERIOD-TOTAL THRU 1230-EXIT
013020     .
013030 1270-EXIT.
013040     EXIT.
013050*
013060 1275-MERGE-SLOT-BRANCH.
013070     IF WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX) NOT = SPACES
013080         PERFORM 1225-MERGE-SLOT-CORRECTION THRU 1225-EXIT
013090     END-IF
013100     .
013110 1275-EXIT.
013120     EXIT.
013130*
013140******************************************************************
013150*    1250-SKIP-TRANS-RECORDS - ON A RESTART RUN, DISCARD THE       *
013160*                              RECORDS ALREADY POSTED AS OF THE    *
013170*                              LAST CHECKPOINT SO THEY ARE NOT     *
013180*                              PROCESSED A SECOND TIME.  THE       *
013190*                              RECYCLE FILE WAS READ AHEAD OF      *
013200*                              TRANSIN, SO IT IS SKIPPED FIRST.    *
013210******************************************************************
013220 1250-SKIP-TRANS-RECORDS.
013230     IF WS-RECYCLE-REPOST-ACTIVE
013240         READ RECYCLE-IN
013250             AT END
013260                 SET WS-RECYCLE-REPOST-DONE TO TRUE
013270                 CLOSE RECYCLE-IN
013280         END-READ
013290         IF WS-RECYCLE-REPOST-ACTIVE
013300             GO TO 1250-EXIT
013310         END-IF
013320     END-IF
013330*    THE HELD FILE SITS BETWEEN THE RECYCLE FILE AND THE DAILY
013340*    FEED IN THE READ ORDER, SO THE SKIP WALKS IT THE SAME WAY.
013350*    SKIP MODE KEEPS 1350 FROM RE-HOLDING RECORDS THE ABENDED
013360*    RUN ALREADY WROTE BACK TO CTBHLDOT.
013370     IF WS-HELD-REPOST-ACTIVE
013380         SET WS-HELD-SKIP-MODE TO TRUE
013390         SET WS-HELD-TRANS-UNREADY TO TRUE
013400         PERFORM 1350-READ-HELD THRU 1350-EXIT
013410             UNTIL WS-HELD-REPOST-DONE
013420                 OR WS-HELD-TRANS-READY
013430         SET WS-HELD-LIVE-MODE TO TRUE
013440         IF WS-HELD-TRANS-READY
013450             GO TO 1250-EXIT
013460         END-IF
013470     END-IF
013480     READ TRANS-FILE
013490         AT END
013500             SET WS-EOF-YES TO TRUE
013510     END-READ
013520     .
013530 1250-EXIT.
013540     EXIT.
013550*
013560******************************************************************
013570*    1300-READ-TRANS - WHILE A REPOST IS ACTIVE THE CORRECTED      *
013580*                      RECYCLE FILE IS READ FIRST, EACH RECORD     *
013590*                      DRESSED UP AS A NORMAL TRANSACTION; ONCE    *
013600*                      IT RUNS DRY READING FALLS THROUGH TO THE    *
013610*                      DAILY TRANS-FILE.                           *
013620******************************************************************
013630 1300-READ-TRANS.
013640     SET WS-NORMAL-TRANS TO TRUE
013650     IF WS-RECYCLE-REPOST-ACTIVE
013660         READ RECYCLE-IN
013670             AT END
013680                 SET WS-RECYCLE-REPOST-DONE TO TRUE
013690                 CLOSE RECYCLE-IN
013700         END-READ
013710         IF WS-RECYCLE-REPOST-ACTIVE
013720             MOVE RI-INDEX-VALUE TO TR-INDEX-VALUE
013730             MOVE RI-BRANCH-CODE TO TR-BRANCH-CODE
013740             MOVE RI-AMOUNT TO TR-AMOUNT
013750             MOVE RI-RECORD-TYPE TO TR-RECORD-TYPE
013760             ADD 1 TO WS-TRANS-READ-COUNT
013770             ADD 1 TO WS-RECYCLE-READ-CNT
013780             GO TO 1300-EXIT
013790         END-IF
013800     END-IF
013810*    ONCE THE RECYCLE FILE RUNS DRY THE HELD FILE IS NEXT -
013820*    ONLY ITS SUPERVISOR-RELEASED RECORDS COME THROUGH AS
013830*    TRANSACTIONS; THE REST ARE HELD AGAIN BY 1350.
013840     IF WS-HELD-REPOST-ACTIVE
013850         SET WS-HELD-TRANS-UNREADY TO TRUE
013860         PERFORM 1350-READ-HELD THRU 1350-EXIT
013870             UNTIL WS-HELD-REPOST-DONE
013880                 OR WS-HELD-TRANS-READY
013890         IF WS-HELD-TRANS-READY
013900             ADD 1 TO WS-TRANS-READ-COUNT
013910             GO TO 1300-EXIT
013920         END-IF
013930     END-IF
013940     READ TRANS-FILE
013950         AT END
013960             SET WS-EOF-YES TO TRUE
013970     END-READ
013980     IF WS-EOF-NO
013990         ADD 1 TO WS-TRANS-READ-COUNT
014000     END-IF
014010     .
014020 1300-EXIT.
014030     EXIT.
014040*
014050******************************************************************
014060*    1350-READ-HELD - ONE RECORD OFF THE HELD FILE.  A RECORD     *
014070*                     CARRYING THE SUPERVISOR'S RELEASE COMES     *
014080*                     THROUGH DRESSED AS A TRANSACTION AND        *
014090*                     FLAGGED SO THE LIMIT CHECK STANDS ASIDE;    *
014100*                     AN UNRELEASED RECORD GOES STRAIGHT BACK     *
014110*                     TO CTBHLDOT.  IN SKIP MODE (RESTART) THE    *
014120*                     RE-HOLD AND THE TALLIES ARE SUPPRESSED -    *
014130*                     THE ABENDED RUN ALREADY DID BOTH.           *
014140******************************************************************
014150 1350-READ-HELD.
014160     READ HOLD-IN
014170         AT END
014180             SET WS-HELD-REPOST-DONE TO TRUE
014190             CLOSE HOLD-IN
014200     END-READ
014210     IF WS-HELD-REPOST-DONE
014220         GO TO 1350-EXIT
014230     END-IF
014240     IF WS-HELD-LIVE-MODE
014250         ADD 1 TO WS-HELD-READ-CNT
014260     END-IF
014270     IF HI-RELEASED AND HI-RELEASE-OPER NOT = SPACES
014280         MOVE HI-INDEX-VALUE TO TR-INDEX-VALUE
014290         MOVE HI-BRANCH-CODE TO TR-BRANCH-CODE
014300         MOVE HI-AMOUNT TO TR-AMOUNT
014310         MOVE HI-RECORD-TYPE TO TR-RECORD-TYPE
014320         SET WS-HELD-TRANS-READY TO TRUE
014330         SET WS-RELEASED-TRANS TO TRUE
014340         IF WS-HELD-LIVE-MODE
014350             ADD 1 TO WS-RELEASED-CNT
014360         END-IF
014370     ELSE
014380         IF WS-HELD-LIVE-MODE
014390             ADD 1 TO WS-REHELD-CNT
014400             PERFORM 2180-REHOLD-RECORD THRU 2180-EXIT
014410         END-IF
014420     END-IF
014430     .
014440 1350-EXIT.
014450     EXIT.
014460*
014470******************************************************************
014480*    1400-LOAD-MERGERS - TABLE EVERY CTBMERG MERGER WHOSE        *
014490*                        TRANSITION WINDOW IS STILL OPEN ON THE  *
014500*                        RUN DATE.  NO REGISTER ON FILE MEANS NO *
014510*                        MERGERS, AND NOTHING IS REDIRECTED.     *
014520******************************************************************
014530 1400-LOAD-MERGERS.
014540     OPEN INPUT MERGE-REG
014550     IF WS-MERGE-STATUS NOT = '00'
014560         GO TO 1400-EXIT
014570     END-IF
014580     SET WS-MERGE-EOF-NO TO TRUE
014590     MOVE LOW-VALUES TO MG-RETIRING-CODE
014600     START MERGE-REG KEY NOT < MG-RETIRING-CODE
014610         INVALID KEY
014620             SET WS-MERGE-EOF-YES TO TRUE
014630     END-START
014640     IF WS-MERGE-EOF-NO
014650         PERFORM 1410-READ-NEXT-MERGER THRU 1410-EXIT
014660     END-IF
014670     PERFORM 1420-NOTE-MERGER THRU 1420-EXIT
014680         UNTIL WS-MERGE-EOF-YES
014690     CLOSE MERGE-REG
014700     .
014710 1400-EXIT.
014720     EXIT.
014730*
014740 1410-READ-NEXT-MERGER.
014750     READ MERGE-REG NEXT
014760         AT END
014770             SET WS-MERGE-EOF-YES TO TRUE
014780     END-READ
014790     IF WS-MERGE-STATUS NOT = '00' AND WS-MERGE-STATUS NOT = '02'
014800         SET WS-MERGE-EOF-YES TO TRUE
014810     END-IF
014820     .
014830 1410-EXIT.
014840     EXIT.
014850*
014860 1420-NOTE-MERGER.
014870     IF MG-REDIRECT-END-DATE < WS-RUN-DATE-X
014880         GO TO 1420-READ-NEXT
014890     END-IF
014900     IF WS-MERGE-CNT NOT < WS-MERGE-MAX
014910         DISPLAY 'CTB100W - MORE THAN ' WS-MERGE-MAX
014920             ' OPEN BRANCH MERGERS - ' MG-RETIRING-CODE
014930             ' NOT REDIRECTED'
014940         GO TO 1420-READ-NEXT
014950     END-IF
014960     ADD 1 TO WS-MERGE-CNT
014970     SET WS-MG-IDX TO WS-MERGE-CNT
014980     MOVE MG-RETIRING-CODE TO MT-RETIRING-CODE(WS-MG-IDX)
014990     MOVE MG-SUCCESSOR-CODE TO MT-SUCCESSOR-CODE(WS-MG-IDX)
015000     MOVE MG-EFFECTIVE-DATE TO MT-EFFECTIVE-DATE(WS-MG-IDX)
015010     MOVE MG-REDIRECT-END-DATE TO MT-REDIRECT-END-DATE(WS-MG-IDX)
015020     IF MG-EFFECTIVE-DATE NOT > WS-RUN-DATE-X
015030         DISPLAY 'CTB100I - BRANCH ' MG-RETIRING-CODE
015040             ' REDIRECTED TO ' MG-SUCCESSOR-CODE ' THROUGH '
015050             MG-REDIRECT-END-DATE
015060     END-IF
015070     .
015080 1420-READ-NEXT.
015090     PERFORM 1410-READ-NEXT-MERGER THRU 1410-EXIT
015100     .
015110 1420-EXIT.
015120     EXIT.
015130*
015140******************************************************************
015150*    2000-PROCESS-TRANS - ONE TRANSACTION IN, ONE COUNT POSTED.   *
015160******************************************************************
015170 2000-PROCESS-TRANS.
015180     MOVE TR-INDEX-VALUE TO WS-INDEX
015190     PERFORM 2130-VALIDATE-TYPE THRU 2130-EXIT
015200     IF WS-TRANS-TYPE-INVALID
015210         GO TO 2000-READ-NEXT
015220     END-IF
015230     PERFORM 2120-VALIDATE-BRANCH THRU 2120-EXIT
015240     IF WS-BRANCH-MASTER-VALID
015250*        ONLY A POST MAY GROW THE TABLE - A REVERSE OR REPLACE
015260*        AIMED ABOVE WS-COUNT HAS NOTHING TO BACK OUT, AND
015270*        GROWING FIRST WOULD LEAVE EMPTY SLOTS BEHIND THE
015280*        REJECT.
015290         IF TR-TYPE-POST
015300             PERFORM 2050-GROW-TABLE THRU 2050-EXIT
015310         END-IF
015320         PERFORM 2100-VALIDATE-INDEX THRU 2100-EXIT
015330         IF WS-INDEX-VALID
015340*            THE REVIEW HOLD IS FOR AMOUNTS THAT ARE SUSPICIOUS
015350*            RATHER THAN INVALID - ONLY A TRANSACTION THAT HAS
015360*            CLEARED EVERY EDIT MAY BE DIVERTED TO A SUPERVISOR
015370*            INSTEAD OF POSTED.
015380             PERFORM 2140-CHECK-REVIEW-LIMIT THRU 2140-EXIT
015390             IF WS-AMOUNT-NOT-HELD
015400                 SET WS-PERIOD-IDX TO WS-INDEX
015410                 PERFORM 2200-POST-UPDATE THRU 2200-EXIT
015420             END-IF
015430         END-IF
015440     END-IF
015450     .
015460 2000-READ-NEXT.
015470     PERFORM 1300-READ-TRANS THRU 1300-EXIT
015480     .
015490 2000-EXIT.
015500     EXIT.
015510*
015520******************************************************************
015530*    2050-GROW-TABLE - EXTEND WS-COUNT WHEN A NEW HIGH SLOT       *
015540*                      ARRIVES, AND WARN WHEN VOLUME CROSSES THE  *
015550*                      OLD 100-SLOT BASELINE.                     *
015560******************************************************************
015570 2050-GROW-TABLE.
015580     IF TR-INDEX-VALUE > WS-COUNT
015590         AND TR-INDEX-VALUE NOT > WS-MAX-PERIODS
015600         MOVE WS-COUNT TO WS-OLD-COUNT
015610         ADD 1 TO WS-OLD-COUNT
015620         MOVE TR-INDEX-VALUE TO WS-COUNT
015630         PERFORM 2052-CLEAR-NEW-SLOT THRU 2052-EXIT
015640             VARYING WS-PERIOD-IDX FROM WS-OLD-COUNT BY 1
015650             UNTIL WS-PERIOD-IDX > WS-COUNT
015660         PERFORM 2060-CHECK-VOLUME-WARNING THRU 2060-EXIT
015670     END-IF
015680     .
015690 2050-EXIT.
015700     EXIT.
015710*
015720******************************************************************
015730*    2052-CLEAR-NEW-SLOT - ZERO OUT ONE NEWLY VISIBLE PERIOD SLOT  *
015740*                          AND ITS BRANCH TABLE.  PERFORMED FOR    *
015750*                          EVERY SLOT FROM THE OLD WS-COUNT UP TO  *
015760*                          THE NEW ONE SO A MULTI-SLOT JUMP DOES   *
015770*                          NOT LEAVE GAP SLOTS UNINITIALIZED.      *
015780******************************************************************
015790 2052-CLEAR-NEW-SLOT.
015800     MOVE 0 TO WS-PERIOD-TOTAL(WS-PERIOD-IDX)
015810     MOVE 0 TO WS-PERIOD-AMOUNT(WS-PERIOD-IDX)
015820     PERFORM 2055-CLEAR-BRANCH-TABLE THRU 2055-EXIT
015830         VARYING WS-BRANCH-IDX FROM 1 BY 1
015840         UNTIL WS-BRANCH-IDX > WS-MAX-BRANCHES
015850     .
015860 2052-EXIT.
015870     EXIT.
015880*
015890 2055-CLEAR-BRANCH-TABLE.
015900     MOVE SPACES TO WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX)
015910     MOVE 0 TO WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX)
015920     MOVE 0 TO WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
015930     .
015940 2055-EXIT.
015950     EXIT.
015960*
015970 2060-CHECK-VOLUME-WARNING.
015980     IF WS-COUNT > WS-OLD-BASELINE-MAX AND WS-VOLUME-NORMAL
015990         SET WS-VOLUME-OVER-BASELINE TO TRUE
016000         DISPLAY 'CTB100W - ITEM COUNT ' WS-COUNT
016010             ' HAS EXCEEDED THE PRIOR 100-SLOT BASELINE'
016020     END-IF
016030     .
016040 2060-EXIT.
016050     EXIT.
016060*
016070******************************************************************
016080*    2100-VALIDATE-INDEX - SHARED BOUNDS CHECK.  EVERY READ OR    *
016090*                         WRITE OF WS-ARRAY(WS-INDEX) GOES        *
016100*                         THROUGH HERE FIRST SO A BAD INDEX IS    *
016110*                         REJECTED TO THE EXCEPTIONS REPORT       *
016120*                         INSTEAD OF ALLOWED TO ABEND.             *
016130******************************************************************
016140 2100-VALIDATE-INDEX.
016150     SET WS-INDEX-VALID TO TRUE
016160     IF WS-INDEX = 0
016170         SET WS-INDEX-INVALID TO TRUE
016180         ADD 1 TO WS-REJECT-ZERO-CNT
016190         MOVE 'INDEX IS ZERO' TO EX-REASON
016200     ELSE
016210         IF WS-INDEX > WS-MAX-PERIODS
016220             SET WS-INDEX-INVALID TO TRUE
016230             ADD 1 TO WS-REJECT-HIGH-CNT
016240             MOVE 'INDEX ABOVE TABLE UPPER BOUND' TO EX-REASON
016250         ELSE
016260             IF WS-INDEX > WS-COUNT
016270                 SET WS-INDEX-INVALID TO TRUE
016280                 ADD 1 TO WS-REJECT-HIGH-CNT
016290                 MOVE 'INDEX EXCEEDS CURRENT ITEM COUNT'
016300                     TO EX-REASON
016310             END-IF
016320         END-IF
016330     END-IF
016340     IF WS-INDEX-INVALID
016350         PERFORM 2150-WRITE-EXCEPTION THRU 2150-EXIT
016360     END-IF
016370     .
016380 2100-EXIT.
016390     EXIT.
016400*
016410******************************************************************
016420*    2115-REDIRECT-MERGED-BRANCH - A TRANSACTION KEYED WITH      *
016430*                                  THE CODE OF A BRANCH MERGED   *
016440*                                  AWAY POSTS TO THE SUCCESSOR   *
016450*                                  FROM THE EFFECTIVE DATE       *
016460*                                  THROUGH THE END OF THE        *
016470*                                  TRANSITION WINDOW.  THE OLD   *
016480*                                  CODE IS KEPT FOR THE LEDGER.  *
016490*                                  BEFORE THE DATE THE OLD CODE  *
016500*                                  STILL POSTS AS ITSELF.  AFTER *
016510*                                  THE WINDOW IT IS REJECTED AS  *
016520*                                  INACTIVE LIKE ANY CLOSED      *
016530*                                  BRANCH.                       *
016540******************************************************************
016550 2115-REDIRECT-MERGED-BRANCH.
016560     MOVE SPACES TO WS-REDIRECT-FROM
016570     IF WS-MERGE-CNT = 0
016580         GO TO 2115-EXIT
016590     END-IF
016600     SET WS-MG-IDX TO 1
016610     SEARCH WS-MERGE-ENTRY
016620         AT END
016630             GO TO 2115-EXIT
016640         WHEN WS-MG-IDX > WS-MERGE-CNT
016650             GO TO 2115-EXIT
016660         WHEN MT-RETIRING-CODE(WS-MG-IDX) = TR-BRANCH-CODE
016670             CONTINUE
016680     END-SEARCH
016690     IF MT-EFFECTIVE-DATE(WS-MG-IDX) > WS-RUN-DATE-X
016700         GO TO 2115-EXIT
016710     END-IF
016720     MOVE TR-BRANCH-CODE TO WS-REDIRECT-FROM
016730     MOVE MT-SUCCESSOR-CODE(WS-MG-IDX) TO TR-BRANCH-CODE
016740     ADD 1 TO WS-REDIRECT-CNT
016750     .
016760 2115-EXIT.
016770     EXIT.
016780*
016790******************************************************************
016800*    2120-VALIDATE-BRANCH - CHECK TR-BRANCH-CODE AGAINST THE       *
016810*                           BRANCH MASTER.  A CODE THAT IS NOT ON  *
016820*                           THE MASTER, OR IS FLAGGED INACTIVE,    *
016830*                           IS REJECTED TO THE EXCEPTIONS REPORT   *
016840*                           AND THE RECYCLE FILE INSTEAD OF BEING  *
016850*                           ALLOWED TO OPEN A PHANTOM BRANCH SLOT. *
016860*                           WITH NO MASTER PRESENT THE CHECK IS    *
016870*                           BYPASSED, AS WARNED AT INITIALIZE.     *
016880******************************************************************
016890 2120-VALIDATE-BRANCH.
016900     SET WS-BRANCH-MASTER-VALID TO TRUE
016910     PERFORM 2115-REDIRECT-MERGED-BRANCH THRU 2115-EXIT
016920     IF WS-BRANCH-MASTER-ABSENT
016930         GO TO 2120-EXIT
016940     END-IF
016950     MOVE TR-BRANCH-CODE TO BM-BRANCH-CODE
016960     READ BRANCH-MASTER
016970         INVALID KEY
016980             SET WS-BRANCH-MASTER-INVALID TO TRUE
016990             MOVE 'BRANCH NOT ON BRANCH MASTER' TO EX-REASON
017000         NOT INVALID KEY
017010             IF BM-BRANCH-INACTIVE
017020                 SET WS-BRANCH-MASTER-INVALID TO TRUE
017030                 MOVE 'BRANCH INACTIVE ON MASTER' TO EX-REASON
017040             ELSE
017050*                A CLOSURE KEYED AHEAD OF TIME COUNTS FROM ITS
017060*                EFFECTIVE DATE EVEN IF THE CTB350 MAINTENANCE
017070*                JOB HAS NOT FLIPPED THE SWITCH YET.
017080                 IF BM-PENDING-DEACTIVATE
017090                     AND BM-STATUS-DATE NOT > WS-RUN-DATE-X
017100                     SET WS-BRANCH-MASTER-INVALID TO TRUE
017110                     MOVE 'BRANCH DEACTIVATION IN EFFECT'
017120                         TO EX-REASON
017130                 END-IF
017140             END-IF
017150     END-READ
017160     IF WS-BRANCH-MASTER-INVALID
017170         ADD 1 TO WS-REJECT-MASTER-CNT
017180         PERFORM 2150-WRITE-EXCEPTION THRU 2150-EXIT
017190     END-IF
017200     .
017210 2120-EXIT.
017220     EXIT.
017230*
017240******************************************************************
017250*    2130-VALIDATE-TYPE - THE RECORD TYPE MUST BE POST (P OR       *
017260*                         SPACE), REVERSE (R), OR REPLACE (X).     *
017270*                         ANYTHING ELSE IS REJECTED TO THE         *
017280*                         EXCEPTIONS REPORT AND THE RECYCLE FILE.  *
017290******************************************************************
017300 2130-VALIDATE-TYPE.
017310     SET WS-TRANS-TYPE-VALID TO TRUE
017320     IF TR-TYPE-POST OR TR-TYPE-REVERSE OR TR-TYPE-REPLACE
017330         CONTINUE
017340     ELSE
017350         SET WS-TRANS-TYPE-INVALID TO TRUE
017360         ADD 1 TO WS-REJECT-TYPE-CNT
017370         MOVE 'UNKNOWN TRANSACTION TYPE' TO EX-REASON
017380         PERFORM 2150-WRITE-EXCEPTION THRU 2150-EXIT
017390     END-IF
017400     .
017410 2130-EXIT.
017420     EXIT.
017430*
017440******************************************************************
017450*    2140-CHECK-REVIEW-LIMIT - A POST OR REPLACE WHOSE AMOUNT     *
017460*                              EXCEEDS ITS BRANCH'S REVIEW        *
017470*                              LIMIT IS DIVERTED TO THE HOLD      *
017480*                              FILE FOR A SUPERVISOR INSTEAD OF   *
017490*                              POSTED.  A RELEASED HELD RECORD    *
017500*                              PASSES - THE SUPERVISOR ALREADY    *
017510*                              APPROVED IT.  ZERO OR A NON-       *
017520*                              NUMERIC LIMIT (AN OLD MASTER       *
017530*                              ROW) MEANS NO LIMIT.               *
017540******************************************************************
017550 2140-CHECK-REVIEW-LIMIT.
017560     SET WS-AMOUNT-NOT-HELD TO TRUE
017570     IF WS-BRANCH-MASTER-ABSENT OR WS-BRANCH-MASTER-INVALID
017580         GO TO 2140-EXIT
017590     END-IF
017600     IF WS-RELEASED-TRANS OR TR-TYPE-REVERSE
017610         GO TO 2140-EXIT
017620     END-IF
017630     IF BM-REVIEW-LIMIT NOT NUMERIC
017640         GO TO 2140-EXIT
017650     END-IF
017660     IF BM-REVIEW-LIMIT = 0
017670         GO TO 2140-EXIT
017680     END-IF
017690     IF TR-AMOUNT > BM-REVIEW-LIMIT
017700         SET WS-AMOUNT-HELD TO TRUE
017710         ADD 1 TO WS-HOLD-CNT
017720         ADD TR-AMOUNT TO WS-HOLD-AMOUNT
017730         PERFORM 2170-WRITE-HOLD-RECORD THRU 2170-EXIT
017740     END-IF
017750     .
017760 2140-EXIT.
017770     EXIT.
017780*
017790 2150-WRITE-EXCEPTION.
017800     MOVE WS-INDEX TO EX-INDEX-VALUE
017810     PERFORM 9500-BUILD-TIMESTAMP THRU 9500-EXIT
017820     MOVE WS-TIMESTAMP-OUT TO EX-TIMESTAMP
017830     WRITE CTB1EX-LINE
017840     ADD 1 TO WS-REJECT-TOTAL-CNT
017850     PERFORM 2160-WRITE-RECYCLE THRU 2160-EXIT
017860     .
017870 2150-EXIT.
017880     EXIT.
017890*
017900******************************************************************
017910*    2160-WRITE-RECYCLE - MIRROR THE REJECTED TRANSACTION TO THE   *
017920*                         RECYCLE FILE IN TRANS-RECORD FORMAT,     *
017930*                         CARRYING THE SAME REASON AS THE PRINT    *
017940*                         LINE, SO IT CAN BE CORRECTED AND FED     *
017950*                         BACK IN AS CTBRCYIN ON THE NEXT RUN.     *
017960******************************************************************
017970 2160-WRITE-RECYCLE.
017980*    A TRIAL TALLIES THE WOULD-BE RECYCLE RECORDS BUT WRITES
017990*    NONE OF THEM.
018000     IF WS-LIVE-RUN
018010         MOVE SPACES TO RECYCLE-OUT-RECORD
018020         MOVE TR-INDEX-VALUE TO RJ-INDEX-VALUE
018030         MOVE TR-BRANCH-CODE TO RJ-BRANCH-CODE
018040         MOVE TR-AMOUNT TO RJ-AMOUNT
018050         MOVE TR-RECORD-TYPE TO RJ-RECORD-TYPE
018060         MOVE EX-REASON TO RJ-REJECT-REASON
018070         WRITE RECYCLE-OUT-RECORD
018080     END-IF
018090     ADD 1 TO WS-RECYCLE-WRITE-CNT
018100     .
018110 2160-EXIT.
018120     EXIT.
018130*
018140******************************************************************
018150*    2170-WRITE-HOLD-RECORD - DIVERT THE TRANSACTION TO THE       *
018160*                             HOLD FILE UNRELEASED AND LIST IT    *
018170*                             ON THE REVIEW REPORT.  A TRIAL      *
018180*                             LISTS BUT WRITES NOTHING.           *
018190******************************************************************
018200 2170-WRITE-HOLD-RECORD.
018210     IF WS-LIVE-RUN
018220         MOVE SPACES TO CTB1HD-HELD-RECORD
018230         MOVE TR-INDEX-VALUE TO HD-INDEX-VALUE
018240         MOVE TR-BRANCH-CODE TO HD-BRANCH-CODE
018250         MOVE TR-AMOUNT TO HD-AMOUNT
018260         MOVE TR-RECORD-TYPE TO HD-RECORD-TYPE
018270         MOVE 'AMOUNT EXCEEDS BRANCH LIMIT' TO HD-HOLD-REASON
018280         MOVE 'N' TO HD-RELEASE-SW
018290         MOVE SPACES TO HD-RELEASE-OPER
018300         WRITE CTB1HD-HELD-RECORD
018310     END-IF
018320     MOVE TR-AMOUNT TO WS-HLD-RPT-AMT
018330     MOVE BM-REVIEW-LIMIT TO WS-HLD-RPT-LIMIT
018340     MOVE SPACES TO HL-LINE
018350     STRING '  SLOT ' DELIMITED BY SIZE
018360             TR-INDEX-VALUE DELIMITED BY SIZE
018370             '  BRANCH ' DELIMITED BY SIZE
018380             TR-BRANCH-CODE DELIMITED BY SIZE
018390             '  AMOUNT ' DELIMITED BY SIZE
018400             WS-HLD-RPT-AMT DELIMITED BY SIZE
018410             ' EXCEEDS LIMIT ' DELIMITED BY SIZE
018420             WS-HLD-RPT-LIMIT DELIMITED BY SIZE
018430             ' - HELD FOR REVIEW' DELIMITED BY SIZE
018440         INTO HL-LINE
018450     WRITE CTB1HL-LINE
018460     .
018470 2170-EXIT.
018480     EXIT.
018490*
018500******************************************************************
018510*    2180-REHOLD-RECORD - AN UNRELEASED RECORD FED BACK ON        *
018520*                         CTBHLDIN GOES STRAIGHT BACK TO THE      *
018530*                         HOLD FILE, REASON AND ALL, AND IS       *
018540*                         LISTED SO THE SUPERVISOR SEES IT IS     *
018550*                         STILL WAITING.                          *
018560******************************************************************
018570 2180-REHOLD-RECORD.
018580     IF WS-LIVE-RUN
018590         MOVE SPACES TO CTB1HD-HELD-RECORD
018600         MOVE HI-INDEX-VALUE TO HD-INDEX-VALUE
018610         MOVE HI-BRANCH-CODE TO HD-BRANCH-CODE
018620         MOVE HI-AMOUNT TO HD-AMOUNT
018630         MOVE HI-RECORD-TYPE TO HD-RECORD-TYPE
018640         MOVE HI-HOLD-REASON TO HD-HOLD-REASON
018650         MOVE 'N' TO HD-RELEASE-SW
018660         MOVE SPACES TO HD-RELEASE-OPER
018670         WRITE CTB1HD-HELD-RECORD
018680     END-IF
018690     MOVE SPACES TO HL-LINE
018700     STRING '  SLOT ' DELIMITED BY SIZE
018710             HI-INDEX-VALUE DELIMITED BY SIZE
018720             '  BRANCH ' DELIMITED BY SIZE
018730             HI-BRANCH-CODE DELIMITED BY SIZE
018740             '  STILL HELD - NO SUPERVISOR RELEASE'
018750                 DELIMITED BY SIZE
018760         INTO HL-LINE
018770     WRITE CTB1HL-LINE
018780     .
018790 2180-EXIT.
018800     EXIT.
018810*
018820******************************************************************
018830*    2200-POST-UPDATE - APPLY ONE TRANSACTION TO ITS BRANCH SLOT  *
018840*                       ACCORDING TO ITS RECORD TYPE - POST,      *
018850*                       REVERSE, OR REPLACE - THEN CHECKPOINT ON  *
018860*                       THE CONFIGURED INTERVAL.                  *
018870******************************************************************
018880 2200-POST-UPDATE.
018890     PERFORM 2210-FIND-BRANCH-SLOT THRU 2210-EXIT
018900     IF WS-BRANCH-SLOT-OK
018910         MOVE WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX)
018920             TO WS-PRIOR-VALUE
018930         MOVE WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
018940             TO WS-PRIOR-AMOUNT
018950         EVALUATE TRUE
018960             WHEN TR-TYPE-REVERSE
018970                 PERFORM 2230-APPLY-REVERSAL THRU 2230-EXIT
018980             WHEN TR-TYPE-REPLACE
018990                 PERFORM 2240-APPLY-REPLACE THRU 2240-EXIT
019000             WHEN OTHER
019010                 PERFORM 2205-APPLY-POST THRU 2205-EXIT
019020         END-EVALUATE
019030         MOVE 'Y' TO WS-TOUCH-FLAG(WS-INDEX)
019040     END-IF
019050     ADD 1 TO WS-UPDATES-SINCE-CKPT
019060     IF WS-UPDATES-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL
019070         PERFORM 8100-WRITE-CHECKPOINT THRU 8100-EXIT
019080         MOVE 0 TO WS-UPDATES-SINCE-CKPT
019090     END-IF
019100     .
019110 2200-EXIT.
019120     EXIT.
019130*
019140******************************************************************
019150*    2205-APPLY-POST - THE ORDINARY CASE - ADD ONE COUNT AND THE  *
019160*                      TRANSACTION AMOUNT TO THE BRANCH AND       *
019170*                      PERIOD SLOT AND AUDIT THE POST.            *
019180******************************************************************
019190 2205-APPLY-POST.
019200     ADD 1 TO WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX)
019210     ADD 1 TO WS-PERIOD-TOTAL(WS-PERIOD-IDX)
019220     ADD 1 TO WS-POST-COUNT
019230     ADD TR-AMOUNT
019240         TO WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
019250     ADD TR-AMOUNT TO WS-PERIOD-AMOUNT(WS-PERIOD-IDX)
019260     ADD TR-AMOUNT TO WS-POST-AMOUNT
019270     MOVE WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX)
019280         TO WS-NEW-VALUE
019290     SET AU-CHANGE-BATCH-POST TO TRUE
019300     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
019310     MOVE 'P' TO LG-RECORD-TYPE
019320     MOVE +1 TO LG-COUNT-EFFECT
019330     MOVE TR-AMOUNT TO LG-AMOUNT-EFFECT
019340     PERFORM 5100-WRITE-LEDGER-ROW THRU 5100-EXIT
019350     .
019360 2205-EXIT.
019370     EXIT.
019380*
019390******************************************************************
019400*    2230-APPLY-REVERSAL - BACK ONE POSTING OUT OF THE BRANCH     *
019410*                          SLOT.  A REVERSAL THAT WOULD TAKE THE  *
019420*                          COUNT OR THE AMOUNT BELOW ZERO IS      *
019430*                          REJECTED INSTEAD OF APPLIED.           *
019440******************************************************************
019450 2230-APPLY-REVERSAL.
019460     IF WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX) = 0
019470         OR WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
019480             < TR-AMOUNT
019490         ADD 1 TO WS-REJECT-REVERSAL-CNT
019500         MOVE 'REVERSAL WOULD GO BELOW ZERO' TO EX-REASON
019510         PERFORM 2150-WRITE-EXCEPTION THRU 2150-EXIT
019520         GO TO 2230-EXIT
019530     END-IF
019540     SUBTRACT 1 FROM WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX)
019550     SUBTRACT 1 FROM WS-PERIOD-TOTAL(WS-PERIOD-IDX)
019560     SUBTRACT TR-AMOUNT
019570         FROM WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
019580     SUBTRACT TR-AMOUNT FROM WS-PERIOD-AMOUNT(WS-PERIOD-IDX)
019590     IF WS-POST-COUNT > 0
019600         SUBTRACT 1 FROM WS-POST-COUNT
019610     END-IF
019620     IF WS-POST-AMOUNT NOT < TR-AMOUNT
019630         SUBTRACT TR-AMOUNT FROM WS-POST-AMOUNT
019640     END-IF
019650     MOVE WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX)
019660         TO WS-NEW-VALUE
019670     SET AU-CHANGE-BATCH-REVERSAL TO TRUE
019680     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
019690     MOVE 'R' TO LG-RECORD-TYPE
019700     MOVE -1 TO LG-COUNT-EFFECT
019710     COMPUTE LG-AMOUNT-EFFECT = 0 - TR-AMOUNT
019720     PERFORM 5100-WRITE-LEDGER-ROW THRU 5100-EXIT
019730     .
019740 2230-EXIT.
019750     EXIT.
019760*
019770******************************************************************
019780*    2240-APPLY-REPLACE - OVERWRITE THE BRANCH SLOT'S POSTED      *
019790*                         AMOUNT WITH THE TRANSACTION AMOUNT,     *
019800*                         CARRYING THE DIFFERENCE THROUGH THE     *
019810*                         PERIOD AND RUN TOTALS.  THE COUNTS ARE  *
019820*                         LEFT AS POSTED - A REPLACE CORRECTS     *
019830*                         DOLLARS, NOT VOLUME.                    *
019840******************************************************************
019850 2240-APPLY-REPLACE.
019860     IF WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX) = 0
019870         ADD 1 TO WS-REJECT-REVERSAL-CNT
019880         MOVE 'NO POSTING TO REVERSE/REPLACE' TO EX-REASON
019890         PERFORM 2150-WRITE-EXCEPTION THRU 2150-EXIT
019900         GO TO 2240-EXIT
019910     END-IF
019920     SUBTRACT WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
019930         FROM WS-PERIOD-AMOUNT(WS-PERIOD-IDX)
019940     IF WS-POST-AMOUNT NOT <
019950             WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
019960         SUBTRACT WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
019970             FROM WS-POST-AMOUNT
019980     ELSE
019990         MOVE 0 TO WS-POST-AMOUNT
020000     END-IF
020010     MOVE TR-AMOUNT
020020         TO WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
020030     ADD TR-AMOUNT TO WS-PERIOD-AMOUNT(WS-PERIOD-IDX)
020040     ADD TR-AMOUNT TO WS-POST-AMOUNT
020050     MOVE WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX)
020060         TO WS-NEW-VALUE
020070     SET AU-CHANGE-BATCH-REPLACE TO TRUE
020080     PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
020090     MOVE 'X' TO LG-RECORD-TYPE
020100     MOVE 0 TO LG-COUNT-EFFECT
020110     COMPUTE LG-AMOUNT-EFFECT = TR-AMOUNT - WS-PRIOR-AMOUNT
020120     PERFORM 5100-WRITE-LEDGER-ROW THRU 5100-EXIT
020130     .
020140 2240-EXIT.
020150     EXIT.
020160*
020170******************************************************************
020180*    2210-FIND-BRANCH-SLOT - LOCATE TR-BRANCH-CODE WITHIN THE     *
020190*                            CURRENT PERIOD'S BRANCH TABLE,       *
020200*                            ADDING IT IF THIS IS ITS FIRST       *
020210*                            APPEARANCE FOR THE SLOT.              *
020220******************************************************************
020230 2210-FIND-BRANCH-SLOT.
020240     SET WS-BRANCH-SLOT-OK TO TRUE
020250     SET WS-BRANCH-IDX TO 1
020260     SEARCH WS-BRANCH-TABLE
020270         AT END
020280             IF TR-TYPE-REVERSE OR TR-TYPE-REPLACE
020290                 SET WS-BRANCH-SLOT-FULL TO TRUE
020300                 PERFORM 2227-WRITE-UNPOSTED-SLOT THRU 2227-EXIT
020310             ELSE
020320                 PERFORM 2220-ADD-NEW-BRANCH THRU 2220-EXIT
020330             END-IF
020340         WHEN WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX)
020350                 = TR-BRANCH-CODE
020360             CONTINUE
020370     END-SEARCH
020380     .
020390 2210-EXIT.
020400     EXIT.
020410*
020420 2220-ADD-NEW-BRANCH.
020430     SET WS-BRANCH-IDX TO 1
020440     SEARCH WS-BRANCH-TABLE
020450         AT END
020460             SET WS-BRANCH-SLOT-FULL TO TRUE
020470             PERFORM 2225-WRITE-BRANCH-OVERFLOW THRU 2225-EXIT
020480         WHEN WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX)
020490                 = SPACES
020500             MOVE TR-BRANCH-CODE
020510                 TO WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX)
020520     END-SEARCH
020530     .
020540 2220-EXIT.
020550     EXIT.
020560*
020570******************************************************************
020580*    2225-WRITE-BRANCH-OVERFLOW - THE PERIOD'S BRANCH TABLE IS     *
020590*                                 FULL OF DISTINCT BRANCH CODES -  *
020600*                                 REJECT THE NEW CODE TO THE       *
020610*                                 EXCEPTIONS REPORT RATHER THAN    *
020620*                                 OVERWRITING AN EXISTING BRANCH.  *
020630******************************************************************
020640 2225-WRITE-BRANCH-OVERFLOW.
020650     DISPLAY 'CTB100W - BRANCH TABLE FULL FOR SLOT ' WS-INDEX
020660         ' - REJECTING ' TR-BRANCH-CODE
020670     MOVE WS-INDEX TO EX-INDEX-VALUE
020680     MOVE 'BRANCH TABLE FULL - REJECTED' TO EX-REASON
020690     PERFORM 9500-BUILD-TIMESTAMP THRU 9500-EXIT
020700     MOVE WS-TIMESTAMP-OUT TO EX-TIMESTAMP
020710     WRITE CTB1EX-LINE
020720     ADD 1 TO WS-REJECT-BRANCH-CNT
020730     ADD 1 TO WS-REJECT-TOTAL-CNT
020740     PERFORM 2160-WRITE-RECYCLE THRU 2160-EXIT
020750     .
020760 2225-EXIT.
020770     EXIT.
020780*
020790******************************************************************
020800*    2227-WRITE-UNPOSTED-SLOT - A REVERSAL OR REPLACE ARRIVED     *
020810*                               FOR A BRANCH THAT NEVER POSTED    *
020820*                               IN THIS SLOT - THERE IS NOTHING   *
020830*                               TO BACK OUT, SO IT IS REJECTED.   *
020840******************************************************************
020850 2227-WRITE-UNPOSTED-SLOT.
020860     MOVE WS-INDEX TO EX-INDEX-VALUE
020870     MOVE 'NO POSTING TO REVERSE/REPLACE' TO EX-REASON
020880     PERFORM 9500-BUILD-TIMESTAMP THRU 9500-EXIT
020890     MOVE WS-TIMESTAMP-OUT TO EX-TIMESTAMP
020900     WRITE CTB1EX-LINE
020910     ADD 1 TO WS-REJECT-REVERSAL-CNT
020920     ADD 1 TO WS-REJECT-TOTAL-CNT
020930     PERFORM 2160-WRITE-RECYCLE THRU 2160-EXIT
020940     .
020950 2227-EXIT.
020960     EXIT.
020970*
020980******************************************************************
020990*    5000-WRITE-AUDIT-RECORD - APPEND ONE ROW TO THE AUDIT TRAIL   *
021000*                              FOR THE BRANCH SLOT JUST POSTED.    *
021010******************************************************************
021020 5000-WRITE-AUDIT-RECORD.
021030     IF WS-TRIAL-RUN
021040         GO TO 5000-EXIT
021050     END-IF
021060     PERFORM 9500-BUILD-TIMESTAMP THRU 9500-EXIT
021070     MOVE WS-TIMESTAMP-OUT TO AU-TIMESTAMP
021080     MOVE 'CTB100' TO AU-PROGRAM-ID
021090     SET AU-SOURCE-BATCH TO TRUE
021100     MOVE SPACES TO AU-OPERATOR-ID
021110     MOVE WS-INDEX TO AU-INDEX-VALUE
021120     MOVE TR-BRANCH-CODE TO AU-BRANCH-CODE
021130     MOVE WS-PRIOR-VALUE TO AU-PRIOR-VALUE
021140     MOVE WS-NEW-VALUE TO AU-NEW-VALUE
021150     MOVE WS-CYCLE-NUMBER TO AU-CYCLE-NUMBER
021160     WRITE CTB1AU-AUDIT-RECORD
021170     .
021180 5000-EXIT.
021190     EXIT.
021200*
021210******************************************************************
021220*    5100-WRITE-LEDGER-ROW - APPEND THE TRANSACTION JUST APPLIED  *
021230*                            TO THE CTBLEDG POSTED-TRANSACTION    *
021240*                            LEDGER.  THE CALLER HAS SET THE      *
021250*                            RECORD TYPE AND THE COUNT AND        *
021260*                            AMOUNT EFFECTS.  THE READ POSITION   *
021270*                            IS THE SAME ONE THE CHECKPOINT       *
021280*                            CARRIES, SO A RESTART THAT REPOSTS   *
021290*                            A RECORD REUSES ITS SEQUENCE.        *
021300******************************************************************
021310 5100-WRITE-LEDGER-ROW.
021320     IF WS-TRIAL-RUN
021330         GO TO 5100-EXIT
021340     END-IF
021350     MOVE WS-RUN-DATE-X TO LG-POST-DATE
021360     MOVE WS-CYCLE-NUMBER TO LG-CYCLE-NUMBER
021370     MOVE WS-TRANS-READ-COUNT TO LG-READ-SEQ
021380     MOVE WS-INDEX TO LG-PERIOD-INDEX
021390     MOVE TR-BRANCH-CODE TO LG-BRANCH-CODE
021400     MOVE WS-REDIRECT-FROM TO LG-REDIRECT-FROM
021410     MOVE TR-AMOUNT TO LG-AMOUNT
021420     EVALUATE TRUE
021430         WHEN WS-RECYCLE-REPOST-ACTIVE
021440             SET LG-SOURCE-RECYCLE TO TRUE
021450         WHEN WS-RELEASED-TRANS
021460             SET LG-SOURCE-RELEASED TO TRUE
021470         WHEN OTHER
021480             SET LG-SOURCE-DAILY TO TRUE
021490     END-EVALUATE
021500     MOVE WS-TIMESTAMP-OUT TO LG-TIMESTAMP
021510     WRITE CTB1LG-LEDGER-RECORD
021520     ADD 1 TO WS-LEDGER-WRITE-CNT
021530     .
021540 5100-EXIT.
021550     EXIT.
021560*
021570******************************************************************
021580*    8100-WRITE-CHECKPOINT - PERSIST THE RUN'S PROGRESS.  AN      *
021590*                            INTERVAL CHECKPOINT APPENDS A DELTA  *
021600*                            OF THE SLOTS TOUCHED SINCE THE LAST  *
021610*                            ONE; THE FINAL CHECKPOINT OF THE     *
021620*                            RUN CONSOLIDATES THE FILE BACK TO    *
021630*                            THE ONE FULL RECORD THE DOWNSTREAM   *
021640*                            READERS EXPECT.                      *
021650******************************************************************
021660 8100-WRITE-CHECKPOINT.
021670     IF WS-TRIAL-RUN
021680         GO TO 8100-EXIT
021690     END-IF
021700     PERFORM 9500-BUILD-TIMESTAMP THRU 9500-EXIT
021710     IF WS-FINAL-CHECKPOINT
021720         PERFORM 8300-CONSOLIDATE-CHECKPOINT THRU 8300-EXIT
021730     ELSE
021740         PERFORM 8200-WRITE-DELTA-CHECKPOINT THRU 8200-EXIT
021750     END-IF
021760     .
021770 8100-EXIT.
021780     EXIT.
021790*
021800******************************************************************
021810*    8150-WRITE-BASE-CHECKPOINT - THE FULL TABLE AS THE RUN       *
021820*                                 FOUND IT, WRITTEN ONCE AT       *
021830*                                 INITIALIZE AS THE RECORD THE    *
021840*                                 DELTAS BUILD ON.  ALWAYS IN-    *
021850*                                 FLIGHT - ONLY THE CONSOLIDATED  *
021860*                                 RECORD EVER CARRIES COMPLETE.   *
021870******************************************************************
021880 8150-WRITE-BASE-CHECKPOINT.
021890     PERFORM 9500-BUILD-TIMESTAMP THRU 9500-EXIT
021900     MOVE WS-COUNT TO RC-COUNT
021910     MOVE WS-INDEX TO RC-CHECKPOINT-INDEX
021920     MOVE WS-TRANS-READ-COUNT TO RC-TRANS-READ-COUNT
021930     MOVE WS-POST-COUNT TO RC-POST-COUNT
021940     MOVE WS-POST-AMOUNT TO RC-POST-AMOUNT
021950     MOVE 'N' TO RC-RUN-COMPLETE-SW
021960     MOVE WS-CYCLE-NUMBER TO RC-CYCLE-NUMBER
021970     MOVE WS-TIMESTAMP-OUT TO RC-CHECKPOINT-TIMESTAMP
021980     PERFORM 8110-SAVE-SLOT THRU 8110-EXIT
021990         VARYING WS-PERIOD-IDX FROM 1 BY 1
022000         UNTIL WS-PERIOD-IDX > WS-COUNT
022010     WRITE CTB1RC-RESTART-RECORD
022020     .
022030 8150-EXIT.
022040     EXIT.
022050*
022060******************************************************************
022070*    8200-WRITE-DELTA-CHECKPOINT - APPEND ONE DELTA CARRYING THE  *
022080*                                  RUNNING COUNTERS AND ONLY THE  *
022090*                                  SLOTS TOUCHED SINCE THE LAST   *
022100*                                  CHECKPOINT, REFRESHING JUST    *
022110*                                  THOSE SLOTS' CTBSLOT ROWS ON   *
022120*                                  THE WAY PAST.                  *
022130******************************************************************
022140 8200-WRITE-DELTA-CHECKPOINT.
022150     MOVE 'D' TO RD-RECORD-TYPE
022160     MOVE WS-COUNT TO RD-COUNT
022170     MOVE WS-INDEX TO RD-CHECKPOINT-INDEX
022180     MOVE WS-TIMESTAMP-OUT TO RD-CHECKPOINT-TIMESTAMP
022190     MOVE WS-TRANS-READ-COUNT TO RD-TRANS-READ-COUNT
022200     MOVE WS-POST-COUNT TO RD-POST-COUNT
022210     MOVE WS-POST-AMOUNT TO RD-POST-AMOUNT
022220     MOVE WS-CYCLE-NUMBER TO RD-CYCLE-NUMBER
022230     MOVE 0 TO RD-SLOT-COUNT
022240     PERFORM 8210-SAVE-TOUCHED-SLOT THRU 8210-EXIT
022250         VARYING WS-TOUCH-SUB FROM 1 BY 1
022260         UNTIL WS-TOUCH-SUB > WS-COUNT
022270     WRITE CTB1RD-DELTA-RECORD
022280     .
022290 8200-EXIT.
022300     EXIT.
022310*
022320 8210-SAVE-TOUCHED-SLOT.
022330     IF WS-TOUCH-FLAG(WS-TOUCH-SUB) NOT = 'Y'
022340         GO TO 8210-EXIT
022350     END-IF
022360     MOVE 'N' TO WS-TOUCH-FLAG(WS-TOUCH-SUB)
022370     ADD 1 TO RD-SLOT-COUNT
022380     SET RD-SLOT-IDX TO RD-SLOT-COUNT
022390     SET WS-PERIOD-IDX TO WS-TOUCH-SUB
022400     MOVE WS-TOUCH-SUB TO RD-PERIOD-INDEX(RD-SLOT-IDX)
022410     MOVE WS-PERIOD-TOTAL(WS-PERIOD-IDX)
022420         TO RD-PERIOD-TOTAL(RD-SLOT-IDX)
022430     MOVE WS-PERIOD-AMOUNT(WS-PERIOD-IDX)
022440         TO RD-PERIOD-AMOUNT(RD-SLOT-IDX)
022450     PERFORM 8220-SAVE-TOUCHED-BRANCH THRU 8220-EXIT
022460         VARYING WS-BRANCH-IDX FROM 1 BY 1
022470         UNTIL WS-BRANCH-IDX > WS-MAX-BRANCHES
022480     .
022490 8210-EXIT.
022500     EXIT.
022510*
022520 8220-SAVE-TOUCHED-BRANCH.
022530     SET RD-BRANCH-IDX TO WS-BRANCH-IDX
022540     MOVE WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX)
022550         TO RD-BRANCH-CODE(RD-SLOT-IDX RD-BRANCH-IDX)
022560     MOVE WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX)
022570         TO RD-BRANCH-TOTAL(RD-SLOT-IDX RD-BRANCH-IDX)
022580     MOVE WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
022590         TO RD-BRANCH-AMOUNT(RD-SLOT-IDX RD-BRANCH-IDX)
022600     IF WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX) NOT = SPACES
022610         PERFORM 8130-SAVE-SLOT-FILE-ROW THRU 8130-EXIT
022620     END-IF
022630     .
022640 8220-EXIT.
022650     EXIT.
022660*
022670******************************************************************
022680*    8300-CONSOLIDATE-CHECKPOINT - THE FINAL CHECKPOINT OF THE    *
022690*                                  RUN.  THE FILE IS CLOSED AND   *
022700*                                  REOPENED FOR OUTPUT SO BASE    *
022710*                                  AND DELTAS COLLAPSE TO THE     *
022720*                                  ONE FULL RECORD, EXACTLY THE   *
022730*                                  FILE THE DOWNSTREAM READERS    *
022740*                                  HAVE ALWAYS SEEN.              *
022750******************************************************************
022760 8300-CONSOLIDATE-CHECKPOINT.
022770     MOVE WS-COUNT TO RC-COUNT
022780     MOVE WS-INDEX TO RC-CHECKPOINT-INDEX
022790     MOVE WS-TRANS-READ-COUNT TO RC-TRANS-READ-COUNT
022800     MOVE WS-POST-COUNT TO RC-POST-COUNT
022810     MOVE WS-POST-AMOUNT TO RC-POST-AMOUNT
022820     MOVE 'Y' TO RC-RUN-COMPLETE-SW
022830     MOVE WS-CYCLE-NUMBER TO RC-CYCLE-NUMBER
022840     MOVE WS-TIMESTAMP-OUT TO RC-CHECKPOINT-TIMESTAMP
022850     PERFORM 8110-SAVE-SLOT THRU 8110-EXIT
022860         VARYING WS-PERIOD-IDX FROM 1 BY 1
022870         UNTIL WS-PERIOD-IDX > WS-COUNT
022880     CLOSE RESTART-FILE
022890     OPEN OUTPUT RESTART-FILE
022900     WRITE CTB1RC-RESTART-RECORD
022910     .
022920 8300-EXIT.
022930     EXIT.
022940*
022950 8110-SAVE-SLOT.
022960     SET RC-PERIOD-IDX TO WS-PERIOD-IDX
022970     MOVE WS-PERIOD-TOTAL(WS-PERIOD-IDX)
022980         TO RC-PERIOD-TOTAL(RC-PERIOD-IDX)
022990     MOVE WS-PERIOD-AMOUNT(WS-PERIOD-IDX)
023000         TO RC-PERIOD-AMOUNT(RC-PERIOD-IDX)
023010     PERFORM 8120-SAVE-BRANCH THRU 8120-EXIT
023020         VARYING WS-BRANCH-IDX FROM 1 BY 1
023030         UNTIL WS-BRANCH-IDX > WS-MAX-BRANCHES
023040     .
023050 8110-EXIT.
023060     EXIT.
023070*
023080 8120-SAVE-BRANCH.
023090     SET RC-BRANCH-IDX TO WS-BRANCH-IDX
023100     MOVE WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX)
023110         TO RC-BRANCH-CODE(RC-PERIOD-IDX RC-BRANCH-IDX)
023120     MOVE WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX)
023130         TO RC-BRANCH-TOTAL(RC-PERIOD-IDX RC-BRANCH-IDX)
023140     MOVE WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
023150         TO RC-BRANCH-AMOUNT(RC-PERIOD-IDX RC-BRANCH-IDX)
023160     IF WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX) NOT = SPACES
023170         PERFORM 8130-SAVE-SLOT-FILE-ROW THRU 8130-EXIT
023180     END-IF
023190     .
023200 8120-EXIT.
023210     EXIT.
023220*
023230******************************************************************
023240*    8130-SAVE-SLOT-FILE-ROW - REFRESH THE KEYED SLOT MAINTENANCE *
023250*                              FILE ROW FOR CTB300 TO BROWSE.      *
023260******************************************************************
023270 8130-SAVE-SLOT-FILE-ROW.
023280     MOVE WS-PERIOD-IDX TO SL-PERIOD-INDEX
023290     MOVE WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX)
023300         TO SL-BRANCH-CODE
023310     MOVE WS-PERIOD-TOTAL(WS-PERIOD-IDX) TO SL-PERIOD-TOTAL
023320     MOVE WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX)
023330         TO SL-BRANCH-TOTAL
023340     MOVE WS-PERIOD-AMOUNT(WS-PERIOD-IDX) TO SL-PERIOD-AMOUNT
023350     MOVE WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
023360         TO SL-BRANCH-AMOUNT
023370     MOVE WS-TIMESTAMP-OUT(1:8) TO SL-REFRESH-DATE
023380     REWRITE CTB1SL-SLOT-RECORD
023390         INVALID KEY
023400             WRITE CTB1SL-SLOT-RECORD
023410     END-REWRITE
023420     .
023430 8130-EXIT.
023440     EXIT.
023450*
023460******************************************************************
023470*    9000-TERMINATE                                               *
023480******************************************************************
023490 9000-TERMINATE.
023500     SET WS-FINAL-CHECKPOINT TO TRUE
023510     PERFORM 8100-WRITE-CHECKPOINT THRU 8100-EXIT
023520*    AN INTERIM CYCLE LEAVES THE DAY OPEN - THE SNAPSHOT, THE
023530*    SHORT-FEED SCAN AND THE RECONCILIATION BELONG TO THE
023540*    DAY'S FINAL CYCLE, WHICH SEES THE FULL DAY'S FIGURES.
023550     IF WS-FINAL-CYCLE
023560         PERFORM 9200-WRITE-SNAPSHOT THRU 9200-EXIT
023570         PERFORM 7000-SCAN-FOR-SHORT-FEED THRU 7000-EXIT
023580         PERFORM 6000-RECONCILE-CONTROL-TOTAL THRU 6000-EXIT
023590     ELSE
023600         DISPLAY 'CTB100I - INTERIM CYCLE ' WS-CYCLE-NUMBER
023610             ' CLOSED - SNAPSHOT AND RECONCILIATION DEFERRED '
023620             'TO THE FINAL CYCLE'
023630     END-IF
023640     CLOSE TRANS-FILE
023650     CLOSE EXCEPT-RPT
023660     CLOSE SLOT-FILE
023670     IF WS-LIVE-RUN
023680         CLOSE RESTART-FILE
023690         CLOSE AUDIT-FILE
023700         CLOSE LEDGER-FILE
023710         CLOSE RECYCLE-OUT
023720         CLOSE HOLD-OUT
023730     END-IF
023740     PERFORM 9600-CLOSE-HOLD-REPORT THRU 9600-EXIT
023750     IF WS-BRANCH-MASTER-PRESENT
023760         CLOSE BRANCH-MASTER
023770     END-IF
023780     DISPLAY 'CTB100I - END OF RUN.  WS-COUNT = ' WS-COUNT
023790         ', WS-POST-COUNT = ' WS-POST-COUNT
023800         ', WS-POST-AMOUNT = ' WS-POST-AMOUNT
023810     DISPLAY 'CTB100I - RECYCLE RECORDS REPOSTED = '
023820         WS-RECYCLE-READ-CNT ', REJECTS WRITTEN TO RECYCLE = '
023830         WS-RECYCLE-WRITE-CNT
023840     DISPLAY 'CTB100I - REJECTED UPDATE ATTEMPTS = '
023850         WS-REJECT-TOTAL-CNT ' (ZERO INDEX = '
023860         WS-REJECT-ZERO-CNT ', OUT OF RANGE = '
023870         WS-REJECT-HIGH-CNT ', BRANCH TABLE FULL = '
023880         WS-REJECT-BRANCH-CNT ', BRANCH NOT ON MASTER = '
023890         WS-REJECT-MASTER-CNT ', BAD TYPE = '
023900         WS-REJECT-TYPE-CNT ', REVERSAL BOUNDS = '
023910         WS-REJECT-REVERSAL-CNT ')'
023920     DISPLAY 'CTB100I - ZERO-COUNT SLOTS = ' WS-ZERO-SLOT-SCAN-CNT
023930         ' (' WS-ZERO-SLOT-SCAN-PCT '% OF WS-COUNT), '
023940         'DUPLICATE BRANCH CODES = ' WS-DUP-BRANCH-CNT
023950     DISPLAY 'CTB100I - MERGED-BRANCH TRANSACTIONS REDIRECTED TO '
023960         'THEIR SUCCESSOR = ' WS-REDIRECT-CNT
023970     IF WS-SHORT-FEED-DETECTED
023980         DISPLAY 'CTB100W - SHORT FEED SUSPECTED - ZERO-COUNT '
023990             'SLOTS REACHED OR EXCEEDED THE '
024000             WS-SHORT-FEED-THRESHOLD-PCT '% THRESHOLD'
024010     END-IF
024020     IF WS-RECONCILE-FAILED
024030         DISPLAY 'CTB100A - CONTROL TOTAL RECONCILIATION FAILED'
024040             ' - RETURN CODE SET TO 16'
024050         MOVE 16 TO RETURN-CODE
024060     END-IF
024070     DISPLAY 'CTB100I - REVIEW HOLDS = ' WS-HOLD-CNT
024080         ' FOR ' WS-HOLD-AMOUNT ', HELD RECORDS READ = '
024090         WS-HELD-READ-CNT ', RELEASED = ' WS-RELEASED-CNT
024100         ', HELD AGAIN = ' WS-REHELD-CNT
024110     IF WS-HOLD-CNT > 0 AND RETURN-CODE = 0
024120         MOVE 4 TO RETURN-CODE
024130     END-IF
024140     PERFORM 9300-WRITE-RUN-HISTORY THRU 9300-EXIT
024141*    A RUN THAT FAILED TO RECONCILE LEAVES ITS BATCHES RELEASED,
024142*    NOT POSTED, SO CTB050 WILL TAKE THE CORRECTED RESEND.
024150     IF WS-LIVE-RUN AND NOT WS-RECONCILE-FAILED
024160         PERFORM 9700-MARK-BATCHES-POSTED THRU 9700-EXIT
024170     END-IF
024171     IF WS-LIVE-RUN AND WS-RECONCILE-FAILED
024172         DISPLAY 'CTB100W - RUN FAILED RECONCILIATION - CTBBREG '
024173             'BATCHES LEFT RELEASED, NOT MARKED POSTED'
024174     END-IF
024180     IF WS-TRIAL-RUN
024190         PERFORM 9400-WRITE-TRIAL-SUMMARY THRU 9400-EXIT
024200     END-IF
024210     .
024220 9000-EXIT.
024230     EXIT.
024240*
024250******************************************************************
024260*    6000-RECONCILE-CONTROL-TOTAL - COMPARE WS-COUNT AGAINST THE   *
024270*                                   INDEPENDENT BALANCING FILE     *
024280*                                   PRODUCED UPSTREAM.  A MISSING  *
024290*                                   BALANCING FILE IS LOGGED AND   *
024300*                                   SKIPPED (IT MAY NOT EXIST YET  *
024310*                                   FOR THIS RUN DATE); A PRESENT  *
024320*                                   BUT MISMATCHED FILE IS A HARD  *
024330*                                   STOP.                          *
024340*****************************************************************
024350 6000-RECONCILE-CONTROL-TOTAL.
024360     SET WS-RECONCILE-OK TO TRUE
024370*    A TRIAL SEEDED FROM AN ON-FILE CHECKPOINT CARRIES THE
024380*    DAY'S CUMULATIVE TOTALS - ONLY WHAT THIS WINDOW'S FEED
024390*    WOULD HAVE POSTED IS RECONCILED AGAINST ITS BALANCING
024400*    FILE.
024410     IF WS-TRIAL-RUN
024420         COMPUTE WS-RECON-COUNT
024430             = WS-POST-COUNT - WS-BASE-POST-COUNT
024440         COMPUTE WS-RECON-AMOUNT
024450             = WS-POST-AMOUNT - WS-BASE-POST-AMOUNT
024460     ELSE
024470         MOVE WS-POST-COUNT TO WS-RECON-COUNT
024480         MOVE WS-POST-AMOUNT TO WS-RECON-AMOUNT
024490     END-IF
024500     OPEN INPUT CONTROL-FILE
024510     IF WS-CONTROL-STATUS NOT = '00'
024520         DISPLAY 'CTB100I - NO BALANCING FILE PRESENT - '
024530             'RECONCILIATION SKIPPED'
024540     ELSE
024550         READ CONTROL-FILE
024560             AT END
024570                 DISPLAY 'CTB100I - BALANCING FILE IS EMPTY - '
024580                     'RECONCILIATION SKIPPED'
024590         END-READ
024600         IF WS-CONTROL-STATUS = '00'
024610             IF CT-CONTROL-TOTAL = WS-RECON-COUNT
024620                 AND CT-CONTROL-AMOUNT = WS-RECON-AMOUNT
024630                 DISPLAY 'CTB100I - CONTROL TOTAL RECONCILED - '
024640                     WS-RECON-COUNT ' FOR ' WS-RECON-AMOUNT
024650             ELSE
024660                 SET WS-RECONCILE-FAILED TO TRUE
024670                 PERFORM 6100-WRITE-DISCREPANCY THRU 6100-EXIT
024680             END-IF
024690         END-IF
024700         CLOSE CONTROL-FILE
024710     END-IF
024720     .
024730 6000-EXIT.
024740     EXIT.
024750*
024760******************************************************************
024770*    6100-WRITE-DISCREPANCY - RECORD THE MISMATCH TO THE           *
024780*                             DISCREPANCY REPORT FOR OPERATIONS.   *
024790******************************************************************
024800 6100-WRITE-DISCREPANCY.
024810     OPEN OUTPUT DISCREP-RPT
024820     IF WS-DISCREP-STATUS NOT = '00'
024830         DISPLAY 'CTB100A - DISCREP-RPT OPEN FAILED - STATUS = '
024840             WS-DISCREP-STATUS
024850     ELSE
024860         MOVE SPACES TO PL-LINE
024870         STRING 'CONTROL TOTAL MISMATCH - BALANCING FILE = '
024880                 DELIMITED BY SIZE
024890                 CT-CONTROL-TOTAL DELIMITED BY SIZE
024900                 ' - POSTED COUNT = ' DELIMITED BY SIZE
024910                 WS-RECON-COUNT DELIMITED BY SIZE
024920             INTO PL-LINE
024930         WRITE CTB1PL-LINE
024940         MOVE SPACES TO PL-LINE
024950         STRING 'CONTROL AMOUNT MISMATCH - BALANCING FILE = '
024960                 DELIMITED BY SIZE
024970                 CT-CONTROL-AMOUNT DELIMITED BY SIZE
024980                 ' - POSTED AMOUNT = ' DELIMITED BY SIZE
024990                 WS-RECON-AMOUNT DELIMITED BY SIZE
025000             INTO PL-LINE
025010         WRITE CTB1PL-LINE
025020         CLOSE DISCREP-RPT
025030     END-IF
025040     .
025050 6100-EXIT.
025060     EXIT.
025070*
025080******************************************************************
025090*    7000-SCAN-FOR-SHORT-FEED - WALK THE FINAL TABLE LOOKING FOR   *
025100*                                ZERO-COUNT SLOTS AND DUPLICATE    *
025110*                                BRANCH CODES WITHIN A SLOT,       *
025120*                                THEN FLAG A SHORT FEED WHEN THE   *
025130*                                ZERO-SLOT PERCENTAGE MEETS OR      *
025140*                                EXCEEDS THE CONFIGURED THRESHOLD.  *
025150******************************************************************
025160 7000-SCAN-FOR-SHORT-FEED.
025170     MOVE 0 TO WS-ZERO-SLOT-SCAN-CNT
025180     MOVE 0 TO WS-DUP-BRANCH-CNT
025190     PERFORM 7100-CHECK-SLOT THRU 7100-EXIT
025200         VARYING WS-PERIOD-IDX FROM 1 BY 1
025210         UNTIL WS-PERIOD-IDX > WS-COUNT
025220     IF WS-COUNT > 0
025230         COMPUTE WS-ZERO-SLOT-SCAN-PCT =
025240             (WS-ZERO-SLOT-SCAN-CNT * 100) / WS-COUNT
025250     ELSE
025260         MOVE 100 TO WS-ZERO-SLOT-SCAN-PCT
025270     END-IF
025280     IF WS-ZERO-SLOT-SCAN-PCT NOT < WS-SHORT-FEED-THRESHOLD-PCT
025290         SET WS-SHORT-FEED-DETECTED TO TRUE
025300     END-IF
025310     .
025320 7000-EXIT.
025330     EXIT.
025340*
025350 7100-CHECK-SLOT.
025360     IF WS-PERIOD-TOTAL(WS-PERIOD-IDX) = 0
025370         ADD 1 TO WS-ZERO-SLOT-SCAN-CNT
025380     END-IF
025390     PERFORM 7200-CHECK-DUP-OUTER THRU 7200-EXIT
025400         VARYING WS-BRANCH-IDX FROM 1 BY 1
025410         UNTIL WS-BRANCH-IDX > WS-MAX-BRANCHES
025420     .
025430 7100-EXIT.
025440     EXIT.
025450*
025460 7200-CHECK-DUP-OUTER.
025470     IF WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX) NOT = SPACES
025480         SET WS-BRANCH-IDX2 TO WS-BRANCH-IDX
025490         SET WS-BRANCH-IDX2 UP BY 1
025500         PERFORM 7300-CHECK-DUP-INNER THRU 7300-EXIT
025510             UNTIL WS-BRANCH-IDX2 > WS-MAX-BRANCHES
025520     END-IF
025530     .
025540 7200-EXIT.
025550     EXIT.
025560*
025570 7300-CHECK-DUP-INNER.
025580     IF WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX2)
025590             = WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX)
025600         ADD 1 TO WS-DUP-BRANCH-CNT
025610         DISPLAY 'CTB100W - DUPLICATE BRANCH CODE '
025620             WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX)
025630             ' FOUND IN SLOT ' WS-PERIOD-IDX
025640     END-IF
025650     SET WS-BRANCH-IDX2 UP BY 1
025660     .
025670 7300-EXIT.
025680     EXIT.
025690*
025700******************************************************************
025710*    9200-WRITE-SNAPSHOT - LEAVE A COPY OF THE FINAL CHECKPOINT   *
025720*                          TABLE ON THE DATED SNAPSHOT FILE FOR   *
025730*                          THE CTB800 DAY-OVER-DAY COMPARE.  THE  *
025740*                          RECORD IS REBUILT FROM THE LIVE TABLE  *
025750*                          THE SAME WAY 8100-WRITE-CHECKPOINT     *
025760*                          BUILDS THE CHECKPOINT - THE FD RECORD  *
025770*                          AREA IS NOT RELIABLE AFTER A WRITE.    *
025780******************************************************************
025790 9200-WRITE-SNAPSHOT.
025800     IF WS-TRIAL-RUN
025810         GO TO 9200-EXIT
025820     END-IF
025830     OPEN OUTPUT SNAP-FILE
025840     IF WS-SNAP-STATUS NOT = '00'
025850         DISPLAY 'CTB100W - SNAPSHOT FILE WOULD NOT OPEN - '
025860             'STATUS = ' WS-SNAP-STATUS ' - SNAPSHOT NOT WRITTEN'
025870         GO TO 9200-EXIT
025880     END-IF
025890     MOVE WS-COUNT TO SN-COUNT
025900     MOVE WS-INDEX TO SN-CHECKPOINT-INDEX
025910     MOVE WS-TRANS-READ-COUNT TO SN-TRANS-READ-COUNT
025920     MOVE WS-POST-COUNT TO SN-POST-COUNT
025930     MOVE WS-POST-AMOUNT TO SN-POST-AMOUNT
025940     MOVE 'Y' TO SN-RUN-COMPLETE-SW
025950     MOVE WS-CYCLE-NUMBER TO SN-CYCLE-NUMBER
025960     MOVE WS-TIMESTAMP-OUT TO SN-CHECKPOINT-TIMESTAMP
025970     PERFORM 9210-SAVE-SNAP-SLOT THRU 9210-EXIT
025980         VARYING WS-PERIOD-IDX FROM 1 BY 1
025990         UNTIL WS-PERIOD-IDX > WS-COUNT
026000     WRITE CTB1SN-SNAPSHOT-RECORD
026010     CLOSE SNAP-FILE
026020     .
026030 9200-EXIT.
026040     EXIT.
026050*
026060 9210-SAVE-SNAP-SLOT.
026070     SET SN-PERIOD-IDX TO WS-PERIOD-IDX
026080     MOVE WS-PERIOD-TOTAL(WS-PERIOD-IDX)
026090         TO SN-PERIOD-TOTAL(SN-PERIOD-IDX)
026100     MOVE WS-PERIOD-AMOUNT(WS-PERIOD-IDX)
026110         TO SN-PERIOD-AMOUNT(SN-PERIOD-IDX)
026120     PERFORM 9220-SAVE-SNAP-BRANCH THRU 9220-EXIT
026130         VARYING WS-BRANCH-IDX FROM 1 BY 1
026140         UNTIL WS-BRANCH-IDX > WS-MAX-BRANCHES
026150     .
026160 9210-EXIT.
026170     EXIT.
026180*
026190 9220-SAVE-SNAP-BRANCH.
026200     SET SN-BRANCH-IDX TO WS-BRANCH-IDX
026210     MOVE WS-BRANCH-CODE(WS-PERIOD-IDX WS-BRANCH-IDX)
026220         TO SN-BRANCH-CODE(SN-PERIOD-IDX SN-BRANCH-IDX)
026230     MOVE WS-BRANCH-TOTAL(WS-PERIOD-IDX WS-BRANCH-IDX)
026240         TO SN-BRANCH-TOTAL(SN-PERIOD-IDX SN-BRANCH-IDX)
026250     MOVE WS-BRANCH-AMOUNT(WS-PERIOD-IDX WS-BRANCH-IDX)
026260         TO SN-BRANCH-AMOUNT(SN-PERIOD-IDX SN-BRANCH-IDX)
026270     .
026280 9220-EXIT.
026290     EXIT.
026300*
026310******************************************************************
026320*    9300-WRITE-RUN-HISTORY - APPEND THIS RUN'S OPERATING FIGURES *
026330*                             TO THE RUN HISTORY FILE FOR THE     *
026340*                             CTB700 TREND REPORT.  A MISSING     *
026350*                             FILE IS CREATED THE SAME WAY THE    *
026360*                             AUDIT TRAIL IS.                     *
026370******************************************************************
026380 9300-WRITE-RUN-HISTORY.
026390     IF WS-TRIAL-RUN
026400         GO TO 9300-EXIT
026410     END-IF
026420     OPEN EXTEND RUN-HIST-FILE
026430     IF WS-RUNHIST-STATUS NOT = '00'
026440         OPEN OUTPUT RUN-HIST-FILE
026450     END-IF
026460     IF WS-RUNHIST-STATUS NOT = '00'
026470         DISPLAY 'CTB100W - RUN HISTORY FILE WOULD NOT OPEN - '
026480             'STATUS = ' WS-RUNHIST-STATUS ' - ROW NOT WRITTEN'
026490         GO TO 9300-EXIT
026500     END-IF
026510     MOVE SPACES TO CTB1RH-RUN-RECORD
026520     PERFORM 9500-BUILD-TIMESTAMP THRU 9500-EXIT
026530     MOVE WS-TIMESTAMP-OUT(1:8) TO RH-RUN-DATE
026540     MOVE WS-TIMESTAMP-OUT(10:8) TO RH-RUN-TIME
026550     EVALUATE TRUE
026560         WHEN WS-RESTART-RUN
026570             MOVE 'R' TO RH-RUN-TYPE
026580         WHEN WS-WARM-START
026590             MOVE 'C' TO RH-RUN-TYPE
026600         WHEN OTHER
026610             MOVE 'N' TO RH-RUN-TYPE
026620     END-EVALUATE
026630     MOVE WS-TRANS-READ-COUNT TO RH-TRANS-READ-COUNT
026640     MOVE WS-POST-COUNT TO RH-POST-COUNT
026650     MOVE WS-POST-AMOUNT TO RH-POST-AMOUNT
026660     MOVE WS-REJECT-ZERO-CNT TO RH-REJECT-ZERO-CNT
026670     MOVE WS-REJECT-HIGH-CNT TO RH-REJECT-HIGH-CNT
026680     MOVE WS-REJECT-BRANCH-CNT TO RH-REJECT-BRANCH-CNT
026690     MOVE WS-REJECT-MASTER-CNT TO RH-REJECT-MASTER-CNT
026700     MOVE WS-REJECT-TYPE-CNT TO RH-REJECT-TYPE-CNT
026710     MOVE WS-REJECT-REVERSAL-CNT TO RH-REJECT-REVERSAL-CNT
026720     MOVE WS-REJECT-TOTAL-CNT TO RH-REJECT-TOTAL-CNT
026730     MOVE WS-ZERO-SLOT-SCAN-PCT TO RH-ZERO-SLOT-PCT
026740     MOVE WS-SHORT-FEED-SW TO RH-SHORT-FEED-SW
026750     MOVE WS-RECONCILE-SW TO RH-RECONCILE-SW
026760     MOVE RETURN-CODE TO RH-RETURN-CODE
026770     MOVE WS-CYCLE-NUMBER TO RH-CYCLE-NUMBER
026780     MOVE WS-FINAL-CYCLE-SW TO RH-FINAL-CYCLE-SW
026790     WRITE CTB1RH-RUN-RECORD
026800     CLOSE RUN-HIST-FILE
026810     .
026820 9300-EXIT.
026830     EXIT.
026840*
026850******************************************************************
026860*    9400-WRITE-TRIAL-SUMMARY - THE WHAT-WOULD-CHANGE PAGE OF A   *
026870*                              TRIAL RUN - ENDING POST COUNT AND  *
026880*                              AMOUNT AGAINST THE SEEDED          *
026890*                              BASELINE, THE WOULD-BE REJECT AND  *
026900*                              RECYCLE TALLIES, AND EVERY SLOT    *
026910*                              THE FEED WOULD MOVE.               *
026920******************************************************************
026930 9400-WRITE-TRIAL-SUMMARY.
026940     OPEN OUTPUT TRIAL-RPT
026950     IF WS-TRIALRPT-STATUS NOT = '00'
026960         DISPLAY 'CTB100W - TRIAL-RPT WOULD NOT OPEN - STATUS '
026970             '= ' WS-TRIALRPT-STATUS ' - SUMMARY NOT WRITTEN'
026980         GO TO 9400-EXIT
026990     END-IF
027000     MOVE SPACES TO TL-LINE
027010     MOVE 'TRIAL POSTING SUMMARY - CTB100 - NOTHING WAS POSTED'
027020         TO TL-LINE
027030     WRITE CTB1TL-LINE
027040     MOVE SPACES TO TL-LINE
027050     WRITE CTB1TL-LINE
027060     MOVE WS-BASE-POST-COUNT TO WS-TRL-COUNT
027070     MOVE SPACES TO TL-LINE
027080     STRING '  POST COUNT WOULD GO FROM ' DELIMITED BY SIZE
027090             WS-TRL-COUNT DELIMITED BY SIZE
027100         INTO TL-LINE
027110     WRITE CTB1TL-LINE
027120     MOVE WS-POST-COUNT TO WS-TRL-COUNT
027130     MOVE SPACES TO TL-LINE
027140     STRING '                        TO ' DELIMITED BY SIZE
027150             WS-TRL-COUNT DELIMITED BY SIZE
027160         INTO TL-LINE
027170     WRITE CTB1TL-LINE
027180     MOVE WS-BASE-POST-AMOUNT TO WS-TRL-BASE-AMT
027190     MOVE WS-POST-AMOUNT TO WS-TRL-CURR-AMT
027200     MOVE SPACES TO TL-LINE
027210     STRING '  POST AMOUNT WOULD GO FROM ' DELIMITED BY SIZE
027220             WS-TRL-BASE-AMT DELIMITED BY SIZE
027230             ' TO ' DELIMITED BY SIZE
027240             WS-TRL-CURR-AMT DELIMITED BY SIZE
027250         INTO TL-LINE
027260     WRITE CTB1TL-LINE
027270     MOVE WS-REJECT-TOTAL-CNT TO WS-TRL-COUNT
027280     MOVE SPACES TO TL-LINE
027290     STRING '  WOULD-BE REJECTS = ' DELIMITED BY SIZE
027300             WS-TRL-COUNT DELIMITED BY SIZE
027310         INTO TL-LINE
027320     WRITE CTB1TL-LINE
027330     MOVE WS-RECYCLE-WRITE-CNT TO WS-TRL-COUNT
027340     MOVE SPACES TO TL-LINE
027350     STRING '  WOULD-BE RECYCLE RECORDS = ' DELIMITED BY SIZE
027360             WS-TRL-COUNT DELIMITED BY SIZE
027370         INTO TL-LINE
027380     WRITE CTB1TL-LINE
027390     MOVE SPACES TO TL-LINE
027400     WRITE CTB1TL-LINE
027410     MOVE SPACES TO TL-LINE
027420     MOVE '  SLOTS THAT WOULD MOVE' TO TL-LINE
027430     WRITE CTB1TL-LINE
027440     MOVE 0 TO WS-TRIAL-MOVED-CNT
027450     PERFORM 9410-PRINT-MOVED-SLOT THRU 9410-EXIT
027460         VARYING WS-TOUCH-SUB FROM 1 BY 1
027470         UNTIL WS-TOUCH-SUB > WS-COUNT
027480     MOVE WS-TRIAL-MOVED-CNT TO WS-TRL-COUNT
027490     MOVE SPACES TO TL-LINE
027500     WRITE CTB1TL-LINE
027510     MOVE SPACES TO TL-LINE
027520     STRING 'CONTROL TOTAL - SLOTS THAT WOULD MOVE = '
027530             DELIMITED BY SIZE
027540             WS-TRL-COUNT DELIMITED BY SIZE
027550         INTO TL-LINE
027560     WRITE CTB1TL-LINE
027570     CLOSE TRIAL-RPT
027580     DISPLAY 'CTB100I - TRIAL SUMMARY WRITTEN - SLOTS THAT '
027590         'WOULD MOVE = ' WS-TRIAL-MOVED-CNT
027600     .
027610 9400-EXIT.
027620     EXIT.
027630*
027640 9410-PRINT-MOVED-SLOT.
027650     IF WS-TOUCH-FLAG(WS-TOUCH-SUB) NOT = 'Y'
027660         GO TO 9410-EXIT
027670     END-IF
027680     ADD 1 TO WS-TRIAL-MOVED-CNT
027690     SET WS-PERIOD-IDX TO WS-TOUCH-SUB
027700     MOVE WS-TOUCH-SUB TO WS-TRL-SLOT
027710     MOVE WS-BASE-PERIOD-TOTAL(WS-TOUCH-SUB) TO WS-TRL-BASE-CNT
027720     MOVE WS-PERIOD-TOTAL(WS-PERIOD-IDX) TO WS-TRL-CURR-CNT
027730     MOVE WS-BASE-PERIOD-AMOUNT(WS-TOUCH-SUB) TO WS-TRL-BASE-AMT
027740     MOVE WS-PERIOD-AMOUNT(WS-PERIOD-IDX) TO WS-TRL-CURR-AMT
027750     MOVE SPACES TO TL-LINE
027760     STRING '  SLOT ' DELIMITED BY SIZE
027770             WS-TRL-SLOT DELIMITED BY SIZE
027780             '  COUNT ' DELIMITED BY SIZE
027790             WS-TRL-BASE-CNT DELIMITED BY SIZE
027800             ' -> ' DELIMITED BY SIZE
027810             WS-TRL-CURR-CNT DELIMITED BY SIZE
027820             '  AMOUNT ' DELIMITED BY SIZE
027830             WS-TRL-BASE-AMT DELIMITED BY SIZE
027840             ' -> ' DELIMITED BY SIZE
027850             WS-TRL-CURR-AMT DELIMITED BY SIZE
027860         INTO TL-LINE
027870     WRITE CTB1TL-LINE
027880     .
027890 9410-EXIT.
027900     EXIT.
027910*
027920******************************************************************
027930*    9500-BUILD-TIMESTAMP                                        *
027940******************************************************************
027950 9500-BUILD-TIMESTAMP.
027960     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
027970     ACCEPT WS-CURR-TIME FROM TIME
027980     STRING WS-CURR-DATE DELIMITED BY SIZE
027990             '-' DELIMITED BY SIZE
028000             WS-CURR-TIME DELIMITED BY SIZE
028010         INTO WS-TIMESTAMP-OUT
028020     .
028030 9500-EXIT.
028040     EXIT.
028050*
028060******************************************************************
028070*    9600-CLOSE-HOLD-REPORT - FOOT AND CLOSE THE REVIEW HOLD      *
028080*                             REPORT.                             *
028090******************************************************************
028100 9600-CLOSE-HOLD-REPORT.
028110     MOVE SPACES TO HL-LINE
028120     WRITE CTB1HL-LINE
028130     MOVE WS-HOLD-AMOUNT TO WS-HLD-RPT-TOTAL
028140     MOVE SPACES TO HL-LINE
028150     STRING 'CONTROL TOTALS - NEW HOLDS = ' DELIMITED BY SIZE
028160             WS-HOLD-CNT DELIMITED BY SIZE
028170             ' FOR ' DELIMITED BY SIZE
028180             WS-HLD-RPT-TOTAL DELIMITED BY SIZE
028190             ', RELEASED = ' DELIMITED BY SIZE
028200             WS-RELEASED-CNT DELIMITED BY SIZE
028210             ', HELD AGAIN = ' DELIMITED BY SIZE
028220             WS-REHELD-CNT DELIMITED BY SIZE
028230         INTO HL-LINE
028240     WRITE CTB1HL-LINE
028250     CLOSE HOLD-RPT
028260     .
028270 9600-EXIT.
028280     EXIT.
028290*
028300******************************************************************
028310*    9700-MARK-BATCHES-POSTED - THE RUN HAS POSTED EVERY BATCH    *
028320*                               CTB050 RELEASED TO TRANSIN, SO    *
028330*                               EACH RELEASED ROW ON THE BATCH    *
028340*                               REGISTER IS MARKED POSTED WITH    *
028350*                               THE RUN DATE AND CYCLE.  A SITE   *
028360*                               WITHOUT THE REGISTER IS TOLD SO   *
028370*                               AND THE RUN IS NOT FAILED.        *
028380******************************************************************
028390 9700-MARK-BATCHES-POSTED.
028400     OPEN I-O BATCH-REG
028410     IF WS-BREG-STATUS NOT = '00'
028420         DISPLAY 'CTB100I - NO CTBBREG BATCH REGISTER - STATUS = '
028430             WS-BREG-STATUS ' - NO BATCHES MARKED POSTED'
028440         GO TO 9700-EXIT
028450     END-IF
028460     SET WS-BREG-SCAN-MORE TO TRUE
028470     MOVE LOW-VALUES TO BR-KEY
028480     START BATCH-REG
028490         KEY IS NOT < BR-KEY
028500         INVALID KEY
028510             SET WS-BREG-SCAN-DONE TO TRUE
028520     END-START
028530     PERFORM 9710-MARK-ONE-BATCH THRU 9710-EXIT
028540         UNTIL WS-BREG-SCAN-DONE
028550     CLOSE BATCH-REG
028560     DISPLAY 'CTB100I - FEED BATCHES MARKED POSTED = '
028570         WS-BATCH-POSTED-CNT
028580     .
028590 9700-EXIT.
028600     EXIT.
028610*
028620 9710-MARK-ONE-BATCH.
028630     READ BATCH-REG NEXT RECORD
028640         AT END
028650             SET WS-BREG-SCAN-DONE TO TRUE
028660             GO TO 9710-EXIT
028670     END-READ
028680     IF WS-BREG-STATUS NOT = '00' AND WS-BREG-STATUS NOT = '02'
028690         SET WS-BREG-SCAN-DONE TO TRUE
028700         GO TO 9710-EXIT
028710     END-IF
028720     IF NOT BR-STATUS-RELEASED
028730         GO TO 9710-EXIT
028740     END-IF
028750     SET BR-STATUS-POSTED TO TRUE
028760     MOVE WS-RUN-DATE-X TO BR-POSTED-DATE BR-STATUS-DATE
028770     MOVE WS-CYCLE-NUMBER TO BR-POSTED-CYCLE
028780     REWRITE CTB1BR-REGISTER-RECORD
028790     IF WS-BREG-STATUS = '00'
028800         ADD 1 TO WS-BATCH-POSTED-CNT
028810     ELSE
028820         DISPLAY 'CTB100W - BATCH REGISTER ROW ' BR-KEY
028830             ' NOT MARKED POSTED - STATUS = ' WS-BREG-STATUS
028840         IF RETURN-CODE = 0
028850             MOVE 4 TO RETURN-CODE
028860         END-IF
028870     END-IF
028880     .
028890 9710-EXIT.
028900     EXIT.
028910*
028920******************************************************************
028930*    9800-STEP-LOG-START - REFUSE A SECOND RUN FOR A BUSINESS    *
028940*                          DATE THE STEP LOG SHOWS THIS STEP     *
028950*                          ALREADY FINISHED CLEAN, UNLESS A      *
028960*                          CTBSTOVR CARD OVERRIDES IT, THEN LOG  *
028970*                          THE START.  A STEP LOG THAT WILL NOT  *
028980*                          OPEN IS WARNED ABOUT, NOT FAILED.     *
028990******************************************************************
029000 9800-STEP-LOG-START.
029010     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
029020     MOVE WS-STEP-TS TO WS-STEP-START-TS
029030     PERFORM 9810-CHECK-PRIOR-RUN THRU 9810-EXIT
029040     IF WS-STEP-DONE-CLEAN
029050         PERFORM 9820-CHECK-OVERRIDE THRU 9820-EXIT
029060         IF WS-STEP-OVERRIDE-NONE
029070             DISPLAY 'CTB100A - STEP LOG SHOWS A CLEAN RUN FOR '
029080                 WS-STEP-BUS-DATE ' CYCLE ' WS-STEP-CYCLE
029090                 ' ENDED ' WS-STEP-DONE-TS
029100             DISPLAY 'CTB100A - A CTBSTOVR OVERRIDE CARD IS '
029110                 'NEEDED TO RUN THE DATE AGAIN - ABORTING'
029120             MOVE 'R' TO WS-STEP-EVENT
029130             MOVE WS-STEP-TS TO WS-STEP-END-TS
029140             MOVE 16 TO WS-STEP-RC
029150             PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
029160             MOVE 16 TO RETURN-CODE
029170             GOBACK
029180         END-IF
029190     END-IF
029200     MOVE 'S' TO WS-STEP-EVENT
029210     MOVE SPACES TO WS-STEP-END-TS
029220     MOVE 0 TO WS-STEP-RC
029230     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
029240     SET WS-STEP-LOGGED TO TRUE
029250     .
029260 9800-EXIT.
029270     EXIT.
029280*
029290******************************************************************
029300*    9810-CHECK-PRIOR-RUN - THE LAST START OR END ROW FOR THIS   *
029310*                           PROGRAM, DATE AND CYCLE DECIDES.  AN *
029320*                           END ROW UNDER RC 16 IS A CLEAN       *
029330*                           FINISH; A START ROW WITH NOTHING     *
029340*                           AFTER IT IS A RUN THAT FELL OVER     *
029350*                           AND MAY BE RERUN.                    *
029360******************************************************************
029370 9810-CHECK-PRIOR-RUN.
029380     SET WS-STEP-NOT-DONE TO TRUE
029390     OPEN INPUT STEP-LOG-FILE
029400     IF WS-STEPL-STATUS NOT = '00'
029410         GO TO 9810-EXIT
029420     END-IF
029430     SET WS-STEPL-EOF-NO TO TRUE
029440     PERFORM 9815-READ-STEP-ROW THRU 9815-EXIT
029450         UNTIL WS-STEPL-EOF-YES
029460     CLOSE STEP-LOG-FILE
029470     .
029480 9810-EXIT.
029490     EXIT.
029500*
029510 9815-READ-STEP-ROW.
029520     READ STEP-LOG-FILE
029530         AT END
029540             SET WS-STEPL-EOF-YES TO TRUE
029550             GO TO 9815-EXIT
029560     END-READ
029570     IF JS-PROGRAM NOT = WS-STEP-PROGRAM
029580         OR JS-BUSINESS-DATE NOT = WS-STEP-BUS-DATE
029590         OR JS-CYCLE-NUMBER NOT = WS-STEP-CYCLE
029600         GO TO 9815-EXIT
029610     END-IF
029620     IF JS-EVENT-START
029630         SET WS-STEP-NOT-DONE TO TRUE
029640     END-IF
029650     IF JS-EVENT-END
029660         IF JS-RETURN-CODE < 16
029670             SET WS-STEP-DONE-CLEAN TO TRUE
029680             MOVE JS-END-TIMESTAMP TO WS-STEP-DONE-TS
029690         ELSE
029700             SET WS-STEP-NOT-DONE TO TRUE
029710         END-IF
029720     END-IF
029730     .
029740 9815-EXIT.
029750     EXIT.
029760*
029770******************************************************************
029780*    9820-CHECK-OVERRIDE - LOOK FOR A CTBSTOVR CARD NAMING THIS  *
029790*                          PROGRAM AND DATE.  A BLANK CYCLE ON   *
029800*                          THE CARD COVERS EVERY CYCLE.          *
029810******************************************************************
029820 9820-CHECK-OVERRIDE.
029830     SET WS-STEP-OVERRIDE-NONE TO TRUE
029840     OPEN INPUT STEP-OVR-FILE
029850     IF WS-STOVR-STATUS NOT = '00'
029860         GO TO 9820-EXIT
029870     END-IF
029880     SET WS-STOVR-EOF-NO TO TRUE
029890     PERFORM 9825-READ-OVERRIDE THRU 9825-EXIT
029900         UNTIL WS-STOVR-EOF-YES
029910     CLOSE STEP-OVR-FILE
029920     .
029930 9820-EXIT.
029940     EXIT.
029950*
029960 9825-READ-OVERRIDE.
029970     READ STEP-OVR-FILE
029980         AT END
029990             SET WS-STOVR-EOF-YES TO TRUE
030000             GO TO 9825-EXIT
030010     END-READ
030020     IF SO-PROGRAM = WS-STEP-PROGRAM
030030         AND SO-BUSINESS-DATE = WS-STEP-BUS-DATE
030040         AND (SO-CYCLE-NUMBER = SPACES
030050             OR SO-CYCLE-NUMBER = WS-STEP-CYCLE)
030060         SET WS-STEP-OVERRIDE-GIVEN TO TRUE
030070         SET WS-STOVR-EOF-YES TO TRUE
030080         DISPLAY 'CTB100W - CLEAN RUN FOR ' WS-STEP-BUS-DATE
030090             ' OVERRIDDEN BY ' SO-OPERATOR ' - ' SO-REASON
030100     END-IF
030110     .
030120 9825-EXIT.
030130     EXIT.
030140*
030150******************************************************************
030160*    9840-WRITE-STEP-ROW - APPEND ONE ROW TO CTBSTEPL, CREATING  *
030170*                          THE LOG ON FIRST USE.                 *
030180******************************************************************
030190 9840-WRITE-STEP-ROW.
030200     OPEN EXTEND STEP-LOG-FILE
030210     IF WS-STEPL-STATUS NOT = '00'
030220         OPEN OUTPUT STEP-LOG-FILE
030230     END-IF
030240     IF WS-STEPL-STATUS NOT = '00'
030250         DISPLAY 'CTB100W - CTBSTEPL WOULD NOT OPEN - STATUS = '
030260             WS-STEPL-STATUS ' - STEP NOT LOGGED'
030270         GO TO 9840-EXIT
030280     END-IF
030290     MOVE SPACES TO CTB1JS-STEP-RECORD
030300     MOVE WS-STEP-PROGRAM TO JS-PROGRAM
030310     MOVE WS-STEP-BUS-DATE TO JS-BUSINESS-DATE
030320     MOVE WS-STEP-CYCLE TO JS-CYCLE-NUMBER
030330     MOVE WS-STEP-EVENT TO JS-EVENT
030340     MOVE WS-STEP-FINAL-SW TO JS-FINAL-CYCLE-SW
030350     MOVE WS-STEP-START-TS TO JS-START-TIMESTAMP
030360     MOVE WS-STEP-END-TS TO JS-END-TIMESTAMP
030370     MOVE WS-STEP-IN-CNT TO JS-IN-COUNT
030380     MOVE WS-STEP-OUT-CNT TO JS-OUT-COUNT
030390     MOVE WS-STEP-REJECT-CNT TO JS-REJECT-COUNT
030400     MOVE WS-STEP-RC TO JS-RETURN-CODE
030410     MOVE WS-STEP-OVERRIDE-SW TO JS-OVERRIDE-SW
030420     WRITE CTB1JS-STEP-RECORD
030430     CLOSE STEP-LOG-FILE
030440     .
030450 9840-EXIT.
030460     EXIT.
030470*
030480******************************************************************
030490*    9850-STEP-LOG-END - LOG THE END OF THE STEP WITH ITS COUNTS *
030500*                        AND FINAL RETURN CODE.                  *
030510******************************************************************
030520 9850-STEP-LOG-END.
030530     IF WS-STEP-NOT-LOGGED
030540         GO TO 9850-EXIT
030550     END-IF
030560*    AN ABEND RESTART FINISHES THE CYCLE THAT FELL OVER, WHICH
030570*    MAY NOT BE THE ONE THE CARD NAMED.
030580     MOVE WS-CYCLE-NUMBER TO WS-STEP-CYCLE
030581*    RECYCLE AND RELEASED HELD READS ARE ALREADY IN THE
030582*    TRANSACTION READ COUNT; A RECORD HELD AGAIN NEVER REACHES
030583*    THE POSTING LOOP, SO IT IS THE ONLY INPUT TO ADD.
030590     COMPUTE WS-STEP-IN-CNT = WS-TRANS-READ-COUNT
030600         + WS-REHELD-CNT
030610     MOVE WS-POST-COUNT TO WS-STEP-OUT-CNT
030620     MOVE WS-REJECT-TOTAL-CNT TO WS-STEP-REJECT-CNT
030630     PERFORM 9860-BUILD-STEP-TIMESTAMP THRU 9860-EXIT
030640     MOVE WS-STEP-TS TO WS-STEP-END-TS
030650     MOVE RETURN-CODE TO WS-STEP-RC
030660     MOVE 'E' TO WS-STEP-EVENT
030670     PERFORM 9840-WRITE-STEP-ROW THRU 9840-EXIT
030680     SET WS-STEP-NOT-LOGGED TO TRUE
030690     .
030700 9850-EXIT.
030710     EXIT.
030720*
030730 9860-BUILD-STEP-TIMESTAMP.
030740     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD
030750     ACCEPT WS-STEP-TIME FROM TIME
030760     MOVE SPACES TO WS-STEP-TS
030770     STRING WS-STEP-DATE DELIMITED BY SIZE
030780             '-' DELIMITED BY SIZE
030790             WS-STEP-TIME DELIMITED BY SIZE
030800         INTO WS-STEP-TS
030810     .
030820 9860-EXIT.
030830     EXIT.
