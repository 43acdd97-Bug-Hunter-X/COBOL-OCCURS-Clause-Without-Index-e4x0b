000010******************************************************************
000020*   COPYBOOK      CTB1SO                                         *
000030*   DESCRIPTION    STEP RERUN OVERRIDE CARD, READ FROM THE       *
000040*                  OPTIONAL CTBSTOVR DATASET.  A NIGHTLY STEP    *
000050*                  REFUSES TO RUN AGAIN FOR A BUSINESS DATE THE  *
000060*                  STEP LOG SHOWS IT ALREADY FINISHED CLEAN,     *
000070*                  UNLESS A CARD NAMES THE PROGRAM AND THAT      *
000080*                  DATE.  SO-CYCLE-NUMBER LEFT BLANK COVERS      *
000090*                  EVERY CYCLE OF THE DATE.  THE OPERATOR AND    *
000100*                  REASON ARE ECHOED TO THE JOB LOG AND THE      *
000110*                  STEP LOG FLAGS THE RERUN AS OVERRIDDEN.       *
000120*   MODIFICATION HISTORY                                         *
000130*   DATE       INIT  DESCRIPTION                                 *
000140*   ---------- ----  ---------------------------------------     *
000150*   2026-10-15 DLM   ORIGINAL.                                   *
000160******************************************************************
000170 01  CTB1SO-OVERRIDE-CARD.
000180     05  SO-PROGRAM                  PIC X(08).
000190     05  SO-BUSINESS-DATE            PIC X(08).
000200     05  SO-CYCLE-NUMBER             PIC X(02).
000210     05  SO-OPERATOR                 PIC X(08).
000220     05  SO-REASON                   PIC X(30).
000230     05  FILLER                      PIC X(24).
