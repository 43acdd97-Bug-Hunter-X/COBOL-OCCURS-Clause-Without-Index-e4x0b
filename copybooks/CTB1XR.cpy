000010******************************************************************
000020*   COPYBOOK      CTB1XR                                         *
000030*   DESCRIPTION    PRIOR-DAY REPLAY CARD, READ FROM THE          *
000040*                  OPTIONAL CTBRPLY DATASET BY CTB400 AND        *
000050*                  CTB410.  WITH NO CARD THE STEP WORKS FROM     *
000060*                  THE LATEST CTBRSTRT CHECKPOINT AS ALWAYS.     *
000070*                  A CARD NAMES A PRIOR BUSINESS DATE, WHICH     *
000080*                  MUST BE A BUSINESS DAY ON CTBCAL, AND THE     *
000090*                  STEP REBUILDS ITS OUTPUT FROM THAT DATE'S     *
000100*                  CTBSNAP GENERATION, MARKED AS A RESEND.  THE  *
000110*                  OPERATOR AND REASON ARE ECHOED TO THE JOB     *
000120*                  LOG.                                          *
000130*   MODIFICATION HISTORY                                         *
000140*   DATE       INIT  DESCRIPTION                                 *
000150*   ---------- ----  ---------------------------------------     *
000160*   2026-10-15 DLM   ORIGINAL.                                   *
000170******************************************************************
000180 01  CTB1XR-REPLAY-CARD.
000190     05  XR-BUSINESS-DATE            PIC X(08).
000200     05  XR-OPERATOR                 PIC X(08).
000210     05  XR-REASON                   PIC X(30).
000220     05  FILLER                      PIC X(34).
