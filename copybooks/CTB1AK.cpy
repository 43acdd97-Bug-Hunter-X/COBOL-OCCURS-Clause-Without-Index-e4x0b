000100*   DATE       INIT  DESCRIPTION                                *
000110*   ---------- ----  ---------------------------------------    *
000120*   2026-08-21 DLM   ORIGINAL.                                   *
000121*   2026-10-15 DLM   ADDED THE RESEND SWITCH, ECHOED FROM THE    *
000122*                    EXTRACT TRAILER, SO AN ACKNOWLEDGMENT OF A  *
000123*                    PRIOR-DAY REPLAY MATCHES THE REPLAY'S LOG   *
000124*                    ROW AND NOT THE ORIGINAL'S.                 *
000130******************************************************************
000140 01  CTB1AK-ACK-RECORD.
000150     05  AK-EXTRACT-DATE             PIC X(08).
000160     05  AK-RECORDS-LOADED           PIC 9(5).
000170     05  AK-CONTROL-AMOUNT           PIC 9(11)V99.
000180     05  AK-RESEND-SW                PIC X(01).
000190         88  AK-RESEND                   VALUE 'R'.
000200     05  FILLER                      PIC X(53).
