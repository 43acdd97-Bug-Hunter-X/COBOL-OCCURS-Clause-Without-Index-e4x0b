000100*   DATE       INIT  DESCRIPTION                                *
000110*   ---------- ----  ---------------------------------------    *
000120*   2026-08-21 DLM   ORIGINAL.                                   *
000121*   2026-10-15 DLM   ADDED THE RESEND SWITCH AND BUSINESS DATE,  *
000122*                    MIRRORING THE TRAILER, SO A PRIOR-DAY       *
000123*                    REPLAY'S ROW IS TOLD FROM A NEW DAY'S.      *
000130******************************************************************
000140 01  CTB1EL-EXTRACT-LOG-RECORD.
000150     05  EL-EXTRACT-DATE             PIC X(08).
000160     05  EL-RECORD-COUNT             PIC 9(5).
000170     05  EL-CONTROL-AMOUNT           PIC 9(11)V99.
000180     05  EL-RESEND-SW                PIC X(01).
000190         88  EL-RESEND                   VALUE 'R'.
000200     05  EL-BUSINESS-DATE            PIC X(08).
000210     05  FILLER                      PIC X(45).
