000140*   DATE       INIT  DESCRIPTION                                *
000150*   ---------- ----  ---------------------------------------    *
000160*   2026-09-02 DLM   ORIGINAL.                                   *
000161*   2026-10-15 DLM   FH-SOURCE-ID CARVED FROM THE HEADER FILLER. *
000162*                    A FEED MAY NOW CARRY SEVERAL BATCHES, ONE   *
000163*                    HEADER/TRAILER PAIR EACH, FROM ONE OR MORE  *
000164*                    UPSTREAM SOURCES.                           *
000170******************************************************************
000180 01  CTB1FB-HEADER-RECORD.
000190     05  FH-RECORD-TYPE              PIC X(01).
000200         88  FH-TYPE-HEADER              VALUE 'H'.
000210     05  FH-BATCH-DATE               PIC X(08).
000220     05  FH-BATCH-NUMBER             PIC X(04).
000221     05  FH-SOURCE-ID                PIC X(04).
000230     05  FILLER                      PIC X(23).
000240*
000250 01  CTB1FB-DETAIL-RECORD.
000260     05  FR-INDEX-VALUE              PIC X(05).
