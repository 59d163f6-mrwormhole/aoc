      *> MODIFICATION HISTORY
      *> ---------------------------------------------------------
      *> 2026-09-01  mrwormhole   Original readout verification.
      *> 2026-10-15  mrwormhole   SUMMARY read at 200 bytes, the
      *>                          width DAY_10 now writes it.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10CRT.
       DATA DIVISION.
           FILE SECTION.
           FD SUMMARY-FILE.
           01 SUMMARY-RECORD             PIC X(200).

           FD EXPECTED-FILE.
           01 EXPECTED-RECORD.
      *>    eight characters flush against the keyword (the decoder
      *>    fills every cell, '?' standing in for an unmatched one).
      *>---------------------------------------------------------
           01 WS-SUMMARY-LINE            PIC X(200).
           01 WS-TOKEN-TABLE.
               05 WS-TOKEN OCCURS 14 TIMES PIC X(60).
           01 WS-TOKEN-MAX               PIC 9(2) VALUE 14.
