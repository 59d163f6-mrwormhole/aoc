      *>                          per-device signal figures, so the
      *>                          month-end numbers agree with the
      *>                          repaired history master.
      *> 2026-10-15  mrwormhole   Archived summaries read at 200
      *>                          bytes, the width DAY_10 now
      *>                          writes them.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10STA.
       DATA DIVISION.
           FILE SECTION.
           FD SUMMHIST-FILE.
           01 SUMMHIST-RECORD            PIC X(200).

           FD STATS-REPORT-FILE.
           01 STATS-REPORT-RECORD        PIC X(180).
      *>    "KEYWORD=" token (the edited values are right-justified
      *>    so the number lands in the token after its keyword).
      *>---------------------------------------------------------
           01 WS-SUMMARY-LINE            PIC X(200).
           01 WS-TOKEN-TABLE.
               05 WS-TOKEN OCCURS 14 TIMES PIC X(60).
           01 WS-TOKEN-MAX               PIC 9(2) VALUE 14.
