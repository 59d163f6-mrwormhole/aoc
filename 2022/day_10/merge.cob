      *>                          the run-date stamp added to
      *>                          REJREC.CPY for the DAY10RJA
      *>                          aging report.
      *> 2026-10-15  mrwormhole   Report block owner is the header's
      *>                          name token alone, now that DAY_10
      *>                          follows it with RUN-DATE=.
      *> 2026-10-15  mrwormhole   Stream summaries read and the
      *>                          merged SUMMARY written at 200
      *>                          bytes, the width DAY_10 now
      *>                          writes them.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10MRG.
           01 RPT4-RECORD                PIC X(100).

           FD SUM1-FILE.
           01 SUM1-RECORD                PIC X(200).
           FD SUM2-FILE.
           01 SUM2-RECORD                PIC X(200).
           FD SUM3-FILE.
           01 SUM3-RECORD                PIC X(200).
           FD SUM4-FILE.
           01 SUM4-RECORD                PIC X(200).

           FD REJ1-FILE.
           01 REJ1-RECORD                PIC X(141).
           01 REPORT-RECORD              PIC X(100).

           FD SUMMARY-FILE.
           01 SUMMARY-RECORD             PIC X(200).

           FD REJECT-FILE.
           01 REJECT-RECORD              PIC X(141).
      *>---------------------------------------------------------
           01 WS-SUM-PENDING.
               05 WS-SUM-PEND OCCURS 4 TIMES.
                   10 WS-SUM-PEND-LINE   PIC X(200).
                   10 WS-SUM-PEND-VALID  PIC X(1).
                   10 WS-SUM-PEND-EOF    PIC X(1).
           01 WS-REJ-PENDING.
      *>---------------------------------------------------------
      *>    READ / MATCH WORK AREAS
      *>---------------------------------------------------------
           01 WS-READ-LINE               PIC X(200).
           01 WS-READ-EOF                PIC X(1).
           01 WS-MATCHED                 PIC X(1).
           01 WS-BLOCK-DONE              PIC X(1).
      *>    A device's report block is its six CRT rows, its
      *>    "DEVICE: " header with any notes and checkpoint lines,
      *>    and the "GRAND TOTAL SIGNAL STRENGTH" terminator. The
      *>    block's owner is the first token after "DEVICE: " on
      *>    the header line; the run date follows it.
      *>**************************************************************
       3100-MERGE-REPORT-BLOCK.
           IF WS-RPT-PEND-VALID(WS-MRG-STREAM) = 'N'
                       WS-RPT-PEND-LINE(WS-MRG-STREAM WS-LINE-IDX)
               END-IF
               IF WS-READ-LINE(1:8) = "DEVICE: "
                   UNSTRING WS-READ-LINE(9:80) DELIMITED BY " "
                       INTO WS-RPT-PEND-DEVICE(WS-MRG-STREAM)
                   END-UNSTRING
               END-IF
               IF WS-READ-LINE(1:27) = "GRAND TOTAL SIGNAL STRENGTH"
                   MOVE 'Y' TO WS-BLOCK-DONE
           IF WS-READ-EOF = 'Y'
               MOVE 'Y' TO WS-SUM-PEND-EOF(WS-MRG-STREAM)
           ELSE
               MOVE WS-READ-LINE(1:200) TO
                   WS-SUM-PEND-LINE(WS-MRG-STREAM)
               MOVE 'Y' TO WS-SUM-PEND-VALID(WS-MRG-STREAM)
           END-IF.
