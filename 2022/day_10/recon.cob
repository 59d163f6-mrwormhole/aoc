      *>                          the run as unknown record types.
      *> 2026-09-01  mrwormhole   Reject records widened to carry
      *>                          the REJREC.CPY run-date stamp.
      *> 2026-10-15  mrwormhole   SUMMARY read at 200 bytes, the
      *>                          width DAY_10 now writes it.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10RCN.
           01 REPORT-RECORD              PIC X(100).

           FD SUMMARY-FILE.
           01 SUMMARY-RECORD             PIC X(200).

           FD REJECT-FILE.
           01 REJECT-RECORD              PIC X(141).
