      *> MODIFICATION HISTORY
      *> ---------------------------------------------------------
      *> 2026-09-01  mrwormhole   Original baseline comparison.
      *> 2026-10-15  mrwormhole   Breach lines carry the RUN-DATE= of
      *>                          the report's device header so the
      *>                          archived GLDEXCP generations can be
      *>                          read back night by night (DAY10DOS
      *>                          device dossier).
      *> 2026-10-15  mrwormhole   RUN-DATE= moved up behind the
      *>                          device name so a long name cannot
      *>                          push it off the breach line.
      *> 2026-10-15  mrwormhole   GLDEXCP widened to 200 bytes so a
      *>                          full 60-byte name leaves every
      *>                          keyword on the breach line.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10GLD.
           01 REPORT-RECORD              PIC X(100).

           FD EXCEPTION-REPORT-FILE.
           01 EXCEPTION-REPORT-RECORD    PIC X(200).

           WORKING-STORAGE SECTION.
      *>---------------------------------------------------------
           01 WS-TOKEN-IDX               PIC 9(2).
           01 WS-CURRENT-DEVICE          PIC X(60) VALUE SPACES.
           01 WS-CURRENT-MODEL           PIC X(4) VALUE SPACES.
           01 WS-CURRENT-RUN-DATE        PIC X(8) VALUE SPACES.
           01 WS-PARSE-CYCLE             PIC 9(9).
           01 WS-PARSE-CONTRIB           PIC S9(9).
           01 WS-CYCLE-SEEN              PIC X(1).
           01 WS-CHECKED-COUNT           PIC 9(9) VALUE ZEROES.
           01 WS-BREACH-COUNT            PIC 9(9) VALUE ZEROES.
           01 WS-DEVICE-BREACHED         PIC X(1) VALUE 'N'.
           01 WS-TODAY-DATE              PIC 9(8) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    REPORT LINE AREAS
      *>---------------------------------------------------------
           01 WS-EXCP-LINE               PIC X(200).
           01 WS-EDIT-CYCLE              PIC ZZZZZZZZ9.
           01 WS-EDIT-CONTRIB            PIC -ZZZZZZZZ9.
           01 WS-EDIT-EXPECTED           PIC -ZZZZZZZZ9.
      *>    1000-SERIES  --  INITIALIZATION
      *>**************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           IF WS-EXCEPTION-REPORT-STATUS NOT = "00"
               DISPLAY "DAY10GLD: UNABLE TO OPEN GLDEXCP, STATUS="
           EVALUATE WS-TOKEN(1)
               WHEN "DEVICE:"
                   MOVE WS-TOKEN(2) TO WS-CURRENT-DEVICE
                   PERFORM 2250-TAKE-RUN-DATE THRU 2250-EXIT
                   MOVE 'N' TO WS-DEVICE-BREACHED
                   PERFORM 2300-LOOK-UP-DEVICE-MODEL THRU 2300-EXIT
               WHEN "CHECKPOINT"
       2200-EXIT.
           EXIT.

      *>    The device header carries the night's RUN-DATE= behind
      *>    the name; a report cut before the stamp existed has none,
      *>    and its breaches are stamped with today's date instead -
      *>    this step runs the same night as the report it reads.
       2250-TAKE-RUN-DATE.
           MOVE WS-TODAY-DATE TO WS-CURRENT-RUN-DATE
           IF WS-TOKEN(3)(1:9) = "RUN-DATE="
               AND WS-TOKEN(3)(10:8) IS NUMERIC
               MOVE WS-TOKEN(3)(10:8) TO WS-CURRENT-RUN-DATE
           END-IF.
       2250-EXIT.
           EXIT.

      *>    The report's device header carries the trace file name
      *>    the driver list keys on; a device missing from the list
      *>    (a single-file fallback run, or a list regenerated since
       2510-EXIT.
           EXIT.

      *>    RUN-DATE= follows the device name directly: the fields
      *>    behind it are fixed width but the name is not, and a
      *>    long name must not push the night off the line. The
      *>    line is 200 bytes so that behind a full 60-byte name
      *>    every field, the last keyword included, still fits.
       2520-WRITE-BREACH.
           ADD 1 TO WS-BREACH-COUNT
           MOVE SPACES TO WS-EXCP-LINE
           MOVE WS-GLD-BAND(WS-GLD-IDX) TO WS-EDIT-BAND
           MOVE WS-DEVIATION TO WS-EDIT-DEVIATION
           STRING FUNCTION TRIM(WS-CURRENT-DEVICE)
                   " RUN-DATE=" WS-CURRENT-RUN-DATE
                   " MODEL=" WS-CURRENT-MODEL
                   " CYCLE=" WS-EDIT-CYCLE
                   " CONTRIB=" WS-EDIT-CONTRIB
