      *>                          file per driver entry, so the
      *>                          growing fleet never outruns the
      *>                          restart skip.
      *> 2026-10-15  mrwormhole   On-demand cycle-by-cycle diagnostic
      *>                          trace: devices named on DIAGPARM
      *>                          have every cycle's instruction,
      *>                          register, clamp and pixel written
      *>                          to DIAGTRC. Nightly outputs and
      *>                          control totals are untouched.
      *> 2026-10-15  mrwormhole   Instruction sets now load from the
      *>                          INSTSET master by firmware
      *>                          revision in place of the hardcoded
      *>                          opcode table. Each device runs
      *>                          against its own firmware's set, an
      *>                          opcode outside it rejects RJ08 and
      *>                          an unknown revision flags the
      *>                          device; the revision is saved to
      *>                          DEVSTATE for the repair replay.
      *> 2026-10-15  mrwormhole   Report device headers and summary
      *>                          lines carry RUN-DATE= so nights
      *>                          stay separable once the archived
      *>                          generations are read together
      *>                          (DAY10SIM what-if replay).
      *> 2026-10-15  mrwormhole   Each device's full 40x6 CRT raster
      *>                          written to RASTER (RASTREC.CPY)
      *>                          for the DAY10PIX dead-pixel and
      *>                          stuck-row analysis.
      *> 2026-10-15  mrwormhole   Per-device timing record (start and
      *>                          end time, records read, cycles,
      *>                          stream from STRMID) written to
      *>                          TIMING (TIMEREC.CPY) for the
      *>                          DAY10CAP capacity report.
      *> 2026-10-15  mrwormhole   ALERTS lines carry RUN-DATE= so the
      *>                          archived alert generations can be
      *>                          read back night by night (DAY10DOS
      *>                          device dossier).
      *> 2026-10-15  mrwormhole   RUN-DATE= moved up behind the
      *>                          device name on ALERTS and SUMMARY
      *>                          lines so a long name cannot push
      *>                          it off the line. Reject diagnostic
      *>                          text saved before the WRITE. An
      *>                          INSTSET past the table, or a
      *>                          revision with more opcodes than a
      *>                          device can load, is reported at
      *>                          RC 8 instead of dropped silently.
      *> 2026-10-15  mrwormhole   ALERTS and SUMMARY lines widened
      *>                          to 200 bytes so a full 60-byte
      *>                          name leaves every keyword on the
      *>                          line. Opcodes resolve from INSTSET
      *>                          only; a blank revision runs as
      *>                          STANDARD, no set compiled in.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY_10.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEVSTATE-STATUS.

               SELECT OPTIONAL RASTER-FILE ASSIGN TO RASTER
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RASTER-STATUS.

               SELECT OPTIONAL TIMING-FILE ASSIGN TO TIMING
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TIMING-STATUS.

               SELECT OPTIONAL CONTROL-FILE ASSIGN TO CTLFILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTROL-STATUS.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MODEL-STATUS.

               SELECT INSTSET-FILE ASSIGN TO INSTSET
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INSTSET-STATUS.

               SELECT OPTIONAL PROGRESS-FILE ASSIGN TO PROGRESS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROGRESS-STATUS.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALERT-STATUS.

      *>        Diagnostic mode: DIAGPARM names the devices to trace
      *>        and DIAGTRC receives the trace. Both are optional; an
      *>        absent or empty DIAGPARM leaves the mode off.
               SELECT OPTIONAL DIAG-PARM-FILE ASSIGN TO DIAGPARM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DIAG-PARM-STATUS.

               SELECT OPTIONAL DIAG-TRACE-FILE ASSIGN TO DIAGTRC
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DIAG-TRACE-STATUS.

      *>        Stream identity: the parallel job tells each DAY_10
      *>        instance which stream it is working; absent on a
      *>        serial night, which is stream 1.
               SELECT OPTIONAL STREAM-ID-FILE ASSIGN TO STRMID
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STREAM-ID-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD DRIVER-FILE.
           01 INPUT-RECORD.
               05 INPUT-LINE             PIC X(100).

      *>    Packed trace record: a one-byte binary opcode code (the
      *>    packed code the device's instruction set assigns the
      *>    opcode, see OPCDTBL.CPY) and a packed-decimal operand.
      *>    Six bytes fixed, no conversion step needed.
           FD PACKED-INPUT-FILE
               RECORD CONTAINS 6 CHARACTERS.
           01 PACKED-INPUT-RECORD.
           01 REPORT-RECORD              PIC X(100).

           FD SUMMARY-FILE.
           01 SUMMARY-RECORD             PIC X(200).

           FD EXCEPTION-FILE.
           01 EXCEPTION-RECORD           PIC X(100).
           FD DEVSTATE-FILE.
           COPY "devstate.cpy".

           FD RASTER-FILE.
           COPY "rastrec.cpy".

           FD TIMING-FILE.
           COPY "timerec.cpy".

           FD CONTROL-FILE.
           COPY "ctlrec.cpy".

               05 TOL-MAX-EXCEPTIONS     PIC 9(5).

           FD ALERT-FILE.
           01 ALERT-RECORD               PIC X(200).

           FD MODEL-FILE.
           01 MODEL-RECORD.
               05 MDL-REG-MAX            PIC S9(6) SIGN LEADING
                                                   SEPARATE.

           FD INSTSET-FILE.
           COPY "isetrec.cpy".

      *>    Diagnostic parameter record: one device trace file name
      *>    per line in columns 1-60, keyed the same way as the
      *>    DEVICES driver list. Blank lines are ignored.
           FD DIAG-PARM-FILE.
           01 DIAG-PARM-RECORD.
               05 DGP-DEVICE-NAME        PIC X(60).
               05 FILLER                 PIC X(20).

           FD DIAG-TRACE-FILE.
           01 DIAG-TRACE-RECORD          PIC X(200).

           FD STREAM-ID-FILE.
           01 STREAM-ID-RECORD           PIC X(2).

           WORKING-STORAGE SECTION.
      *>---------------------------------------------------------
      *>    FILE STATUS SWITCHES
           01 WS-EXCEPTION-STATUS        PIC X(2).
           01 WS-HISTORY-STATUS          PIC X(2).
           01 WS-DEVSTATE-STATUS         PIC X(2).
           01 WS-RASTER-STATUS           PIC X(2).
           01 WS-TIMING-STATUS           PIC X(2).
           01 WS-CONTROL-STATUS          PIC X(2).
           01 WS-MODEL-STATUS            PIC X(2).
           01 WS-INSTSET-STATUS          PIC X(2).
           01 WS-PROGRESS-STATUS         PIC X(2).
           01 WS-TOLPARM-STATUS          PIC X(2).
           01 WS-ALERT-STATUS            PIC X(2).
           01 WS-DIAG-PARM-STATUS        PIC X(2).
           01 WS-DIAG-TRACE-STATUS       PIC X(2).
           01 WS-STREAM-ID-STATUS        PIC X(2).
           01 WS-OUTPUT-OPEN-ERROR       PIC X(1) VALUE 'N'.
           01 WS-HISTORY-AVAILABLE       PIC X(1) VALUE 'N'.

      *>    1-60, the device's model code in columns 62-65 (blank
      *>    model code = the standard model in REGSPEC.CPY) and the
      *>    trace format in column 67 ('P' = packed records, 'T' or
      *>    blank = text lines) and the firmware revision in columns
      *>    69-76 (blank = the INSTSET master's STANDARD
      *>    revision, see OPCDTBL.CPY). Names longer than 60
      *>    characters are no longer supported on the driver list.
           01 WS-DRIVER-RECORD           PIC X(80).
           01 WS-DRIVER-DETAIL REDEFINES WS-DRIVER-RECORD.
               05 WS-DRIVER-FILE-NAME    PIC X(60).
               05 WS-DRIVER-MODEL-CODE   PIC X(4).
               05 FILLER                 PIC X(1).
               05 WS-DRIVER-FORMAT       PIC X(1).
               05 FILLER                 PIC X(1).
               05 WS-DRIVER-FIRMWARE-REV PIC X(8).
               05 FILLER                 PIC X(4).
           01 WS-CURRENT-INPUT-FILE      PIC X(80) VALUE SPACES.
           01 WS-CURRENT-MODEL-CODE      PIC X(4) VALUE SPACES.
           01 WS-CURRENT-FIRMWARE-REV    PIC X(8) VALUE SPACES.
           01 WS-CURRENT-FORMAT          PIC X(1) VALUE 'T'.
           01 WS-PACKED-CODE             PIC S9(3) VALUE ZEROES.
           01 WS-MODEL-VALID             PIC X(1) VALUE 'Y'.
           01 WS-MODEL-MASTER-LOADED     PIC X(1) VALUE 'N'.
           01 WS-MODEL-EOF               PIC X(1) VALUE 'N'.
           01 WS-FIRMWARE-VALID          PIC X(1) VALUE 'Y'.
           01 WS-OPCODE-OVERFLOW         PIC 9(3) VALUE ZEROES.
           01 WS-INSTSET-EOF             PIC X(1) VALUE 'N'.
           01 WS-DEVICE-COUNT            PIC 9(5) VALUE ZEROES.
           01 WS-RUN-DATE                PIC 9(8) VALUE ZEROES.
           01 WS-DEVICE-EXCEPTION-COUNT  PIC 9(5) VALUE ZEROES.
           01 WS-SEVERITY-FOUND          PIC X(1).
           01 WS-ALERT-SCAN-POS          PIC 9(3).
           01 WS-UNKNOWN-MODEL-TALLY     PIC 9(3).
           01 WS-UNKNOWN-FIRMWARE-TALLY  PIC 9(3).
           01 WS-OPCODE-OVERFLOW-TALLY   PIC 9(3).

      *>---------------------------------------------------------
      *>    RESTART / CHECKPOINT WORKING STORAGE
      *>    REPORT / SUMMARY / REJECT / EXCEPTION LINE AREAS
      *>---------------------------------------------------------
           01 WS-REPORT-LINE             PIC X(100).
           01 WS-SUMMARY-LINE            PIC X(200).
           01 WS-REJECT-LINE             PIC X(100).
           01 WS-EXCEPTION-LINE          PIC X(100).
           01 WS-EDIT-CYCLE              PIC ZZZZZZZZ9.
           01 WS-EDIT-REJECTS            PIC ZZZZZZZZ9.
           01 WS-EDIT-EXCEPTIONS         PIC ZZZZZZZZ9.
           01 WS-EDIT-PACKED-CODE        PIC -ZZ9.
           01 WS-EDIT-OPCODE-MAX         PIC Z9.
           01 WS-EDIT-OPCODE-OVERFLOW    PIC ZZ9.

      *>---------------------------------------------------------
      *>    TOLERANCE-BAND ALERTING
           01 WS-TOL-MATCH-IDX           PIC 9(3).
           01 WS-DEVICE-ALERT-STATUS     PIC X(5).
           01 WS-ALERT-SEVERITY          PIC 9(2).
           01 WS-ALERT-LINE              PIC X(200).
           01 WS-EDIT-BAND-MIN           PIC -ZZZZZZZZ9.
           01 WS-EDIT-BAND-MAX           PIC -ZZZZZZZZ9.
           01 WS-EDIT-MAX-EXC            PIC ZZZZ9.

      *>---------------------------------------------------------
      *>    DIAGNOSTIC CYCLE TRACE
      *>    Devices named on DIAGPARM are traced cycle by cycle to
      *>    DIAGTRC from the 3200/3310 execution path. The trace is
      *>    a side channel only: nothing here feeds a nightly
      *>    output, a control total or a line counter, so a night
      *>    with the mode on balances exactly as one with it off.
      *>    WS-DIAG-CLAMP is set by 3140/3141 when an instruction's
      *>    result had to be clamped back into the register range.
      *>---------------------------------------------------------
           01 WS-DIAG-TABLE.
               05 WS-DIAG-ENTRY OCCURS 50 TIMES
                                INDEXED BY WS-DIAG-IDX.
                   10 WS-DIAG-DEVICE     PIC X(60).
           01 WS-DIAG-TABLE-MAX          PIC 9(3) VALUE 50.
           01 WS-DIAG-COUNT              PIC 9(3) VALUE ZEROES.
           01 WS-DIAG-FOUND              PIC X(1).
           01 WS-DIAG-PARM-EOF           PIC X(1) VALUE 'N'.
           01 WS-DIAG-TRACE-OPEN         PIC X(1) VALUE 'N'.
           01 WS-DIAG-ACTIVE             PIC X(1) VALUE 'N'.
           01 WS-DIAG-CLAMP              PIC X(8) VALUE SPACES.
           01 WS-DIAG-RAW-TOTAL          PIC S9(9) VALUE ZEROES.
           01 WS-DIAG-PIXEL              PIC X(4).
           01 WS-DIAG-CLAMP-TEXT         PIC X(30).
           01 WS-DIAG-REJECT-TEXT        PIC X(40).
           01 WS-DIAG-LINE               PIC X(200).
           01 WS-DIAG-LINE-COUNT         PIC 9(9) VALUE ZEROES.
           01 WS-EDIT-DIAG-CYCLE         PIC ZZZZZZZZ9.
           01 WS-EDIT-DIAG-LINE-NO       PIC ZZZZZZZZ9.
           01 WS-EDIT-DIAG-OPERAND       PIC -ZZZZZZZZ9.
           01 WS-EDIT-DIAG-REG-BEFORE    PIC -ZZZZZZZZ9.
           01 WS-EDIT-DIAG-REG-AFTER     PIC -ZZZZZZZZ9.
           01 WS-EDIT-DIAG-RAW           PIC -ZZZZZZZZ9.
           01 WS-EDIT-DIAG-COLUMN        PIC Z9.
           01 WS-EDIT-DIAG-ROW           PIC 9.
           01 WS-EDIT-DIAG-BOUND-MIN     PIC -ZZZZZ9.
           01 WS-EDIT-DIAG-BOUND-MAX     PIC -ZZZZZ9.

      *>---------------------------------------------------------
      *>    DEVICE TIMING
      *>    Wall-clock start and end of each device, written to
      *>    TIMING by 3920 for the DAY10CAP capacity report. Times
      *>    are HHMMSShh; the elapsed time is in hundredths of a
      *>    second and carries across midnight by way of the
      *>    start and end dates.
      *>---------------------------------------------------------
           01 WS-STREAM-NUMBER           PIC 9(1) VALUE 1.
           01 WS-DEVICE-START-DATE       PIC 9(8) VALUE ZEROES.
           01 WS-DEVICE-START-TIME       PIC 9(8) VALUE ZEROES.
           01 WS-DEVICE-END-DATE         PIC 9(8) VALUE ZEROES.
           01 WS-DEVICE-END-TIME         PIC 9(8) VALUE ZEROES.
           01 WS-DEVICE-ELAPSED          PIC S9(11) VALUE ZEROES.
           01 WS-TIME-OF-DAY             PIC 9(8).
           01 WS-TIME-OF-DAY-PARTS REDEFINES WS-TIME-OF-DAY.
               05 WS-TOD-HH              PIC 9(2).
               05 WS-TOD-MM              PIC 9(2).
               05 WS-TOD-SS              PIC 9(2).
               05 WS-TOD-HUNDREDTHS      PIC 9(2).
           01 WS-START-HUNDREDTHS        PIC 9(9).
           01 WS-END-HUNDREDTHS          PIC 9(9).

           COPY "opcdtbl.cpy".
           COPY "chkpttbl.cpy".
           COPY "regspec.cpy".
               OPEN EXTEND SUMMARY-FILE
               OPEN EXTEND EXCEPTION-FILE
               OPEN EXTEND DEVSTATE-FILE
               OPEN EXTEND RASTER-FILE
               OPEN EXTEND TIMING-FILE
               OPEN EXTEND CONTROL-FILE
               OPEN EXTEND ALERT-FILE
           ELSE
               OPEN OUTPUT SUMMARY-FILE
               OPEN OUTPUT EXCEPTION-FILE
               OPEN OUTPUT DEVSTATE-FILE
               OPEN OUTPUT RASTER-FILE
               OPEN OUTPUT TIMING-FILE
               OPEN OUTPUT CONTROL-FILE
               OPEN OUTPUT ALERT-FILE
           END-IF
           PERFORM 1010-CHECK-OUTPUT-OPENS THRU 1010-EXIT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-OPEN-HISTORY THRU 1020-EXIT
           PERFORM 1100-LOAD-INSTRUCTION-SETS THRU 1100-EXIT
           PERFORM 1200-LOAD-CHECKPOINT-TABLE THRU 1200-EXIT
           PERFORM 1300-OPEN-DRIVER THRU 1300-EXIT
           PERFORM 1400-LOAD-MODEL-TABLE THRU 1400-EXIT
           PERFORM 1700-LOAD-TOLERANCE-TABLE THRU 1700-EXIT
           PERFORM 1800-LOAD-DIAGNOSTIC-LIST THRU 1800-EXIT
           PERFORM 1900-LOAD-STREAM-ID THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

      *>    Every output file checked here is required for every run
      *>    (unlike the optional DRIVER-FILE and CHKPT-PARM-FILE, which
      *>    have a documented fallback when absent), so a failed OPEN
      *>    here is fatal rather than something to fall back around.
       1010-CHECK-OUTPUT-OPENS.
           MOVE 'N' TO WS-OUTPUT-OPEN-ERROR
           IF WS-REJECT-STATUS NOT = "00" AND NOT = "05"
                   WS-DEVSTATE-STATUS
               MOVE 'Y' TO WS-OUTPUT-OPEN-ERROR
           END-IF
           IF WS-RASTER-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "DAY_10: UNABLE TO OPEN RASTER, STATUS="
                   WS-RASTER-STATUS
               MOVE 'Y' TO WS-OUTPUT-OPEN-ERROR
           END-IF
           IF WS-TIMING-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "DAY_10: UNABLE TO OPEN TIMING, STATUS="
                   WS-TIMING-STATUS
               MOVE 'Y' TO WS-OUTPUT-OPEN-ERROR
           END-IF
           IF WS-CONTROL-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "DAY_10: UNABLE TO OPEN CTLFILE, STATUS="
                   WS-CONTROL-STATUS

      *>    The history master is opened in extend mode so tonight's
      *>    device records append behind every prior run's. Unlike the
      *>    nightly outputs it survives run to run, so a failed
      *>    open is downgraded to a console warning and a return-code
      *>    4 rather than killing the run - the night's reports are
      *>    still worth producing even when the trend history cannot
       1020-EXIT.
           EXIT.

      *>    The instruction-set master lists one opcode per firmware
      *>    revision per line (see ISETREC.CPY). Like the model
      *>    master, when it is absent no revision is known, so every
      *>    device becomes a reportable error rather than running
      *>    against an instruction set its firmware may not support:
      *>    the standard set is the master's STANDARD revision, not
      *>    a compiled-in table. DAY10VAL has already checked every
      *>    record before this step runs.
       1100-LOAD-INSTRUCTION-SETS.
           MOVE ZEROES TO WS-INSTSET-COUNT
           OPEN INPUT INSTSET-FILE
           IF WS-INSTSET-STATUS = "00"
               MOVE 'Y' TO WS-INSTSET-LOADED
               PERFORM 1110-READ-INSTSET-RECORD THRU 1110-EXIT
                   UNTIL WS-INSTSET-EOF = 'Y'
               CLOSE INSTSET-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      *>    A record read once the table is full is one that cannot
      *>    be loaded: the rest of the master is left unread and the
      *>    step is raised to RC 8, since every revision past that
      *>    point would otherwise be reported as unknown.
       1110-READ-INSTSET-RECORD.
           READ INSTSET-FILE
               AT END
                   MOVE 'Y' TO WS-INSTSET-EOF
                   GO TO 1110-EXIT
           END-READ
           IF WS-INSTSET-COUNT >= WS-INSTSET-TABLE-MAX
               DISPLAY "DAY_10: INSTSET HAS MORE THAN "
                   WS-INSTSET-TABLE-MAX " RECORDS, REVISION '"
                   ISM-FIRMWARE-REV "' ONWARD NOT LOADED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-INSTSET-EOF
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO WS-INSTSET-COUNT
           SET WS-ISET-IDX TO WS-INSTSET-COUNT
           MOVE ISM-FIRMWARE-REV TO WS-ISET-FIRMWARE-REV(WS-ISET-IDX)
           MOVE ISM-OPCODE-NAME TO WS-ISET-OPCODE-NAME(WS-ISET-IDX)
           MOVE ISM-CYCLE-COST TO WS-ISET-CYCLES(WS-ISET-IDX)
           MOVE ISM-EFFECT TO WS-ISET-EFFECT(WS-ISET-IDX)
           MOVE ISM-PACKED-CODE TO WS-ISET-PACKED-CODE(WS-ISET-IDX).
       1110-EXIT.
           EXIT.

      *>    Checkpoint cycles are driven from CHKPTCYC.TXT (one cycle
      *>    number per line) so the sample points can be changed by
      *>    operations without a recompile. When that parameter file
       1710-EXIT.
           EXIT.

      *>    The diagnostic list is optional and normally empty. The
      *>    trace data set is only opened when at least one device
      *>    is named, and a trace that cannot be opened turns the
      *>    mode off with a console note - it is never allowed to
      *>    change the step's return code, so switching diagnostics
      *>    on cannot alter how the night is graded. On a rerun the
      *>    trace is extended behind the devices already traced.
       1800-LOAD-DIAGNOSTIC-LIST.
           MOVE ZEROES TO WS-DIAG-COUNT
           OPEN INPUT DIAG-PARM-FILE
           IF WS-DIAG-PARM-STATUS NOT = "00"
               GO TO 1800-EXIT
           END-IF
           PERFORM 1810-READ-DIAGNOSTIC-ENTRY THRU 1810-EXIT
               UNTIL WS-DIAG-PARM-EOF = 'Y'
           CLOSE DIAG-PARM-FILE
           IF WS-DIAG-COUNT = 0
               GO TO 1800-EXIT
           END-IF
           IF WS-RESUMING = 'Y'
               OPEN EXTEND DIAG-TRACE-FILE
           ELSE
               OPEN OUTPUT DIAG-TRACE-FILE
           END-IF
           IF WS-DIAG-TRACE-STATUS = "00" OR "05"
               MOVE 'Y' TO WS-DIAG-TRACE-OPEN
               DISPLAY "DAY_10: DIAGNOSTIC TRACE ON FOR "
                   WS-DIAG-COUNT " DEVICE(S)"
           ELSE
               DISPLAY "DAY_10: UNABLE TO OPEN DIAGTRC, STATUS="
                   WS-DIAG-TRACE-STATUS ", DIAGNOSTIC TRACE OFF"
           END-IF.
       1800-EXIT.
           EXIT.

       1810-READ-DIAGNOSTIC-ENTRY.
           READ DIAG-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-DIAG-PARM-EOF
               NOT AT END
                   IF DGP-DEVICE-NAME NOT = SPACES
                       IF WS-DIAG-COUNT >= WS-DIAG-TABLE-MAX
                           DISPLAY "DAY_10: DIAGPARM FULL, "
                               FUNCTION TRIM(DGP-DEVICE-NAME)
                               " NOT TRACED"
                       ELSE
                           ADD 1 TO WS-DIAG-COUNT
                           SET WS-DIAG-IDX TO WS-DIAG-COUNT
                           MOVE DGP-DEVICE-NAME TO
                               WS-DIAG-DEVICE(WS-DIAG-IDX)
                       END-IF
                   END-IF
           END-READ.
       1810-EXIT.
           EXIT.

      *>    The stream number only labels the timing records; a
      *>    missing, blank or out-of-range STRMID leaves stream 1.
       1900-LOAD-STREAM-ID.
           OPEN INPUT STREAM-ID-FILE
           IF WS-STREAM-ID-STATUS NOT = "00"
               GO TO 1900-EXIT
           END-IF
           READ STREAM-ID-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STREAM-ID-RECORD(1:1) IS NUMERIC
                       AND STREAM-ID-RECORD(1:1) NOT = "0"
                       MOVE STREAM-ID-RECORD(1:1) TO WS-STREAM-NUMBER
                   END-IF
           END-READ
           CLOSE STREAM-ID-FILE.
       1900-EXIT.
           EXIT.

      *>    Count the devices already completed by an earlier run of
      *>    this batch night. A nonempty file means this is a rerun
      *>    after an abend: those devices will be skipped and the
       1640-EXIT.
           EXIT.

      *>    Counts each carried-forward exception line and, when
      *>    one reports an unknown model code, an unknown firmware
      *>    revision or opcodes not loaded, restores the severity 8
      *>    the original pass raised. The device is on the progress
      *>    list and will not be re-flagged, so without this the
      *>    restarted step would end clean on a night the serial
      *>    path holds.
       1650-PRIME-EXCEPTION-LINE.
           READ EXCEPTION-FILE
               AT END
                   INSPECT EXCEPTION-RECORD
                       TALLYING WS-UNKNOWN-MODEL-TALLY
                       FOR ALL "UNKNOWN MODEL CODE"
                   MOVE ZEROES TO WS-UNKNOWN-FIRMWARE-TALLY
                   INSPECT EXCEPTION-RECORD
                       TALLYING WS-UNKNOWN-FIRMWARE-TALLY
                       FOR ALL "UNKNOWN FIRMWARE REVISION"
                   MOVE ZEROES TO WS-OPCODE-OVERFLOW-TALLY
                   INSPECT EXCEPTION-RECORD
                       TALLYING WS-OPCODE-OVERFLOW-TALLY
                       FOR ALL "OPCODES NOT LOADED"
                   IF (WS-UNKNOWN-MODEL-TALLY > 0
                           OR WS-UNKNOWN-FIRMWARE-TALLY > 0
                           OR WS-OPCODE-OVERFLOW-TALLY > 0)
                       AND RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           MOVE 'N' TO WS-SEVERITY-FOUND
           PERFORM 1663-CHECK-SEVERITY-TOKEN THRU 1663-EXIT
               VARYING WS-ALERT-SCAN-POS FROM 1 BY 1
               UNTIL WS-ALERT-SCAN-POS > 190
                  OR WS-SEVERITY-FOUND = 'Y'.
       1662-EXIT.
           EXIT.
           ELSE
               MOVE "INPUT" TO WS-CURRENT-INPUT-FILE
               MOVE SPACES TO WS-CURRENT-MODEL-CODE
               MOVE WS-STANDARD-FIRMWARE-REV TO
                   WS-CURRENT-FIRMWARE-REV
               MOVE 'T' TO WS-CURRENT-FORMAT
               PERFORM 2100-PROCESS-DEVICE THRU 2100-EXIT
           END-IF.
               NOT AT END
                   MOVE WS-DRIVER-FILE-NAME TO WS-CURRENT-INPUT-FILE
                   MOVE WS-DRIVER-MODEL-CODE TO WS-CURRENT-MODEL-CODE
                   MOVE WS-DRIVER-FIRMWARE-REV TO
                       WS-CURRENT-FIRMWARE-REV
                   IF WS-CURRENT-FIRMWARE-REV = SPACES
                       MOVE WS-STANDARD-FIRMWARE-REV TO
                           WS-CURRENT-FIRMWARE-REV
                   END-IF
                   IF WS-DRIVER-FORMAT = 'P'
                       MOVE 'P' TO WS-CURRENT-FORMAT
                   ELSE
      *>    2100-SERIES  --  ONE DEVICE TRACE FILE
      *>**************************************************************
       2100-PROCESS-DEVICE.
           ACCEPT WS-DEVICE-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-DEVICE-START-TIME FROM TIME
           PERFORM 2110-RESET-DEVICE-STATE THRU 2110-EXIT
           IF WS-MODEL-VALID = 'N'
               PERFORM 2160-REPORT-UNKNOWN-MODEL THRU 2160-EXIT
               PERFORM 3970-RECORD-PROGRESS THRU 3970-EXIT
               GO TO 2100-EXIT
           END-IF
           IF WS-FIRMWARE-VALID = 'N'
               PERFORM 2165-REPORT-UNKNOWN-FIRMWARE THRU 2165-EXIT
               PERFORM 3970-RECORD-PROGRESS THRU 3970-EXIT
               GO TO 2100-EXIT
           END-IF
           PERFORM 2120-CHECK-FOR-CHECKPOINT THRU 2120-EXIT
           IF WS-DIAG-ACTIVE = 'Y'
               PERFORM 3500-WRITE-DIAG-HEADER THRU 3500-EXIT
           END-IF
           IF WS-CURRENT-FORMAT = 'P'
               PERFORM 2105-PROCESS-PACKED-TRACE THRU 2105-EXIT
           ELSE
           PERFORM 2140-DELETE-CHECKPOINT THRU 2140-EXIT
           PERFORM 3600-RENDER-CRT THRU 3600-EXIT
           PERFORM 3650-DECODE-CRT THRU 3650-EXIT
           IF WS-DIAG-ACTIVE = 'Y'
               PERFORM 3530-WRITE-DIAG-TRAILER THRU 3530-EXIT
           END-IF
           PERFORM 3700-WRITE-CHECKPOINT-REPORT THRU 3700-EXIT
           PERFORM 3750-CHECK-TOLERANCE THRU 3750-EXIT
           PERFORM 3800-WRITE-SUMMARY-LINE THRU 3800-EXIT
           PERFORM 3850-WRITE-HISTORY THRU 3850-EXIT
           PERFORM 3900-WRITE-DEVICE-STATE THRU 3900-EXIT
           PERFORM 3910-WRITE-DEVICE-RASTER THRU 3910-EXIT
           PERFORM 3920-WRITE-DEVICE-TIMING THRU 3920-EXIT
           PERFORM 3950-WRITE-DEVICE-CONTROL THRU 3950-EXIT
           PERFORM 3970-RECORD-PROGRESS THRU 3970-EXIT
           DISPLAY "PART1: " WS-SIGNAL-STRENGTH.
           MOVE ZEROES TO WS-DEVICE-REJECT-COUNT
           MOVE ZEROES TO WS-DEVICE-CHKPT-SAMPLES
           PERFORM 2115-LOAD-MODEL-BOUNDS THRU 2115-EXIT
           PERFORM 2112-LOAD-FIRMWARE-SET THRU 2112-EXIT
           PERFORM 2117-CHECK-DIAGNOSTIC-DEVICE THRU 2117-EXIT
           MOVE SPACES TO WS-CRT-SCREEN
           MOVE WS-CHECKPOINT-CONFIG-COUNT TO WS-CHECKPOINT-COUNT
           MOVE 'N' TO WS-CHECKPOINT-OVFL-NOTED
       2111-EXIT.
           EXIT.

      *>    Builds the device's working opcode table from every
      *>    master row for the device's revision (STANDARD when the
      *>    driver list leaves it blank). A revision with no rows
      *>    leaves the device flagged instead of processed, exactly
      *>    as an unknown model code does. A
      *>    revision with more rows than the working table holds is
      *>    processed on the rows that fit and reported by 2166, so
      *>    the lines its missing opcodes reject can be traced.
       2112-LOAD-FIRMWARE-SET.
           MOVE 'Y' TO WS-FIRMWARE-VALID
           MOVE ZEROES TO WS-OPCODE-COUNT
           MOVE ZEROES TO WS-OPCODE-OVERFLOW
           PERFORM 2114-COPY-FIRMWARE-OPCODE THRU 2114-EXIT
               VARYING WS-ISET-IDX FROM 1 BY 1
               UNTIL WS-ISET-IDX > WS-INSTSET-COUNT
           IF WS-OPCODE-COUNT = 0
               MOVE 'N' TO WS-FIRMWARE-VALID
           END-IF
           IF WS-OPCODE-OVERFLOW > 0
               PERFORM 2166-REPORT-OPCODE-OVERFLOW THRU 2166-EXIT
           END-IF.
       2112-EXIT.
           EXIT.

       2114-COPY-FIRMWARE-OPCODE.
           IF WS-ISET-FIRMWARE-REV(WS-ISET-IDX) NOT =
                   WS-CURRENT-FIRMWARE-REV
               GO TO 2114-EXIT
           END-IF
           IF WS-OPCODE-COUNT >= WS-OPCODE-TABLE-MAX
               ADD 1 TO WS-OPCODE-OVERFLOW
           ELSE
               ADD 1 TO WS-OPCODE-COUNT
               SET WS-OP-IDX TO WS-OPCODE-COUNT
               MOVE WS-ISET-OPCODE-NAME(WS-ISET-IDX) TO
                   WS-OPCODE-NAME(WS-OP-IDX)
               MOVE WS-ISET-CYCLES(WS-ISET-IDX) TO
                   WS-OPCODE-CYCLES(WS-OP-IDX)
               MOVE WS-ISET-EFFECT(WS-ISET-IDX) TO
                   WS-OPCODE-EFFECT(WS-OP-IDX)
               MOVE WS-ISET-PACKED-CODE(WS-ISET-IDX) TO
                   WS-OPCODE-PACKED-CODE(WS-OP-IDX)
           END-IF.
       2114-EXIT.
           EXIT.

      *>    A blank model code keeps the standard bounds; a nonblank
      *>    code must match a model-master entry or the device is
      *>    flagged instead of processed (see 1400's note on why a
       2116-EXIT.
           EXIT.

       2117-CHECK-DIAGNOSTIC-DEVICE.
           MOVE 'N' TO WS-DIAG-ACTIVE
           IF WS-DIAG-TRACE-OPEN NOT = 'Y'
               GO TO 2117-EXIT
           END-IF
           MOVE 'N' TO WS-DIAG-FOUND
           PERFORM 2118-CHECK-DIAGNOSTIC-ENTRY THRU 2118-EXIT
               VARYING WS-DIAG-IDX FROM 1 BY 1
               UNTIL WS-DIAG-IDX > WS-DIAG-COUNT
                  OR WS-DIAG-FOUND = 'Y'
           MOVE WS-DIAG-FOUND TO WS-DIAG-ACTIVE.
       2117-EXIT.
           EXIT.

       2118-CHECK-DIAGNOSTIC-ENTRY.
           IF WS-DIAG-DEVICE(WS-DIAG-IDX) =
                   WS-CURRENT-INPUT-FILE(1:60)
               MOVE 'Y' TO WS-DIAG-FOUND
           END-IF.
       2118-EXIT.
           EXIT.

      *>    A checkpoint from a prior abended run is only honoured
      *>    when it was written against this same device trace file,
      *>    otherwise this device starts from cycle 1 as normal.
       2160-EXIT.
           EXIT.

      *>    An unknown firmware revision means the device's
      *>    instruction set cannot be known, so like an unknown
      *>    model the device is reported on EXCEPTN and the console
      *>    and not processed, and the step is raised to RC 8.
       2165-REPORT-UNKNOWN-FIRMWARE.
           MOVE SPACES TO WS-EXCEPTION-LINE
           STRING "DEVICE: " FUNCTION TRIM(WS-CURRENT-INPUT-FILE)
                   " UNKNOWN FIRMWARE REVISION '"
                   WS-CURRENT-FIRMWARE-REV
                   "' - DEVICE NOT PROCESSED"
               DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-LINES-WRITTEN
           DISPLAY "DAY_10: UNKNOWN FIRMWARE REVISION '"
               WS-CURRENT-FIRMWARE-REV "' FOR "
               FUNCTION TRIM(WS-CURRENT-INPUT-FILE)
               ", DEVICE NOT PROCESSED"
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       2165-EXIT.
           EXIT.

      *>    DAY10VAL rejects such a revision, so this only fires when
      *>    INSTSET was changed without being validated. The device
      *>    still runs, but any line using an opcode that did not
      *>    fit rejects as unknown, so the step is raised to RC 8.
       2166-REPORT-OPCODE-OVERFLOW.
           MOVE SPACES TO WS-EXCEPTION-LINE
           MOVE WS-OPCODE-TABLE-MAX TO WS-EDIT-OPCODE-MAX
           MOVE WS-OPCODE-OVERFLOW TO WS-EDIT-OPCODE-OVERFLOW
           STRING "DEVICE: " FUNCTION TRIM(WS-CURRENT-INPUT-FILE)
                   " FIRMWARE REVISION '" WS-CURRENT-FIRMWARE-REV
                   "' OVER " WS-EDIT-OPCODE-MAX " OPCODES -"
                   WS-EDIT-OPCODE-OVERFLOW " OPCODES NOT LOADED"
               DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-LINES-WRITTEN
           DISPLAY "DAY_10: FIRMWARE REVISION '"
               WS-CURRENT-FIRMWARE-REV "' HAS OVER "
               WS-EDIT-OPCODE-MAX " OPCODES ON INSTSET,"
               WS-EDIT-OPCODE-OVERFLOW " NOT LOADED FOR "
               FUNCTION TRIM(WS-CURRENT-INPUT-FILE)
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       2166-EXIT.
           EXIT.

       2140-DELETE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE.
                   PERFORM 3110-FIND-OPCODE THRU 3110-EXIT
                   IF WS-OPCODE-FOUND = 'N'
                       MOVE 'N' TO WS-VALID-LINE
                       PERFORM 3112-CHECK-OPCODE-KNOWN THRU 3112-EXIT
                       IF WS-OPCODE-KNOWN = 'Y'
                           MOVE "RJ08" TO WS-REJECT-CODE
                       ELSE
                           MOVE "RJ03" TO WS-REJECT-CODE
                       END-IF
                   ELSE
                       IF WS-OPCODE-EFFECT(WS-OP-IDX) NOT = "N"
                           PERFORM 3120-VALIDATE-NUMERIC THRU 3120-EXIT
       3111-EXIT.
           EXIT.

      *>    An opcode missing from the device's own set is either
      *>    one no firmware has (RJ03, a keying or transmission
      *>    fault) or a real instruction this device's firmware does
      *>    not support (RJ08) - every master revision is searched
      *>    to tell the two apart.
       3112-CHECK-OPCODE-KNOWN.
           MOVE 'N' TO WS-OPCODE-KNOWN
           PERFORM 3114-CHECK-INSTSET-NAME THRU 3114-EXIT
               VARYING WS-ISET-IDX FROM 1 BY 1
               UNTIL WS-ISET-IDX > WS-INSTSET-COUNT
                  OR WS-OPCODE-KNOWN = 'Y'.
       3112-EXIT.
           EXIT.

       3114-CHECK-INSTSET-NAME.
           IF WS-ISET-OPCODE-NAME(WS-ISET-IDX) = WS-COMMAND
               MOVE 'Y' TO WS-OPCODE-KNOWN
           END-IF.
       3114-EXIT.
           EXIT.

       3120-VALIDATE-NUMERIC.
           MOVE 'Y' TO WS-NUMERIC-CHECK
           MOVE 'N' TO WS-VALUE-TOO-LONG
           MOVE WS-INPUT-LINE(1:40) TO REJ-INSTRUCTION
           MOVE WS-REJECT-CODE TO REJ-REASON-CODE
           MOVE WS-RUN-DATE TO REJ-RUN-DATE
           MOVE REJ-INSTRUCTION TO WS-DIAG-REJECT-TEXT
           WRITE REJ-RECORD
           ADD 1 TO WS-REJECT-LINES-WRITTEN
           IF WS-DIAG-ACTIVE = 'Y'
               PERFORM 3520-WRITE-DIAG-REJECT THRU 3520-EXIT
           END-IF.
       3150-EXIT.
           EXIT.

      *>**************************************************************
      *>    3160-SERIES  --  PACKED RECORD VALIDATION
      *>    The opcode code is the byte's binary value, matched to
      *>    a packed code in the same device opcode table the text
      *>    parse resolves names against (a code some other
      *>    firmware assigns rejects RJ08, one no set assigns
      *>    RJ06, as 3112 splits them for text); the operand must be
      *>    valid packed decimal (its S9(9) COMP-3 field bounds the
      *>    range by construction). WS-VALUE is loaded here directly
      *>    - no text conversion, and no sign ever dropped the way
           MOVE 'Y' TO WS-VALID-LINE
           MOVE SPACES TO WS-REJECT-CODE
           COMPUTE WS-PACKED-CODE = FUNCTION ORD(PI-OPCODE-CODE) - 1
           PERFORM 3161-FIND-PACKED-CODE THRU 3161-EXIT
           IF WS-OPCODE-FOUND = 'N'
               MOVE 'N' TO WS-VALID-LINE
               PERFORM 3162-CHECK-PACKED-CODE-KNOWN THRU 3162-EXIT
               IF WS-OPCODE-KNOWN = 'Y'
                   MOVE "RJ08" TO WS-REJECT-CODE
               ELSE
                   MOVE "RJ06" TO WS-REJECT-CODE
               END-IF
           ELSE
               IF WS-OPCODE-EFFECT(WS-OP-IDX) NOT = "N"
                   IF PI-OPERAND NOT NUMERIC
                       MOVE 'N' TO WS-VALID-LINE
       3160-EXIT.
           EXIT.

       3161-FIND-PACKED-CODE.
           MOVE 'N' TO WS-OPCODE-FOUND
           PERFORM 3163-CHECK-PACKED-ENTRY THRU 3163-EXIT
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OPCODE-COUNT
                  OR WS-OPCODE-FOUND = 'Y'
           IF WS-OPCODE-FOUND = 'Y'
               SET WS-OP-IDX DOWN BY 1
           END-IF.
       3161-EXIT.
           EXIT.

       3162-CHECK-PACKED-CODE-KNOWN.
           MOVE 'N' TO WS-OPCODE-KNOWN
           PERFORM 3166-CHECK-INSTSET-CODE THRU 3166-EXIT
               VARYING WS-ISET-IDX FROM 1 BY 1
               UNTIL WS-ISET-IDX > WS-INSTSET-COUNT
                  OR WS-OPCODE-KNOWN = 'Y'.
       3162-EXIT.
           EXIT.

       3163-CHECK-PACKED-ENTRY.
           IF WS-OPCODE-PACKED-CODE(WS-OP-IDX) = WS-PACKED-CODE
               MOVE 'Y' TO WS-OPCODE-FOUND
           END-IF.
       3163-EXIT.
           EXIT.

       3166-CHECK-INSTSET-CODE.
           IF WS-ISET-PACKED-CODE(WS-ISET-IDX) = WS-PACKED-CODE
               MOVE 'Y' TO WS-OPCODE-KNOWN
           END-IF.
       3166-EXIT.
           EXIT.

      *>    A packed record's raw bytes are not printable, so the
      *>    reject's instruction text shows the decoded opcode code
      *>    and, when it is readable, the operand.
           END-IF
           MOVE WS-REJECT-CODE TO REJ-REASON-CODE
           MOVE WS-RUN-DATE TO REJ-RUN-DATE
           MOVE REJ-INSTRUCTION TO WS-DIAG-REJECT-TEXT
           WRITE REJ-RECORD
           ADD 1 TO WS-REJECT-LINES-WRITTEN
           IF WS-DIAG-ACTIVE = 'Y'
               PERFORM 3520-WRITE-DIAG-REJECT THRU 3520-EXIT
           END-IF.
       3165-EXIT.
           EXIT.

           MOVE WS-CYCLE TO WS-CYCLE-BEFORE
           MOVE WS-TOTAL TO WS-TOTAL-BEFORE
           MOVE WS-OPCODE-CYCLES(WS-OP-IDX) TO WS-CYCLE-COST
           MOVE SPACES TO WS-DIAG-CLAMP
      *>    A packed record's operand was loaded straight into
      *>    WS-VALUE by 3160; only a text line still needs its
      *>    operand token converted.
               MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               ADD 1 TO WS-EXCEPTION-LINES-WRITTEN
               MOVE "RANGE" TO WS-DIAG-CLAMP
               MOVE WS-TOTAL TO WS-DIAG-RAW-TOTAL
               IF WS-TOTAL < WS-REGISTER-MIN
                   MOVE WS-REGISTER-MIN TO WS-TOTAL
               ELSE
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-LINES-WRITTEN
           MOVE "OVERFLOW" TO WS-DIAG-CLAMP
           EVALUATE TRUE
               WHEN WS-OPCODE-EFFECT(WS-OP-IDX) = "A" AND WS-VALUE >= 0
                   MOVE WS-REGISTER-MAX TO WS-TOTAL

       3310-PROCESS-ONE-CYCLE.
           PERFORM 3320-DRAW-PIXEL THRU 3320-EXIT
           IF WS-DIAG-ACTIVE = 'Y'
               PERFORM 3510-WRITE-DIAG-CYCLE THRU 3510-EXIT
           END-IF
           PERFORM 3400-SAMPLE-CHECKPOINT THRU 3400-EXIT.
       3310-EXIT.
           EXIT.
       3420-EXIT.
           EXIT.

      *>**************************************************************
      *>    3500-SERIES  --  DIAGNOSTIC CYCLE TRACE
      *>    One line per cycle for a device named on DIAGPARM,
      *>    written from 3310 once 3320 has drawn the cycle's pixel.
      *>    Every cycle an instruction occupies carries that
      *>    instruction's source line, opcode and operand; X-BEFORE
      *>    is the register the sprite is centred on for the cycle
      *>    (WS-TOTAL-BEFORE, see the 3300 note) and X-AFTER the
      *>    value that lands once the instruction completes, after
      *>    any clamp 3140/3141 applied. Nothing written here is
      *>    counted in the control totals.
      *>**************************************************************
       3500-WRITE-DIAG-HEADER.
           MOVE SPACES TO WS-DIAG-LINE
           MOVE WS-REGISTER-MIN TO WS-EDIT-DIAG-BOUND-MIN
           MOVE WS-REGISTER-MAX TO WS-EDIT-DIAG-BOUND-MAX
           STRING "DEVICE: " FUNCTION TRIM(WS-CURRENT-INPUT-FILE)
                   " MODEL=" WS-CURRENT-MODEL-CODE
                   " FORMAT=" WS-CURRENT-FORMAT
                   " FIRMWARE=" WS-CURRENT-FIRMWARE-REV
                   " REGISTER BOUNDS=" WS-EDIT-DIAG-BOUND-MIN
                   "/" WS-EDIT-DIAG-BOUND-MAX
                   " RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-DIAG-LINE
           PERFORM 3590-PUT-DIAG-LINE THRU 3590-EXIT
           IF WS-CHECKPOINT-EXISTS = 'Y'
               MOVE SPACES TO WS-DIAG-LINE
               MOVE WS-CYCLE TO WS-EDIT-DIAG-CYCLE
               MOVE WS-RESUME-RECORD-COUNT TO WS-EDIT-DIAG-LINE-NO
               STRING "  (RESUMED FROM CHECKPOINT AT CYCLE "
                       WS-EDIT-DIAG-CYCLE " AFTER LINE "
                       WS-EDIT-DIAG-LINE-NO
                       " - EARLIER CYCLES NOT TRACED)"
                   DELIMITED BY SIZE INTO WS-DIAG-LINE
               PERFORM 3590-PUT-DIAG-LINE THRU 3590-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3510-WRITE-DIAG-CYCLE.
           MOVE SPACES TO WS-DIAG-LINE
           MOVE WS-PIXEL-CYCLE TO WS-EDIT-DIAG-CYCLE
           MOVE WS-LINE-NUMBER TO WS-EDIT-DIAG-LINE-NO
           MOVE WS-TOTAL-BEFORE TO WS-EDIT-DIAG-REG-BEFORE
           MOVE WS-TOTAL TO WS-EDIT-DIAG-REG-AFTER
           IF WS-OPCODE-EFFECT(WS-OP-IDX) = "N"
               MOVE ZEROES TO WS-EDIT-DIAG-OPERAND
           ELSE
               MOVE WS-VALUE TO WS-EDIT-DIAG-OPERAND
           END-IF
           PERFORM 3511-FORMAT-DIAG-CLAMP THRU 3511-EXIT
           IF WS-CRT-ROW-INDEX < 6
               MOVE WS-CRT-COLUMN TO WS-EDIT-DIAG-COLUMN
               MOVE WS-CRT-ROW-INDEX TO WS-EDIT-DIAG-ROW
               IF WS-CRT-ROW(WS-CRT-ROW-INDEX + 1)
                       (WS-CRT-COLUMN + 1:1) = "#"
                   MOVE "LIT" TO WS-DIAG-PIXEL
               ELSE
                   MOVE "DARK" TO WS-DIAG-PIXEL
               END-IF
               STRING "CYCLE=" WS-EDIT-DIAG-CYCLE
                       " LINE=" WS-EDIT-DIAG-LINE-NO
                       " OP=" WS-OPCODE-NAME(WS-OP-IDX)
                       " OPERAND=" WS-EDIT-DIAG-OPERAND
                       " X-BEFORE=" WS-EDIT-DIAG-REG-BEFORE
                       " X-AFTER=" WS-EDIT-DIAG-REG-AFTER
                       " SPRITE=" WS-EDIT-DIAG-REG-BEFORE
                       " PIXEL=" WS-EDIT-DIAG-COLUMN
                       " ROW=" WS-EDIT-DIAG-ROW
                       " " WS-DIAG-PIXEL
                       WS-DIAG-CLAMP-TEXT
                   DELIMITED BY SIZE INTO WS-DIAG-LINE
           ELSE
               STRING "CYCLE=" WS-EDIT-DIAG-CYCLE
                       " LINE=" WS-EDIT-DIAG-LINE-NO
                       " OP=" WS-OPCODE-NAME(WS-OP-IDX)
                       " OPERAND=" WS-EDIT-DIAG-OPERAND
                       " X-BEFORE=" WS-EDIT-DIAG-REG-BEFORE
                       " X-AFTER=" WS-EDIT-DIAG-REG-AFTER
                       " SPRITE=" WS-EDIT-DIAG-REG-BEFORE
                       " PIXEL=OFF-SCREEN"
                       WS-DIAG-CLAMP-TEXT
                   DELIMITED BY SIZE INTO WS-DIAG-LINE
           END-IF
           PERFORM 3590-PUT-DIAG-LINE THRU 3590-EXIT.
       3510-EXIT.
           EXIT.

      *>    A range clamp shows the out-of-range value 3140 pulled
      *>    back; an overflow clamp has no true value to show (the
      *>    COMPUTE never stored it), only the bound 3141 chose.
       3511-FORMAT-DIAG-CLAMP.
           MOVE SPACES TO WS-DIAG-CLAMP-TEXT
           IF WS-DIAG-CLAMP = "RANGE"
               MOVE WS-DIAG-RAW-TOTAL TO WS-EDIT-DIAG-RAW
               STRING " CLAMP=RANGE RAW=" WS-EDIT-DIAG-RAW
                   DELIMITED BY SIZE INTO WS-DIAG-CLAMP-TEXT
           END-IF
           IF WS-DIAG-CLAMP = "OVERFLOW"
               MOVE " CLAMP=OVERFLOW" TO WS-DIAG-CLAMP-TEXT
           END-IF.
       3511-EXIT.
           EXIT.

      *>    A rejected line executes no cycles, but it is still part
      *>    of the source the engineer is reading against, so it is
      *>    shown in line order with its reason code.
       3520-WRITE-DIAG-REJECT.
           MOVE SPACES TO WS-DIAG-LINE
           MOVE WS-LINE-NUMBER TO WS-EDIT-DIAG-LINE-NO
           MOVE WS-CYCLE TO WS-EDIT-DIAG-CYCLE
           STRING "REJECTED LINE=" WS-EDIT-DIAG-LINE-NO
                   " AT CYCLE=" WS-EDIT-DIAG-CYCLE
                   " REASON=" WS-REJECT-CODE
                   " TEXT=" WS-DIAG-REJECT-TEXT
               DELIMITED BY SIZE INTO WS-DIAG-LINE
           PERFORM 3590-PUT-DIAG-LINE THRU 3590-EXIT.
       3520-EXIT.
           EXIT.

       3530-WRITE-DIAG-TRAILER.
           MOVE SPACES TO WS-DIAG-LINE
           MOVE WS-CYCLE TO WS-EDIT-DIAG-CYCLE
           MOVE WS-TOTAL TO WS-EDIT-DIAG-REG-AFTER
           MOVE WS-SIGNAL-STRENGTH TO WS-EDIT-SIGNAL
           MOVE WS-RECORD-COUNT TO WS-EDIT-DIAG-LINE-NO
           STRING "END OF TRACE: " FUNCTION TRIM(WS-CURRENT-INPUT-FILE)
                   " LINES=" WS-EDIT-DIAG-LINE-NO
                   " FINAL CYCLE=" WS-EDIT-DIAG-CYCLE
                   " X=" WS-EDIT-DIAG-REG-AFTER
                   " SIGNAL=" WS-EDIT-SIGNAL
                   " READOUT=" WS-CRT-READOUT
               DELIMITED BY SIZE INTO WS-DIAG-LINE
           PERFORM 3590-PUT-DIAG-LINE THRU 3590-EXIT.
       3530-EXIT.
           EXIT.

       3590-PUT-DIAG-LINE.
           MOVE WS-DIAG-LINE TO DIAG-TRACE-RECORD
           WRITE DIAG-TRACE-RECORD
           ADD 1 TO WS-DIAG-LINE-COUNT.
       3590-EXIT.
           EXIT.

      *>**************************************************************
      *>    3600-SERIES  --  CRT READOUT
      *>**************************************************************
       3700-WRITE-CHECKPOINT-REPORT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEVICE: " FUNCTION TRIM(WS-CURRENT-INPUT-FILE)
                   " RUN-DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
       3762-EXIT.
           EXIT.

      *>    RUN-DATE= follows the device name directly: the fields
      *>    behind it are fixed width but the name is not, and a
      *>    long name must not push the night off the line. The
      *>    line is 200 bytes so that behind a full 60-byte name
      *>    every field, the last keyword included, still fits.
       3770-WRITE-ALERT.
           MOVE SPACES TO WS-ALERT-LINE
           MOVE WS-SIGNAL-STRENGTH TO WS-EDIT-SIGNAL
           MOVE WS-DEVICE-EXCEPTION-COUNT TO WS-EDIT-EXCEPTIONS
           MOVE WS-TOL-MAX-EXC(WS-TOL-IDX) TO WS-EDIT-MAX-EXC
           STRING FUNCTION TRIM(WS-CURRENT-INPUT-FILE)
                   " RUN-DATE=" WS-RUN-DATE
                   " SIGNAL=" WS-EDIT-SIGNAL
                   " BAND=" WS-EDIT-BAND-MIN "/" WS-EDIT-BAND-MAX
                   " EXCEPTIONS=" WS-EDIT-EXCEPTIONS
      *>**************************************************************
      *>    3800-SERIES  --  BATCH SUMMARY
      *>**************************************************************
      *>    RUN-DATE= follows the device name for the same reason as
      *>    on the alert line (3770).
       3800-WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE WS-SIGNAL-STRENGTH TO WS-EDIT-SIGNAL
           MOVE WS-DEVICE-REJECT-COUNT TO WS-EDIT-REJECTS
           MOVE WS-DEVICE-EXCEPTION-COUNT TO WS-EDIT-EXCEPTIONS
           STRING FUNCTION TRIM(WS-CURRENT-INPUT-FILE)
                   " RUN-DATE=" WS-RUN-DATE
                   " SIGNAL-STRENGTH=" WS-EDIT-SIGNAL
                   " READOUT=" WS-CRT-READOUT
                   " REJECTS=" WS-EDIT-REJECTS
           MOVE WS-DEVICE-EXCEPTION-COUNT TO DSTATE-EXCEPTION-COUNT
           MOVE WS-REGISTER-MIN TO DSTATE-REGISTER-MIN
           MOVE WS-REGISTER-MAX TO DSTATE-REGISTER-MAX
           MOVE WS-CURRENT-FIRMWARE-REV TO DSTATE-FIRMWARE-REV
           WRITE DSTATE-RECORD.
       3900-EXIT.
           EXIT.

      *>    The screen exactly as 3300 drew it, for the DAY10PIX
      *>    raster analysis (see RASTREC.CPY).
       3910-WRITE-DEVICE-RASTER.
           MOVE WS-CURRENT-INPUT-FILE TO RAST-DEVICE-NAME
           MOVE WS-RUN-DATE TO RAST-RUN-DATE
           MOVE WS-CURRENT-MODEL-CODE TO RAST-MODEL-CODE
           MOVE WS-CRT-READOUT TO RAST-READOUT
           MOVE WS-CRT-SCREEN TO RAST-SCREEN
           WRITE RAST-RECORD.
       3910-EXIT.
           EXIT.

      *>    The device's wall-clock time, taken as its last output
      *>    record is written. A device picked up from a record-
      *>    level checkpoint is flagged, as its time covers only
      *>    the resumed part of the trace.
       3920-WRITE-DEVICE-TIMING.
           ACCEPT WS-DEVICE-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-DEVICE-END-TIME FROM TIME
           MOVE WS-DEVICE-START-TIME TO WS-TIME-OF-DAY
           COMPUTE WS-START-HUNDREDTHS =
               ((WS-TOD-HH * 60 + WS-TOD-MM) * 60 + WS-TOD-SS) * 100
               + WS-TOD-HUNDREDTHS
           MOVE WS-DEVICE-END-TIME TO WS-TIME-OF-DAY
           COMPUTE WS-END-HUNDREDTHS =
               ((WS-TOD-HH * 60 + WS-TOD-MM) * 60 + WS-TOD-SS) * 100
               + WS-TOD-HUNDREDTHS
           COMPUTE WS-DEVICE-ELAPSED =
               (FUNCTION INTEGER-OF-DATE(WS-DEVICE-END-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-DEVICE-START-DATE))
               * 8640000 + WS-END-HUNDREDTHS - WS-START-HUNDREDTHS
           IF WS-DEVICE-ELAPSED < 0
               MOVE ZEROES TO WS-DEVICE-ELAPSED
           END-IF
           MOVE WS-CURRENT-INPUT-FILE TO TIMG-DEVICE-NAME
           MOVE WS-RUN-DATE TO TIMG-RUN-DATE
           MOVE WS-STREAM-NUMBER TO TIMG-STREAM
           MOVE WS-CURRENT-MODEL-CODE TO TIMG-MODEL-CODE
           MOVE WS-DEVICE-START-DATE TO TIMG-START-DATE
           MOVE WS-DEVICE-START-TIME TO TIMG-START-TIME
           MOVE WS-DEVICE-END-DATE TO TIMG-END-DATE
           MOVE WS-DEVICE-END-TIME TO TIMG-END-TIME
           MOVE WS-DEVICE-ELAPSED TO TIMG-ELAPSED
           MOVE WS-RECORD-COUNT TO TIMG-RECORDS-READ
           IF WS-CYCLE > 0
               COMPUTE TIMG-CYCLES = WS-CYCLE - 1
           ELSE
               MOVE ZEROES TO TIMG-CYCLES
           END-IF
           MOVE WS-CHECKPOINT-EXISTS TO TIMG-RESUMED
           WRITE TIMG-RECORD.
       3920-EXIT.
           EXIT.

      *>**************************************************************
      *>    3950-SERIES  --  CONTROL TOTALS
      *>    One type-D control record per completed device, with the
           CLOSE SUMMARY-FILE
           CLOSE EXCEPTION-FILE
           CLOSE DEVSTATE-FILE
           CLOSE RASTER-FILE
           CLOSE TIMING-FILE
           CLOSE ALERT-FILE
           IF WS-HISTORY-AVAILABLE = 'Y'
               CLOSE HISTORY-FILE
           END-IF
           IF WS-DIAG-TRACE-OPEN = 'Y'
               CLOSE DIAG-TRACE-FILE
               DISPLAY "DAY_10: DIAGNOSTIC TRACE " WS-DIAG-LINE-COUNT
                   " LINE(S) WRITTEN"
           END-IF.
       9000-EXIT.
           EXIT.
