      *> amended report and an amended summary. A correction
      *> with no saved state or no matching reject is reported and
      *> skipped with a nonzero return code rather than guessed at.
      *> Each correction is validated against the instruction set of
      *> the firmware revision saved with the device's state, loaded
      *> from the same INSTSET master the nightly run uses.
      *>
      *> MODIFICATION HISTORY
      *> ---------------------------------------------------------
      *>                          permanent FIXLOG so the DAY10RJA
      *>                          aging report can tell a repaired
      *>                          reject from one still waiting.
      *> 2026-10-15  mrwormhole   Opcode table replaced by the
      *>                          INSTSET master; corrections are
      *>                          checked against the device's own
      *>                          firmware instruction set (RJ08
      *>                          as DAY_10), and an unknown saved
      *>                          revision skips the correction.
      *> 2026-10-15  mrwormhole   INSTSET records past the table
      *>                          and firmware revisions with more
      *>                          opcodes than the working table
      *>                          holds are reported at RC 8 rather
      *>                          than dropped silently.
      *> 2026-10-15  mrwormhole   A blank saved revision replays as
      *>                          STANDARD from INSTSET; no opcode
      *>                          set is compiled in any longer.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10RPR.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHKPT-PARM-STATUS.

               SELECT INSTSET-FILE ASSIGN TO INSTSET
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INSTSET-STATUS.

               SELECT AMEND-REPORT-FILE ASSIGN TO AMENDRPT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AMEND-REPORT-STATUS.
           FD CHKPT-PARM-FILE.
           01 CHKPT-PARM-RECORD          PIC X(6).

           FD INSTSET-FILE.
           COPY "isetrec.cpy".

           FD FIXES-FILE.
           01 FIX-RECORD.
               05 FIX-DEVICE-NAME        PIC X(80).
           01 WS-FIXES-EOF               PIC X(1) VALUE 'N'.
           01 WS-CHKPT-PARM-STATUS       PIC X(2).
           01 WS-CHKPT-PARM-EOF          PIC X(1) VALUE 'N'.
           01 WS-INSTSET-STATUS          PIC X(2).
           01 WS-INSTSET-EOF             PIC X(1) VALUE 'N'.
           01 WS-FIRMWARE-VALID          PIC X(1) VALUE 'Y'.
           01 WS-OPCODE-OVERFLOW         PIC 9(3) VALUE ZEROES.
           01 WS-FIXLOG-STATUS           PIC X(2).
           01 WS-FIXLOG-AVAILABLE        PIC X(1) VALUE 'N'.
           01 WS-REPAIR-DATE             PIC 9(8) VALUE ZEROES.
                   10 WS-ST-REPLAYED         PIC 9(5).
                   10 WS-ST-REG-MIN          PIC S9(6).
                   10 WS-ST-REG-MAX          PIC S9(6).
                   10 WS-ST-FIRMWARE         PIC X(8).
           01 WS-STATE-TABLE-MAX         PIC 9(3) VALUE 500.
           01 WS-STATE-COUNT             PIC 9(3) VALUE ZEROES.
           01 WS-STATE-FOUND             PIC X(1).
           01 WS-REPLAY-COUNT            PIC 9(5) VALUE ZEROES.
           01 WS-SKIP-COUNT              PIC 9(5) VALUE ZEROES.
           01 WS-EDIT-LINE-NO            PIC ZZZZZZZZ9.
           01 WS-EDIT-OPCODE-MAX         PIC Z9.
           01 WS-EDIT-OPCODE-OVERFLOW    PIC ZZ9.
           01 WS-EDIT-CYCLE              PIC ZZZZZZZZ9.
           01 WS-EDIT-TOTAL              PIC -ZZZZZZZZ9.
           01 WS-EDIT-SIGNAL             PIC -ZZZZZZZZ9.
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-INSTRUCTION-SETS THRU 1100-EXIT
           PERFORM 1200-LOAD-DEVICE-STATES THRU 1200-EXIT
           PERFORM 1300-LOAD-REJECTS THRU 1300-EXIT
           PERFORM 1400-LOAD-CHECKPOINT-TABLE THRU 1400-EXIT
       1500-EXIT.
           EXIT.

      *>    Same load as DAY_10's 1100-LOAD-INSTRUCTION-SETS: an
      *>    absent master leaves no revision known, STANDARD
      *>    included, so every correction is skipped, not guessed.
      *>    Like DAY_10 it takes the fields as they stand: INSTSET
      *>    is field-checked by DAY10VAL at the head of every
      *>    nightly run, and a repair only replays against states
      *>    that run saved, so it depends on that check too.
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
               DISPLAY "DAY10RPR: INSTSET HAS MORE THAN "
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

       1200-LOAD-DEVICE-STATES.
           OPEN INPUT DEVSTATE-FILE
           IF WS-DEVSTATE-STATUS NOT = "00"
                           WS-ST-REG-MIN(WS-ST-IDX)
                       MOVE DSTATE-REGISTER-MAX TO
                           WS-ST-REG-MAX(WS-ST-IDX)
                       MOVE DSTATE-FIRMWARE-REV TO
                           WS-ST-FIRMWARE(WS-ST-IDX)
                       IF WS-ST-FIRMWARE(WS-ST-IDX) = SPACES
                           MOVE WS-STANDARD-FIRMWARE-REV TO
                               WS-ST-FIRMWARE(WS-ST-IDX)
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-DEVSTATE-EOF
                       DISPLAY "DAY10RPR: DEVICE STATE TABLE FULL"
               PERFORM 2520-REPORT-NO-REJECT THRU 2520-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2230-LOAD-FIRMWARE-SET THRU 2230-EXIT
           IF WS-FIRMWARE-VALID = 'N'
               PERFORM 2525-REPORT-UNKNOWN-FIRMWARE THRU 2525-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO WS-INPUT-LINE
           MOVE FIX-INSTRUCTION TO WS-INPUT-LINE(1:40)
           PERFORM 3100-VALIDATE-LINE THRU 3100-EXIT
       2221-EXIT.
           EXIT.

      *>    Builds the working opcode table for the firmware revision
      *>    saved with the device's state, the same way DAY_10's
      *>    2112-LOAD-FIRMWARE-SET builds it for the nightly run.
       2230-LOAD-FIRMWARE-SET.
           MOVE 'Y' TO WS-FIRMWARE-VALID
           MOVE ZEROES TO WS-OPCODE-COUNT
           MOVE ZEROES TO WS-OPCODE-OVERFLOW
           PERFORM 2232-COPY-FIRMWARE-OPCODE THRU 2232-EXIT
               VARYING WS-ISET-IDX FROM 1 BY 1
               UNTIL WS-ISET-IDX > WS-INSTSET-COUNT
           IF WS-OPCODE-COUNT = 0
               MOVE 'N' TO WS-FIRMWARE-VALID
           END-IF
           IF WS-OPCODE-OVERFLOW > 0
               PERFORM 2526-REPORT-OPCODE-OVERFLOW THRU 2526-EXIT
           END-IF.
       2230-EXIT.
           EXIT.

       2232-COPY-FIRMWARE-OPCODE.
           IF WS-ISET-FIRMWARE-REV(WS-ISET-IDX) NOT =
                   WS-ST-FIRMWARE(WS-ST-IDX)
               GO TO 2232-EXIT
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
       2232-EXIT.
           EXIT.

      *>**************************************************************
      *>    2300-SERIES  --  REPLAY AGAINST SAVED STATE
      *>    A rejected line never executed, so its corrected form
       2520-EXIT.
           EXIT.

       2525-REPORT-UNKNOWN-FIRMWARE.
           ADD 1 TO WS-SKIP-COUNT
           MOVE SPACES TO WS-AMEND-LINE
           MOVE FIX-LINE-NUMBER TO WS-EDIT-LINE-NO
           STRING "DEVICE: " FUNCTION TRIM(FIX-DEVICE-NAME)
                   " LINE" WS-EDIT-LINE-NO
                   " SKIPPED: UNKNOWN FIRMWARE REVISION '"
                   WS-ST-FIRMWARE(WS-ST-IDX) "'"
               DELIMITED BY SIZE INTO WS-AMEND-LINE
           MOVE WS-AMEND-LINE TO AMEND-REPORT-RECORD
           WRITE AMEND-REPORT-RECORD
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       2525-EXIT.
           EXIT.

      *>    The correction is still validated and replayed against
      *>    the opcodes that fit; this line says why one using an
      *>    opcode past the table may be reported still invalid.
       2526-REPORT-OPCODE-OVERFLOW.
           MOVE SPACES TO WS-AMEND-LINE
           MOVE FIX-LINE-NUMBER TO WS-EDIT-LINE-NO
           MOVE WS-OPCODE-TABLE-MAX TO WS-EDIT-OPCODE-MAX
           MOVE WS-OPCODE-OVERFLOW TO WS-EDIT-OPCODE-OVERFLOW
           STRING "DEVICE: " FUNCTION TRIM(FIX-DEVICE-NAME)
                   " LINE" WS-EDIT-LINE-NO
                   " FIRMWARE REVISION '" WS-ST-FIRMWARE(WS-ST-IDX)
                   "' OVER " WS-EDIT-OPCODE-MAX " OPCODES -"
                   WS-EDIT-OPCODE-OVERFLOW " OPCODES NOT LOADED"
               DELIMITED BY SIZE INTO WS-AMEND-LINE
           MOVE WS-AMEND-LINE TO AMEND-REPORT-RECORD
           WRITE AMEND-REPORT-RECORD
           DISPLAY "DAY10RPR: FIRMWARE REVISION '"
               WS-ST-FIRMWARE(WS-ST-IDX) "' HAS OVER "
               WS-EDIT-OPCODE-MAX " OPCODES ON INSTSET,"
               WS-EDIT-OPCODE-OVERFLOW " NOT LOADED"
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       2526-EXIT.
           EXIT.

       2530-REPORT-STILL-INVALID.
           ADD 1 TO WS-SKIP-COUNT
           MOVE SPACES TO WS-AMEND-LINE
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
