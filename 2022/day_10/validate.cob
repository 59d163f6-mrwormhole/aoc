      *> window burns; this step cross-checks the whole setup first
      *> so operations can fix it before STEP010 starts:
      *>   - every DEVICES entry: duplicate keys, a nonblank model
      *>     code with no MODELS entry, a firmware revision (STANDARD
      *>     when left blank) with no INSTSET entry, a bad format
      *>     flag, and the
      *>     trace file itself - it must open and its first record
      *>     must look like the organization column 67 declares
      *>     ('P' = packed records, 'T'/blank = text lines);
      *>   - every TOLPARM band parses and its minimum does not
      *>     exceed its maximum;
      *>   - every CHKPTCYC line is numeric, and STRMCNT (when
      *>     present) is a single digit 1-4;
      *>   - every INSTSET record names a revision and opcode, costs
      *>     at least one cycle, carries a known effect and a packed
      *>     code 1-31 (a control byte, so a text line can never be
      *>     taken for a packed record), and no revision repeats an
      *>     opcode name or packed code.
      *> Every finding is graded HARD or WARN on the VALRPT findings
      *> report. A hard finding ends the step RC 10 - the same grade
      *> STEP015 uses to hold distribution - so the job holds at the
      *> MODIFICATION HISTORY
      *> ---------------------------------------------------------
      *> 2026-09-01  mrwormhole   Original pre-flight validation.
      *> 2026-10-15  mrwormhole   INSTSET instruction-set master
      *>                          checked record by record, every
      *>                          driver firmware revision must
      *>                          have INSTSET entries, and the
      *>                          trace probes accept any packed
      *>                          code a known instruction set
      *>                          assigns instead of only 1-5.
      *> 2026-10-15  mrwormhole   An INSTSET revision with more
      *>                          opcodes than a device's working
      *>                          table holds is a hard finding.
      *>                          Packed codes held to 1-31 and the
      *>                          text probe to that range; a blank
      *>                          driver revision is checked as
      *>                          STANDARD, the compiled-in set gone.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10VAL.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STRMCNT-STATUS.

               SELECT INSTSET-FILE ASSIGN TO INSTSET
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INSTSET-STATUS.

               SELECT FINDINGS-FILE ASSIGN TO VALRPT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FINDINGS-STATUS.
           FD STRMCNT-FILE.
           01 STRMCNT-RECORD             PIC X(2).

           FD INSTSET-FILE.
           01 INSTSET-RECORD.
               05 VAL-ISM-FIRMWARE-REV   PIC X(8).
               05 FILLER                 PIC X(1).
               05 VAL-ISM-OPCODE-NAME    PIC X(4).
               05 FILLER                 PIC X(1).
               05 VAL-ISM-CYCLE-TEXT     PIC X(2).
               05 FILLER                 PIC X(1).
               05 VAL-ISM-EFFECT         PIC X(1).
               05 FILLER                 PIC X(1).
               05 VAL-ISM-PACKED-TEXT    PIC X(3).

           FD FINDINGS-FILE.
           01 FINDINGS-RECORD            PIC X(160).

           01 WS-TOLPARM-STATUS          PIC X(2).
           01 WS-CHKPT-PARM-STATUS       PIC X(2).
           01 WS-STRMCNT-STATUS          PIC X(2).
           01 WS-INSTSET-STATUS          PIC X(2).
           01 WS-FINDINGS-STATUS         PIC X(2).
           01 WS-DRIVER-EOF              PIC X(1) VALUE 'N'.
           01 WS-MODEL-EOF               PIC X(1) VALUE 'N'.
           01 WS-TOLPARM-EOF             PIC X(1) VALUE 'N'.
           01 WS-CHKPT-PARM-EOF          PIC X(1) VALUE 'N'.
           01 WS-INSTSET-EOF             PIC X(1) VALUE 'N'.

      *>---------------------------------------------------------
      *>    DRIVER ENTRY WORK AREAS (layout as DAY_10 reads it)
               05 WS-DRIVER-MODEL-CODE   PIC X(4).
               05 FILLER                 PIC X(1).
               05 WS-DRIVER-FORMAT       PIC X(1).
               05 FILLER                 PIC X(1).
               05 WS-DRIVER-FIRMWARE-REV PIC X(8).
               05 FILLER                 PIC X(4).
           01 WS-CURRENT-INPUT-FILE      PIC X(80) VALUE SPACES.
           01 WS-DEVICE-COUNT            PIC 9(5) VALUE ZEROES.
           01 WS-PACKED-CODE             PIC S9(3) VALUE ZEROES.
           01 WS-VMDL-FOUND              PIC X(1).
           01 WS-MODEL-MASTER-LOADED     PIC X(1) VALUE 'N'.

      *>---------------------------------------------------------
      *>    INSTRUCTION SETS LOADED FOR CROSS-CHECK
      *>---------------------------------------------------------
           COPY "opcdtbl.cpy".
           01 WS-ISET-DUP-FOUND          PIC X(1).
           01 WS-ISET-REV-COUNT          PIC 9(3).
           01 WS-ISET-OVERFLOW           PIC X(1) VALUE 'N'.
           01 WS-ISM-CYCLES              PIC 9(2).
           01 WS-ISM-PACKED-CODE         PIC 9(3).

      *>---------------------------------------------------------
      *>    SIGNED-TEXT VALIDATION WORK AREAS
      *>---------------------------------------------------------
           01 WS-WARN-COUNT              PIC 9(5) VALUE ZEROES.
           01 WS-EDIT-COUNT              PIC ZZZZ9.
           01 WS-EDIT-RECNO              PIC ZZZZ9.
           01 WS-EDIT-OPCODE-MAX         PIC Z9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 2100-VALIDATE-MODELS THRU 2100-EXIT
           PERFORM 2200-VALIDATE-TOLPARM THRU 2200-EXIT
           PERFORM 2300-VALIDATE-CHKPTCYC THRU 2300-EXIT
           PERFORM 2400-VALIDATE-STRMCNT THRU 2400-EXIT
           PERFORM 2500-VALIDATE-INSTSET THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

       2400-EXIT.
           EXIT.

      *>    A missing INSTSET master shows up against every device
      *>    (3230): each one resolves to a revision, STANDARD when
      *>    the driver list leaves it blank, and none is known.
      *>    Each present record must parse; a record that does not
      *>    is left out of the cross-check table, so a revision
      *>    whose every record is bad also shows up per device.
       2500-VALIDATE-INSTSET.
           OPEN INPUT INSTSET-FILE
           IF WS-INSTSET-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF
           MOVE 'Y' TO WS-INSTSET-LOADED
           MOVE ZEROES TO WS-RECORD-NUMBER
           PERFORM 2510-CHECK-ONE-INSTSET THRU 2510-EXIT
               UNTIL WS-INSTSET-EOF = 'Y'
           CLOSE INSTSET-FILE.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-INSTSET.
           READ INSTSET-FILE
               AT END
                   MOVE 'Y' TO WS-INSTSET-EOF
               NOT AT END
                   ADD 1 TO WS-RECORD-NUMBER
                   PERFORM 2520-CHECK-INSTSET-FIELDS THRU 2520-EXIT
           END-READ.
       2510-EXIT.
           EXIT.

       2520-CHECK-INSTSET-FIELDS.
           MOVE WS-RECORD-NUMBER TO WS-EDIT-RECNO
           MOVE "HARD" TO WS-FINDING-SEVERITY
           MOVE SPACES TO WS-FINDING-TEXT
           IF VAL-ISM-FIRMWARE-REV = SPACES
               OR VAL-ISM-OPCODE-NAME = SPACES
               STRING "INSTSET RECORD" WS-EDIT-RECNO
                       ": BLANK FIRMWARE REVISION OR OPCODE NAME"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
               GO TO 2520-EXIT
           END-IF
           IF VAL-ISM-CYCLE-TEXT NOT NUMERIC
               OR VAL-ISM-CYCLE-TEXT = "00"
               STRING "INSTSET " VAL-ISM-FIRMWARE-REV " "
                       VAL-ISM-OPCODE-NAME
                       ": CYCLE COST '" VAL-ISM-CYCLE-TEXT
                       "' NOT A NUMBER 01-99"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
               GO TO 2520-EXIT
           END-IF
           IF VAL-ISM-EFFECT NOT = 'N' AND NOT = 'A' AND NOT = 'S'
               AND NOT = 'M' AND NOT = 'X'
               STRING "INSTSET " VAL-ISM-FIRMWARE-REV " "
                       VAL-ISM-OPCODE-NAME
                       ": EFFECT '" VAL-ISM-EFFECT
                       "' NOT N, A, S, M OR X"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
               GO TO 2520-EXIT
           END-IF
           IF VAL-ISM-PACKED-TEXT NOT NUMERIC
               OR VAL-ISM-PACKED-TEXT = "000"
               OR VAL-ISM-PACKED-TEXT > "031"
               STRING "INSTSET " VAL-ISM-FIRMWARE-REV " "
                       VAL-ISM-OPCODE-NAME
                       ": PACKED CODE '" VAL-ISM-PACKED-TEXT
                       "' NOT A NUMBER 001-031"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
               GO TO 2520-EXIT
           END-IF
           MOVE VAL-ISM-CYCLE-TEXT TO WS-ISM-CYCLES
           MOVE VAL-ISM-PACKED-TEXT TO WS-ISM-PACKED-CODE
           MOVE 'N' TO WS-ISET-DUP-FOUND
           MOVE ZEROES TO WS-ISET-REV-COUNT
           PERFORM 2530-CHECK-ISET-DUPLICATE THRU 2530-EXIT
               VARYING WS-ISET-IDX FROM 1 BY 1
               UNTIL WS-ISET-IDX > WS-INSTSET-COUNT
                  OR WS-ISET-DUP-FOUND = 'Y'
           IF WS-ISET-DUP-FOUND = 'Y'
               STRING "INSTSET " VAL-ISM-FIRMWARE-REV " "
                       VAL-ISM-OPCODE-NAME
                       ": OPCODE NAME OR PACKED CODE ALREADY USED "
                       "IN THIS REVISION"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
               GO TO 2520-EXIT
           END-IF
           IF WS-ISET-REV-COUNT >= WS-OPCODE-TABLE-MAX
               MOVE WS-OPCODE-TABLE-MAX TO WS-EDIT-OPCODE-MAX
               STRING "INSTSET " VAL-ISM-FIRMWARE-REV " "
                       VAL-ISM-OPCODE-NAME
                       ": REVISION ALREADY HAS " WS-EDIT-OPCODE-MAX
                       " OPCODES, THE MOST A DEVICE CAN LOAD"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
               GO TO 2520-EXIT
           END-IF
           IF WS-INSTSET-COUNT < WS-INSTSET-TABLE-MAX
               ADD 1 TO WS-INSTSET-COUNT
               SET WS-ISET-IDX TO WS-INSTSET-COUNT
               MOVE VAL-ISM-FIRMWARE-REV TO
                   WS-ISET-FIRMWARE-REV(WS-ISET-IDX)
               MOVE VAL-ISM-OPCODE-NAME TO
                   WS-ISET-OPCODE-NAME(WS-ISET-IDX)
               MOVE WS-ISM-CYCLES TO WS-ISET-CYCLES(WS-ISET-IDX)
               MOVE VAL-ISM-EFFECT TO WS-ISET-EFFECT(WS-ISET-IDX)
               MOVE WS-ISM-PACKED-CODE TO
                   WS-ISET-PACKED-CODE(WS-ISET-IDX)
           ELSE
               IF WS-ISET-OVERFLOW = 'N'
                   MOVE 'Y' TO WS-ISET-OVERFLOW
                   MOVE "INSTSET PAST INSTRUCTION-SET TABLE "
                       & "CAPACITY, LATER RECORDS WILL NOT LOAD"
                       TO WS-FINDING-TEXT
                   PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
               END-IF
           END-IF.
       2520-EXIT.
           EXIT.

       2530-CHECK-ISET-DUPLICATE.
           IF WS-ISET-FIRMWARE-REV(WS-ISET-IDX) = VAL-ISM-FIRMWARE-REV
               ADD 1 TO WS-ISET-REV-COUNT
           END-IF
           IF WS-ISET-FIRMWARE-REV(WS-ISET-IDX) = VAL-ISM-FIRMWARE-REV
               AND (WS-ISET-OPCODE-NAME(WS-ISET-IDX) =
                       VAL-ISM-OPCODE-NAME
                   OR WS-ISET-PACKED-CODE(WS-ISET-IDX) =
                       WS-ISM-PACKED-CODE)
               MOVE 'Y' TO WS-ISET-DUP-FOUND
           END-IF.
       2530-EXIT.
           EXIT.

      *>**************************************************************
      *>    3000-SERIES  --  DEVICES LIST AND TRACE FILES
      *>**************************************************************
           IF WS-DRIVER-MODEL-CODE NOT = SPACES
               PERFORM 3220-CHECK-MODEL-KNOWN THRU 3220-EXIT
           END-IF
           IF WS-DRIVER-FIRMWARE-REV = SPACES
               MOVE WS-STANDARD-FIRMWARE-REV TO WS-DRIVER-FIRMWARE-REV
           END-IF
           PERFORM 3230-CHECK-FIRMWARE-KNOWN THRU 3230-EXIT
           IF WS-DRIVER-FORMAT NOT = 'P' AND NOT = 'T'
               AND NOT = SPACE
               MOVE "HARD" TO WS-FINDING-SEVERITY
       3221-EXIT.
           EXIT.

      *>    DAY_10 flags a device whose revision has no instruction
      *>    set and does not process it, so it is caught here first.
       3230-CHECK-FIRMWARE-KNOWN.
           MOVE 'N' TO WS-FIRMWARE-FOUND
           PERFORM 3231-CHECK-FIRMWARE-ENTRY THRU 3231-EXIT
               VARYING WS-ISET-IDX FROM 1 BY 1
               UNTIL WS-ISET-IDX > WS-INSTSET-COUNT
                  OR WS-FIRMWARE-FOUND = 'Y'
           IF WS-FIRMWARE-FOUND = 'N'
               MOVE "HARD" TO WS-FINDING-SEVERITY
               MOVE SPACES TO WS-FINDING-TEXT
               IF WS-INSTSET-LOADED = 'N'
                   STRING "DEVICE "
                           FUNCTION TRIM(WS-DRIVER-FILE-NAME)
                           ": FIRMWARE REVISION '"
                           WS-DRIVER-FIRMWARE-REV
                           "' NAMED BUT INSTSET MASTER ABSENT"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
               ELSE
                   STRING "DEVICE "
                           FUNCTION TRIM(WS-DRIVER-FILE-NAME)
                           ": FIRMWARE REVISION '"
                           WS-DRIVER-FIRMWARE-REV
                           "' HAS NO INSTSET ENTRY"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-IF
               PERFORM 8000-WRITE-FINDING THRU 8000-EXIT
           END-IF.
       3230-EXIT.
           EXIT.

       3231-CHECK-FIRMWARE-ENTRY.
           IF WS-ISET-FIRMWARE-REV(WS-ISET-IDX) =
                   WS-DRIVER-FIRMWARE-REV
               MOVE 'Y' TO WS-FIRMWARE-FOUND
           END-IF.
       3231-EXIT.
           EXIT.

      *>    A packed opcode code is known when it is in the 1-31
      *>    range 2520 holds every INSTSET code to and some loaded
      *>    revision assigns it. A byte outside that range is never
      *>    taken for a packed opcode, whatever the master says.
       3240-CHECK-PACKED-CODE-KNOWN.
           MOVE 'N' TO WS-OPCODE-KNOWN
           IF WS-PACKED-CODE < 1 OR WS-PACKED-CODE > 31
               GO TO 3240-EXIT
           END-IF
           PERFORM 3242-CHECK-INSTSET-CODE THRU 3242-EXIT
               VARYING WS-ISET-IDX FROM 1 BY 1
               UNTIL WS-ISET-IDX > WS-INSTSET-COUNT
                  OR WS-OPCODE-KNOWN = 'Y'.
       3240-EXIT.
           EXIT.

       3242-CHECK-INSTSET-CODE.
           IF WS-ISET-PACKED-CODE(WS-ISET-IDX) = WS-PACKED-CODE
               MOVE 'Y' TO WS-OPCODE-KNOWN
           END-IF.
       3242-EXIT.
           EXIT.

      *>    Probes agree with how DAY_10 would read the file, one
      *>    record deep: a packed trace's first record must carry an
      *>    opcode byte some instruction set assigns (3240) and a
      *>    readable packed operand; a text
      *>    trace's first line should start with a lowercase letter
      *>    the way every opcode mnemonic does. A text file declared
      *>    'P' fails the opcode-byte test, and a packed file
               NOT AT END
                   COMPUTE WS-PACKED-CODE =
                       FUNCTION ORD(PI-OPCODE-CODE) - 1
                   PERFORM 3240-CHECK-PACKED-CODE-KNOWN
                       THRU 3240-EXIT
                   IF WS-OPCODE-KNOWN = 'N'
                       MOVE "HARD" TO WS-FINDING-SEVERITY
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "DEVICE "
           EXIT.

      *>    HARD is reserved for the mis-declared-format case: a
      *>    first byte that decodes as a known packed opcode code
      *>    (a control byte, 3240) is a packed trace wrongly flagged
      *>    text, which would reject
      *>    the whole device mid-window. A first line that is merely
      *>    blank or malformed is only a warning - DAY_10 itself
      *>    rejects that one line (RJ01/RJ03) and processes the
           END-IF
           COMPUTE WS-PACKED-CODE =
               FUNCTION ORD(INPUT-LINE(1:1)) - 1
           PERFORM 3240-CHECK-PACKED-CODE-KNOWN THRU 3240-EXIT
           IF WS-OPCODE-KNOWN = 'Y'
               MOVE "HARD" TO WS-FINDING-SEVERITY
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "DEVICE "
