      *>**************************************************************
      *>  OPCDTBL.CPY
      *>  Device trace instruction sets. The instruction-set master
      *>  (INSTSET, laid out in ISETREC.CPY) lists every opcode each
      *>  firmware revision supports - name, cycle cost, effect and
      *>  packed opcode code - and is loaded whole into
      *>  WS-INSTSET-TABLE at start of run. As each device starts,
      *>  the rows for its own firmware revision are copied into
      *>  WS-OPCODE-TABLE, the set its trace is validated and
      *>  executed against, so a new or re-costed instruction is a
      *>  master change rather than a recompile. No instruction set
      *>  is compiled in: the standard set is the master's
      *>  STANDARD revision (WS-STANDARD-FIRMWARE-REV), which a
      *>  device listed with a blank firmware revision (and the
      *>  single-file fallback run) is resolved to. A revision with
      *>  no master rows, STANDARD included, is a reportable error
      *>  for that device, never a silent default.
      *>**************************************************************
       01  WS-OPCODE-TABLE.
           05  WS-OPCODE-ENTRY OCCURS 20 TIMES INDEXED BY WS-OP-IDX.
               10  WS-OPCODE-NAME    PIC X(4).
               10  WS-OPCODE-CYCLES  PIC 9(2).
               10  WS-OPCODE-EFFECT  PIC X(1).
      *>                                  M = MULTIPLY TOTAL BY VALUE
      *>                                  X = SET TOTAL TO VALUE
      *>                                  N = NO CHANGE (NOOP)
               10  WS-OPCODE-PACKED-CODE PIC 9(3).
       01  WS-OPCODE-TABLE-MAX         PIC 9(2) VALUE 20.
       01  WS-OPCODE-COUNT             PIC 9(2) VALUE ZEROES.
       01  WS-OPCODE-FOUND             PIC X(1).
       01  WS-OPCODE-KNOWN             PIC X(1).
       01  WS-STANDARD-FIRMWARE-REV    PIC X(8) VALUE "STANDARD".
       01  WS-INSTSET-TABLE.
           05  WS-ISET-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-ISET-IDX.
               10  WS-ISET-FIRMWARE-REV  PIC X(8).
               10  WS-ISET-OPCODE-NAME   PIC X(4).
               10  WS-ISET-CYCLES        PIC 9(2).
               10  WS-ISET-EFFECT        PIC X(1).
               10  WS-ISET-PACKED-CODE   PIC 9(3).
       01  WS-INSTSET-TABLE-MAX        PIC 9(3) VALUE 500.
       01  WS-INSTSET-COUNT            PIC 9(3) VALUE ZEROES.
       01  WS-INSTSET-LOADED           PIC X(1) VALUE 'N'.
       01  WS-FIRMWARE-FOUND           PIC X(1).
