      *>**************************************************************
      *>  ISETREC.CPY
      *>  Instruction-set master record - one record per opcode per
      *>  firmware revision, keyed by revision and opcode name. A
      *>  revision's records together are the whole instruction set
      *>  a device on that firmware may use; an opcode missing from
      *>  its revision's records rejects (RJ08) even where another
      *>  revision supports it. The STANDARD revision is the set a
      *>  device with no firmware revision of its own runs (the
      *>  original noop/addx/subx/mulx/setx on packed codes 1-5)
      *>  and must be on the master. The packed opcode code is the
      *>  byte value a packed trace carries for the opcode, kept to
      *>  1-31 - control bytes no text trace line can start with -
      *>  and the effect is one of the codes listed in OPCDTBL.CPY.
      *>  Loaded by DAY_10 and DAY10RPR, checked field by field by
      *>  DAY10VAL before the nightly run trusts it.
      *>**************************************************************
       01  ISM-RECORD.
           05  ISM-FIRMWARE-REV        PIC X(8).
           05  FILLER                  PIC X(1).
           05  ISM-OPCODE-NAME         PIC X(4).
           05  FILLER                  PIC X(1).
           05  ISM-CYCLE-COST          PIC 9(2).
           05  FILLER                  PIC X(1).
           05  ISM-EFFECT              PIC X(1).
           05  FILLER                  PIC X(1).
           05  ISM-PACKED-CODE         PIC 9(3).
