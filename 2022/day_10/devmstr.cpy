      *>  stops it being scheduled without anyone hand-editing the
      *>  driver list. The trace format carries the same 'P' (packed
      *>  records) / 'T' (text lines) flag the driver list's column
      *>  67 has always carried. The firmware revision keys the
      *>  instruction-set master (ISETREC.CPY) and is carried to the
      *>  driver list in columns 69-76. DAY10DVM records STANDARD,
      *>  the master's standard revision, for a device added without
      *>  one; a blank left on an older record is listed as STANDARD.
      *>**************************************************************
       01  DEVM-RECORD.
           05  DEVM-DEVICE-NAME        PIC X(60).
           05  DEVM-STATUS             PIC X(1).
      *>                                  A = IN SERVICE, R = RETIRED
           05  DEVM-LAST-MAINT-DATE    PIC 9(8).
           05  DEVM-FIRMWARE-REV       PIC X(8).
