      *>**************************************************************
      *>  PRMAUD.CPY
      *>  Parameter maintenance audit record - one per transaction
      *>  or held change DAY10PRM dealt with, appended to the
      *>  permanent PRMAUDIT trail behind every earlier run. The
      *>  action is the transaction's A, C, D or X (PRMTRAN.CPY),
      *>  or L for a record DAY10PRM dropped while loading the
      *>  file - a duplicate key behind the record the readers
      *>  find. The result is APPLIED, HELD (keyed ahead, waiting
      *>  for its effective date), CANCELED (a held change
      *>  withdrawn), REJECTED (a keyed transaction failed its
      *>  edits), DROPPED (a held change failed its edits on the
      *>  night it fell due or, with action L, the duplicate-key
      *>  record left out of the rewritten file, its image the
      *>  before image) or VOIDED (would have applied, but the run
      *>  ended with a rejected transaction and no file was
      *>  replaced). The
      *>  version is the file version the change went into, zero
      *>  when it went into none. The before and after images are
      *>  the parameter record as it stood and as it was left, so
      *>  any change can be reconstructed or backed out from the
      *>  trail alone.
      *>**************************************************************
       01  PAUD-RECORD.
           05  PAUD-RUN-DATE           PIC 9(8).
           05  FILLER                  PIC X(1).
           05  PAUD-FILE-ID            PIC X(8).
           05  FILLER                  PIC X(1).
           05  PAUD-ACTION             PIC X(1).
           05  FILLER                  PIC X(1).
           05  PAUD-RESULT             PIC X(8).
           05  FILLER                  PIC X(1).
           05  PAUD-REASON             PIC X(4).
           05  FILLER                  PIC X(1).
           05  PAUD-EFFECTIVE-DATE     PIC X(8).
           05  FILLER                  PIC X(1).
           05  PAUD-KEYED-DATE         PIC X(8).
           05  FILLER                  PIC X(1).
           05  PAUD-VERSION            PIC 9(5).
           05  FILLER                  PIC X(1).
           05  PAUD-OLD-IMAGE          PIC X(90).
           05  FILLER                  PIC X(1).
           05  PAUD-NEW-IMAGE          PIC X(90).
