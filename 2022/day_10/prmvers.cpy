      *>**************************************************************
      *>  PRMVERS.CPY
      *>  Parameter version record - one per parameter file DAY10PRM
      *>  maintains. The version number steps by one on every
      *>  maintenance or nightly roll-forward run that changes the
      *>  file, and the effective date is the night that version
      *>  came into force; the record count is the file's size at
      *>  that version and the change count how many transactions
      *>  made it. Rewritten whole by DAY10PRM and swapped in with
      *>  the parameter files themselves, so it always describes
      *>  the files the nightly job is actually reading.
      *>**************************************************************
       01  PVER-RECORD.
           05  PVER-FILE-ID            PIC X(8).
           05  FILLER                  PIC X(1).
           05  PVER-VERSION            PIC 9(5).
           05  FILLER                  PIC X(1).
           05  PVER-EFFECTIVE-DATE     PIC 9(8).
           05  FILLER                  PIC X(1).
           05  PVER-RECORD-COUNT       PIC 9(5).
           05  FILLER                  PIC X(1).
           05  PVER-CHANGE-COUNT       PIC 9(5).
