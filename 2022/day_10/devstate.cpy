      *>  device completes. This is the saved state the DAY10RPR
      *>  repair program replays corrected instructions against, so a
      *>  single mis-keyed trace line no longer forces the whole
      *>  device back through the nightly job. The firmware revision
      *>  is the one whose instruction set the trace ran under, so
      *>  the replay validates a correction against that same set;
      *>  states saved before it was carried read back blank and
      *>  replay against the master's STANDARD revision (see
      *>  OPCDTBL.CPY).
      *>**************************************************************
       01  DSTATE-RECORD.
           05  DSTATE-DEVICE-NAME      PIC X(80).
           05  DSTATE-EXCEPTION-COUNT  PIC 9(5).
           05  DSTATE-REGISTER-MIN     PIC S9(6) SIGN LEADING SEPARATE.
           05  DSTATE-REGISTER-MAX     PIC S9(6) SIGN LEADING SEPARATE.
           05  DSTATE-FIRMWARE-REV     PIC X(8).
