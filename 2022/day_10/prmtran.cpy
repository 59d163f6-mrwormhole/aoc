      *>**************************************************************
      *>  PRMTRAN.CPY
      *>  Parameter maintenance transaction for DAY10PRM, and the
      *>  same record held on PRMPEND while a change keyed ahead
      *>  waits for its effective date. The file id names the
      *>  parameter file (TOLPARM, MODELS, CHKPTCYC, GLDBASE or
      *>  RDOUTMST); the action is A add, C change, D delete or
      *>  X cancel a held change; the effective date is the night
      *>  the change first applies (blank = at once). The record
      *>  image is keyed exactly as the line stands on that file,
      *>  key first, so nothing is re-laid out between the keyed
      *>  transaction and the file the nightly job reads. On a
      *>  change a blank field keeps the file's current value. The
      *>  keyed date is filled in by DAY10PRM, not keyed. Action L
      *>  is never keyed either: DAY10PRM builds it only to audit
      *>  a duplicate-key record it dropped while loading a file
      *>  (result DROPPED on PRMAUDIT, see PRMAUD.CPY).
      *>**************************************************************
       01  PTRN-RECORD.
           05  PTRN-FILE-ID            PIC X(8).
           05  FILLER                  PIC X(1).
           05  PTRN-ACTION             PIC X(1).
           05  FILLER                  PIC X(1).
           05  PTRN-EFFECTIVE-DATE     PIC X(8).
           05  FILLER                  PIC X(1).
           05  PTRN-IMAGE              PIC X(90).
           05  PTRN-TOL-IMAGE REDEFINES PTRN-IMAGE.
               10  PTRN-TOL-SCOPE      PIC X(1).
               10  FILLER              PIC X(1).
               10  PTRN-TOL-KEY        PIC X(60).
               10  FILLER              PIC X(1).
               10  PTRN-TOL-MIN        PIC X(10).
               10  FILLER              PIC X(1).
               10  PTRN-TOL-MAX        PIC X(10).
               10  FILLER              PIC X(1).
               10  PTRN-TOL-MAXEXC     PIC X(5).
           05  PTRN-MDL-IMAGE REDEFINES PTRN-IMAGE.
               10  PTRN-MDL-CODE       PIC X(4).
               10  FILLER              PIC X(1).
               10  PTRN-MDL-MIN        PIC X(7).
               10  FILLER              PIC X(1).
               10  PTRN-MDL-MAX        PIC X(7).
               10  FILLER              PIC X(70).
           05  PTRN-CHK-IMAGE REDEFINES PTRN-IMAGE.
               10  PTRN-CHK-CYCLE      PIC X(6).
               10  FILLER              PIC X(84).
           05  PTRN-GLD-IMAGE REDEFINES PTRN-IMAGE.
               10  PTRN-GLD-MODEL      PIC X(4).
               10  FILLER              PIC X(1).
               10  PTRN-GLD-CYCLE      PIC X(6).
               10  FILLER              PIC X(1).
               10  PTRN-GLD-EXPECTED   PIC X(10).
               10  FILLER              PIC X(1).
               10  PTRN-GLD-BAND       PIC X(9).
               10  FILLER              PIC X(58).
           05  PTRN-RDO-IMAGE REDEFINES PTRN-IMAGE.
               10  PTRN-RDO-DEVICE     PIC X(60).
               10  FILLER              PIC X(1).
               10  PTRN-RDO-READOUT    PIC X(8).
               10  FILLER              PIC X(21).
           05  FILLER                  PIC X(1).
           05  PTRN-KEYED-DATE         PIC X(8).
