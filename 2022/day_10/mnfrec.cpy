      *>**************************************************************
      *>  MNFREC.CPY
      *>  Trace upload manifest, written by the device gateway
      *>  alongside the trace files it drops for DAY_10: one line
      *>  per upload. The record count is the number of records in
      *>  the trace as sent (text lines, or 6-byte packed records
      *>  for a 'P' device). The hash total is the signed sum of
      *>  every record's operand that reads as a number - a
      *>  "noop" line, or an operand the gateway could not read,
      *>  adds nothing - so DAY10UPL can total the file it actually
      *>  received the same way and prove the upload arrived whole.
      *>**************************************************************
       01  MNF-RECORD.
           05  MNF-DEVICE-NAME         PIC X(60).
           05  FILLER                  PIC X(1).
           05  MNF-UPLOAD-TIMESTAMP    PIC 9(14).
      *>                                  YYYYMMDDHHMMSS
           05  MNF-UPLOAD-STAMP REDEFINES MNF-UPLOAD-TIMESTAMP.
               10  MNF-UPLOAD-DATE     PIC 9(8).
               10  MNF-UPLOAD-TIME     PIC 9(6).
           05  FILLER                  PIC X(1).
           05  MNF-RECORD-COUNT        PIC 9(9).
           05  FILLER                  PIC X(1).
           05  MNF-HASH-TOTAL          PIC S9(15) SIGN LEADING
                                                 SEPARATE.
