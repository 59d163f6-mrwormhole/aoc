      *>**************************************************************
      *>  WOEXT.CPY
      *>  Nightly field-service work-order interface file, written
      *>  by DAY10WOR. The field-service system loads it instead of
      *>  someone typing tickets from the digest. One type-H header
      *>  identifies the run night, one type-D detail per ticket
      *>  raised tonight carries the device, where it is, why it
      *>  was dispatched and its signal strength in an unedited
      *>  signed field, and the type-T trailer carries the detail
      *>  count and ticket-number hash their intake balances
      *>  against before accepting the file. A night with nothing
      *>  to dispatch still sends the header and a zero trailer.
      *>**************************************************************
       01  WOX-HEADER-REC.
           05  WOXH-RECORD-TYPE        PIC X(1).
      *>                                  'H'
           05  WOXH-RUN-DATE           PIC 9(8).
           05  WOXH-SOURCE             PIC X(8).
      *>                                  'DAY10WOR'
           05  FILLER                  PIC X(110).
       01  WOX-DETAIL-REC.
           05  WOXD-RECORD-TYPE        PIC X(1).
      *>                                  'D'
           05  WOXD-TICKET-NUMBER      PIC 9(12).
           05  WOXD-DEVICE-NAME        PIC X(60).
           05  WOXD-MODEL-CODE         PIC X(4).
           05  WOXD-LOCATION           PIC X(20).
           05  WOXD-REASON-CODE        PIC X(4).
      *>                                  WO01 / WO02 / WO03 AS ON
      *>                                  WOMSTR.CPY - THE FIRST
      *>                                  THAT APPLIES
           05  WOXD-ALERT-SEVERITY     PIC 9(2).
           05  WOXD-READOUT-MISMATCH   PIC X(1).
      *>                                  Y / N
           05  WOXD-BREACH-NIGHTS      PIC 9(5).
           05  WOXD-SIGNAL-STRENGTH    PIC S9(9) SIGN LEADING
                                                 SEPARATE.
           05  WOXD-OPENED-DATE        PIC 9(8).
       01  WOX-TRAILER-REC.
           05  WOXT-RECORD-TYPE        PIC X(1).
      *>                                  'T'
           05  WOXT-DETAIL-COUNT       PIC 9(9).
           05  WOXT-TICKET-HASH        PIC 9(18).
           05  FILLER                  PIC X(99).
