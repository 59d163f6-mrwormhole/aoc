      *>**************************************************************
      *>  WOMSTR.CPY
      *>  Field-service work-order master - one record per device
      *>  the DAY10WOR dispatch step is tracking, rewritten whole
      *>  every night (old master in, new master out, swapped by
      *>  the job the way DEVMSTR is). A device is carried while it
      *>  has an open ticket, a ticket closed by the field-service
      *>  closure feed that has not yet been followed by a clean
      *>  night, or a baseline-breach run still short of the
      *>  dispatch threshold. Ticket numbers are the run date the
      *>  ticket was raised followed by a four-digit sequence.
      *>  Reason codes:
      *>    WO01  SEVERITY 8 ALERT
      *>    WO02  READOUT MISMATCH
      *>    WO03  BASELINE BREACH PERSISTING
      *>**************************************************************
       01  WOM-RECORD.
           05  WOM-DEVICE-NAME         PIC X(60).
           05  WOM-TICKET-STATUS       PIC X(1).
      *>                                  O = OPEN, C = CLOSED,
      *>                                  SPACE = NO TICKET
           05  WOM-TICKET-NUMBER       PIC 9(12).
           05  WOM-REASON-CODE         PIC X(4).
           05  WOM-OPENED-DATE         PIC 9(8).
           05  WOM-CLOSED-DATE         PIC 9(8).
           05  WOM-CLOSURE-CODE        PIC X(4).
           05  WOM-FAILS-SINCE-CLOSE   PIC 9(5).
           05  WOM-BREACH-STREAK       PIC 9(5).
           05  WOM-LAST-RUN-DATE       PIC 9(8).
