      *>**************************************************************
      *>  TIMEREC.CPY
      *>  Device timing record - one per device DAY_10 completes,
      *>  written alongside its DEVSTATE and RASTER records. Start
      *>  and end are the wall-clock date and time (HHMMSShh) the
      *>  device's trace was picked up and its outputs finished;
      *>  the elapsed time is the difference in hundredths of a
      *>  second, carried across midnight. The stream is the
      *>  parallel stream the device was dealt to (STRMID; 1 on a
      *>  serial night). A device resumed from a record-level
      *>  checkpoint after an abend is flagged: its elapsed time
      *>  covers only the resumed part of the trace. Archived
      *>  nightly to the TIMING generation data group for the
      *>  DAY10CAP batch-window capacity report.
      *>**************************************************************
       01  TIMG-RECORD.
           05  TIMG-DEVICE-NAME        PIC X(80).
           05  TIMG-RUN-DATE           PIC 9(8).
           05  TIMG-STREAM             PIC 9(1).
           05  TIMG-MODEL-CODE         PIC X(4).
           05  TIMG-START-DATE         PIC 9(8).
           05  TIMG-START-TIME         PIC 9(8).
           05  TIMG-END-DATE           PIC 9(8).
           05  TIMG-END-TIME           PIC 9(8).
           05  TIMG-ELAPSED            PIC 9(9).
           05  TIMG-RECORDS-READ       PIC 9(9).
           05  TIMG-CYCLES             PIC 9(9).
           05  TIMG-RESUMED            PIC X(1).
      *>                                  Y = RESUMED FROM CHECKPOINT
