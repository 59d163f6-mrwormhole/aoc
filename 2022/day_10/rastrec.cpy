      *>**************************************************************
      *>  RASTREC.CPY
      *>  CRT raster archive record - the whole 40x6 screen DAY_10
      *>  drew for one device on one night, fixed layout, written
      *>  as each device completes alongside its DEVSTATE record.
      *>  Row 1 is the top scan line; each row is the forty pixels
      *>  left to right, '#' lit and '.' dark exactly as the report
      *>  prints them. A pixel the trace never reached (a trace
      *>  shorter than the 240 cycles the screen spans) is left a
      *>  space, so it reads as not drawn rather than dark. The
      *>  decoded readout and the model code ride along so the
      *>  DAY10PIX raster analysis needs nothing else to group
      *>  devices by model. Archived nightly to the RASTER
      *>  generation data group.
      *>**************************************************************
       01  RAST-RECORD.
           05  RAST-DEVICE-NAME        PIC X(80).
           05  RAST-RUN-DATE           PIC 9(8).
           05  RAST-MODEL-CODE         PIC X(4).
           05  RAST-READOUT            PIC X(8).
           05  RAST-SCREEN.
               10  RAST-ROW OCCURS 6 TIMES PIC X(40).
