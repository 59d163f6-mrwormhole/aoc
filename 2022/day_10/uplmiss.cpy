      *>**************************************************************
      *>  UPLMISS.CPY
      *>  Missed-upload master - one record per scheduled device
      *>  that has gone one or more consecutive nights with no
      *>  upload on the gateway manifest. DAY10UPL rewrites it whole
      *>  every night (old master in, new master out, swapped by the
      *>  job); a device drops off the first night its upload
      *>  arrives or it leaves the driver list. The last-missed date
      *>  keeps a rerun of the same night from counting it twice.
      *>**************************************************************
       01  UPM-RECORD.
           05  UPM-DEVICE-NAME         PIC X(60).
           05  UPM-MISSED-NIGHTS       PIC 9(5).
           05  UPM-FIRST-MISSED-DATE   PIC 9(8).
           05  UPM-LAST-MISSED-DATE    PIC 9(8).
