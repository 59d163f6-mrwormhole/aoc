      *>**************************************************************
      *> PROGRAM      : DAY10CAP
      *> AUTHOR       : mrwormhole
      *> DATE-WRITTEN : 15th of October, 2026
      *>
      *> Weekly batch-window capacity report. DAY10SPL deals the
      *> fleet round-robin into STRMCNT streams, but until now the
      *> stream count was set by feel and the first sign of a
      *> window problem was an overrun. DAY_10 now writes a timing
      *> record per device (TIMEREC.CPY: start, end, elapsed,
      *> records read, cycles, stream), archived nightly to the
      *> TIMING generation data group; this program reads every
      *> retained generation (TIMHIST, the GDG base) and reports:
      *>
      *>   - the nightly STEP010 trend for every night on hand -
      *>     devices run, total device time, STEP010 elapsed (the
      *>     longest stream, first start to last finish) and the
      *>     time per device;
      *>   - for the last N nights, each stream's devices, device
      *>     time and elapsed time, and whether the round-robin
      *>     deal was unbalanced - the heaviest stream's device
      *>     time against the streams' mean - with how many of the
      *>     night's longest traces landed in the same stream;
      *>   - the slowest devices over those nights (sorted, by
      *>     average elapsed time);
      *>   - a forecast: device time is fitted against the number
      *>     of devices run each night, fleet growth is fitted
      *>     over the nights on hand and started from today's
      *>     in-service count on DEVMSTR, and the two together say
      *>     when the current STRMCNT will overrun the CAPPARM
      *>     window limit, and the smallest stream count (DAY10SPL
      *>     deals at most four) that holds the window at the
      *>     horizon.
      *>
      *> CAPPARM, each line three digits zero-padded: line 1 the
      *> STEP010 window limit in minutes (default 120), line 2 the
      *> nights reported (default 7), line 3 the slowest devices
      *> listed (default 10, at most 50), line 4 the balance limit
      *> as a percent of the mean stream (default 125), line 5 the
      *> forecast horizon in nights (default 90). STRMCNT is the
      *> same single-digit file DAY10SPL reads (absent = 1).
      *>
      *> RC 0 = window holds, RC 4 = overrun forecast within the
      *> horizon, a different stream count recommended, an
      *> unbalanced night, or DEVMSTR unavailable, RC 8 = the
      *> window is already overrun, RC 12 = TIMHIST missing or no
      *> dated timing record, RC 16 = CAPRPT could not be opened.
      *>
      *> MODIFICATION HISTORY
      *> ---------------------------------------------------------
      *> 2026-10-15  mrwormhole   Original capacity report.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10CAP.
       AUTHOR. mrwormhole.
       DATE-WRITTEN. 15th of October, 2026.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TIMING-HIST-FILE ASSIGN TO TIMHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TIMING-HIST-STATUS.

               SELECT OPTIONAL MASTER-FILE ASSIGN TO DEVMSTR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MASTER-STATUS.

               SELECT OPTIONAL STRMCNT-FILE ASSIGN TO STRMCNT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STRMCNT-STATUS.

               SELECT OPTIONAL CAP-PARM-FILE ASSIGN TO CAPPARM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAP-PARM-STATUS.

               SELECT CAP-REPORT-FILE ASSIGN TO CAPRPT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAP-REPORT-STATUS.

               SELECT SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
           FILE SECTION.
           FD TIMING-HIST-FILE.
           COPY "timerec.cpy".

           FD MASTER-FILE.
           COPY "devmstr.cpy".

           FD STRMCNT-FILE.
           01 STRMCNT-RECORD             PIC X(2).

           FD CAP-PARM-FILE.
           01 CAP-PARM-RECORD            PIC X(10).

           FD CAP-REPORT-FILE.
           01 CAP-REPORT-RECORD          PIC X(132).

      *>    One window device-night, sorted so each device's nights
      *>    arrive together.
           SD SORT-FILE.
           01 SORT-RECORD.
               05 SRT-DEVICE-NAME        PIC X(80).
               05 SRT-RUN-DATE           PIC 9(8).
               05 SRT-STREAM             PIC 9(1).
               05 SRT-ELAPSED            PIC 9(9).
               05 SRT-RECORDS-READ       PIC 9(9).
               05 SRT-CYCLES             PIC 9(9).
               05 SRT-RESUMED            PIC X(1).

           WORKING-STORAGE SECTION.
      *>---------------------------------------------------------
      *>    FILE STATUS SWITCHES
      *>---------------------------------------------------------
           01 WS-TIMING-HIST-STATUS      PIC X(2).
           01 WS-MASTER-STATUS           PIC X(2).
           01 WS-STRMCNT-STATUS          PIC X(2).
           01 WS-CAP-PARM-STATUS         PIC X(2).
           01 WS-CAP-REPORT-STATUS       PIC X(2).
           01 WS-SCAN-EOF                PIC X(1) VALUE 'N'.
           01 WS-SORT-EOF                PIC X(1) VALUE 'N'.
           01 WS-MASTER-EOF              PIC X(1) VALUE 'N'.

      *>---------------------------------------------------------
      *>    CAPACITY PARAMETERS (CAPPARM, STRMCNT)
      *>---------------------------------------------------------
           01 WS-WINDOW-MINUTES          PIC 9(3) VALUE 120.
           01 WS-NIGHTS-REQUESTED        PIC 9(3) VALUE 7.
           01 WS-SLOWEST-REQUESTED       PIC 9(3) VALUE 10.
           01 WS-BALANCE-LIMIT-PCT       PIC 9(3) VALUE 125.
           01 WS-HORIZON-NIGHTS          PIC 9(3) VALUE 90.
           01 WS-PARM-LINE-NO            PIC 9(1) VALUE ZEROES.
           01 WS-STREAM-COUNT            PIC 9(1) VALUE 1.
           01 WS-STREAM-MAX              PIC 9(1) VALUE 4.
           01 WS-WINDOW-LIMIT            PIC 9(11) VALUE ZEROES.
           01 WS-RUN-DATE                PIC 9(8) VALUE ZEROES.
           01 WS-RUN-DATE-INT            PIC 9(7) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    NIGHT TABLE
      *>    One entry per night on the timing archive, in the order
      *>    first met; WS-NGT-ORDER lists the entries by date. Each
      *>    night carries its four possible streams and its five
      *>    longest traces. Absolute times are hundredths of a
      *>    second from the start of the Gregorian day count.
      *>---------------------------------------------------------
           01 WS-NIGHT-TABLE.
               05 WS-NGT-ENTRY OCCURS 60 TIMES
                                INDEXED BY WS-NGT-IDX.
                   10 WS-NGT-DATE        PIC 9(8).
                   10 WS-NGT-DEVICES     PIC 9(5).
                   10 WS-NGT-RESUMED     PIC 9(5).
                   10 WS-NGT-DEVICE-TIME PIC 9(11).
                   10 WS-NGT-STREAMS     PIC 9(1).
                   10 WS-NGT-SPAN        PIC 9(11).
                   10 WS-NGT-HEAVY       PIC 9(1).
                   10 WS-NGT-BALANCE-PCT PIC 9(5).
                   10 WS-NGT-STREAM OCCURS 4 TIMES.
                       15 WS-NGS-DEVICES     PIC 9(5).
                       15 WS-NGS-DEVICE-TIME PIC 9(11).
                       15 WS-NGS-FIRST-START PIC 9(15).
                       15 WS-NGS-LAST-END    PIC 9(15).
                       15 WS-NGS-LONG-COUNT  PIC 9(1).
                   10 WS-NGT-LONG OCCURS 5 TIMES.
                       15 WS-NGL-ELAPSED     PIC 9(9).
                       15 WS-NGL-STREAM      PIC 9(1).
                       15 WS-NGL-NAME        PIC X(60).
           01 WS-NIGHT-TABLE-MAX         PIC 9(3) VALUE 60.
           01 WS-NIGHT-COUNT             PIC 9(3) VALUE ZEROES.
           01 WS-NIGHT-ORDER-TABLE.
               05 WS-NGT-ORDER OCCURS 60 TIMES PIC 9(3).
           01 WS-NIGHT-FOUND             PIC X(1).
           01 WS-NIGHT-POS               PIC 9(3).
           01 WS-NIGHT-SHIFT             PIC 9(3).
           01 WS-ORDER-PLACED            PIC X(1).
           01 WS-ORD                     PIC 9(3).
           01 WS-NIGHTS-OVERFLOW         PIC 9(7) VALUE ZEROES.
           01 WS-UNDATED-RECORDS         PIC 9(7) VALUE ZEROES.
           01 WS-WINDOW-START            PIC 9(3) VALUE 1.
           01 WS-WINDOW-FIRST-DATE       PIC 9(8) VALUE ZEROES.
           01 WS-NIGHTS-IN-WINDOW        PIC 9(3) VALUE ZEROES.
           01 WS-STREAM                  PIC 9(1).
           01 WS-LONG                    PIC 9(1).
           01 WS-LONG-SHIFT              PIC 9(1).
           01 WS-ABS-START               PIC 9(15).
           01 WS-ABS-END                 PIC 9(15).
           01 WS-STREAM-SPAN             PIC 9(11).
           01 WS-HEAVY-TIME              PIC 9(11).
           01 WS-MEAN-STREAM-TIME        PIC 9(11).
           01 WS-TIME-OF-DAY             PIC 9(8).
           01 WS-TIME-OF-DAY-PARTS REDEFINES WS-TIME-OF-DAY.
               05 WS-TOD-HH              PIC 9(2).
               05 WS-TOD-MM              PIC 9(2).
               05 WS-TOD-SS              PIC 9(2).
               05 WS-TOD-HUNDREDTHS      PIC 9(2).

      *>---------------------------------------------------------
      *>    SLOWEST-DEVICE TABLE
      *>    Kept in descending order of average elapsed time.
      *>---------------------------------------------------------
           01 WS-SLOW-TABLE.
               05 WS-SLW-ENTRY OCCURS 51 TIMES.
                   10 WS-SLW-NAME        PIC X(80).
                   10 WS-SLW-NIGHTS      PIC 9(3).
                   10 WS-SLW-AVERAGE     PIC 9(9).
                   10 WS-SLW-LONGEST     PIC 9(9).
                   10 WS-SLW-RECORDS     PIC 9(9).
                   10 WS-SLW-CYCLES      PIC 9(9).
                   10 WS-SLW-STREAM      PIC 9(1).
                   10 WS-SLW-RESUMED     PIC 9(3).
           01 WS-SLOW-COUNT              PIC 9(3) VALUE ZEROES.
           01 WS-SLOW-POS                PIC 9(3).
           01 WS-SLOW-SHIFT              PIC 9(3).
           01 WS-DEVICE-ACTIVE           PIC X(1) VALUE 'N'.
           01 WS-CUR-NAME                PIC X(80).
           01 WS-CUR-NIGHTS              PIC 9(3).
           01 WS-CUR-TOTAL               PIC 9(11).
           01 WS-CUR-LONGEST             PIC 9(9).
           01 WS-CUR-RECORDS             PIC 9(11).
           01 WS-CUR-CYCLES              PIC 9(11).
           01 WS-CUR-STREAM              PIC 9(1).
           01 WS-CUR-RESUMED             PIC 9(3).
           01 WS-CUR-LAST-DATE           PIC 9(8).
           01 WS-WINDOW-DEVICES          PIC 9(5) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    FORECAST
      *>    Device time (hundredths) is fitted as A + B x devices
      *>    over every night on hand; fleet growth as devices per
      *>    day over the same nights. A stream count of S is then
      *>    expected to take (A + B x N) / S, stretched by the
      *>    window's average imbalance when S is above one.
      *>---------------------------------------------------------
           01 WS-FIT-N                   PIC 9(3).
           01 WS-FIT-SX                  PIC S9(18).
           01 WS-FIT-SY                  PIC S9(18).
           01 WS-FIT-SXX                 PIC S9(18).
           01 WS-FIT-SXY                 PIC S9(18).
           01 WS-FIT-DENOM               PIC S9(18).
           01 WS-FIT-X                   PIC S9(9).
           01 WS-FIT-Y                   PIC S9(11).
           01 WS-COST-FIXED              PIC S9(11)V9(4).
           01 WS-COST-PER-DEVICE         PIC S9(9)V9(6).
           01 WS-GROWTH-PER-DAY          PIC S9(5)V9(6).
           01 WS-FIRST-DATE-INT          PIC 9(7).
           01 WS-FLEET-NOW               PIC 9(5) VALUE ZEROES.
           01 WS-FLEET-HORIZON           PIC 9(7) VALUE ZEROES.
           01 WS-FLEET-AT-OVERRUN        PIC S9(9) VALUE ZEROES.
           01 WS-DAYS-TO-OVERRUN         PIC S9(9) VALUE ZEROES.
           01 WS-OVERRUN-DATE            PIC 9(8) VALUE ZEROES.
           01 WS-BALANCE-NIGHTS          PIC 9(3) VALUE ZEROES.
           01 WS-BALANCE-SUM             PIC 9(9) VALUE ZEROES.
           01 WS-BALANCE-FACTOR          PIC 9(5) VALUE 100.
           01 WS-STRETCH                 PIC 9(5).
           01 WS-TRIAL-STREAMS           PIC 9(1).
           01 WS-PREDICTED-TOTAL         PIC S9(13).
           01 WS-PREDICTED               PIC S9(13).
           01 WS-PREDICTED-NOW           PIC S9(13) VALUE ZEROES.
           01 WS-RECOMMENDED             PIC 9(1) VALUE ZEROES.
           01 WS-LATEST-SPAN             PIC 9(11) VALUE ZEROES.
           01 WS-UNBALANCED-NIGHTS       PIC 9(3) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    REPORT LINE AREAS
      *>---------------------------------------------------------
           01 WS-CAP-LINE                PIC X(132).
           01 WS-FMT-HUNDREDTHS          PIC 9(13).
           01 WS-FMT-SECONDS             PIC 9(11).
           01 WS-FMT-HOURS               PIC 9(7).
           01 WS-FMT-MINUTES             PIC 9(2).
           01 WS-FMT-SECS                PIC 9(2).
           01 WS-FMT-TEXT                PIC X(12).
           01 WS-EDIT-HOURS              PIC ZZZZZZ9.
           01 WS-EDIT-DURATION           PIC X(12).
           01 WS-EDIT-DURATION-2         PIC X(12).
           01 WS-EDIT-DURATION-3         PIC X(12).
           01 WS-EDIT-COUNT              PIC ZZZZ9.
           01 WS-EDIT-COUNT-2            PIC ZZZZ9.
           01 WS-EDIT-BIG                PIC ZZZZZZZZZZ9.
           01 WS-EDIT-BIG-2              PIC ZZZZZZZZZZ9.
           01 WS-EDIT-PCT                PIC ZZZZ9.
           01 WS-EDIT-SECONDS            PIC ZZZZ9.99.
           01 WS-EDIT-GROWTH             PIC -ZZZ9.999.
           01 WS-EDIT-STREAM             PIC 9.
           01 WS-PER-DEVICE-SECONDS      PIC 9(5)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-WRITE-NIGHTLY-TREND THRU 3000-EXIT
           PERFORM 4000-WRITE-STREAM-BALANCE THRU 4000-EXIT
           SORT SORT-FILE
               ON ASCENDING KEY SRT-DEVICE-NAME
               ON ASCENDING KEY SRT-RUN-DATE
               INPUT PROCEDURE IS 5000-RELEASE-WINDOW
                   THRU 5000-EXIT
               OUTPUT PROCEDURE IS 5100-RANK-DEVICES
                   THRU 5100-EXIT
           PERFORM 5500-WRITE-SLOWEST-DEVICES THRU 5500-EXIT
           PERFORM 6000-FORECAST THRU 6000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *>**************************************************************
      *>    1000-SERIES  --  INITIALIZATION
      *>**************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN OUTPUT CAP-REPORT-FILE
           IF WS-CAP-REPORT-STATUS NOT = "00"
               DISPLAY "DAY10CAP: UNABLE TO OPEN CAPRPT, STATUS="
                   WS-CAP-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CAP-LINE
           STRING "DAY10CAP BATCH-WINDOW CAPACITY REPORT  RUN DATE="
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           PERFORM 1100-LOAD-CAP-PARMS THRU 1100-EXIT
           COMPUTE WS-WINDOW-LIMIT = WS-WINDOW-MINUTES * 6000
           PERFORM 1150-LOAD-STREAM-COUNT THRU 1150-EXIT
           PERFORM 1200-COUNT-FLEET THRU 1200-EXIT
           PERFORM 1600-LOAD-TIMING-NIGHTS THRU 1600-EXIT
           IF WS-NIGHT-COUNT = 0
               DISPLAY "DAY10CAP: NO DATED TIMING RECORD ON TIMHIST"
               MOVE "NO DATED TIMING RECORD ON THE ARCHIVE - NOTHING "
                   TO WS-CAP-LINE
               MOVE "TO REPORT" TO WS-CAP-LINE(49:9)
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               MOVE 12 TO RETURN-CODE
               CLOSE CAP-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM 1700-SUMMARISE-NIGHT THRU 1700-EXIT
               VARYING WS-NGT-IDX FROM 1 BY 1
               UNTIL WS-NGT-IDX > WS-NIGHT-COUNT
           PERFORM 1800-SET-WINDOW THRU 1800-EXIT
           PERFORM 1900-WRITE-HEADINGS THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-CAP-PARMS.
           OPEN INPUT CAP-PARM-FILE
           IF WS-CAP-PARM-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 1110-READ-ONE-PARM THRU 1110-EXIT
               UNTIL WS-SCAN-EOF = 'Y' OR WS-PARM-LINE-NO >= 5
           CLOSE CAP-PARM-FILE.
       1100-EXIT.
           EXIT.

      *>    A short, non-numeric or zero line keeps that default.
       1110-READ-ONE-PARM.
           READ CAP-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 1110-EXIT
           END-READ
           ADD 1 TO WS-PARM-LINE-NO
           IF CAP-PARM-RECORD(1:3) NOT NUMERIC
               OR CAP-PARM-RECORD(1:3) = "000"
               GO TO 1110-EXIT
           END-IF
           EVALUATE WS-PARM-LINE-NO
               WHEN 1
                   MOVE CAP-PARM-RECORD(1:3) TO WS-WINDOW-MINUTES
               WHEN 2
                   MOVE CAP-PARM-RECORD(1:3) TO WS-NIGHTS-REQUESTED
               WHEN 3
                   IF CAP-PARM-RECORD(1:3) <= "050"
                       MOVE CAP-PARM-RECORD(1:3) TO
                           WS-SLOWEST-REQUESTED
                   END-IF
               WHEN 4
                   IF CAP-PARM-RECORD(1:3) >= "100"
                       MOVE CAP-PARM-RECORD(1:3) TO
                           WS-BALANCE-LIMIT-PCT
                   END-IF
               WHEN 5
                   MOVE CAP-PARM-RECORD(1:3) TO WS-HORIZON-NIGHTS
           END-EVALUATE.
       1110-EXIT.
           EXIT.

      *>    Read exactly as DAY10SPL reads it, so the report judges
      *>    the stream count the splitter is actually using.
       1150-LOAD-STREAM-COUNT.
           OPEN INPUT STRMCNT-FILE
           IF WS-STRMCNT-STATUS = "00"
               READ STRMCNT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF STRMCNT-RECORD(1:1) IS NUMERIC
                           MOVE STRMCNT-RECORD(1:1) TO WS-STREAM-COUNT
                       END-IF
               END-READ
               CLOSE STRMCNT-FILE
           END-IF
           IF WS-STREAM-COUNT < 1
               MOVE 1 TO WS-STREAM-COUNT
           END-IF
           IF WS-STREAM-COUNT > WS-STREAM-MAX
               MOVE WS-STREAM-MAX TO WS-STREAM-COUNT
           END-IF.
       1150-EXIT.
           EXIT.

      *>    Today's fleet is the in-service devices on the master.
      *>    Without the master the forecast starts from the latest
      *>    night's device count instead, and says so.
       1200-COUNT-FLEET.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               MOVE SPACES TO WS-CAP-LINE
               STRING "DEVMSTR NOT AVAILABLE (STATUS="
                       WS-MASTER-STATUS
                       ") - FORECAST STARTS FROM THE LATEST NIGHT'S "
                       "DEVICE COUNT"
                   DELIMITED BY SIZE INTO WS-CAP-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-READ-ONE-MASTER THRU 1210-EXIT
               UNTIL WS-MASTER-EOF = 'Y'
           CLOSE MASTER-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-ONE-MASTER.
           READ MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   IF DEVM-STATUS = 'A'
                       ADD 1 TO WS-FLEET-NOW
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *>    First pass over the archive: every timing record is
      *>    posted to its night and stream.
       1600-LOAD-TIMING-NIGHTS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT TIMING-HIST-FILE
           IF WS-TIMING-HIST-STATUS NOT = "00"
               DISPLAY "DAY10CAP: UNABLE TO OPEN TIMHIST, STATUS="
                   WS-TIMING-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CAP-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM 1610-POST-ONE-TIMING THRU 1610-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE TIMING-HIST-FILE.
       1600-EXIT.
           EXIT.

       1610-POST-ONE-TIMING.
           READ TIMING-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 1610-EXIT
           END-READ
           IF TIMG-RUN-DATE NOT NUMERIC OR TIMG-RUN-DATE = ZEROES
               OR TIMG-START-DATE NOT NUMERIC
               OR TIMG-END-DATE NOT NUMERIC
               OR TIMG-ELAPSED NOT NUMERIC
               ADD 1 TO WS-UNDATED-RECORDS
               GO TO 1610-EXIT
           END-IF
           PERFORM 1620-FIND-NIGHT THRU 1620-EXIT
           IF WS-NIGHT-FOUND = 'N'
               ADD 1 TO WS-NIGHTS-OVERFLOW
               GO TO 1610-EXIT
           END-IF
           IF TIMG-STREAM NOT NUMERIC OR TIMG-STREAM = 0
               OR TIMG-STREAM > WS-STREAM-MAX
               MOVE 1 TO WS-STREAM
           ELSE
               MOVE TIMG-STREAM TO WS-STREAM
           END-IF
           ADD 1 TO WS-NGT-DEVICES(WS-NGT-IDX)
           ADD TIMG-ELAPSED TO WS-NGT-DEVICE-TIME(WS-NGT-IDX)
           IF TIMG-RESUMED = 'Y'
               ADD 1 TO WS-NGT-RESUMED(WS-NGT-IDX)
           END-IF
           ADD 1 TO WS-NGS-DEVICES(WS-NGT-IDX, WS-STREAM)
           ADD TIMG-ELAPSED TO WS-NGS-DEVICE-TIME(WS-NGT-IDX, WS-STREAM)
           MOVE TIMG-START-TIME TO WS-TIME-OF-DAY
           COMPUTE WS-ABS-START =
               FUNCTION INTEGER-OF-DATE(TIMG-START-DATE) * 8640000
               + ((WS-TOD-HH * 60 + WS-TOD-MM) * 60 + WS-TOD-SS)
                 * 100 + WS-TOD-HUNDREDTHS
           MOVE TIMG-END-TIME TO WS-TIME-OF-DAY
           COMPUTE WS-ABS-END =
               FUNCTION INTEGER-OF-DATE(TIMG-END-DATE) * 8640000
               + ((WS-TOD-HH * 60 + WS-TOD-MM) * 60 + WS-TOD-SS)
                 * 100 + WS-TOD-HUNDREDTHS
           IF WS-NGS-FIRST-START(WS-NGT-IDX, WS-STREAM) = 0
               OR WS-ABS-START <
                  WS-NGS-FIRST-START(WS-NGT-IDX, WS-STREAM)
               MOVE WS-ABS-START TO
                   WS-NGS-FIRST-START(WS-NGT-IDX, WS-STREAM)
           END-IF
           IF WS-ABS-END > WS-NGS-LAST-END(WS-NGT-IDX, WS-STREAM)
               MOVE WS-ABS-END TO
                   WS-NGS-LAST-END(WS-NGT-IDX, WS-STREAM)
           END-IF
           PERFORM 1630-KEEP-LONG-TRACE THRU 1630-EXIT.
       1610-EXIT.
           EXIT.

      *>    Finds the record's night, adding it (and slotting it
      *>    into date order) when new. A full table leaves
      *>    WS-NIGHT-FOUND 'N' and the record is counted, not
      *>    posted.
       1620-FIND-NIGHT.
           MOVE 'N' TO WS-NIGHT-FOUND
           SET WS-NGT-IDX TO 1
           SEARCH WS-NGT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-NGT-IDX > WS-NIGHT-COUNT
                   CONTINUE
               WHEN WS-NGT-DATE(WS-NGT-IDX) = TIMG-RUN-DATE
                   MOVE 'Y' TO WS-NIGHT-FOUND
           END-SEARCH
           IF WS-NIGHT-FOUND = 'Y'
               GO TO 1620-EXIT
           END-IF
           IF WS-NIGHT-COUNT >= WS-NIGHT-TABLE-MAX
               GO TO 1620-EXIT
           END-IF
           ADD 1 TO WS-NIGHT-COUNT
           SET WS-NGT-IDX TO WS-NIGHT-COUNT
           INITIALIZE WS-NGT-ENTRY(WS-NGT-IDX)
           MOVE TIMG-RUN-DATE TO WS-NGT-DATE(WS-NGT-IDX)
           MOVE 'Y' TO WS-NIGHT-FOUND
           MOVE 1 TO WS-NIGHT-POS
           MOVE 'N' TO WS-ORDER-PLACED
           PERFORM 1621-FIND-ORDER-POSITION THRU 1621-EXIT
               UNTIL WS-NIGHT-POS >= WS-NIGHT-COUNT
                  OR WS-ORDER-PLACED = 'Y'
           COMPUTE WS-NIGHT-SHIFT = WS-NIGHT-COUNT - 1
           PERFORM 1622-SHIFT-ORDER-UP THRU 1622-EXIT
               UNTIL WS-NIGHT-SHIFT < WS-NIGHT-POS
           MOVE WS-NIGHT-COUNT TO WS-NGT-ORDER(WS-NIGHT-POS).
       1620-EXIT.
           EXIT.

       1621-FIND-ORDER-POSITION.
           MOVE WS-NGT-ORDER(WS-NIGHT-POS) TO WS-ORD
           IF WS-NGT-DATE(WS-ORD) > TIMG-RUN-DATE
               MOVE 'Y' TO WS-ORDER-PLACED
               GO TO 1621-EXIT
           END-IF
           ADD 1 TO WS-NIGHT-POS.
       1621-EXIT.
           EXIT.

       1622-SHIFT-ORDER-UP.
           MOVE WS-NGT-ORDER(WS-NIGHT-SHIFT) TO
               WS-NGT-ORDER(WS-NIGHT-SHIFT + 1)
           SUBTRACT 1 FROM WS-NIGHT-SHIFT.
       1622-EXIT.
           EXIT.

      *>    The night's five longest traces, longest first.
       1630-KEEP-LONG-TRACE.
           MOVE 1 TO WS-LONG
           PERFORM 1631-FIND-LONG-SLOT THRU 1631-EXIT
               UNTIL WS-LONG > 5
                  OR TIMG-ELAPSED > WS-NGL-ELAPSED(WS-NGT-IDX, WS-LONG)
           IF WS-LONG > 5
               GO TO 1630-EXIT
           END-IF
           MOVE 4 TO WS-LONG-SHIFT
           PERFORM 1632-SHIFT-LONG-DOWN THRU 1632-EXIT
               UNTIL WS-LONG-SHIFT < WS-LONG
           MOVE TIMG-ELAPSED TO WS-NGL-ELAPSED(WS-NGT-IDX, WS-LONG)
           MOVE WS-STREAM TO WS-NGL-STREAM(WS-NGT-IDX, WS-LONG)
           MOVE TIMG-DEVICE-NAME TO WS-NGL-NAME(WS-NGT-IDX, WS-LONG).
       1630-EXIT.
           EXIT.

       1631-FIND-LONG-SLOT.
           ADD 1 TO WS-LONG.
       1631-EXIT.
           EXIT.

       1632-SHIFT-LONG-DOWN.
           MOVE WS-NGT-LONG(WS-NGT-IDX, WS-LONG-SHIFT) TO
               WS-NGT-LONG(WS-NGT-IDX, WS-LONG-SHIFT + 1)
           SUBTRACT 1 FROM WS-LONG-SHIFT.
       1632-EXIT.
           EXIT.

      *>    Per night: the streams used, STEP010's elapsed time (the
      *>    longest stream, first start to last finish), the
      *>    heaviest stream and its device time as a percent of the
      *>    streams' mean, and where the longest traces landed.
       1700-SUMMARISE-NIGHT.
           MOVE ZEROES TO WS-HEAVY-TIME
           PERFORM 1710-SUMMARISE-STREAM THRU 1710-EXIT
               VARYING WS-STREAM FROM 1 BY 1
               UNTIL WS-STREAM > WS-STREAM-MAX
           PERFORM 1720-COUNT-LONG-TRACE THRU 1720-EXIT
               VARYING WS-LONG FROM 1 BY 1 UNTIL WS-LONG > 5
           MOVE 100 TO WS-NGT-BALANCE-PCT(WS-NGT-IDX)
           IF WS-NGT-STREAMS(WS-NGT-IDX) < 2
               OR WS-NGT-DEVICE-TIME(WS-NGT-IDX) = 0
               GO TO 1700-EXIT
           END-IF
           COMPUTE WS-MEAN-STREAM-TIME =
               WS-NGT-DEVICE-TIME(WS-NGT-IDX)
               / WS-NGT-STREAMS(WS-NGT-IDX)
           IF WS-MEAN-STREAM-TIME > 0
               COMPUTE WS-NGT-BALANCE-PCT(WS-NGT-IDX) ROUNDED =
                   WS-HEAVY-TIME * 100 / WS-MEAN-STREAM-TIME
           END-IF.
       1700-EXIT.
           EXIT.

       1710-SUMMARISE-STREAM.
           IF WS-NGS-DEVICES(WS-NGT-IDX, WS-STREAM) = 0
               GO TO 1710-EXIT
           END-IF
           MOVE WS-STREAM TO WS-NGT-STREAMS(WS-NGT-IDX)
           COMPUTE WS-STREAM-SPAN =
               WS-NGS-LAST-END(WS-NGT-IDX, WS-STREAM)
               - WS-NGS-FIRST-START(WS-NGT-IDX, WS-STREAM)
           IF WS-STREAM-SPAN > WS-NGT-SPAN(WS-NGT-IDX)
               MOVE WS-STREAM-SPAN TO WS-NGT-SPAN(WS-NGT-IDX)
           END-IF
           IF WS-NGS-DEVICE-TIME(WS-NGT-IDX, WS-STREAM) >
                   WS-HEAVY-TIME
               MOVE WS-NGS-DEVICE-TIME(WS-NGT-IDX, WS-STREAM) TO
                   WS-HEAVY-TIME
               MOVE WS-STREAM TO WS-NGT-HEAVY(WS-NGT-IDX)
           END-IF.
       1710-EXIT.
           EXIT.

       1720-COUNT-LONG-TRACE.
           MOVE WS-NGL-STREAM(WS-NGT-IDX, WS-LONG) TO WS-STREAM
           IF WS-STREAM > 0
               ADD 1 TO WS-NGS-LONG-COUNT(WS-NGT-IDX, WS-STREAM)
           END-IF.
       1720-EXIT.
           EXIT.

       1800-SET-WINDOW.
           IF WS-NIGHTS-REQUESTED >= WS-NIGHT-COUNT
               MOVE 1 TO WS-WINDOW-START
           ELSE
               COMPUTE WS-WINDOW-START =
                   WS-NIGHT-COUNT - WS-NIGHTS-REQUESTED + 1
           END-IF
           COMPUTE WS-NIGHTS-IN-WINDOW =
               WS-NIGHT-COUNT - WS-WINDOW-START + 1
           MOVE WS-NGT-ORDER(WS-WINDOW-START) TO WS-ORD
           MOVE WS-NGT-DATE(WS-ORD) TO WS-WINDOW-FIRST-DATE
           MOVE WS-NGT-ORDER(WS-NIGHT-COUNT) TO WS-ORD
           MOVE WS-NGT-SPAN(WS-ORD) TO WS-LATEST-SPAN.
       1800-EXIT.
           EXIT.

       1900-WRITE-HEADINGS.
           MOVE SPACES TO WS-CAP-LINE
           MOVE WS-WINDOW-MINUTES TO WS-EDIT-COUNT
           MOVE WS-STREAM-COUNT TO WS-EDIT-STREAM
           MOVE WS-BALANCE-LIMIT-PCT TO WS-EDIT-PCT
           STRING "STEP010 WINDOW LIMIT=" FUNCTION TRIM(WS-EDIT-COUNT)
                   " MINUTES  CURRENT STRMCNT=" WS-EDIT-STREAM
                   "  BALANCE LIMIT=" FUNCTION TRIM(WS-EDIT-PCT)
                   "% OF THE MEAN STREAM"
               DELIMITED BY SIZE INTO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           IF WS-UNDATED-RECORDS > 0
               MOVE SPACES TO WS-CAP-LINE
               MOVE WS-UNDATED-RECORDS TO WS-EDIT-BIG
               STRING "UNREADABLE TIMING RECORDS SKIPPED="
                       FUNCTION TRIM(WS-EDIT-BIG)
                   DELIMITED BY SIZE INTO WS-CAP-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF
           IF WS-NIGHTS-OVERFLOW > 0
               MOVE SPACES TO WS-CAP-LINE
               MOVE WS-NIGHTS-OVERFLOW TO WS-EDIT-BIG
               STRING "MORE NIGHTS ON THE ARCHIVE THAN THE TABLE "
                       "HOLDS - RECORDS NOT POSTED="
                       FUNCTION TRIM(WS-EDIT-BIG)
                   DELIMITED BY SIZE INTO WS-CAP-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       1900-EXIT.
           EXIT.

      *>**************************************************************
      *>    3000-SERIES  --  NIGHTLY STEP010 TREND
      *>**************************************************************
       3000-WRITE-NIGHTLY-TREND.
           MOVE SPACES TO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           MOVE "NIGHTLY STEP010 TREND" TO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-CAP-LINE
           STRING "NIGHT     STREAMS DEVICES  DEVICE TIME      STEP010"
                   "   SEC/DEVICE  BALANCE  RESUMED"
               DELIMITED BY SIZE INTO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           PERFORM 3100-WRITE-ONE-NIGHT THRU 3100-EXIT
               VARYING WS-NIGHT-POS FROM 1 BY 1
               UNTIL WS-NIGHT-POS > WS-NIGHT-COUNT.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-NIGHT.
           MOVE WS-NGT-ORDER(WS-NIGHT-POS) TO WS-ORD
           MOVE WS-NGT-DEVICE-TIME(WS-ORD) TO WS-FMT-HUNDREDTHS
           PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
           MOVE WS-FMT-TEXT TO WS-EDIT-DURATION
           MOVE WS-NGT-SPAN(WS-ORD) TO WS-FMT-HUNDREDTHS
           PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
           MOVE WS-FMT-TEXT TO WS-EDIT-DURATION-2
           MOVE ZEROES TO WS-PER-DEVICE-SECONDS
           IF WS-NGT-DEVICES(WS-ORD) > 0
               COMPUTE WS-PER-DEVICE-SECONDS ROUNDED =
                   WS-NGT-DEVICE-TIME(WS-ORD)
                   / WS-NGT-DEVICES(WS-ORD) / 100
           END-IF
           MOVE WS-PER-DEVICE-SECONDS TO WS-EDIT-SECONDS
           MOVE WS-NGT-STREAMS(WS-ORD) TO WS-EDIT-STREAM
           MOVE WS-NGT-DEVICES(WS-ORD) TO WS-EDIT-COUNT
           MOVE WS-NGT-BALANCE-PCT(WS-ORD) TO WS-EDIT-PCT
           MOVE WS-NGT-RESUMED(WS-ORD) TO WS-EDIT-COUNT-2
           MOVE SPACES TO WS-CAP-LINE
           STRING WS-NGT-DATE(WS-ORD) "  " WS-EDIT-STREAM
                   "       " WS-EDIT-COUNT
                   "  " WS-EDIT-DURATION
                   "  " WS-EDIT-DURATION-2
                   "  " WS-EDIT-SECONDS
                   "    " WS-EDIT-PCT "%"
                   "   " WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO WS-CAP-LINE
           IF WS-NGT-SPAN(WS-ORD) > WS-WINDOW-LIMIT
               MOVE "OVER WINDOW" TO WS-CAP-LINE(96:11)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

      *>**************************************************************
      *>    4000-SERIES  --  STREAMS AND ROUND-ROBIN BALANCE
      *>    For each night in the window, one line per stream used.
      *>    A night whose heaviest stream carries more than the
      *>    balance limit of the streams' mean device time is
      *>    unbalanced; when two or more of its five longest traces
      *>    fell in that stream the deal, not the fleet, is the
      *>    cause, and the traces are listed.
      *>**************************************************************
       4000-WRITE-STREAM-BALANCE.
           MOVE SPACES TO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-CAP-LINE
           MOVE WS-NIGHTS-IN-WINDOW TO WS-EDIT-COUNT
           STRING "STREAMS AND ROUND-ROBIN BALANCE - LAST "
                   FUNCTION TRIM(WS-EDIT-COUNT) " NIGHT(S)"
               DELIMITED BY SIZE INTO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           PERFORM 4100-WRITE-NIGHT-STREAMS THRU 4100-EXIT
               VARYING WS-NIGHT-POS FROM WS-WINDOW-START BY 1
               UNTIL WS-NIGHT-POS > WS-NIGHT-COUNT.
       4000-EXIT.
           EXIT.

       4100-WRITE-NIGHT-STREAMS.
           MOVE WS-NGT-ORDER(WS-NIGHT-POS) TO WS-ORD
           SET WS-NGT-IDX TO WS-ORD
           PERFORM 4110-WRITE-ONE-STREAM THRU 4110-EXIT
               VARYING WS-STREAM FROM 1 BY 1
               UNTIL WS-STREAM > WS-STREAM-MAX
           IF WS-NGT-STREAMS(WS-ORD) < 2
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-BALANCE-NIGHTS
           ADD WS-NGT-BALANCE-PCT(WS-ORD) TO WS-BALANCE-SUM
           MOVE SPACES TO WS-CAP-LINE
           MOVE WS-NGT-BALANCE-PCT(WS-ORD) TO WS-EDIT-PCT
           MOVE WS-NGT-HEAVY(WS-ORD) TO WS-EDIT-STREAM
           IF WS-NGT-BALANCE-PCT(WS-ORD) <= WS-BALANCE-LIMIT-PCT
               STRING "    BALANCED - HEAVIEST STREAM " WS-EDIT-STREAM
                       " AT " FUNCTION TRIM(WS-EDIT-PCT)
                       "% OF THE MEAN"
                   DELIMITED BY SIZE INTO WS-CAP-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-UNBALANCED-NIGHTS
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-NGT-HEAVY(WS-ORD) TO WS-STREAM
           MOVE WS-NGS-LONG-COUNT(WS-ORD, WS-STREAM) TO WS-EDIT-COUNT
           STRING "    UNBALANCED - STREAM " WS-EDIT-STREAM
                   " AT " FUNCTION TRIM(WS-EDIT-PCT)
                   "% OF THE MEAN, CARRYING "
                   FUNCTION TRIM(WS-EDIT-COUNT)
                   " OF THE NIGHT'S 5 LONGEST TRACES"
               DELIMITED BY SIZE INTO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           IF WS-NGS-LONG-COUNT(WS-ORD, WS-STREAM) < 2
               GO TO 4100-EXIT
           END-IF
           MOVE "    LONG TRACES DEALT TO THE SAME STREAM:"
               TO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           PERFORM 4120-WRITE-CLUSTERED-TRACE THRU 4120-EXIT
               VARYING WS-LONG FROM 1 BY 1 UNTIL WS-LONG > 5.
       4100-EXIT.
           EXIT.

       4110-WRITE-ONE-STREAM.
           IF WS-NGS-DEVICES(WS-ORD, WS-STREAM) = 0
               GO TO 4110-EXIT
           END-IF
           MOVE WS-NGS-DEVICE-TIME(WS-ORD, WS-STREAM)
               TO WS-FMT-HUNDREDTHS
           PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
           MOVE WS-FMT-TEXT TO WS-EDIT-DURATION
           COMPUTE WS-FMT-HUNDREDTHS =
               WS-NGS-LAST-END(WS-ORD, WS-STREAM)
               - WS-NGS-FIRST-START(WS-ORD, WS-STREAM)
           PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
           MOVE WS-FMT-TEXT TO WS-EDIT-DURATION-2
           MOVE WS-STREAM TO WS-EDIT-STREAM
           MOVE WS-NGS-DEVICES(WS-ORD, WS-STREAM) TO WS-EDIT-COUNT
           MOVE SPACES TO WS-CAP-LINE
           STRING WS-NGT-DATE(WS-ORD) " STREAM " WS-EDIT-STREAM
                   " DEVICES=" WS-EDIT-COUNT
                   " DEVICE TIME=" WS-EDIT-DURATION
                   " ELAPSED=" WS-EDIT-DURATION-2
               DELIMITED BY SIZE INTO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       4110-EXIT.
           EXIT.

       4120-WRITE-CLUSTERED-TRACE.
           IF WS-NGL-STREAM(WS-ORD, WS-LONG) NOT = WS-NGT-HEAVY(WS-ORD)
               GO TO 4120-EXIT
           END-IF
           MOVE WS-NGL-ELAPSED(WS-ORD, WS-LONG) TO WS-FMT-HUNDREDTHS
           PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
           MOVE SPACES TO WS-CAP-LINE
           STRING "      " FUNCTION TRIM(WS-NGL-NAME(WS-ORD, WS-LONG))
                   " ELAPSED=" FUNCTION TRIM(WS-FMT-TEXT)
               DELIMITED BY SIZE INTO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       4120-EXIT.
           EXIT.

      *>**************************************************************
      *>    5000-SERIES  --  SLOWEST DEVICES
      *>    The window's device-nights are sorted by device and
      *>    folded into one average per device; the slowest are
      *>    kept in a short descending table as the devices go by.
      *>**************************************************************
       5000-RELEASE-WINDOW.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT TIMING-HIST-FILE
           PERFORM 5010-RELEASE-ONE-TIMING THRU 5010-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE TIMING-HIST-FILE.
       5000-EXIT.
           EXIT.

       5010-RELEASE-ONE-TIMING.
           READ TIMING-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 5010-EXIT
           END-READ
           IF TIMG-RUN-DATE NOT NUMERIC
               OR TIMG-RUN-DATE < WS-WINDOW-FIRST-DATE
               OR TIMG-ELAPSED NOT NUMERIC
               GO TO 5010-EXIT
           END-IF
           MOVE TIMG-DEVICE-NAME TO SRT-DEVICE-NAME
           MOVE TIMG-RUN-DATE TO SRT-RUN-DATE
           MOVE TIMG-STREAM TO SRT-STREAM
           MOVE TIMG-ELAPSED TO SRT-ELAPSED
           MOVE TIMG-RECORDS-READ TO SRT-RECORDS-READ
           MOVE TIMG-CYCLES TO SRT-CYCLES
           MOVE TIMG-RESUMED TO SRT-RESUMED
           RELEASE SORT-RECORD.
       5010-EXIT.
           EXIT.

       5100-RANK-DEVICES.
           PERFORM 5110-RETURN-ONE-TIMING THRU 5110-EXIT
               UNTIL WS-SORT-EOF = 'Y'
           IF WS-DEVICE-ACTIVE = 'Y'
               PERFORM 5200-FINISH-DEVICE THRU 5200-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

       5110-RETURN-ONE-TIMING.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
               NOT AT END
                   PERFORM 5120-POST-DEVICE-NIGHT THRU 5120-EXIT
           END-RETURN.
       5110-EXIT.
           EXIT.

       5120-POST-DEVICE-NIGHT.
           IF WS-DEVICE-ACTIVE = 'Y'
               AND SRT-DEVICE-NAME NOT = WS-CUR-NAME
               PERFORM 5200-FINISH-DEVICE THRU 5200-EXIT
           END-IF
           IF WS-DEVICE-ACTIVE = 'N'
               MOVE 'Y' TO WS-DEVICE-ACTIVE
               MOVE SRT-DEVICE-NAME TO WS-CUR-NAME
               MOVE ZEROES TO WS-CUR-NIGHTS
               MOVE ZEROES TO WS-CUR-TOTAL
               MOVE ZEROES TO WS-CUR-LONGEST
               MOVE ZEROES TO WS-CUR-RECORDS
               MOVE ZEROES TO WS-CUR-CYCLES
               MOVE ZEROES TO WS-CUR-RESUMED
               MOVE ZEROES TO WS-CUR-LAST-DATE
           END-IF
           ADD 1 TO WS-CUR-NIGHTS
           ADD SRT-ELAPSED TO WS-CUR-TOTAL
           IF SRT-ELAPSED > WS-CUR-LONGEST
               MOVE SRT-ELAPSED TO WS-CUR-LONGEST
           END-IF
           IF SRT-RECORDS-READ IS NUMERIC
               ADD SRT-RECORDS-READ TO WS-CUR-RECORDS
           END-IF
           IF SRT-CYCLES IS NUMERIC
               ADD SRT-CYCLES TO WS-CUR-CYCLES
           END-IF
           IF SRT-RESUMED = 'Y'
               ADD 1 TO WS-CUR-RESUMED
           END-IF
           MOVE SRT-STREAM TO WS-CUR-STREAM
           MOVE SRT-RUN-DATE TO WS-CUR-LAST-DATE.
       5120-EXIT.
           EXIT.

       5200-FINISH-DEVICE.
           MOVE 'N' TO WS-DEVICE-ACTIVE
           ADD 1 TO WS-WINDOW-DEVICES
           MOVE 1 TO WS-SLOW-POS
           PERFORM 5210-FIND-SLOW-SLOT THRU 5210-EXIT
               UNTIL WS-SLOW-POS > WS-SLOW-COUNT
                  OR WS-CUR-TOTAL / WS-CUR-NIGHTS >
                     WS-SLW-AVERAGE(WS-SLOW-POS)
           IF WS-SLOW-POS > WS-SLOWEST-REQUESTED
               GO TO 5200-EXIT
           END-IF
           IF WS-SLOW-COUNT < WS-SLOWEST-REQUESTED
               ADD 1 TO WS-SLOW-COUNT
           END-IF
           COMPUTE WS-SLOW-SHIFT = WS-SLOW-COUNT - 1
           PERFORM 5220-SHIFT-SLOW-DOWN THRU 5220-EXIT
               UNTIL WS-SLOW-SHIFT < WS-SLOW-POS
           MOVE WS-CUR-NAME TO WS-SLW-NAME(WS-SLOW-POS)
           MOVE WS-CUR-NIGHTS TO WS-SLW-NIGHTS(WS-SLOW-POS)
           COMPUTE WS-SLW-AVERAGE(WS-SLOW-POS) =
               WS-CUR-TOTAL / WS-CUR-NIGHTS
           MOVE WS-CUR-LONGEST TO WS-SLW-LONGEST(WS-SLOW-POS)
           COMPUTE WS-SLW-RECORDS(WS-SLOW-POS) =
               WS-CUR-RECORDS / WS-CUR-NIGHTS
           COMPUTE WS-SLW-CYCLES(WS-SLOW-POS) =
               WS-CUR-CYCLES / WS-CUR-NIGHTS
           MOVE WS-CUR-STREAM TO WS-SLW-STREAM(WS-SLOW-POS)
           MOVE WS-CUR-RESUMED TO WS-SLW-RESUMED(WS-SLOW-POS).
       5200-EXIT.
           EXIT.

       5210-FIND-SLOW-SLOT.
           ADD 1 TO WS-SLOW-POS.
       5210-EXIT.
           EXIT.

       5220-SHIFT-SLOW-DOWN.
           MOVE WS-SLW-ENTRY(WS-SLOW-SHIFT) TO
               WS-SLW-ENTRY(WS-SLOW-SHIFT + 1)
           SUBTRACT 1 FROM WS-SLOW-SHIFT.
       5220-EXIT.
           EXIT.

       5500-WRITE-SLOWEST-DEVICES.
           MOVE SPACES TO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-CAP-LINE
           MOVE WS-SLOW-COUNT TO WS-EDIT-COUNT
           MOVE WS-WINDOW-DEVICES TO WS-EDIT-COUNT-2
           STRING "SLOWEST " FUNCTION TRIM(WS-EDIT-COUNT)
                   " OF " FUNCTION TRIM(WS-EDIT-COUNT-2)
                   " DEVICES OVER THE SAME NIGHTS"
                   " (AVERAGE ELAPSED PER NIGHT RUN)"
               DELIMITED BY SIZE INTO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           PERFORM 5510-WRITE-ONE-SLOW-DEVICE THRU 5510-EXIT
               VARYING WS-SLOW-POS FROM 1 BY 1
               UNTIL WS-SLOW-POS > WS-SLOW-COUNT.
       5500-EXIT.
           EXIT.

       5510-WRITE-ONE-SLOW-DEVICE.
           MOVE WS-SLW-AVERAGE(WS-SLOW-POS) TO WS-FMT-HUNDREDTHS
           PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
           MOVE WS-FMT-TEXT TO WS-EDIT-DURATION
           MOVE WS-SLW-LONGEST(WS-SLOW-POS) TO WS-FMT-HUNDREDTHS
           PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
           MOVE WS-FMT-TEXT TO WS-EDIT-DURATION-2
           MOVE WS-SLW-NIGHTS(WS-SLOW-POS) TO WS-EDIT-COUNT
           MOVE WS-SLW-RECORDS(WS-SLOW-POS) TO WS-EDIT-BIG
           MOVE WS-SLW-CYCLES(WS-SLOW-POS) TO WS-EDIT-BIG-2
           MOVE WS-SLW-STREAM(WS-SLOW-POS) TO WS-EDIT-STREAM
           MOVE SPACES TO WS-CAP-LINE
           STRING WS-SLW-NAME(WS-SLOW-POS)(1:40)
                   " AVG=" WS-EDIT-DURATION
                   " MAX=" WS-EDIT-DURATION-2
                   " NIGHTS=" FUNCTION TRIM(WS-EDIT-COUNT)
                   " RECORDS=" FUNCTION TRIM(WS-EDIT-BIG)
                   " CYCLES=" FUNCTION TRIM(WS-EDIT-BIG-2)
                   " STREAM=" WS-EDIT-STREAM
               DELIMITED BY SIZE INTO WS-CAP-LINE
           IF WS-SLW-RESUMED(WS-SLOW-POS) > 0
               MOVE "(RESUMED)" TO WS-CAP-LINE(124:9)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       5510-EXIT.
           EXIT.

      *>**************************************************************
      *>    6000-SERIES  --  FORECAST AND RECOMMENDATION
      *>**************************************************************
       6000-FORECAST.
           MOVE SPACES TO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           MOVE "FLEET SIZE AND WINDOW FORECAST" TO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           PERFORM 6100-FIT-DEVICE-COST THRU 6100-EXIT
           PERFORM 6200-FIT-FLEET-GROWTH THRU 6200-EXIT
           IF WS-BALANCE-NIGHTS > 0
               COMPUTE WS-BALANCE-FACTOR ROUNDED =
                   WS-BALANCE-SUM / WS-BALANCE-NIGHTS
           END-IF
           IF WS-BALANCE-FACTOR < 100
               MOVE 100 TO WS-BALANCE-FACTOR
           END-IF
           IF WS-FLEET-NOW = 0
               MOVE WS-NGT-ORDER(WS-NIGHT-COUNT) TO WS-ORD
               MOVE WS-NGT-DEVICES(WS-ORD) TO WS-FLEET-NOW
           END-IF
           PERFORM 6300-WRITE-FIT-LINES THRU 6300-EXIT
           PERFORM 6400-FORECAST-OVERRUN THRU 6400-EXIT
           PERFORM 6500-RECOMMEND-STREAMS THRU 6500-EXIT.
       6000-EXIT.
           EXIT.

      *>    Least squares of device time on devices run, one point
      *>    per night. With fewer than two distinct fleet sizes, or
      *>    a fit that would make devices free or the fixed cost
      *>    negative, the plain average time per device is used.
       6100-FIT-DEVICE-COST.
           MOVE ZEROES TO WS-FIT-N WS-FIT-SX WS-FIT-SY WS-FIT-SXX
                          WS-FIT-SXY
           PERFORM 6110-ADD-COST-POINT THRU 6110-EXIT
               VARYING WS-NGT-IDX FROM 1 BY 1
               UNTIL WS-NGT-IDX > WS-NIGHT-COUNT
           MOVE ZEROES TO WS-COST-FIXED
           MOVE ZEROES TO WS-COST-PER-DEVICE
           IF WS-FIT-SX = 0
               GO TO 6100-EXIT
           END-IF
           COMPUTE WS-FIT-DENOM =
               WS-FIT-N * WS-FIT-SXX - WS-FIT-SX * WS-FIT-SX
           IF WS-FIT-N >= 2 AND WS-FIT-DENOM > 0
               COMPUTE WS-COST-PER-DEVICE ROUNDED =
                   (WS-FIT-N * WS-FIT-SXY - WS-FIT-SX * WS-FIT-SY)
                   / WS-FIT-DENOM
               COMPUTE WS-COST-FIXED ROUNDED =
                   (WS-FIT-SY - WS-COST-PER-DEVICE * WS-FIT-SX)
                   / WS-FIT-N
           END-IF
           IF WS-COST-PER-DEVICE <= 0 OR WS-COST-FIXED < 0
               MOVE ZEROES TO WS-COST-FIXED
               COMPUTE WS-COST-PER-DEVICE ROUNDED =
                   WS-FIT-SY / WS-FIT-SX
           END-IF.
       6100-EXIT.
           EXIT.

       6110-ADD-COST-POINT.
           IF WS-NGT-DEVICES(WS-NGT-IDX) = 0
               GO TO 6110-EXIT
           END-IF
           MOVE WS-NGT-DEVICES(WS-NGT-IDX) TO WS-FIT-X
           MOVE WS-NGT-DEVICE-TIME(WS-NGT-IDX) TO WS-FIT-Y
           ADD 1 TO WS-FIT-N
           ADD WS-FIT-X TO WS-FIT-SX
           ADD WS-FIT-Y TO WS-FIT-SY
           COMPUTE WS-FIT-SXX = WS-FIT-SXX + WS-FIT-X * WS-FIT-X
           COMPUTE WS-FIT-SXY = WS-FIT-SXY + WS-FIT-X * WS-FIT-Y.
       6110-EXIT.
           EXIT.

      *>    Least squares of devices run on the night's day number.
       6200-FIT-FLEET-GROWTH.
           MOVE ZEROES TO WS-FIT-N WS-FIT-SX WS-FIT-SY WS-FIT-SXX
                          WS-FIT-SXY
           MOVE ZEROES TO WS-GROWTH-PER-DAY
           MOVE WS-NGT-ORDER(1) TO WS-ORD
           COMPUTE WS-FIRST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-NGT-DATE(WS-ORD))
           PERFORM 6210-ADD-GROWTH-POINT THRU 6210-EXIT
               VARYING WS-NGT-IDX FROM 1 BY 1
               UNTIL WS-NGT-IDX > WS-NIGHT-COUNT
           COMPUTE WS-FIT-DENOM =
               WS-FIT-N * WS-FIT-SXX - WS-FIT-SX * WS-FIT-SX
           IF WS-FIT-N >= 2 AND WS-FIT-DENOM > 0
               COMPUTE WS-GROWTH-PER-DAY ROUNDED =
                   (WS-FIT-N * WS-FIT-SXY - WS-FIT-SX * WS-FIT-SY)
                   / WS-FIT-DENOM
           END-IF.
       6200-EXIT.
           EXIT.

       6210-ADD-GROWTH-POINT.
           IF WS-NGT-DEVICES(WS-NGT-IDX) = 0
               GO TO 6210-EXIT
           END-IF
           COMPUTE WS-FIT-X =
               FUNCTION INTEGER-OF-DATE(WS-NGT-DATE(WS-NGT-IDX))
               - WS-FIRST-DATE-INT
           MOVE WS-NGT-DEVICES(WS-NGT-IDX) TO WS-FIT-Y
           ADD 1 TO WS-FIT-N
           ADD WS-FIT-X TO WS-FIT-SX
           ADD WS-FIT-Y TO WS-FIT-SY
           COMPUTE WS-FIT-SXX = WS-FIT-SXX + WS-FIT-X * WS-FIT-X
           COMPUTE WS-FIT-SXY = WS-FIT-SXY + WS-FIT-X * WS-FIT-Y.
       6210-EXIT.
           EXIT.

       6300-WRITE-FIT-LINES.
           MOVE SPACES TO WS-CAP-LINE
           MOVE WS-FLEET-NOW TO WS-EDIT-COUNT
           MOVE WS-GROWTH-PER-DAY TO WS-EDIT-GROWTH
           STRING "IN-SERVICE FLEET=" FUNCTION TRIM(WS-EDIT-COUNT)
                   "  GROWTH=" FUNCTION TRIM(WS-EDIT-GROWTH)
                   " DEVICES PER NIGHT"
               DELIMITED BY SIZE INTO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-CAP-LINE
           COMPUTE WS-PER-DEVICE-SECONDS ROUNDED =
               WS-COST-PER-DEVICE / 100
           MOVE WS-PER-DEVICE-SECONDS TO WS-EDIT-SECONDS
           COMPUTE WS-FMT-HUNDREDTHS ROUNDED = WS-COST-FIXED
           PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
           MOVE WS-BALANCE-FACTOR TO WS-EDIT-PCT
           STRING "DEVICE TIME = " FUNCTION TRIM(WS-FMT-TEXT)
                   " + " FUNCTION TRIM(WS-EDIT-SECONDS)
                   " SEC PER DEVICE;  AVERAGE HEAVIEST STREAM "
                   FUNCTION TRIM(WS-EDIT-PCT) "% OF THE MEAN"
               DELIMITED BY SIZE INTO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           IF WS-BALANCE-NIGHTS = 0
               MOVE SPACES TO WS-CAP-LINE
               STRING "NO PARALLEL NIGHT IN THE WINDOW - STREAMS "
                       "ASSUMED EVENLY BALANCED"
                   DELIMITED BY SIZE INTO WS-CAP-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
       6300-EXIT.
           EXIT.

      *>    With the current stream count, the fleet size at which
      *>    STEP010 reaches the window limit, and the night the
      *>    fitted growth gets there.
       6400-FORECAST-OVERRUN.
           MOVE WS-STREAM-COUNT TO WS-TRIAL-STREAMS
           MOVE WS-FLEET-NOW TO WS-FLEET-HORIZON
           PERFORM 8300-PREDICT-STEP010 THRU 8300-EXIT
           MOVE WS-PREDICTED TO WS-PREDICTED-NOW
           MOVE WS-PREDICTED TO WS-FMT-HUNDREDTHS
           PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
           MOVE WS-FMT-TEXT TO WS-EDIT-DURATION
           MOVE WS-LATEST-SPAN TO WS-FMT-HUNDREDTHS
           PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
           MOVE WS-FMT-TEXT TO WS-EDIT-DURATION-2
           MOVE WS-STREAM-COUNT TO WS-EDIT-STREAM
           MOVE SPACES TO WS-CAP-LINE
           STRING "STEP010 AT TODAY'S FLEET ON " WS-EDIT-STREAM
                   " STREAM(S): EXPECTED "
                   FUNCTION TRIM(WS-EDIT-DURATION)
                   ", LATEST NIGHT " FUNCTION TRIM(WS-EDIT-DURATION-2)
               DELIMITED BY SIZE INTO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           IF WS-PREDICTED-NOW > WS-WINDOW-LIMIT
               OR WS-LATEST-SPAN > WS-WINDOW-LIMIT
               MOVE "WINDOW ALREADY OVERRUN AT THE CURRENT STRMCNT"
                   TO WS-CAP-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               DISPLAY "DAY10CAP: STEP010 WINDOW ALREADY OVERRUN"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 6400-EXIT
           END-IF
           IF WS-COST-PER-DEVICE <= 0
               GO TO 6400-EXIT
           END-IF
           IF WS-TRIAL-STREAMS > 1
               MOVE WS-BALANCE-FACTOR TO WS-STRETCH
           ELSE
               MOVE 100 TO WS-STRETCH
           END-IF
           COMPUTE WS-PREDICTED-TOTAL =
               WS-WINDOW-LIMIT * 100 * WS-TRIAL-STREAMS / WS-STRETCH
           COMPUTE WS-FLEET-AT-OVERRUN =
               (WS-PREDICTED-TOTAL - WS-COST-FIXED)
               / WS-COST-PER-DEVICE
           MOVE SPACES TO WS-CAP-LINE
           MOVE WS-FLEET-AT-OVERRUN TO WS-EDIT-BIG
           IF WS-GROWTH-PER-DAY <= 0
               STRING "WINDOW HOLDS UP TO ABOUT "
                       FUNCTION TRIM(WS-EDIT-BIG)
                       " DEVICES - NO OVERRUN FORECAST, THE FLEET "
                       "IS NOT GROWING"
                   DELIMITED BY SIZE INTO WS-CAP-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 6400-EXIT
           END-IF
           COMPUTE WS-DAYS-TO-OVERRUN =
               (WS-FLEET-AT-OVERRUN - WS-FLEET-NOW)
               / WS-GROWTH-PER-DAY
           COMPUTE WS-OVERRUN-DATE = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DATE-INT + WS-DAYS-TO-OVERRUN)
           MOVE WS-DAYS-TO-OVERRUN TO WS-EDIT-BIG-2
           STRING "FORECAST OVERRUN ON OR ABOUT " WS-OVERRUN-DATE
                   " (" FUNCTION TRIM(WS-EDIT-BIG-2)
                   " NIGHTS) AT ABOUT " FUNCTION TRIM(WS-EDIT-BIG)
                   " DEVICES"
               DELIMITED BY SIZE INTO WS-CAP-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           IF WS-DAYS-TO-OVERRUN <= WS-HORIZON-NIGHTS
               DISPLAY "DAY10CAP: STEP010 WINDOW OVERRUN FORECAST "
                   "FOR " WS-OVERRUN-DATE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       6400-EXIT.
           EXIT.

      *>    The smallest stream count that keeps STEP010 inside the
      *>    window for the fleet expected at the horizon.
       6500-RECOMMEND-STREAMS.
           IF WS-GROWTH-PER-DAY > 0
               COMPUTE WS-FLEET-HORIZON ROUNDED =
                   WS-FLEET-NOW + WS-GROWTH-PER-DAY * WS-HORIZON-NIGHTS
           ELSE
               MOVE WS-FLEET-NOW TO WS-FLEET-HORIZON
           END-IF
           MOVE ZEROES TO WS-RECOMMENDED
           PERFORM 6510-TRY-STREAM-COUNT THRU 6510-EXIT
               VARYING WS-TRIAL-STREAMS FROM 1 BY 1
               UNTIL WS-TRIAL-STREAMS > WS-STREAM-MAX
                  OR WS-RECOMMENDED > 0
           MOVE SPACES TO WS-CAP-LINE
           MOVE WS-FLEET-HORIZON TO WS-EDIT-BIG
           MOVE WS-HORIZON-NIGHTS TO WS-EDIT-COUNT
           IF WS-RECOMMENDED = 0
               STRING "NO STREAM COUNT UP TO THE SPLITTER'S 4 HOLDS "
                       "THE WINDOW FOR " FUNCTION TRIM(WS-EDIT-BIG)
                       " DEVICES IN " FUNCTION TRIM(WS-EDIT-COUNT)
                       " NIGHTS"
                   DELIMITED BY SIZE INTO WS-CAP-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 6500-EXIT
           END-IF
           MOVE WS-RECOMMENDED TO WS-EDIT-STREAM
           STRING "RECOMMENDED STRMCNT=" WS-EDIT-STREAM
                   " FOR ABOUT " FUNCTION TRIM(WS-EDIT-BIG)
                   " DEVICES IN " FUNCTION TRIM(WS-EDIT-COUNT)
                   " NIGHTS"
               DELIMITED BY SIZE INTO WS-CAP-LINE
           IF WS-RECOMMENDED = WS-STREAM-COUNT
               MOVE "(NO CHANGE)" TO WS-CAP-LINE(70:11)
           ELSE
               MOVE "(CHANGE)" TO WS-CAP-LINE(70:8)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           IF WS-RECOMMENDED > 3
               MOVE SPACES TO WS-CAP-LINE
               STRING "DAY10PAR IS CUT FOR THREE STREAMS - RECUT ITS "
                       "STREAM-4 DD STATEMENTS BEFORE RAISING STRMCNT"
                   DELIMITED BY SIZE INTO WS-CAP-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

       6510-TRY-STREAM-COUNT.
           PERFORM 8300-PREDICT-STEP010 THRU 8300-EXIT
           IF WS-PREDICTED <= WS-WINDOW-LIMIT
               MOVE WS-TRIAL-STREAMS TO WS-RECOMMENDED
           END-IF.
       6510-EXIT.
           EXIT.

      *>**************************************************************
      *>    8000-SERIES  --  COMMON SERVICE PARAGRAPHS
      *>**************************************************************
       8000-WRITE-REPORT-LINE.
           MOVE WS-CAP-LINE TO CAP-REPORT-RECORD
           WRITE CAP-REPORT-RECORD.
       8000-EXIT.
           EXIT.

      *>    Hundredths of a second as HHH:MM:SS.
       8200-FORMAT-DURATION.
           COMPUTE WS-FMT-SECONDS = WS-FMT-HUNDREDTHS / 100
           COMPUTE WS-FMT-HOURS = WS-FMT-SECONDS / 3600
           COMPUTE WS-FMT-MINUTES =
               (WS-FMT-SECONDS - WS-FMT-HOURS * 3600) / 60
           COMPUTE WS-FMT-SECS = WS-FMT-SECONDS
               - WS-FMT-HOURS * 3600 - WS-FMT-MINUTES * 60
           MOVE WS-FMT-HOURS TO WS-EDIT-HOURS
           MOVE SPACES TO WS-FMT-TEXT
           STRING WS-EDIT-HOURS(5:3) ":" WS-FMT-MINUTES ":" WS-FMT-SECS
               DELIMITED BY SIZE INTO WS-FMT-TEXT.
       8200-EXIT.
           EXIT.

      *>    Expected STEP010 time for WS-FLEET-HORIZON devices on
      *>    WS-TRIAL-STREAMS streams.
       8300-PREDICT-STEP010.
           IF WS-TRIAL-STREAMS > 1
               MOVE WS-BALANCE-FACTOR TO WS-STRETCH
           ELSE
               MOVE 100 TO WS-STRETCH
           END-IF
           COMPUTE WS-PREDICTED-TOTAL ROUNDED =
               WS-COST-FIXED + WS-COST-PER-DEVICE * WS-FLEET-HORIZON
           COMPUTE WS-PREDICTED ROUNDED =
               WS-PREDICTED-TOTAL * WS-STRETCH
               / (100 * WS-TRIAL-STREAMS).
       8300-EXIT.
           EXIT.

      *>**************************************************************
      *>    9000-SERIES  --  TERMINATION
      *>**************************************************************
       9000-TERMINATE.
           CLOSE CAP-REPORT-FILE.
       9000-EXIT.
           EXIT.
