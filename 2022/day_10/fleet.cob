      *>**************************************************************
      *> PROGRAM      : DAY10FLT
      *> AUTHOR       : mrwormhole
      *> DATE-WRITTEN : 15th of October, 2026
      *>
      *> Fleet-health roll-up by site. Every nightly output is per
      *> device, and the device master's DEVM-LOCATION was carried
      *> around but never reported on, so a site losing power or
      *> cooling showed up as a scatter of unrelated device alerts.
      *> This step joins tonight's driver list and outputs to the
      *> device master and reports one line per model within each
      *> location: devices scheduled (on tonight's DEVICES list) and
      *> processed (a SUMMARY line carrying SIGNAL-STRENGTH=), the
      *> average, minimum and maximum signal strength of the
      *> processed devices, ALERTS entries by severity, DAY10CRT
      *> readout mismatches, DAY10GLD baseline breaches, DAY10TRD
      *> drift devices and the outstanding rejects still open on
      *> DAY10RJA's aging report. A device is out of spec when it
      *> alerted, mismatched, breached or drifted; a location whose
      *> out-of-spec share of its devices exceeds the FLTPARM
      *> percentage (and which has at least the FLTPARM minimum
      *> number of devices, so one bad device at a one-device site
      *> is not called a site problem) is flagged SITE-CHECK on the
      *> report and the console and grades the step RC 4. Every
      *> input is optional: a missing one is noted on the report
      *> and its columns read zero, the way the digest treats a
      *> bypassed step. Devices on the night's outputs but absent
      *> from DEVMSTR are still rolled up, under "(NOT ON DEVMSTR)".
      *>
      *> MODIFICATION HISTORY
      *> ---------------------------------------------------------
      *> 2026-10-15  mrwormhole   Original fleet-health roll-up.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10FLT.
       AUTHOR. mrwormhole.
       DATE-WRITTEN. 15th of October, 2026.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL MASTER-FILE ASSIGN TO DEVMSTR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MASTER-STATUS.

               SELECT OPTIONAL DRIVER-FILE ASSIGN TO DEVICES
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DRIVER-STATUS.

               SELECT OPTIONAL SUMMARY-FILE ASSIGN TO SUMMARY
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMMARY-STATUS.

               SELECT OPTIONAL ALERT-FILE ASSIGN TO ALERTS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALERT-STATUS.

               SELECT OPTIONAL READOUT-REPORT-FILE ASSIGN TO CRTRPT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-READOUT-REPORT-STATUS.

               SELECT OPTIONAL BASELINE-REPORT-FILE ASSIGN TO GLDEXCP
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BASELINE-REPORT-STATUS.

               SELECT OPTIONAL TREND-REPORT-FILE ASSIGN TO TRNDRPT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TREND-REPORT-STATUS.

               SELECT OPTIONAL AGE-REPORT-FILE ASSIGN TO RJARPT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AGE-REPORT-STATUS.

               SELECT OPTIONAL FLEET-PARM-FILE ASSIGN TO FLTPARM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FLEET-PARM-STATUS.

               SELECT FLEET-REPORT-FILE ASSIGN TO FLTRPT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FLEET-REPORT-STATUS.

               SELECT SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
           FILE SECTION.
           FD MASTER-FILE.
           COPY "devmstr.cpy".

           FD DRIVER-FILE.
           01 DRIVER-RECORD              PIC X(80).

           FD SUMMARY-FILE.
           01 SUMMARY-RECORD             PIC X(200).

           FD ALERT-FILE.
           01 ALERT-RECORD               PIC X(200).

           FD READOUT-REPORT-FILE.
           01 READOUT-REPORT-RECORD      PIC X(132).

           FD BASELINE-REPORT-FILE.
           01 BASELINE-REPORT-RECORD     PIC X(200).

           FD TREND-REPORT-FILE.
           01 TREND-REPORT-RECORD        PIC X(180).

           FD AGE-REPORT-FILE.
           01 AGE-REPORT-RECORD          PIC X(160).

      *>    Two lines, both optional: the out-of-spec share in
      *>    percent (3 digits) above which a location is flagged,
      *>    then the minimum devices (5 digits) a location needs
      *>    before it can be flagged at all.
           FD FLEET-PARM-FILE.
           01 FLEET-PARM-RECORD          PIC X(10).

           FD FLEET-REPORT-FILE.
           01 FLEET-REPORT-RECORD        PIC X(180).

      *>    One sort record per device in scope tonight; the sort
      *>    brings every model of a location together, so the
      *>    roll-up is a plain two-level control break.
           SD SORT-FILE.
           01 SORT-RECORD.
               05 SORT-LOCATION          PIC X(20).
               05 SORT-MODEL             PIC X(4).
               05 SORT-DEVICE-NAME       PIC X(60).
               05 SORT-SCHEDULED         PIC X(1).
               05 SORT-PROCESSED         PIC X(1).
               05 SORT-SIGNAL            PIC S9(9) SIGN LEADING
                                                   SEPARATE.
               05 SORT-SEV04             PIC 9(3).
               05 SORT-SEV08             PIC 9(3).
               05 SORT-MISMATCHES        PIC 9(3).
               05 SORT-BREACHES          PIC 9(3).
               05 SORT-DRIFT             PIC X(1).
               05 SORT-REJECTS           PIC 9(5).

           WORKING-STORAGE SECTION.
      *>---------------------------------------------------------
      *>    FILE STATUS SWITCHES
      *>---------------------------------------------------------
           01 WS-MASTER-STATUS           PIC X(2).
           01 WS-DRIVER-STATUS           PIC X(2).
           01 WS-SUMMARY-STATUS          PIC X(2).
           01 WS-ALERT-STATUS            PIC X(2).
           01 WS-READOUT-REPORT-STATUS   PIC X(2).
           01 WS-BASELINE-REPORT-STATUS  PIC X(2).
           01 WS-TREND-REPORT-STATUS     PIC X(2).
           01 WS-AGE-REPORT-STATUS       PIC X(2).
           01 WS-FLEET-PARM-STATUS       PIC X(2).
           01 WS-FLEET-REPORT-STATUS     PIC X(2).
           01 WS-SCAN-EOF                PIC X(1).
           01 WS-SORT-EOF                PIC X(1) VALUE 'N'.

      *>---------------------------------------------------------
      *>    INPUT AVAILABILITY
      *>---------------------------------------------------------
           01 WS-MASTER-OK               PIC X(1) VALUE 'N'.
           01 WS-DRIVER-OK               PIC X(1) VALUE 'N'.
           01 WS-SUMMARY-OK              PIC X(1) VALUE 'N'.
           01 WS-ALERTS-OK               PIC X(1) VALUE 'N'.
           01 WS-READOUT-OK              PIC X(1) VALUE 'N'.
           01 WS-BASELINE-OK             PIC X(1) VALUE 'N'.
           01 WS-TREND-OK                PIC X(1) VALUE 'N'.
           01 WS-AGING-OK                PIC X(1) VALUE 'N'.

      *>---------------------------------------------------------
      *>    SITE FLAG THRESHOLDS
      *>    From FLTPARM; the defaults below apply when the file is
      *>    absent or a line is unreadable.
      *>---------------------------------------------------------
           01 WS-SITE-SHARE-PCT          PIC 9(3) VALUE 25.
           01 WS-SITE-MIN-DEVICES        PIC 9(5) VALUE 2.

      *>---------------------------------------------------------
      *>    DEVICE TABLE
      *>    Seeded from DEVMSTR (every record, so a device on the
      *>    night's outputs always finds its location), then posted
      *>    with each output's facts. Only entries scheduled tonight
      *>    or carrying a fact are in scope for the roll-up, so a
      *>    retired device with nothing to say stays off the report.
      *>---------------------------------------------------------
           01 WS-DEVICE-TABLE.
               05 WS-DEV-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-DEV-IDX.
                   10 WS-DEV-NAME        PIC X(60).
                   10 WS-DEV-LOCATION    PIC X(20).
                   10 WS-DEV-MODEL       PIC X(4).
                   10 WS-DEV-IN-SCOPE    PIC X(1).
                   10 WS-DEV-SCHEDULED   PIC X(1).
                   10 WS-DEV-PROCESSED   PIC X(1).
                   10 WS-DEV-SIGNAL      PIC S9(9).
                   10 WS-DEV-SEV04       PIC 9(3).
                   10 WS-DEV-SEV08       PIC 9(3).
                   10 WS-DEV-MISMATCHES  PIC 9(3).
                   10 WS-DEV-BREACHES    PIC 9(3).
                   10 WS-DEV-DRIFT       PIC X(1).
                   10 WS-DEV-REJECTS     PIC 9(5).
           01 WS-DEVICE-TABLE-MAX        PIC 9(4) VALUE 2000.
           01 WS-DEVICE-COUNT            PIC 9(4) VALUE ZEROES.
           01 WS-DEV-FOUND               PIC X(1).
           01 WS-DEV-MATCH-IDX           PIC 9(4).
           01 WS-DEVICE-OVERFLOW         PIC X(1) VALUE 'N'.
           01 WS-LOOKUP-NAME             PIC X(60).
           01 WS-LOOKUP-MODEL            PIC X(4).

      *>---------------------------------------------------------
      *>    ROLL-UP ACCUMULATORS
      *>    Entry 1 is the current model group, entry 2 the current
      *>    location and entry 3 the whole fleet; each device posts
      *>    into all three and a break prints and clears its level.
      *>---------------------------------------------------------
           01 WS-ACCUM-TABLE.
               05 WS-ACC-ENTRY OCCURS 3 TIMES
                                INDEXED BY WS-ACC-IDX.
                   10 WS-ACC-DEVICES     PIC 9(5).
                   10 WS-ACC-SCHEDULED   PIC 9(5).
                   10 WS-ACC-PROCESSED   PIC 9(5).
                   10 WS-ACC-SIG-SUM     PIC S9(15).
                   10 WS-ACC-SIG-MIN     PIC S9(9).
                   10 WS-ACC-SIG-MAX     PIC S9(9).
                   10 WS-ACC-SEV04       PIC 9(5).
                   10 WS-ACC-SEV08       PIC 9(5).
                   10 WS-ACC-MISMATCHES  PIC 9(5).
                   10 WS-ACC-BREACHES    PIC 9(5).
                   10 WS-ACC-DRIFT       PIC 9(5).
                   10 WS-ACC-REJECTS     PIC 9(5).
                   10 WS-ACC-OUT-OF-SPEC PIC 9(5).
           01 WS-ACC-MODEL               PIC 9(1) VALUE 1.
           01 WS-ACC-LOCATION            PIC 9(1) VALUE 2.
           01 WS-ACC-FLEET               PIC 9(1) VALUE 3.
           01 WS-ACC-SELECT              PIC 9(1).

      *>---------------------------------------------------------
      *>    CONTROL-BREAK WORK AREAS
      *>---------------------------------------------------------
           01 WS-RUN-DATE                PIC 9(8) VALUE ZEROES.
           01 WS-FIRST-DEVICE            PIC X(1) VALUE 'Y'.
           01 WS-CUR-LOCATION            PIC X(20).
           01 WS-CUR-MODEL               PIC X(4).
           01 WS-DEVICE-OUT-OF-SPEC      PIC X(1).
           01 WS-AVG-SIGNAL              PIC S9(9).
           01 WS-SHARE-PCT               PIC 9(3).
           01 WS-SITE-FLAGGED            PIC X(1).
           01 WS-LOCATION-COUNT          PIC 9(5) VALUE ZEROES.
           01 WS-FLAGGED-COUNT           PIC 9(5) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    LINE SCAN WORK AREAS
      *>---------------------------------------------------------
           01 WS-SCAN-LINE               PIC X(220).
           01 WS-TOKEN-1                 PIC X(60).
           01 WS-SCAN-POS                PIC 9(3).
           01 WS-SEVERITY-FOUND          PIC X(1).
           01 WS-LINE-SEVERITY           PIC 9(2).
           01 WS-MATCH-TALLY             PIC 9(3).

      *>---------------------------------------------------------
      *>    SUMMARY LINE PARSE WORK AREAS
      *>---------------------------------------------------------
           01 WS-SUMMARY-LINE            PIC X(200).
           01 WS-TOKEN-TABLE.
               05 WS-TOKEN OCCURS 14 TIMES PIC X(60).
           01 WS-TOKEN-MAX               PIC 9(2) VALUE 14.
           01 WS-TOKEN-IDX               PIC 9(2).
           01 WS-KEY-LEN                 PIC 9(2).
           01 WS-PARSE-VALID             PIC X(1).
           01 WS-PARSE-SIGNAL            PIC S9(9).
           01 WS-NUM-TEXT                PIC X(60).
           01 WS-NUM-VALUE               PIC S9(9).
           01 WS-NUM-VALID               PIC X(1).
           01 WS-NUM-LEN                 PIC 9(2).
           01 WS-NUM-DIGITS              PIC 9(9).
           01 WS-NUM-SIGN                PIC X(1).
           01 WS-NUM-SCAN                PIC 9(2).

      *>---------------------------------------------------------
      *>    REPORT LINE AREAS
      *>---------------------------------------------------------
           01 WS-FLEET-LINE              PIC X(180).
           01 WS-FACTS-TEXT              PIC X(160).
           01 WS-SIGNAL-TEXT             PIC X(48).
           01 WS-NOTE-DDNAME             PIC X(8).
           01 WS-EDIT-COUNT              PIC ZZZZ9.
           01 WS-EDIT-COUNT-2            PIC ZZZZ9.
           01 WS-EDIT-SCHEDULED          PIC ZZZZ9.
           01 WS-EDIT-PROCESSED          PIC ZZZZ9.
           01 WS-EDIT-SEV04              PIC ZZZZ9.
           01 WS-EDIT-SEV08              PIC ZZZZ9.
           01 WS-EDIT-MISMATCHES         PIC ZZZZ9.
           01 WS-EDIT-BREACHES           PIC ZZZZ9.
           01 WS-EDIT-DRIFT              PIC ZZZZ9.
           01 WS-EDIT-REJECTS            PIC ZZZZ9.
           01 WS-EDIT-AVG                PIC -ZZZZZZZZ9.
           01 WS-EDIT-MIN                PIC -ZZZZZZZZ9.
           01 WS-EDIT-MAX                PIC -ZZZZZZZZ9.
           01 WS-EDIT-PCT                PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-GATHER-DEVICE-FACTS THRU 2000-EXIT
           SORT SORT-FILE
               ON ASCENDING KEY SORT-LOCATION
               ON ASCENDING KEY SORT-MODEL
               ON ASCENDING KEY SORT-DEVICE-NAME
               INPUT PROCEDURE IS 3000-RELEASE-DEVICES THRU 3000-EXIT
               OUTPUT PROCEDURE IS 4000-WRITE-ROLLUP THRU 4000-EXIT
           PERFORM 5000-WRITE-FLEET-TOTAL THRU 5000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *>**************************************************************
      *>    1000-SERIES  --  INITIALIZATION
      *>**************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT FLEET-REPORT-FILE
           IF WS-FLEET-REPORT-STATUS NOT = "00"
               DISPLAY "DAY10FLT: UNABLE TO OPEN FLTRPT, STATUS="
                   WS-FLEET-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROES TO WS-ACCUM-TABLE
           PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-PARAMETERS.
           OPEN INPUT FLEET-PARM-FILE
           IF WS-FLEET-PARM-STATUS = "00"
               READ FLEET-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FLEET-PARM-RECORD(1:3) IS NUMERIC
                           MOVE FLEET-PARM-RECORD(1:3) TO
                               WS-SITE-SHARE-PCT
                       END-IF
               END-READ
               READ FLEET-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FLEET-PARM-RECORD(1:5) IS NUMERIC
                           MOVE FLEET-PARM-RECORD(1:5) TO
                               WS-SITE-MIN-DEVICES
                       END-IF
               END-READ
           END-IF
           CLOSE FLEET-PARM-FILE
           DISPLAY "DAY10FLT: SITE FLAG OVER " WS-SITE-SHARE-PCT
               "% OUT OF SPEC, MINIMUM " WS-SITE-MIN-DEVICES
               " DEVICE(S)".
       1100-EXIT.
           EXIT.

      *>**************************************************************
      *>    2000-SERIES  --  GATHER EACH DEVICE'S FACTS
      *>**************************************************************
       2000-GATHER-DEVICE-FACTS.
           PERFORM 2100-LOAD-DEVICE-MASTER THRU 2100-EXIT
           PERFORM 2200-READ-DRIVER-LIST THRU 2200-EXIT
           PERFORM 2300-SCAN-SUMMARY THRU 2300-EXIT
           PERFORM 2400-SCAN-ALERTS THRU 2400-EXIT
           PERFORM 2500-SCAN-READOUT-REPORT THRU 2500-EXIT
           PERFORM 2600-SCAN-BASELINE-REPORT THRU 2600-EXIT
           PERFORM 2700-SCAN-TREND-REPORT THRU 2700-EXIT
           PERFORM 2800-SCAN-REJECT-AGING THRU 2800-EXIT.
       2000-EXIT.
           EXIT.

       2100-LOAD-DEVICE-MASTER.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-OK
               PERFORM 2110-LOAD-ONE-MASTER THRU 2110-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE MASTER-FILE.
       2100-EXIT.
           EXIT.

       2110-LOAD-ONE-MASTER.
           READ MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2110-EXIT
           END-READ
           IF DEVM-DEVICE-NAME = SPACES
               GO TO 2110-EXIT
           END-IF
           IF WS-DEVICE-COUNT NOT < WS-DEVICE-TABLE-MAX
               MOVE 'Y' TO WS-DEVICE-OVERFLOW
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO WS-DEVICE-COUNT
           SET WS-DEV-IDX TO WS-DEVICE-COUNT
           PERFORM 2910-CLEAR-DEVICE-ENTRY THRU 2910-EXIT
           MOVE DEVM-DEVICE-NAME TO WS-DEV-NAME(WS-DEV-IDX)
           IF DEVM-MODEL-CODE NOT = SPACES
               MOVE DEVM-MODEL-CODE TO WS-DEV-MODEL(WS-DEV-IDX)
           END-IF
           IF DEVM-LOCATION NOT = SPACES
               MOVE DEVM-LOCATION TO WS-DEV-LOCATION(WS-DEV-IDX)
           ELSE
               MOVE "(NO LOCATION)" TO WS-DEV-LOCATION(WS-DEV-IDX)
           END-IF.
       2110-EXIT.
           EXIT.

      *>    Scheduled means on tonight's driver list; the list's
      *>    model code (62-65) stands in when the master has none.
       2200-READ-DRIVER-LIST.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT DRIVER-FILE
           IF WS-DRIVER-STATUS = "00"
               MOVE 'Y' TO WS-DRIVER-OK
               PERFORM 2210-READ-ONE-DRIVER THRU 2210-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE DRIVER-FILE.
       2200-EXIT.
           EXIT.

       2210-READ-ONE-DRIVER.
           READ DRIVER-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2210-EXIT
           END-READ
           IF DRIVER-RECORD(1:60) = SPACES
               GO TO 2210-EXIT
           END-IF
           MOVE DRIVER-RECORD(1:60) TO WS-LOOKUP-NAME
           MOVE DRIVER-RECORD(62:4) TO WS-LOOKUP-MODEL
           PERFORM 2900-FIND-DEVICE THRU 2900-EXIT
           IF WS-DEV-FOUND = 'Y'
               SET WS-DEV-IDX TO WS-DEV-MATCH-IDX
               MOVE 'Y' TO WS-DEV-SCHEDULED(WS-DEV-IDX)
               IF WS-DEV-MODEL(WS-DEV-IDX) = "----"
                   AND WS-LOOKUP-MODEL NOT = SPACES
                   MOVE WS-LOOKUP-MODEL TO WS-DEV-MODEL(WS-DEV-IDX)
               END-IF
           END-IF.
       2210-EXIT.
           EXIT.

      *>    A processed device is a summary line carrying the
      *>    SIGNAL-STRENGTH= field every device summary has.
       2300-SCAN-SUMMARY.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT SUMMARY-FILE
           IF WS-SUMMARY-STATUS = "00"
               MOVE 'Y' TO WS-SUMMARY-OK
               PERFORM 2310-SCAN-ONE-SUMMARY THRU 2310-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE SUMMARY-FILE.
       2300-EXIT.
           EXIT.

       2310-SCAN-ONE-SUMMARY.
           READ SUMMARY-FILE INTO WS-SUMMARY-LINE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2310-EXIT
           END-READ
           MOVE 'N' TO WS-PARSE-VALID
           MOVE ZEROES TO WS-PARSE-SIGNAL
           MOVE SPACES TO WS-TOKEN-TABLE
           UNSTRING WS-SUMMARY-LINE DELIMITED BY ALL " "
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                    WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                    WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
                    WS-TOKEN(13) WS-TOKEN(14)
           END-UNSTRING
           IF WS-TOKEN(1) = SPACES
               GO TO 2310-EXIT
           END-IF
           PERFORM 2320-SCAN-ONE-TOKEN THRU 2320-EXIT
               VARYING WS-TOKEN-IDX FROM 2 BY 1
               UNTIL WS-TOKEN-IDX > WS-TOKEN-MAX - 1
                  OR WS-PARSE-VALID = 'Y'
           IF WS-PARSE-VALID = 'N'
               GO TO 2310-EXIT
           END-IF
           MOVE WS-TOKEN(1) TO WS-LOOKUP-NAME
           MOVE SPACES TO WS-LOOKUP-MODEL
           PERFORM 2900-FIND-DEVICE THRU 2900-EXIT
           IF WS-DEV-FOUND = 'Y'
               SET WS-DEV-IDX TO WS-DEV-MATCH-IDX
               MOVE 'Y' TO WS-DEV-PROCESSED(WS-DEV-IDX)
               MOVE WS-PARSE-SIGNAL TO WS-DEV-SIGNAL(WS-DEV-IDX)
           END-IF.
       2310-EXIT.
           EXIT.

       2320-SCAN-ONE-TOKEN.
           IF WS-TOKEN(WS-TOKEN-IDX)(1:16) = "SIGNAL-STRENGTH="
               MOVE 16 TO WS-KEY-LEN
               PERFORM 2330-EXTRACT-VALUE THRU 2330-EXIT
               IF WS-NUM-VALID = 'Y'
                   MOVE WS-NUM-VALUE TO WS-PARSE-SIGNAL
                   MOVE 'Y' TO WS-PARSE-VALID
               END-IF
           END-IF.
       2320-EXIT.
           EXIT.

      *>    Same three-shape normalization DAY10STA's 2215 applies
      *>    to an edited value: embedded behind the keyword, in the
      *>    following token, or a lone "-" token with the digits
      *>    behind it when sign suppression split them.
       2330-EXTRACT-VALUE.
           MOVE 'N' TO WS-NUM-VALID
           MOVE SPACES TO WS-NUM-TEXT
           IF WS-TOKEN(WS-TOKEN-IDX)(WS-KEY-LEN + 1:2) = "- "
               AND WS-TOKEN-IDX < WS-TOKEN-MAX
               STRING "-" WS-TOKEN(WS-TOKEN-IDX + 1)
                   DELIMITED BY " " INTO WS-NUM-TEXT
           ELSE
           IF WS-TOKEN(WS-TOKEN-IDX)(WS-KEY-LEN + 1:1) NOT = SPACE
               MOVE WS-TOKEN(WS-TOKEN-IDX)(WS-KEY-LEN + 1:) TO
                   WS-NUM-TEXT
           ELSE
               IF WS-TOKEN-IDX < WS-TOKEN-MAX
                   IF WS-TOKEN(WS-TOKEN-IDX + 1)(1:2) = "- "
                       AND WS-TOKEN-IDX + 2 <= WS-TOKEN-MAX
                       STRING "-" WS-TOKEN(WS-TOKEN-IDX + 2)
                           DELIMITED BY " " INTO WS-NUM-TEXT
                   ELSE
                       MOVE WS-TOKEN(WS-TOKEN-IDX + 1) TO WS-NUM-TEXT
                   END-IF
               END-IF
           END-IF
           END-IF
           PERFORM 2340-CONVERT-NUMBER THRU 2340-EXIT.
       2330-EXIT.
           EXIT.

       2340-CONVERT-NUMBER.
           MOVE 'Y' TO WS-NUM-VALID
           MOVE '+' TO WS-NUM-SIGN
           MOVE ZEROES TO WS-NUM-VALUE
           MOVE ZEROES TO WS-NUM-LEN
           INSPECT WS-NUM-TEXT TALLYING WS-NUM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-NUM-TEXT(1:1) = "-"
               MOVE '-' TO WS-NUM-SIGN
           END-IF
           IF WS-NUM-LEN = 0
               OR (WS-NUM-SIGN = '-' AND WS-NUM-LEN < 2)
               OR (WS-NUM-SIGN = '-' AND WS-NUM-LEN > 10)
               OR (WS-NUM-SIGN = '+' AND WS-NUM-LEN > 9)
               MOVE 'N' TO WS-NUM-VALID
               GO TO 2340-EXIT
           END-IF
           PERFORM 2341-CHECK-ONE-DIGIT THRU 2341-EXIT
               VARYING WS-NUM-SCAN FROM 1 BY 1
               UNTIL WS-NUM-SCAN > WS-NUM-LEN
                  OR WS-NUM-VALID = 'N'
           IF WS-NUM-VALID = 'Y'
               MOVE ZEROES TO WS-NUM-DIGITS
               IF WS-NUM-SIGN = '-'
                   MOVE WS-NUM-TEXT(2:WS-NUM-LEN - 1) TO WS-NUM-DIGITS
                   COMPUTE WS-NUM-VALUE = WS-NUM-DIGITS * -1
               ELSE
                   MOVE WS-NUM-TEXT(1:WS-NUM-LEN) TO WS-NUM-DIGITS
                   MOVE WS-NUM-DIGITS TO WS-NUM-VALUE
               END-IF
           END-IF.
       2340-EXIT.
           EXIT.

       2341-CHECK-ONE-DIGIT.
           IF WS-NUM-SCAN = 1 AND WS-NUM-TEXT(1:1) = "-"
               CONTINUE
           ELSE
               IF WS-NUM-TEXT(WS-NUM-SCAN:1) NOT NUMERIC
                   MOVE 'N' TO WS-NUM-VALID
               END-IF
           END-IF.
       2341-EXIT.
           EXIT.

      *>    An alert line leads with the device name and carries
      *>    "SEVERITY=nn" further along, the same token the digest
      *>    ranks offenders by. Severity 8 and above counts in the
      *>    SEV08 column, anything lower in SEV04.
       2400-SCAN-ALERTS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               MOVE 'Y' TO WS-ALERTS-OK
               PERFORM 2410-SCAN-ONE-ALERT THRU 2410-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE ALERT-FILE.
       2400-EXIT.
           EXIT.

       2410-SCAN-ONE-ALERT.
           READ ALERT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2410-EXIT
           END-READ
           MOVE ALERT-RECORD TO WS-SCAN-LINE
           MOVE 'N' TO WS-SEVERITY-FOUND
           MOVE ZEROES TO WS-LINE-SEVERITY
           PERFORM 2420-CHECK-SEVERITY-TOKEN THRU 2420-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 210
                  OR WS-SEVERITY-FOUND = 'Y'
           IF WS-SEVERITY-FOUND = 'N'
               GO TO 2410-EXIT
           END-IF
           PERFORM 2950-FIND-LINE-DEVICE THRU 2950-EXIT
           IF WS-DEV-FOUND = 'Y'
               SET WS-DEV-IDX TO WS-DEV-MATCH-IDX
               IF WS-LINE-SEVERITY NOT < 8
                   ADD 1 TO WS-DEV-SEV08(WS-DEV-IDX)
               ELSE
                   ADD 1 TO WS-DEV-SEV04(WS-DEV-IDX)
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.

       2420-CHECK-SEVERITY-TOKEN.
           IF WS-SCAN-LINE(WS-SCAN-POS:9) = "SEVERITY="
               AND WS-SCAN-LINE(WS-SCAN-POS + 9:2) NUMERIC
               MOVE 'Y' TO WS-SEVERITY-FOUND
               MOVE WS-SCAN-LINE(WS-SCAN-POS + 9:2) TO
                   WS-LINE-SEVERITY
           END-IF.
       2420-EXIT.
           EXIT.

       2500-SCAN-READOUT-REPORT.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT READOUT-REPORT-FILE
           IF WS-READOUT-REPORT-STATUS = "00"
               MOVE 'Y' TO WS-READOUT-OK
               PERFORM 2510-SCAN-ONE-READOUT THRU 2510-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE READOUT-REPORT-FILE.
       2500-EXIT.
           EXIT.

       2510-SCAN-ONE-READOUT.
           READ READOUT-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2510-EXIT
           END-READ
           MOVE ZEROES TO WS-MATCH-TALLY
           INSPECT READOUT-REPORT-RECORD TALLYING WS-MATCH-TALLY
               FOR ALL "READOUT MISMATCH"
           IF WS-MATCH-TALLY = 0
               GO TO 2510-EXIT
           END-IF
           MOVE READOUT-REPORT-RECORD TO WS-SCAN-LINE
           PERFORM 2950-FIND-LINE-DEVICE THRU 2950-EXIT
           IF WS-DEV-FOUND = 'Y'
               SET WS-DEV-IDX TO WS-DEV-MATCH-IDX
               ADD 1 TO WS-DEV-MISMATCHES(WS-DEV-IDX)
           END-IF.
       2510-EXIT.
           EXIT.

      *>    Every DAY10GLD breach line carries " DEVIATION=" and
      *>    leads with the device name; a device breaching at more
      *>    than one checkpoint counts once per checkpoint.
       2600-SCAN-BASELINE-REPORT.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT BASELINE-REPORT-FILE
           IF WS-BASELINE-REPORT-STATUS = "00"
               MOVE 'Y' TO WS-BASELINE-OK
               PERFORM 2610-SCAN-ONE-BASELINE THRU 2610-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE BASELINE-REPORT-FILE.
       2600-EXIT.
           EXIT.

       2610-SCAN-ONE-BASELINE.
           READ BASELINE-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2610-EXIT
           END-READ
           MOVE ZEROES TO WS-MATCH-TALLY
           INSPECT BASELINE-REPORT-RECORD TALLYING WS-MATCH-TALLY
               FOR ALL " DEVIATION="
           IF WS-MATCH-TALLY = 0
               GO TO 2610-EXIT
           END-IF
           MOVE BASELINE-REPORT-RECORD TO WS-SCAN-LINE
           PERFORM 2950-FIND-LINE-DEVICE THRU 2950-EXIT
           IF WS-DEV-FOUND = 'Y'
               SET WS-DEV-IDX TO WS-DEV-MATCH-IDX
               ADD 1 TO WS-DEV-BREACHES(WS-DEV-IDX)
           END-IF.
       2610-EXIT.
           EXIT.

       2700-SCAN-TREND-REPORT.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT TREND-REPORT-FILE
           IF WS-TREND-REPORT-STATUS = "00"
               MOVE 'Y' TO WS-TREND-OK
               PERFORM 2710-SCAN-ONE-TREND THRU 2710-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE TREND-REPORT-FILE.
       2700-EXIT.
           EXIT.

       2710-SCAN-ONE-TREND.
           READ TREND-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2710-EXIT
           END-READ
           MOVE ZEROES TO WS-MATCH-TALLY
           INSPECT TREND-REPORT-RECORD TALLYING WS-MATCH-TALLY
               FOR ALL "STATUS=DRIFT"
           IF WS-MATCH-TALLY = 0
               GO TO 2710-EXIT
           END-IF
           MOVE TREND-REPORT-RECORD TO WS-SCAN-LINE
           PERFORM 2950-FIND-LINE-DEVICE THRU 2950-EXIT
           IF WS-DEV-FOUND = 'Y'
               SET WS-DEV-IDX TO WS-DEV-MATCH-IDX
               MOVE 'Y' TO WS-DEV-DRIFT(WS-DEV-IDX)
           END-IF.
       2710-EXIT.
           EXIT.

      *>    Each outstanding entry on DAY10RJA's aging report is
      *>    "name LINE n REASON=RJnn ..."; repaired rejects are
      *>    already struck off there, and the reason-code total
      *>    lines ("OUTSTANDING REASON RJnn:") carry no "REASON=".
       2800-SCAN-REJECT-AGING.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT AGE-REPORT-FILE
           IF WS-AGE-REPORT-STATUS = "00"
               MOVE 'Y' TO WS-AGING-OK
               PERFORM 2810-SCAN-ONE-AGING THRU 2810-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE AGE-REPORT-FILE.
       2800-EXIT.
           EXIT.

       2810-SCAN-ONE-AGING.
           READ AGE-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2810-EXIT
           END-READ
           MOVE ZEROES TO WS-MATCH-TALLY
           INSPECT AGE-REPORT-RECORD TALLYING WS-MATCH-TALLY
               FOR ALL " REASON="
           IF WS-MATCH-TALLY = 0
               GO TO 2810-EXIT
           END-IF
           MOVE AGE-REPORT-RECORD TO WS-SCAN-LINE
           PERFORM 2950-FIND-LINE-DEVICE THRU 2950-EXIT
           IF WS-DEV-FOUND = 'Y'
               SET WS-DEV-IDX TO WS-DEV-MATCH-IDX
               ADD 1 TO WS-DEV-REJECTS(WS-DEV-IDX)
           END-IF.
       2810-EXIT.
           EXIT.

      *>    Find WS-LOOKUP-NAME in the device table, adding it under
      *>    "(NOT ON DEVMSTR)" when the master never listed it. The
      *>    entry found or added is brought into scope. A full table
      *>    leaves WS-DEV-FOUND 'N' and the fact unposted; the
      *>    report says so rather than silently short-counting.
       2900-FIND-DEVICE.
           MOVE 'N' TO WS-DEV-FOUND
           MOVE ZEROES TO WS-DEV-MATCH-IDX
           PERFORM 2920-CHECK-DEVICE-ENTRY THRU 2920-EXIT
               VARYING WS-DEV-IDX FROM 1 BY 1
               UNTIL WS-DEV-IDX > WS-DEVICE-COUNT
                  OR WS-DEV-FOUND = 'Y'
           IF WS-DEV-FOUND = 'N'
               IF WS-DEVICE-COUNT NOT < WS-DEVICE-TABLE-MAX
                   MOVE 'Y' TO WS-DEVICE-OVERFLOW
                   GO TO 2900-EXIT
               END-IF
               ADD 1 TO WS-DEVICE-COUNT
               SET WS-DEV-IDX TO WS-DEVICE-COUNT
               PERFORM 2910-CLEAR-DEVICE-ENTRY THRU 2910-EXIT
               MOVE WS-LOOKUP-NAME TO WS-DEV-NAME(WS-DEV-IDX)
               MOVE "(NOT ON DEVMSTR)" TO WS-DEV-LOCATION(WS-DEV-IDX)
               IF WS-LOOKUP-MODEL NOT = SPACES
                   MOVE WS-LOOKUP-MODEL TO WS-DEV-MODEL(WS-DEV-IDX)
               END-IF
               MOVE 'Y' TO WS-DEV-FOUND
               MOVE WS-DEVICE-COUNT TO WS-DEV-MATCH-IDX
           END-IF
           SET WS-DEV-IDX TO WS-DEV-MATCH-IDX
           MOVE 'Y' TO WS-DEV-IN-SCOPE(WS-DEV-IDX).
       2900-EXIT.
           EXIT.

       2910-CLEAR-DEVICE-ENTRY.
           MOVE SPACES TO WS-DEV-NAME(WS-DEV-IDX)
           MOVE SPACES TO WS-DEV-LOCATION(WS-DEV-IDX)
           MOVE "----" TO WS-DEV-MODEL(WS-DEV-IDX)
           MOVE 'N' TO WS-DEV-IN-SCOPE(WS-DEV-IDX)
           MOVE 'N' TO WS-DEV-SCHEDULED(WS-DEV-IDX)
           MOVE 'N' TO WS-DEV-PROCESSED(WS-DEV-IDX)
           MOVE ZEROES TO WS-DEV-SIGNAL(WS-DEV-IDX)
           MOVE ZEROES TO WS-DEV-SEV04(WS-DEV-IDX)
           MOVE ZEROES TO WS-DEV-SEV08(WS-DEV-IDX)
           MOVE ZEROES TO WS-DEV-MISMATCHES(WS-DEV-IDX)
           MOVE ZEROES TO WS-DEV-BREACHES(WS-DEV-IDX)
           MOVE 'N' TO WS-DEV-DRIFT(WS-DEV-IDX)
           MOVE ZEROES TO WS-DEV-REJECTS(WS-DEV-IDX).
       2910-EXIT.
           EXIT.

       2920-CHECK-DEVICE-ENTRY.
           IF WS-DEV-NAME(WS-DEV-IDX) = WS-LOOKUP-NAME
               MOVE 'Y' TO WS-DEV-FOUND
               SET WS-DEV-MATCH-IDX TO WS-DEV-IDX
           END-IF.
       2920-EXIT.
           EXIT.

      *>    The report lines scanned above all lead with the device
      *>    name, so the first blank-delimited token is the key.
       2950-FIND-LINE-DEVICE.
           MOVE 'N' TO WS-DEV-FOUND
           MOVE SPACES TO WS-TOKEN-1
           UNSTRING WS-SCAN-LINE DELIMITED BY " "
               INTO WS-TOKEN-1
           END-UNSTRING
           IF WS-TOKEN-1 = SPACES
               GO TO 2950-EXIT
           END-IF
           MOVE WS-TOKEN-1 TO WS-LOOKUP-NAME
           MOVE SPACES TO WS-LOOKUP-MODEL
           PERFORM 2900-FIND-DEVICE THRU 2900-EXIT.
       2950-EXIT.
           EXIT.

      *>**************************************************************
      *>    3000-SERIES  --  SORT INPUT: RELEASE DEVICES IN SCOPE
      *>**************************************************************
       3000-RELEASE-DEVICES.
           PERFORM 3100-RELEASE-ONE-DEVICE THRU 3100-EXIT
               VARYING WS-DEV-IDX FROM 1 BY 1
               UNTIL WS-DEV-IDX > WS-DEVICE-COUNT.
       3000-EXIT.
           EXIT.

       3100-RELEASE-ONE-DEVICE.
           IF WS-DEV-IN-SCOPE(WS-DEV-IDX) = 'N'
               GO TO 3100-EXIT
           END-IF
           MOVE WS-DEV-LOCATION(WS-DEV-IDX) TO SORT-LOCATION
           MOVE WS-DEV-MODEL(WS-DEV-IDX) TO SORT-MODEL
           MOVE WS-DEV-NAME(WS-DEV-IDX) TO SORT-DEVICE-NAME
           MOVE WS-DEV-SCHEDULED(WS-DEV-IDX) TO SORT-SCHEDULED
           MOVE WS-DEV-PROCESSED(WS-DEV-IDX) TO SORT-PROCESSED
           MOVE WS-DEV-SIGNAL(WS-DEV-IDX) TO SORT-SIGNAL
           MOVE WS-DEV-SEV04(WS-DEV-IDX) TO SORT-SEV04
           MOVE WS-DEV-SEV08(WS-DEV-IDX) TO SORT-SEV08
           MOVE WS-DEV-MISMATCHES(WS-DEV-IDX) TO SORT-MISMATCHES
           MOVE WS-DEV-BREACHES(WS-DEV-IDX) TO SORT-BREACHES
           MOVE WS-DEV-DRIFT(WS-DEV-IDX) TO SORT-DRIFT
           MOVE WS-DEV-REJECTS(WS-DEV-IDX) TO SORT-REJECTS
           RELEASE SORT-RECORD.
       3100-EXIT.
           EXIT.

      *>**************************************************************
      *>    4000-SERIES  --  SORT OUTPUT: LOCATION / MODEL ROLL-UP
      *>**************************************************************
       4000-WRITE-ROLLUP.
           PERFORM 4100-WRITE-REPORT-HEADER THRU 4100-EXIT
           PERFORM 4200-RETURN-ONE-DEVICE THRU 4200-EXIT
               UNTIL WS-SORT-EOF = 'Y'
           IF WS-FIRST-DEVICE = 'N'
               PERFORM 4400-CLOSE-MODEL-GROUP THRU 4400-EXIT
               PERFORM 4500-CLOSE-LOCATION THRU 4500-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-FLEET-LINE
           STRING "DAY10FLT FLEET HEALTH BY LOCATION AND MODEL - "
                   "RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-FLEET-LINE
           PERFORM 8000-WRITE-FLEET-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-FLEET-LINE
           MOVE WS-SITE-SHARE-PCT TO WS-EDIT-PCT
           MOVE WS-SITE-MIN-DEVICES TO WS-EDIT-COUNT
           STRING "SITE CHECK WHEN OVER " WS-EDIT-PCT
                   "% OF A LOCATION'S DEVICES ARE OUT OF SPEC"
                   " (ALERT, MISMATCH, BREACH OR DRIFT) AND IT HAS"
                   " AT LEAST" WS-EDIT-COUNT " DEVICE(S)"
               DELIMITED BY SIZE INTO WS-FLEET-LINE
           PERFORM 8000-WRITE-FLEET-LINE THRU 8000-EXIT
           IF WS-MASTER-OK = 'N'
               MOVE "DEVMSTR" TO WS-NOTE-DDNAME
               PERFORM 4110-WRITE-INPUT-NOTE THRU 4110-EXIT
           END-IF
           IF WS-DRIVER-OK = 'N'
               MOVE "DEVICES" TO WS-NOTE-DDNAME
               PERFORM 4110-WRITE-INPUT-NOTE THRU 4110-EXIT
           END-IF
           IF WS-SUMMARY-OK = 'N'
               MOVE "SUMMARY" TO WS-NOTE-DDNAME
               PERFORM 4110-WRITE-INPUT-NOTE THRU 4110-EXIT
           END-IF
           IF WS-ALERTS-OK = 'N'
               MOVE "ALERTS" TO WS-NOTE-DDNAME
               PERFORM 4110-WRITE-INPUT-NOTE THRU 4110-EXIT
           END-IF
           IF WS-READOUT-OK = 'N'
               MOVE "CRTRPT" TO WS-NOTE-DDNAME
               PERFORM 4110-WRITE-INPUT-NOTE THRU 4110-EXIT
           END-IF
           IF WS-BASELINE-OK = 'N'
               MOVE "GLDEXCP" TO WS-NOTE-DDNAME
               PERFORM 4110-WRITE-INPUT-NOTE THRU 4110-EXIT
           END-IF
           IF WS-TREND-OK = 'N'
               MOVE "TRNDRPT" TO WS-NOTE-DDNAME
               PERFORM 4110-WRITE-INPUT-NOTE THRU 4110-EXIT
           END-IF
           IF WS-AGING-OK = 'N'
               MOVE "RJARPT" TO WS-NOTE-DDNAME
               PERFORM 4110-WRITE-INPUT-NOTE THRU 4110-EXIT
           END-IF
           IF WS-DEVICE-OVERFLOW = 'Y'
               MOVE SPACES TO WS-FLEET-LINE
               MOVE WS-DEVICE-TABLE-MAX TO WS-EDIT-COUNT
               STRING "NOTE: DEVICE TABLE FULL AT" WS-EDIT-COUNT
                       " - DEVICES BEYOND IT ARE NOT ROLLED UP"
                   DELIMITED BY SIZE INTO WS-FLEET-LINE
               PERFORM 8000-WRITE-FLEET-LINE THRU 8000-EXIT
               DISPLAY "DAY10FLT: DEVICE TABLE FULL, ROLL-UP IS "
                   "INCOMPLETE"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

       4110-WRITE-INPUT-NOTE.
           MOVE SPACES TO WS-FLEET-LINE
           STRING "NOTE: " FUNCTION TRIM(WS-NOTE-DDNAME)
                   " NOT AVAILABLE - ITS COLUMNS READ ZERO"
               DELIMITED BY SIZE INTO WS-FLEET-LINE
           PERFORM 8000-WRITE-FLEET-LINE THRU 8000-EXIT.
       4110-EXIT.
           EXIT.

       4200-RETURN-ONE-DEVICE.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
               NOT AT END
                   PERFORM 4300-POST-DEVICE THRU 4300-EXIT
           END-RETURN.
       4200-EXIT.
           EXIT.

       4300-POST-DEVICE.
           IF WS-FIRST-DEVICE = 'Y'
               MOVE 'N' TO WS-FIRST-DEVICE
               PERFORM 4350-OPEN-LOCATION THRU 4350-EXIT
           ELSE
               IF SORT-LOCATION NOT = WS-CUR-LOCATION
                   PERFORM 4400-CLOSE-MODEL-GROUP THRU 4400-EXIT
                   PERFORM 4500-CLOSE-LOCATION THRU 4500-EXIT
                   PERFORM 4350-OPEN-LOCATION THRU 4350-EXIT
               ELSE
                   IF SORT-MODEL NOT = WS-CUR-MODEL
                       PERFORM 4400-CLOSE-MODEL-GROUP THRU 4400-EXIT
                       MOVE SORT-MODEL TO WS-CUR-MODEL
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO WS-DEVICE-OUT-OF-SPEC
           IF SORT-SEV04 > 0 OR SORT-SEV08 > 0
               OR SORT-MISMATCHES > 0 OR SORT-BREACHES > 0
               OR SORT-DRIFT = 'Y'
               MOVE 'Y' TO WS-DEVICE-OUT-OF-SPEC
           END-IF
           PERFORM 4310-POST-TO-ACCUM THRU 4310-EXIT
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > 3.
       4300-EXIT.
           EXIT.

       4310-POST-TO-ACCUM.
           ADD 1 TO WS-ACC-DEVICES(WS-ACC-IDX)
           IF SORT-SCHEDULED = 'Y'
               ADD 1 TO WS-ACC-SCHEDULED(WS-ACC-IDX)
           END-IF
           IF SORT-PROCESSED = 'Y'
               IF WS-ACC-PROCESSED(WS-ACC-IDX) = 0
                   MOVE SORT-SIGNAL TO WS-ACC-SIG-MIN(WS-ACC-IDX)
                   MOVE SORT-SIGNAL TO WS-ACC-SIG-MAX(WS-ACC-IDX)
               END-IF
               IF SORT-SIGNAL < WS-ACC-SIG-MIN(WS-ACC-IDX)
                   MOVE SORT-SIGNAL TO WS-ACC-SIG-MIN(WS-ACC-IDX)
               END-IF
               IF SORT-SIGNAL > WS-ACC-SIG-MAX(WS-ACC-IDX)
                   MOVE SORT-SIGNAL TO WS-ACC-SIG-MAX(WS-ACC-IDX)
               END-IF
               ADD 1 TO WS-ACC-PROCESSED(WS-ACC-IDX)
               ADD SORT-SIGNAL TO WS-ACC-SIG-SUM(WS-ACC-IDX)
           END-IF
           ADD SORT-SEV04 TO WS-ACC-SEV04(WS-ACC-IDX)
           ADD SORT-SEV08 TO WS-ACC-SEV08(WS-ACC-IDX)
           ADD SORT-MISMATCHES TO WS-ACC-MISMATCHES(WS-ACC-IDX)
           ADD SORT-BREACHES TO WS-ACC-BREACHES(WS-ACC-IDX)
           IF SORT-DRIFT = 'Y'
               ADD 1 TO WS-ACC-DRIFT(WS-ACC-IDX)
           END-IF
           ADD SORT-REJECTS TO WS-ACC-REJECTS(WS-ACC-IDX)
           IF WS-DEVICE-OUT-OF-SPEC = 'Y'
               ADD 1 TO WS-ACC-OUT-OF-SPEC(WS-ACC-IDX)
           END-IF.
       4310-EXIT.
           EXIT.

       4350-OPEN-LOCATION.
           MOVE SORT-LOCATION TO WS-CUR-LOCATION
           MOVE SORT-MODEL TO WS-CUR-MODEL
           ADD 1 TO WS-LOCATION-COUNT
           MOVE SPACES TO WS-FLEET-LINE
           PERFORM 8000-WRITE-FLEET-LINE THRU 8000-EXIT
           STRING "LOCATION: " WS-CUR-LOCATION
               DELIMITED BY SIZE INTO WS-FLEET-LINE
           PERFORM 8000-WRITE-FLEET-LINE THRU 8000-EXIT.
       4350-EXIT.
           EXIT.

       4400-CLOSE-MODEL-GROUP.
           MOVE WS-ACC-MODEL TO WS-ACC-SELECT
           PERFORM 4600-FORMAT-FACTS THRU 4600-EXIT
           MOVE SPACES TO WS-FLEET-LINE
           STRING "  MODEL=" WS-CUR-MODEL "      " WS-FACTS-TEXT
               DELIMITED BY SIZE INTO WS-FLEET-LINE
           PERFORM 8000-WRITE-FLEET-LINE THRU 8000-EXIT
           MOVE ZEROES TO WS-ACC-ENTRY(WS-ACC-MODEL).
       4400-EXIT.
           EXIT.

      *>    The location total, then the site verdict: the share is
      *>    compared as out-of-spec x 100 against threshold x
      *>    devices so a boundary share is never lost to rounding.
       4500-CLOSE-LOCATION.
           MOVE WS-ACC-LOCATION TO WS-ACC-SELECT
           PERFORM 4600-FORMAT-FACTS THRU 4600-EXIT
           MOVE SPACES TO WS-FLEET-LINE
           STRING "  LOCATION TOTAL  " WS-FACTS-TEXT
               DELIMITED BY SIZE INTO WS-FLEET-LINE
           PERFORM 8000-WRITE-FLEET-LINE THRU 8000-EXIT
           SET WS-ACC-IDX TO WS-ACC-LOCATION
           MOVE 'N' TO WS-SITE-FLAGGED
           MOVE ZEROES TO WS-SHARE-PCT
           IF WS-ACC-DEVICES(WS-ACC-IDX) > 0
               COMPUTE WS-SHARE-PCT =
                   WS-ACC-OUT-OF-SPEC(WS-ACC-IDX) * 100
                       / WS-ACC-DEVICES(WS-ACC-IDX)
               IF WS-ACC-OUT-OF-SPEC(WS-ACC-IDX) * 100 >
                       WS-SITE-SHARE-PCT * WS-ACC-DEVICES(WS-ACC-IDX)
                   AND WS-ACC-DEVICES(WS-ACC-IDX) NOT <
                       WS-SITE-MIN-DEVICES
                   MOVE 'Y' TO WS-SITE-FLAGGED
               END-IF
           END-IF
           MOVE WS-ACC-OUT-OF-SPEC(WS-ACC-IDX) TO WS-EDIT-COUNT
           MOVE WS-ACC-DEVICES(WS-ACC-IDX) TO WS-EDIT-COUNT-2
           MOVE WS-SHARE-PCT TO WS-EDIT-PCT
           MOVE SPACES TO WS-FLEET-LINE
           IF WS-SITE-FLAGGED = 'Y'
               ADD 1 TO WS-FLAGGED-COUNT
               STRING "  OUT OF SPEC=" WS-EDIT-COUNT
                       " OF" WS-EDIT-COUNT-2 " DEVICE(S) ("
                       WS-EDIT-PCT "%) STATUS=SITE-CHECK"
                       " *** LIKELY SITE PROBLEM - POWER OR "
                       "ENVIRONMENT ***"
                   DELIMITED BY SIZE INTO WS-FLEET-LINE
               DISPLAY "DAY10FLT: SITE CHECK "
                   FUNCTION TRIM(WS-CUR-LOCATION) " -"
                   WS-EDIT-COUNT " OF" WS-EDIT-COUNT-2
                   " DEVICE(S) OUT OF SPEC"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               STRING "  OUT OF SPEC=" WS-EDIT-COUNT
                       " OF" WS-EDIT-COUNT-2 " DEVICE(S) ("
                       WS-EDIT-PCT "%) STATUS=OK"
                   DELIMITED BY SIZE INTO WS-FLEET-LINE
           END-IF
           PERFORM 8000-WRITE-FLEET-LINE THRU 8000-EXIT
           MOVE ZEROES TO WS-ACC-ENTRY(WS-ACC-LOCATION).
       4500-EXIT.
           EXIT.

      *>    Formats accumulator WS-ACC-SELECT into WS-FACTS-TEXT.
      *>    Signal figures cover processed devices only; a group
      *>    with none processed shows N/A rather than a zero that
      *>    would read as a dead signal.
       4600-FORMAT-FACTS.
           SET WS-ACC-IDX TO WS-ACC-SELECT
           MOVE WS-ACC-SCHEDULED(WS-ACC-IDX) TO WS-EDIT-SCHEDULED
           MOVE WS-ACC-PROCESSED(WS-ACC-IDX) TO WS-EDIT-PROCESSED
           MOVE WS-ACC-SEV04(WS-ACC-IDX) TO WS-EDIT-SEV04
           MOVE WS-ACC-SEV08(WS-ACC-IDX) TO WS-EDIT-SEV08
           MOVE WS-ACC-MISMATCHES(WS-ACC-IDX) TO WS-EDIT-MISMATCHES
           MOVE WS-ACC-BREACHES(WS-ACC-IDX) TO WS-EDIT-BREACHES
           MOVE WS-ACC-DRIFT(WS-ACC-IDX) TO WS-EDIT-DRIFT
           MOVE WS-ACC-REJECTS(WS-ACC-IDX) TO WS-EDIT-REJECTS
           MOVE SPACES TO WS-SIGNAL-TEXT
           IF WS-ACC-PROCESSED(WS-ACC-IDX) > 0
               COMPUTE WS-AVG-SIGNAL ROUNDED =
                   WS-ACC-SIG-SUM(WS-ACC-IDX) /
                       WS-ACC-PROCESSED(WS-ACC-IDX)
               MOVE WS-AVG-SIGNAL TO WS-EDIT-AVG
               MOVE WS-ACC-SIG-MIN(WS-ACC-IDX) TO WS-EDIT-MIN
               MOVE WS-ACC-SIG-MAX(WS-ACC-IDX) TO WS-EDIT-MAX
               STRING " AVG=" WS-EDIT-AVG
                       " MIN=" WS-EDIT-MIN
                       " MAX=" WS-EDIT-MAX
                   DELIMITED BY SIZE INTO WS-SIGNAL-TEXT
           ELSE
               STRING " AVG=       N/A"
                       " MIN=       N/A"
                       " MAX=       N/A"
                   DELIMITED BY SIZE INTO WS-SIGNAL-TEXT
           END-IF
           MOVE SPACES TO WS-FACTS-TEXT
           STRING "SCHEDULED=" WS-EDIT-SCHEDULED
                   " PROCESSED=" WS-EDIT-PROCESSED
                   WS-SIGNAL-TEXT(1:45)
                   " SEV04=" WS-EDIT-SEV04
                   " SEV08=" WS-EDIT-SEV08
                   " MISMATCH=" WS-EDIT-MISMATCHES
                   " BREACH=" WS-EDIT-BREACHES
                   " DRIFT=" WS-EDIT-DRIFT
                   " REJECTS=" WS-EDIT-REJECTS
               DELIMITED BY SIZE INTO WS-FACTS-TEXT.
       4600-EXIT.
           EXIT.

      *>**************************************************************
      *>    5000-SERIES  --  FLEET TOTAL
      *>**************************************************************
       5000-WRITE-FLEET-TOTAL.
           MOVE SPACES TO WS-FLEET-LINE
           PERFORM 8000-WRITE-FLEET-LINE THRU 8000-EXIT
           MOVE WS-ACC-FLEET TO WS-ACC-SELECT
           PERFORM 4600-FORMAT-FACTS THRU 4600-EXIT
           STRING "FLEET TOTAL       " WS-FACTS-TEXT
               DELIMITED BY SIZE INTO WS-FLEET-LINE
           PERFORM 8000-WRITE-FLEET-LINE THRU 8000-EXIT
           SET WS-ACC-IDX TO WS-ACC-FLEET
           MOVE SPACES TO WS-FLEET-LINE
           MOVE WS-ACC-OUT-OF-SPEC(WS-ACC-IDX) TO WS-EDIT-COUNT
           MOVE WS-ACC-DEVICES(WS-ACC-IDX) TO WS-EDIT-COUNT-2
           STRING "OUT OF SPEC=" WS-EDIT-COUNT
                   " OF" WS-EDIT-COUNT-2 " DEVICE(S)"
               DELIMITED BY SIZE INTO WS-FLEET-LINE
           PERFORM 8000-WRITE-FLEET-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-FLEET-LINE
           MOVE WS-LOCATION-COUNT TO WS-EDIT-COUNT
           MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT-2
           STRING "LOCATIONS=" WS-EDIT-COUNT
                   " FLAGGED SITE-CHECK=" WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO WS-FLEET-LINE
           PERFORM 8000-WRITE-FLEET-LINE THRU 8000-EXIT.
       5000-EXIT.
           EXIT.

      *>**************************************************************
      *>    8000-SERIES  --  REPORT OUTPUT
      *>**************************************************************
       8000-WRITE-FLEET-LINE.
           MOVE WS-FLEET-LINE TO FLEET-REPORT-RECORD
           WRITE FLEET-REPORT-RECORD
           MOVE SPACES TO WS-FLEET-LINE.
       8000-EXIT.
           EXIT.

      *>**************************************************************
      *>    9000-SERIES  --  TERMINATION
      *>**************************************************************
       9000-TERMINATE.
           CLOSE FLEET-REPORT-FILE
           DISPLAY "DAY10FLT: " WS-LOCATION-COUNT " LOCATION(S), "
               WS-FLAGGED-COUNT " FLAGGED FOR SITE CHECK".
       9000-EXIT.
           EXIT.
