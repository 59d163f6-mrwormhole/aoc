      *>**************************************************************
      *> PROGRAM      : DAY10WOR
      *> AUTHOR       : mrwormhole
      *> DATE-WRITTEN : 15th of October, 2026
      *>
      *> Field-service dispatch. Tickets used to be typed by hand
      *> from the morning digest, so devices were missed and a
      *> device failing every night was ticketed every night. This
      *> step decides dispatch from the night's outputs: a device is
      *> failing when it has a severity 8 ALERTS entry (WO01), a
      *> DAY10CRT readout mismatch (WO02) or a DAY10GLD baseline
      *> breach that has now persisted for the WOPARM number of
      *> consecutive nights (WO03). The work-order master
      *> (WOMSTR.CPY) carries each tracked device's ticket and its
      *> breach run from night to night:
      *>   - a failing device with no ticket gets a new one, written
      *>     to the WOEXT interface file (WOEXT.CPY: header, one
      *>     detail per ticket, count/hash trailer) for the
      *>     field-service system to load;
      *>   - a failing device with an open ticket is not raised
      *>     again, only listed;
      *>   - the WOCLOSE closure feed from field service closes open
      *>     tickets; a device still failing after its ticket closed
      *>     is reported REPAIRED BUT STILL FAILING every night until
      *>     it runs clean, rather than being silently re-ticketed,
      *>     and its first clean processed night confirms the repair
      *>     and releases it.
      *> A breach run only resets on a night DAY10GLD actually ran
      *> (its verdict line is on GLDEXCP), so a night the step was
      *> bypassed neither extends nor breaks a run. New tickets,
      *> repaired-but-still-failing devices and rejected closures
      *> grade the step RC 4; the job swaps the new master in only
      *> when the step got that far.
      *>
      *> MODIFICATION HISTORY
      *> ---------------------------------------------------------
      *> 2026-10-15  mrwormhole   Original field-service dispatch.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10WOR.
       AUTHOR. mrwormhole.
       DATE-WRITTEN. 15th of October, 2026.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL OLD-WOM-FILE ASSIGN TO WOMSTR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OLD-WOM-STATUS.

               SELECT NEW-WOM-FILE ASSIGN TO WOMSTRN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NEW-WOM-STATUS.

               SELECT OPTIONAL MASTER-FILE ASSIGN TO DEVMSTR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MASTER-STATUS.

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

               SELECT OPTIONAL CLOSURE-FILE ASSIGN TO WOCLOSE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLOSURE-STATUS.

               SELECT OPTIONAL WO-PARM-FILE ASSIGN TO WOPARM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WO-PARM-STATUS.

               SELECT WO-EXTRACT-FILE ASSIGN TO WOEXT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WO-EXTRACT-STATUS.

               SELECT WO-REPORT-FILE ASSIGN TO WORPT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WO-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD OLD-WOM-FILE.
           COPY "womstr.cpy".

           FD NEW-WOM-FILE.
           01 NEW-WOM-RECORD             PIC X(115).

           FD MASTER-FILE.
           COPY "devmstr.cpy".

           FD SUMMARY-FILE.
           01 SUMMARY-RECORD             PIC X(200).

           FD ALERT-FILE.
           01 ALERT-RECORD               PIC X(200).

           FD READOUT-REPORT-FILE.
           01 READOUT-REPORT-RECORD      PIC X(132).

           FD BASELINE-REPORT-FILE.
           01 BASELINE-REPORT-RECORD     PIC X(200).

      *>    Closure feed from the field-service system: the ticket
      *>    number as issued on WOEXT, the device, the date the
      *>    engineer closed it and their closure code.
           FD CLOSURE-FILE.
           01 CLOSURE-RECORD.
               05 CLO-TICKET-NUMBER      PIC 9(12).
               05 FILLER                 PIC X(1).
               05 CLO-DEVICE-NAME        PIC X(60).
               05 FILLER                 PIC X(1).
               05 CLO-CLOSED-DATE        PIC 9(8).
               05 FILLER                 PIC X(1).
               05 CLO-CLOSURE-CODE       PIC X(4).

      *>    Consecutive breach nights before WO03 dispatches (a
      *>    single 3-digit number).
           FD WO-PARM-FILE.
           01 WO-PARM-RECORD             PIC X(3).

           FD WO-EXTRACT-FILE.
           COPY "woext.cpy".

           FD WO-REPORT-FILE.
           01 WO-REPORT-RECORD           PIC X(160).

           WORKING-STORAGE SECTION.
      *>---------------------------------------------------------
      *>    FILE STATUS SWITCHES
      *>---------------------------------------------------------
           01 WS-OLD-WOM-STATUS          PIC X(2).
           01 WS-NEW-WOM-STATUS          PIC X(2).
           01 WS-MASTER-STATUS           PIC X(2).
           01 WS-SUMMARY-STATUS          PIC X(2).
           01 WS-ALERT-STATUS            PIC X(2).
           01 WS-READOUT-REPORT-STATUS   PIC X(2).
           01 WS-BASELINE-REPORT-STATUS  PIC X(2).
           01 WS-CLOSURE-STATUS          PIC X(2).
           01 WS-WO-PARM-STATUS          PIC X(2).
           01 WS-WO-EXTRACT-STATUS       PIC X(2).
           01 WS-WO-REPORT-STATUS        PIC X(2).
           01 WS-SCAN-EOF                PIC X(1).

      *>---------------------------------------------------------
      *>    DISPATCH THRESHOLD
      *>    From WOPARM; the default applies when the file is
      *>    absent or unreadable. Zero is treated as one - a
      *>    breach must be seen at least once to dispatch.
      *>---------------------------------------------------------
           01 WS-BREACH-NIGHTS           PIC 9(3) VALUE 3.

      *>---------------------------------------------------------
      *>    DEVICE TABLE
      *>    The old work-order master, the device master (for the
      *>    location and model the engineer needs) and tonight's
      *>    failures, merged one entry per device.
      *>---------------------------------------------------------
           01 WS-DEVICE-TABLE.
               05 WS-WOD-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-WOD-IDX.
                   10 WS-WOD-NAME        PIC X(60).
                   10 WS-WOD-LOCATION    PIC X(20).
                   10 WS-WOD-MODEL       PIC X(4).
                   10 WS-WOD-STATUS      PIC X(1).
                   10 WS-WOD-TICKET      PIC 9(12).
                   10 WS-WOD-REASON      PIC X(4).
                   10 WS-WOD-OPENED      PIC 9(8).
                   10 WS-WOD-CLOSED      PIC 9(8).
                   10 WS-WOD-CLOSURE     PIC X(4).
                   10 WS-WOD-FAILS-SINCE PIC 9(5).
                   10 WS-WOD-STREAK      PIC 9(5).
                   10 WS-WOD-LAST-RUN    PIC 9(8).
                   10 WS-WOD-PROCESSED   PIC X(1).
                   10 WS-WOD-SIGNAL      PIC S9(9).
                   10 WS-WOD-SEVERITY    PIC 9(2).
                   10 WS-WOD-MISMATCH    PIC X(1).
                   10 WS-WOD-BREACHED    PIC X(1).
           01 WS-DEVICE-TABLE-MAX        PIC 9(4) VALUE 2000.
           01 WS-DEVICE-COUNT            PIC 9(4) VALUE ZEROES.
           01 WS-WOD-FOUND               PIC X(1).
           01 WS-WOD-MATCH-IDX           PIC 9(4).
           01 WS-DEVICE-OVERFLOW         PIC X(1) VALUE 'N'.
           01 WS-LOOKUP-NAME             PIC X(60).

      *>---------------------------------------------------------
      *>    NIGHT AND DISPATCH WORK AREAS
      *>---------------------------------------------------------
           01 WS-RUN-DATE                PIC 9(8) VALUE ZEROES.
           01 WS-GLD-RAN                 PIC X(1) VALUE 'N'.
           01 WS-DEVICE-FAILING          PIC X(1).
           01 WS-FAIL-REASON             PIC X(4).
           01 WS-TICKET-SEQ              PIC 9(4) VALUE ZEROES.
           01 WS-TICKET-NUMBER           PIC 9(12).
           01 WS-RAISED-COUNT            PIC 9(5) VALUE ZEROES.
           01 WS-STILL-OPEN-COUNT        PIC 9(5) VALUE ZEROES.
           01 WS-CLOSED-COUNT            PIC 9(5) VALUE ZEROES.
           01 WS-STILL-FAILING-COUNT     PIC 9(5) VALUE ZEROES.
           01 WS-CONFIRMED-COUNT         PIC 9(5) VALUE ZEROES.
           01 WS-CLOSURE-REJECT-COUNT    PIC 9(5) VALUE ZEROES.
           01 WS-OPEN-ON-MASTER          PIC 9(5) VALUE ZEROES.
           01 WS-MASTER-WRITTEN          PIC 9(5) VALUE ZEROES.
           01 WS-WOX-DETAIL-COUNT        PIC 9(9) VALUE ZEROES.
           01 WS-WOX-TICKET-HASH         PIC 9(18) VALUE ZEROES.

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
           01 WS-WO-LINE                 PIC X(160).
           01 WS-EDIT-COUNT              PIC ZZZZ9.
           01 WS-EDIT-NIGHTS             PIC ZZZZ9.
           01 WS-EDIT-LIMIT              PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-MASTERS THRU 2000-EXIT
           PERFORM 3000-GATHER-FAILURES THRU 3000-EXIT
           PERFORM 4000-APPLY-CLOSURES THRU 4000-EXIT
           PERFORM 5000-DECIDE-DISPATCH THRU 5000-EXIT
           PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *>**************************************************************
      *>    1000-SERIES  --  INITIALIZATION
      *>**************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT WO-REPORT-FILE
           OPEN OUTPUT WO-EXTRACT-FILE
           OPEN OUTPUT NEW-WOM-FILE
           IF WS-WO-REPORT-STATUS NOT = "00"
               OR WS-WO-EXTRACT-STATUS NOT = "00"
               OR WS-NEW-WOM-STATUS NOT = "00"
               DISPLAY "DAY10WOR: UNABLE TO OPEN OUTPUTS, WORPT="
                   WS-WO-REPORT-STATUS " WOEXT="
                   WS-WO-EXTRACT-STATUS " WOMSTRN="
                   WS-NEW-WOM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT
           MOVE SPACES TO WOX-HEADER-REC
           MOVE 'H' TO WOXH-RECORD-TYPE
           MOVE WS-RUN-DATE TO WOXH-RUN-DATE
           MOVE "DAY10WOR" TO WOXH-SOURCE
           WRITE WOX-HEADER-REC
           MOVE SPACES TO WS-WO-LINE
           STRING "DAY10WOR FIELD-SERVICE DISPATCH - RUN DATE "
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
           MOVE WS-BREACH-NIGHTS TO WS-EDIT-LIMIT
           STRING "BASELINE BREACHES DISPATCH AFTER" WS-EDIT-LIMIT
                   " CONSECUTIVE NIGHT(S)"
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-PARAMETERS.
           OPEN INPUT WO-PARM-FILE
           IF WS-WO-PARM-STATUS = "00"
               READ WO-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WO-PARM-RECORD IS NUMERIC
                           MOVE WO-PARM-RECORD TO WS-BREACH-NIGHTS
                       END-IF
               END-READ
           END-IF
           CLOSE WO-PARM-FILE
           IF WS-BREACH-NIGHTS = 0
               MOVE 1 TO WS-BREACH-NIGHTS
           END-IF
           DISPLAY "DAY10WOR: BREACH DISPATCH AFTER " WS-BREACH-NIGHTS
               " NIGHT(S)".
       1100-EXIT.
           EXIT.

      *>**************************************************************
      *>    2000-SERIES  --  LOAD THE WORK-ORDER AND DEVICE MASTERS
      *>**************************************************************
       2000-LOAD-MASTERS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT OLD-WOM-FILE
           IF WS-OLD-WOM-STATUS = "00"
               PERFORM 2100-LOAD-ONE-WORK-ORDER THRU 2100-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE OLD-WOM-FILE
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               PERFORM 2200-LOAD-ONE-DEVICE THRU 2200-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE MASTER-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-WORK-ORDER.
           READ OLD-WOM-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2100-EXIT
           END-READ
           IF WOM-DEVICE-NAME = SPACES
               GO TO 2100-EXIT
           END-IF
           MOVE WOM-DEVICE-NAME TO WS-LOOKUP-NAME
           PERFORM 2900-FIND-DEVICE THRU 2900-EXIT
           IF WS-WOD-FOUND = 'N'
               GO TO 2100-EXIT
           END-IF
           SET WS-WOD-IDX TO WS-WOD-MATCH-IDX
           MOVE WOM-TICKET-STATUS TO WS-WOD-STATUS(WS-WOD-IDX)
           MOVE WOM-TICKET-NUMBER TO WS-WOD-TICKET(WS-WOD-IDX)
           MOVE WOM-REASON-CODE TO WS-WOD-REASON(WS-WOD-IDX)
           MOVE WOM-OPENED-DATE TO WS-WOD-OPENED(WS-WOD-IDX)
           MOVE WOM-CLOSED-DATE TO WS-WOD-CLOSED(WS-WOD-IDX)
           MOVE WOM-CLOSURE-CODE TO WS-WOD-CLOSURE(WS-WOD-IDX)
           MOVE WOM-FAILS-SINCE-CLOSE TO WS-WOD-FAILS-SINCE(WS-WOD-IDX)
           MOVE WOM-BREACH-STREAK TO WS-WOD-STREAK(WS-WOD-IDX)
           IF WOM-LAST-RUN-DATE IS NUMERIC
               MOVE WOM-LAST-RUN-DATE TO WS-WOD-LAST-RUN(WS-WOD-IDX)
           END-IF
      *>    A ticket raised earlier tonight (a rerun after the swap)
      *>    keeps its number; new ones continue the sequence.
           IF WOM-TICKET-NUMBER(1:8) = WS-RUN-DATE
               AND WOM-TICKET-NUMBER(9:4) > WS-TICKET-SEQ
               MOVE WOM-TICKET-NUMBER(9:4) TO WS-TICKET-SEQ
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LOAD-ONE-DEVICE.
           READ MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2200-EXIT
           END-READ
           IF DEVM-DEVICE-NAME = SPACES
               GO TO 2200-EXIT
           END-IF
           MOVE DEVM-DEVICE-NAME TO WS-LOOKUP-NAME
           PERFORM 2900-FIND-DEVICE THRU 2900-EXIT
           IF WS-WOD-FOUND = 'Y'
               SET WS-WOD-IDX TO WS-WOD-MATCH-IDX
               MOVE DEVM-LOCATION TO WS-WOD-LOCATION(WS-WOD-IDX)
               MOVE DEVM-MODEL-CODE TO WS-WOD-MODEL(WS-WOD-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

      *>    Find WS-LOOKUP-NAME in the device table, adding a blank
      *>    entry when it is not there yet. A full table leaves
      *>    WS-WOD-FOUND 'N'; the totals say so and the step ends
      *>    RC 8 so the master is not swapped short of devices.
       2900-FIND-DEVICE.
           MOVE 'N' TO WS-WOD-FOUND
           MOVE ZEROES TO WS-WOD-MATCH-IDX
           PERFORM 2920-CHECK-DEVICE-ENTRY THRU 2920-EXIT
               VARYING WS-WOD-IDX FROM 1 BY 1
               UNTIL WS-WOD-IDX > WS-DEVICE-COUNT
                  OR WS-WOD-FOUND = 'Y'
           IF WS-WOD-FOUND = 'Y'
               GO TO 2900-EXIT
           END-IF
           IF WS-DEVICE-COUNT NOT < WS-DEVICE-TABLE-MAX
               MOVE 'Y' TO WS-DEVICE-OVERFLOW
               GO TO 2900-EXIT
           END-IF
           ADD 1 TO WS-DEVICE-COUNT
           SET WS-WOD-IDX TO WS-DEVICE-COUNT
           MOVE WS-LOOKUP-NAME TO WS-WOD-NAME(WS-WOD-IDX)
           MOVE SPACES TO WS-WOD-LOCATION(WS-WOD-IDX)
           MOVE SPACES TO WS-WOD-MODEL(WS-WOD-IDX)
           MOVE SPACE TO WS-WOD-STATUS(WS-WOD-IDX)
           MOVE ZEROES TO WS-WOD-TICKET(WS-WOD-IDX)
           MOVE SPACES TO WS-WOD-REASON(WS-WOD-IDX)
           MOVE ZEROES TO WS-WOD-OPENED(WS-WOD-IDX)
           MOVE ZEROES TO WS-WOD-CLOSED(WS-WOD-IDX)
           MOVE SPACES TO WS-WOD-CLOSURE(WS-WOD-IDX)
           MOVE ZEROES TO WS-WOD-FAILS-SINCE(WS-WOD-IDX)
           MOVE ZEROES TO WS-WOD-STREAK(WS-WOD-IDX)
           MOVE ZEROES TO WS-WOD-LAST-RUN(WS-WOD-IDX)
           MOVE 'N' TO WS-WOD-PROCESSED(WS-WOD-IDX)
           MOVE ZEROES TO WS-WOD-SIGNAL(WS-WOD-IDX)
           MOVE ZEROES TO WS-WOD-SEVERITY(WS-WOD-IDX)
           MOVE 'N' TO WS-WOD-MISMATCH(WS-WOD-IDX)
           MOVE 'N' TO WS-WOD-BREACHED(WS-WOD-IDX)
           MOVE 'Y' TO WS-WOD-FOUND
           MOVE WS-DEVICE-COUNT TO WS-WOD-MATCH-IDX.
       2900-EXIT.
           EXIT.

       2920-CHECK-DEVICE-ENTRY.
           IF WS-WOD-NAME(WS-WOD-IDX) = WS-LOOKUP-NAME
               MOVE 'Y' TO WS-WOD-FOUND
               SET WS-WOD-MATCH-IDX TO WS-WOD-IDX
           END-IF.
       2920-EXIT.
           EXIT.

      *>    The report lines scanned below all lead with the device
      *>    name, so the first blank-delimited token is the key.
       2950-FIND-LINE-DEVICE.
           MOVE 'N' TO WS-WOD-FOUND
           MOVE SPACES TO WS-TOKEN-1
           UNSTRING WS-SCAN-LINE DELIMITED BY " "
               INTO WS-TOKEN-1
           END-UNSTRING
           IF WS-TOKEN-1 = SPACES
               GO TO 2950-EXIT
           END-IF
           MOVE WS-TOKEN-1 TO WS-LOOKUP-NAME
           PERFORM 2900-FIND-DEVICE THRU 2900-EXIT
           IF WS-WOD-FOUND = 'Y'
               SET WS-WOD-IDX TO WS-WOD-MATCH-IDX
           END-IF.
       2950-EXIT.
           EXIT.

      *>**************************************************************
      *>    3000-SERIES  --  GATHER TONIGHT'S FAILURES
      *>**************************************************************
       3000-GATHER-FAILURES.
           PERFORM 3100-SCAN-SUMMARY THRU 3100-EXIT
           PERFORM 3200-SCAN-ALERTS THRU 3200-EXIT
           PERFORM 3300-SCAN-READOUT-REPORT THRU 3300-EXIT
           PERFORM 3400-SCAN-BASELINE-REPORT THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

      *>    A processed device is a summary line carrying the
      *>    SIGNAL-STRENGTH= field every device summary has; only a
      *>    processed night can confirm a repair.
       3100-SCAN-SUMMARY.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT SUMMARY-FILE
           IF WS-SUMMARY-STATUS = "00"
               PERFORM 3110-SCAN-ONE-SUMMARY THRU 3110-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE SUMMARY-FILE.
       3100-EXIT.
           EXIT.

       3110-SCAN-ONE-SUMMARY.
           READ SUMMARY-FILE INTO WS-SUMMARY-LINE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 3110-EXIT
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
               GO TO 3110-EXIT
           END-IF
           PERFORM 3120-SCAN-ONE-TOKEN THRU 3120-EXIT
               VARYING WS-TOKEN-IDX FROM 2 BY 1
               UNTIL WS-TOKEN-IDX > WS-TOKEN-MAX - 1
                  OR WS-PARSE-VALID = 'Y'
           IF WS-PARSE-VALID = 'N'
               GO TO 3110-EXIT
           END-IF
           MOVE WS-TOKEN(1) TO WS-LOOKUP-NAME
           PERFORM 2900-FIND-DEVICE THRU 2900-EXIT
           IF WS-WOD-FOUND = 'Y'
               SET WS-WOD-IDX TO WS-WOD-MATCH-IDX
               MOVE 'Y' TO WS-WOD-PROCESSED(WS-WOD-IDX)
               MOVE WS-PARSE-SIGNAL TO WS-WOD-SIGNAL(WS-WOD-IDX)
           END-IF.
       3110-EXIT.
           EXIT.

       3120-SCAN-ONE-TOKEN.
           IF WS-TOKEN(WS-TOKEN-IDX)(1:16) = "SIGNAL-STRENGTH="
               MOVE 16 TO WS-KEY-LEN
               PERFORM 3130-EXTRACT-VALUE THRU 3130-EXIT
               IF WS-NUM-VALID = 'Y'
                   MOVE WS-NUM-VALUE TO WS-PARSE-SIGNAL
                   MOVE 'Y' TO WS-PARSE-VALID
               END-IF
           END-IF.
       3120-EXIT.
           EXIT.

      *>    Same three-shape normalization DAY10STA's 2215 applies
      *>    to an edited value: embedded behind the keyword, in the
      *>    following token, or a lone "-" token with the digits
      *>    behind it when sign suppression split them.
       3130-EXTRACT-VALUE.
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
           PERFORM 3140-CONVERT-NUMBER THRU 3140-EXIT.
       3130-EXIT.
           EXIT.

       3140-CONVERT-NUMBER.
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
               GO TO 3140-EXIT
           END-IF
           PERFORM 3141-CHECK-ONE-DIGIT THRU 3141-EXIT
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
       3140-EXIT.
           EXIT.

       3141-CHECK-ONE-DIGIT.
           IF WS-NUM-SCAN = 1 AND WS-NUM-TEXT(1:1) = "-"
               CONTINUE
           ELSE
               IF WS-NUM-TEXT(WS-NUM-SCAN:1) NOT NUMERIC
                   MOVE 'N' TO WS-NUM-VALID
               END-IF
           END-IF.
       3141-EXIT.
           EXIT.

      *>    Only severity 8 and above dispatches; the device keeps
      *>    its worst severity of the night for the extract.
       3200-SCAN-ALERTS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               PERFORM 3210-SCAN-ONE-ALERT THRU 3210-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE ALERT-FILE.
       3200-EXIT.
           EXIT.

       3210-SCAN-ONE-ALERT.
           READ ALERT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 3210-EXIT
           END-READ
           MOVE ALERT-RECORD TO WS-SCAN-LINE
           MOVE 'N' TO WS-SEVERITY-FOUND
           MOVE ZEROES TO WS-LINE-SEVERITY
           PERFORM 3220-CHECK-SEVERITY-TOKEN THRU 3220-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 210
                  OR WS-SEVERITY-FOUND = 'Y'
           IF WS-SEVERITY-FOUND = 'N'
               OR WS-LINE-SEVERITY < 8
               GO TO 3210-EXIT
           END-IF
           PERFORM 2950-FIND-LINE-DEVICE THRU 2950-EXIT
           IF WS-WOD-FOUND = 'Y'
               AND WS-LINE-SEVERITY > WS-WOD-SEVERITY(WS-WOD-IDX)
               MOVE WS-LINE-SEVERITY TO WS-WOD-SEVERITY(WS-WOD-IDX)
           END-IF.
       3210-EXIT.
           EXIT.

       3220-CHECK-SEVERITY-TOKEN.
           IF WS-SCAN-LINE(WS-SCAN-POS:9) = "SEVERITY="
               AND WS-SCAN-LINE(WS-SCAN-POS + 9:2) NUMERIC
               MOVE 'Y' TO WS-SEVERITY-FOUND
               MOVE WS-SCAN-LINE(WS-SCAN-POS + 9:2) TO
                   WS-LINE-SEVERITY
           END-IF.
       3220-EXIT.
           EXIT.

       3300-SCAN-READOUT-REPORT.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT READOUT-REPORT-FILE
           IF WS-READOUT-REPORT-STATUS = "00"
               PERFORM 3310-SCAN-ONE-READOUT THRU 3310-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE READOUT-REPORT-FILE.
       3300-EXIT.
           EXIT.

       3310-SCAN-ONE-READOUT.
           READ READOUT-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 3310-EXIT
           END-READ
           MOVE ZEROES TO WS-MATCH-TALLY
           INSPECT READOUT-REPORT-RECORD TALLYING WS-MATCH-TALLY
               FOR ALL "READOUT MISMATCH"
           IF WS-MATCH-TALLY = 0
               GO TO 3310-EXIT
           END-IF
           MOVE READOUT-REPORT-RECORD TO WS-SCAN-LINE
           PERFORM 2950-FIND-LINE-DEVICE THRU 2950-EXIT
           IF WS-WOD-FOUND = 'Y'
               MOVE 'Y' TO WS-WOD-MISMATCH(WS-WOD-IDX)
           END-IF.
       3310-EXIT.
           EXIT.

      *>    A breach line carries " DEVIATION="; the verdict line
      *>    ("CHECKPOINTS COMPARED=") proves DAY10GLD ran tonight,
      *>    which is what lets a clean device's breach run reset.
       3400-SCAN-BASELINE-REPORT.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT BASELINE-REPORT-FILE
           IF WS-BASELINE-REPORT-STATUS = "00"
               PERFORM 3410-SCAN-ONE-BASELINE THRU 3410-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE BASELINE-REPORT-FILE.
       3400-EXIT.
           EXIT.

       3410-SCAN-ONE-BASELINE.
           READ BASELINE-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 3410-EXIT
           END-READ
           MOVE ZEROES TO WS-MATCH-TALLY
           INSPECT BASELINE-REPORT-RECORD TALLYING WS-MATCH-TALLY
               FOR ALL "CHECKPOINTS COMPARED="
           IF WS-MATCH-TALLY > 0
               MOVE 'Y' TO WS-GLD-RAN
               GO TO 3410-EXIT
           END-IF
           MOVE ZEROES TO WS-MATCH-TALLY
           INSPECT BASELINE-REPORT-RECORD TALLYING WS-MATCH-TALLY
               FOR ALL " DEVIATION="
           IF WS-MATCH-TALLY = 0
               GO TO 3410-EXIT
           END-IF
           MOVE 'Y' TO WS-GLD-RAN
           MOVE BASELINE-REPORT-RECORD TO WS-SCAN-LINE
           PERFORM 2950-FIND-LINE-DEVICE THRU 2950-EXIT
           IF WS-WOD-FOUND = 'Y'
               MOVE 'Y' TO WS-WOD-BREACHED(WS-WOD-IDX)
           END-IF.
       3410-EXIT.
           EXIT.

      *>**************************************************************
      *>    4000-SERIES  --  FIELD-SERVICE CLOSURE FEED
      *>    A closure must name an open ticket by number and device;
      *>    anything else is listed and graded RC 4 so the feed
      *>    gets looked at, except a resend of a ticket already
      *>    closed, which is just noted.
      *>**************************************************************
       4000-APPLY-CLOSURES.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT CLOSURE-FILE
           IF WS-CLOSURE-STATUS = "00"
               PERFORM 4100-APPLY-ONE-CLOSURE THRU 4100-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE CLOSURE-FILE.
       4000-EXIT.
           EXIT.

       4100-APPLY-ONE-CLOSURE.
           READ CLOSURE-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 4100-EXIT
           END-READ
           IF CLOSURE-RECORD = SPACES
               GO TO 4100-EXIT
           END-IF
           MOVE 'N' TO WS-WOD-FOUND
           IF CLO-TICKET-NUMBER IS NUMERIC
               PERFORM 4110-CHECK-TICKET-ENTRY THRU 4110-EXIT
                   VARYING WS-WOD-IDX FROM 1 BY 1
                   UNTIL WS-WOD-IDX > WS-DEVICE-COUNT
                      OR WS-WOD-FOUND = 'Y'
           END-IF
           IF WS-WOD-FOUND = 'N'
               PERFORM 4200-REJECT-CLOSURE THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF
           SET WS-WOD-IDX TO WS-WOD-MATCH-IDX
           MOVE SPACES TO WS-WO-LINE
           IF WS-WOD-STATUS(WS-WOD-IDX) = 'C'
               STRING FUNCTION TRIM(WS-WOD-NAME(WS-WOD-IDX))
                       " TICKET=" CLO-TICKET-NUMBER
                       " ALREADY CLOSED - CLOSURE RESENT, IGNORED"
                   DELIMITED BY SIZE INTO WS-WO-LINE
               PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
               GO TO 4100-EXIT
           END-IF
           MOVE 'C' TO WS-WOD-STATUS(WS-WOD-IDX)
           IF CLO-CLOSED-DATE IS NUMERIC
               MOVE CLO-CLOSED-DATE TO WS-WOD-CLOSED(WS-WOD-IDX)
           ELSE
               MOVE WS-RUN-DATE TO WS-WOD-CLOSED(WS-WOD-IDX)
           END-IF
           MOVE CLO-CLOSURE-CODE TO WS-WOD-CLOSURE(WS-WOD-IDX)
           MOVE ZEROES TO WS-WOD-FAILS-SINCE(WS-WOD-IDX)
           ADD 1 TO WS-CLOSED-COUNT
           STRING FUNCTION TRIM(WS-WOD-NAME(WS-WOD-IDX))
                   " TICKET=" CLO-TICKET-NUMBER
                   " CLOSED BY FIELD SERVICE ON "
                   WS-WOD-CLOSED(WS-WOD-IDX)
                   " CODE=" CLO-CLOSURE-CODE
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT.
       4100-EXIT.
           EXIT.

       4110-CHECK-TICKET-ENTRY.
           IF WS-WOD-TICKET(WS-WOD-IDX) = CLO-TICKET-NUMBER
               AND WS-WOD-NAME(WS-WOD-IDX) = CLO-DEVICE-NAME
               AND (WS-WOD-STATUS(WS-WOD-IDX) = 'O'
                    OR WS-WOD-STATUS(WS-WOD-IDX) = 'C')
               MOVE 'Y' TO WS-WOD-FOUND
               SET WS-WOD-MATCH-IDX TO WS-WOD-IDX
           END-IF.
       4110-EXIT.
           EXIT.

       4200-REJECT-CLOSURE.
           ADD 1 TO WS-CLOSURE-REJECT-COUNT
           MOVE SPACES TO WS-WO-LINE
           STRING "CLOSURE REJECTED: TICKET=" CLO-TICKET-NUMBER
                   " DEVICE=" FUNCTION TRIM(CLO-DEVICE-NAME)
                   " - NO SUCH TICKET OPEN FOR THIS DEVICE"
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       4200-EXIT.
           EXIT.

      *>**************************************************************
      *>    5000-SERIES  --  DISPATCH DECISION AND NEW MASTER
      *>**************************************************************
       5000-DECIDE-DISPATCH.
           PERFORM 5100-DECIDE-ONE-DEVICE THRU 5100-EXIT
               VARYING WS-WOD-IDX FROM 1 BY 1
               UNTIL WS-WOD-IDX > WS-DEVICE-COUNT
           MOVE SPACES TO WOX-TRAILER-REC
           MOVE 'T' TO WOXT-RECORD-TYPE
           MOVE WS-WOX-DETAIL-COUNT TO WOXT-DETAIL-COUNT
           MOVE WS-WOX-TICKET-HASH TO WOXT-TICKET-HASH
           WRITE WOX-TRAILER-REC.
       5000-EXIT.
           EXIT.

      *>    A device whose master record was already written for
      *>    tonight (a rerun after the swap) has tonight's breach
      *>    night and still-failing night counted; they are not
      *>    counted a second time.
       5100-DECIDE-ONE-DEVICE.
           IF WS-WOD-BREACHED(WS-WOD-IDX) = 'Y'
               IF WS-WOD-LAST-RUN(WS-WOD-IDX) NOT = WS-RUN-DATE
                   ADD 1 TO WS-WOD-STREAK(WS-WOD-IDX)
               END-IF
           ELSE
               IF WS-GLD-RAN = 'Y'
                   MOVE ZEROES TO WS-WOD-STREAK(WS-WOD-IDX)
               END-IF
           END-IF
           MOVE 'N' TO WS-DEVICE-FAILING
           MOVE SPACES TO WS-FAIL-REASON
           EVALUATE TRUE
               WHEN WS-WOD-SEVERITY(WS-WOD-IDX) NOT < 8
                   MOVE "WO01" TO WS-FAIL-REASON
               WHEN WS-WOD-MISMATCH(WS-WOD-IDX) = 'Y'
                   MOVE "WO02" TO WS-FAIL-REASON
               WHEN WS-WOD-BREACHED(WS-WOD-IDX) = 'Y'
                   AND WS-WOD-STREAK(WS-WOD-IDX) NOT <
                       WS-BREACH-NIGHTS
                   MOVE "WO03" TO WS-FAIL-REASON
           END-EVALUATE
           IF WS-FAIL-REASON NOT = SPACES
               MOVE 'Y' TO WS-DEVICE-FAILING
           END-IF
           IF WS-DEVICE-FAILING = 'Y'
               EVALUATE WS-WOD-STATUS(WS-WOD-IDX)
                   WHEN 'O'
                       PERFORM 5300-LIST-STILL-OPEN THRU 5300-EXIT
                   WHEN 'C'
                       PERFORM 5400-REPORT-STILL-FAILING
                           THRU 5400-EXIT
                   WHEN OTHER
                       PERFORM 5200-RAISE-TICKET THRU 5200-EXIT
               END-EVALUATE
           ELSE
               IF WS-WOD-STATUS(WS-WOD-IDX) = 'C'
                   AND WS-WOD-PROCESSED(WS-WOD-IDX) = 'Y'
                   PERFORM 5500-CONFIRM-REPAIR THRU 5500-EXIT
               END-IF
               IF WS-WOD-BREACHED(WS-WOD-IDX) = 'Y'
                   AND WS-WOD-STATUS(WS-WOD-IDX) NOT = 'O'
                   PERFORM 5600-LIST-BREACH-RUN THRU 5600-EXIT
               END-IF
           END-IF
           PERFORM 5700-WRITE-MASTER-RECORD THRU 5700-EXIT.
       5100-EXIT.
           EXIT.

       5200-RAISE-TICKET.
           ADD 1 TO WS-TICKET-SEQ
           COMPUTE WS-TICKET-NUMBER =
               WS-RUN-DATE * 10000 + WS-TICKET-SEQ
           MOVE 'O' TO WS-WOD-STATUS(WS-WOD-IDX)
           MOVE WS-TICKET-NUMBER TO WS-WOD-TICKET(WS-WOD-IDX)
           MOVE WS-FAIL-REASON TO WS-WOD-REASON(WS-WOD-IDX)
           MOVE WS-RUN-DATE TO WS-WOD-OPENED(WS-WOD-IDX)
           MOVE ZEROES TO WS-WOD-CLOSED(WS-WOD-IDX)
           MOVE SPACES TO WS-WOD-CLOSURE(WS-WOD-IDX)
           MOVE ZEROES TO WS-WOD-FAILS-SINCE(WS-WOD-IDX)
           MOVE SPACES TO WOX-DETAIL-REC
           MOVE 'D' TO WOXD-RECORD-TYPE
           MOVE WS-TICKET-NUMBER TO WOXD-TICKET-NUMBER
           MOVE WS-WOD-NAME(WS-WOD-IDX) TO WOXD-DEVICE-NAME
           MOVE WS-WOD-MODEL(WS-WOD-IDX) TO WOXD-MODEL-CODE
           MOVE WS-WOD-LOCATION(WS-WOD-IDX) TO WOXD-LOCATION
           MOVE WS-FAIL-REASON TO WOXD-REASON-CODE
           MOVE WS-WOD-SEVERITY(WS-WOD-IDX) TO WOXD-ALERT-SEVERITY
           MOVE WS-WOD-MISMATCH(WS-WOD-IDX) TO WOXD-READOUT-MISMATCH
           MOVE WS-WOD-STREAK(WS-WOD-IDX) TO WOXD-BREACH-NIGHTS
           MOVE WS-WOD-SIGNAL(WS-WOD-IDX) TO WOXD-SIGNAL-STRENGTH
           MOVE WS-RUN-DATE TO WOXD-OPENED-DATE
           WRITE WOX-DETAIL-REC
           ADD 1 TO WS-WOX-DETAIL-COUNT
           ADD WS-TICKET-NUMBER TO WS-WOX-TICKET-HASH
           ADD 1 TO WS-RAISED-COUNT
           MOVE SPACES TO WS-WO-LINE
           STRING FUNCTION TRIM(WS-WOD-NAME(WS-WOD-IDX))
                   " TICKET=" WS-TICKET-NUMBER
                   " RAISED REASON=" WS-FAIL-REASON
                   " LOCATION=" WS-WOD-LOCATION(WS-WOD-IDX)
                   " MODEL=" WS-WOD-MODEL(WS-WOD-IDX)
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
           DISPLAY "DAY10WOR: TICKET " WS-TICKET-NUMBER " RAISED "
               FUNCTION TRIM(WS-WOD-NAME(WS-WOD-IDX))
               " REASON " WS-FAIL-REASON
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       5200-EXIT.
           EXIT.

       5300-LIST-STILL-OPEN.
           ADD 1 TO WS-STILL-OPEN-COUNT
           MOVE SPACES TO WS-WO-LINE
           STRING FUNCTION TRIM(WS-WOD-NAME(WS-WOD-IDX))
                   " TICKET=" WS-WOD-TICKET(WS-WOD-IDX)
                   " OPEN SINCE " WS-WOD-OPENED(WS-WOD-IDX)
                   " STILL FAILING REASON=" WS-FAIL-REASON
                   " - NOT RAISED AGAIN"
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT.
       5300-EXIT.
           EXIT.

       5400-REPORT-STILL-FAILING.
           IF WS-WOD-LAST-RUN(WS-WOD-IDX) NOT = WS-RUN-DATE
               ADD 1 TO WS-WOD-FAILS-SINCE(WS-WOD-IDX)
           END-IF
           ADD 1 TO WS-STILL-FAILING-COUNT
           MOVE WS-WOD-FAILS-SINCE(WS-WOD-IDX) TO WS-EDIT-NIGHTS
           MOVE SPACES TO WS-WO-LINE
           STRING FUNCTION TRIM(WS-WOD-NAME(WS-WOD-IDX))
                   " TICKET=" WS-WOD-TICKET(WS-WOD-IDX)
                   " CLOSED " WS-WOD-CLOSED(WS-WOD-IDX)
                   " CODE=" WS-WOD-CLOSURE(WS-WOD-IDX)
                   " REPAIRED BUT STILL FAILING REASON="
                   WS-FAIL-REASON
                   " NIGHTS=" WS-EDIT-NIGHTS
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
           DISPLAY "DAY10WOR: REPAIRED BUT STILL FAILING "
               FUNCTION TRIM(WS-WOD-NAME(WS-WOD-IDX))
               " TICKET " WS-WOD-TICKET(WS-WOD-IDX)
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       5400-EXIT.
           EXIT.

      *>    A closed ticket followed by a clean processed night: the
      *>    repair held, so the device is released and a later
      *>    failure raises a fresh ticket.
       5500-CONFIRM-REPAIR.
           ADD 1 TO WS-CONFIRMED-COUNT
           MOVE SPACES TO WS-WO-LINE
           STRING FUNCTION TRIM(WS-WOD-NAME(WS-WOD-IDX))
                   " TICKET=" WS-WOD-TICKET(WS-WOD-IDX)
                   " REPAIR CONFIRMED - CLEAN NIGHT AFTER CLOSURE"
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
           MOVE SPACE TO WS-WOD-STATUS(WS-WOD-IDX)
           MOVE ZEROES TO WS-WOD-TICKET(WS-WOD-IDX)
           MOVE SPACES TO WS-WOD-REASON(WS-WOD-IDX)
           MOVE ZEROES TO WS-WOD-OPENED(WS-WOD-IDX)
           MOVE ZEROES TO WS-WOD-CLOSED(WS-WOD-IDX)
           MOVE SPACES TO WS-WOD-CLOSURE(WS-WOD-IDX)
           MOVE ZEROES TO WS-WOD-FAILS-SINCE(WS-WOD-IDX).
       5500-EXIT.
           EXIT.

       5600-LIST-BREACH-RUN.
           MOVE WS-WOD-STREAK(WS-WOD-IDX) TO WS-EDIT-NIGHTS
           MOVE WS-BREACH-NIGHTS TO WS-EDIT-LIMIT
           MOVE SPACES TO WS-WO-LINE
           STRING FUNCTION TRIM(WS-WOD-NAME(WS-WOD-IDX))
                   " BASELINE BREACH NIGHT" WS-EDIT-NIGHTS
                   " OF" WS-EDIT-LIMIT " - NOT YET DISPATCHED"
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT.
       5600-EXIT.
           EXIT.

      *>    Carried forward: every ticket still open or closed but
      *>    unconfirmed, and every breach run in progress.
       5700-WRITE-MASTER-RECORD.
           IF WS-WOD-STATUS(WS-WOD-IDX) = SPACE
               AND WS-WOD-STREAK(WS-WOD-IDX) = 0
               GO TO 5700-EXIT
           END-IF
           MOVE SPACES TO WOM-RECORD
           MOVE WS-WOD-NAME(WS-WOD-IDX) TO WOM-DEVICE-NAME
           MOVE WS-WOD-STATUS(WS-WOD-IDX) TO WOM-TICKET-STATUS
           MOVE WS-WOD-TICKET(WS-WOD-IDX) TO WOM-TICKET-NUMBER
           MOVE WS-WOD-REASON(WS-WOD-IDX) TO WOM-REASON-CODE
           MOVE WS-WOD-OPENED(WS-WOD-IDX) TO WOM-OPENED-DATE
           MOVE WS-WOD-CLOSED(WS-WOD-IDX) TO WOM-CLOSED-DATE
           MOVE WS-WOD-CLOSURE(WS-WOD-IDX) TO WOM-CLOSURE-CODE
           MOVE WS-WOD-FAILS-SINCE(WS-WOD-IDX) TO WOM-FAILS-SINCE-CLOSE
           MOVE WS-WOD-STREAK(WS-WOD-IDX) TO WOM-BREACH-STREAK
           MOVE WS-RUN-DATE TO WOM-LAST-RUN-DATE
           MOVE WOM-RECORD TO NEW-WOM-RECORD
           WRITE NEW-WOM-RECORD
           ADD 1 TO WS-MASTER-WRITTEN
           IF WS-WOD-STATUS(WS-WOD-IDX) = 'O'
               ADD 1 TO WS-OPEN-ON-MASTER
           END-IF.
       5700-EXIT.
           EXIT.

      *>**************************************************************
      *>    6000-SERIES  --  TOTALS
      *>**************************************************************
       6000-WRITE-TOTALS.
           MOVE SPACES TO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
           MOVE WS-RAISED-COUNT TO WS-EDIT-COUNT
           STRING "TICKETS RAISED TONIGHT: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
           MOVE WS-STILL-OPEN-COUNT TO WS-EDIT-COUNT
           STRING "FAILING WITH A TICKET ALREADY OPEN: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
           MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT
           STRING "CLOSED BY FIELD SERVICE: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
           MOVE WS-STILL-FAILING-COUNT TO WS-EDIT-COUNT
           STRING "REPAIRED BUT STILL FAILING: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
           MOVE WS-CONFIRMED-COUNT TO WS-EDIT-COUNT
           STRING "REPAIRS CONFIRMED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
           MOVE WS-CLOSURE-REJECT-COUNT TO WS-EDIT-COUNT
           STRING "CLOSURES REJECTED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
           MOVE WS-OPEN-ON-MASTER TO WS-EDIT-COUNT
           STRING "TICKETS OPEN ON MASTER: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-WO-LINE
           PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
           IF WS-GLD-RAN = 'N'
               STRING "NOTE: NO DAY10GLD VERDICT TONIGHT - BREACH "
                       "RUNS CARRIED UNCHANGED"
                   DELIMITED BY SIZE INTO WS-WO-LINE
               PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
           END-IF
           IF WS-DEVICE-OVERFLOW = 'Y'
               MOVE WS-DEVICE-TABLE-MAX TO WS-EDIT-COUNT
               STRING "DEVICE TABLE FULL AT" WS-EDIT-COUNT
                       " - DISPATCH INCOMPLETE, MASTER NOT SWAPPED"
                   DELIMITED BY SIZE INTO WS-WO-LINE
               PERFORM 8000-WRITE-WO-LINE THRU 8000-EXIT
               DISPLAY "DAY10WOR: DEVICE TABLE FULL, DISPATCH "
                   "INCOMPLETE"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       6000-EXIT.
           EXIT.

      *>**************************************************************
      *>    8000-SERIES  --  REPORT OUTPUT
      *>**************************************************************
       8000-WRITE-WO-LINE.
           MOVE WS-WO-LINE TO WO-REPORT-RECORD
           WRITE WO-REPORT-RECORD
           MOVE SPACES TO WS-WO-LINE.
       8000-EXIT.
           EXIT.

      *>**************************************************************
      *>    9000-SERIES  --  TERMINATION
      *>**************************************************************
       9000-TERMINATE.
           CLOSE WO-REPORT-FILE
           CLOSE WO-EXTRACT-FILE
           CLOSE NEW-WOM-FILE
           DISPLAY "DAY10WOR: " WS-RAISED-COUNT " TICKET(S) RAISED, "
               WS-STILL-FAILING-COUNT " REPAIRED BUT STILL FAILING, "
               WS-MASTER-WRITTEN " MASTER RECORD(S)".
       9000-EXIT.
           EXIT.
