      *>**************************************************************
      *> PROGRAM      : DAY10UPL
      *> AUTHOR       : mrwormhole
      *> DATE-WRITTEN : 15th of October, 2026
      *>
      *> Trace upload receipt. The device gateway that drops the
      *> trace files also writes a manifest (MNFREC.CPY) - one line
      *> per upload with its timestamp, record count and operand
      *> hash total - and until now nothing checked it, so a
      *> truncated upload ran through DAY_10 as a short trace and
      *> came out looking like a real signal drop. This step sits
      *> between DAY10DVX and the rest of the night: it takes the
      *> full scheduled extract (DEVSCHED) and writes the DEVICES
      *> driver list everything downstream reads, holding back any
      *> device whose upload does not prove out:
      *>   QR01  MISSING    - no manifest line, or only ones older
      *>                      than tonight's upload window;
      *>   QR02  LATE       - uploaded after the window closed;
      *>   QR03  DUPLICATE  - more than one manifest line inside
      *>                      tonight's window;
      *>   QR04  SHORT      - fewer records than the manifest says,
      *>                      or a trace that will not open;
      *>   QR05  MISMATCH   - more records than the manifest, or a
      *>                      hash total that does not agree.
      *> The count and hash are taken from the trace as DAY_10 will
      *> read it - text lines, or packed records for a 'P' device.
      *> Every scheduled device gets a line on the UPLDRPT receipt
      *> report, accepted or quarantined with its reason. The
      *> window closes at the UPLPARM cutoff time: the 24 hours up
      *> to today's cutoff once it has passed, otherwise up to
      *> yesterday's, so a run either side of midnight checks the
      *> same night's uploads. Consecutive missed nights are
      *> carried on the missed-upload master (UPLMISS.CPY) and a
      *> device reaching the UPLPARM limit is escalated.
      *> Quarantines end RC 4 and escalations RC 8; the night goes
      *> on with the devices that did prove out. A manifest that
      *> will not open or is empty ends RC 12 with nothing
      *> released (and no missed night counted against any
      *> device), which DAY10VAL's empty-list check then holds.
      *>
      *> MODIFICATION HISTORY
      *> ---------------------------------------------------------
      *> 2026-10-15  mrwormhole   Original upload receipt.
      *> 2026-10-15  mrwormhole   Earlier nights' manifest lines no
      *>                          longer count as duplicates; each
      *>                          device is judged on its in-window
      *>                          upload, else its newest one.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10UPL.
       AUTHOR. mrwormhole.
       DATE-WRITTEN. 15th of October, 2026.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SCHEDULE-FILE ASSIGN TO DEVSCHED
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCHEDULE-STATUS.

               SELECT MANIFEST-FILE ASSIGN TO MANIFEST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MANIFEST-STATUS.

               SELECT OPTIONAL OLD-MISSED-FILE ASSIGN TO UPLMISS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OLD-MISSED-STATUS.

               SELECT OPTIONAL UPL-PARM-FILE ASSIGN TO UPLPARM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UPL-PARM-STATUS.

               SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-CURRENT-INPUT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INPUT-STATUS.

               SELECT PACKED-INPUT-FILE
                   ASSIGN TO DYNAMIC WS-CURRENT-INPUT-FILE
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PACKED-INPUT-STATUS.

               SELECT DRIVER-FILE ASSIGN TO DEVICES
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DRIVER-STATUS.

               SELECT NEW-MISSED-FILE ASSIGN TO UPLMISSN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NEW-MISSED-STATUS.

               SELECT RECEIPT-FILE ASSIGN TO UPLDRPT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RECEIPT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD SCHEDULE-FILE.
           01 SCHEDULE-RECORD            PIC X(80).

           FD MANIFEST-FILE.
           COPY "mnfrec.cpy".

           FD OLD-MISSED-FILE.
           COPY "uplmiss.cpy".

      *>    Line 1: upload cutoff time of day, HHMMSS.
      *>    Line 2: consecutive missed nights before escalation.
           FD UPL-PARM-FILE.
           01 UPL-PARM-RECORD            PIC X(6).

           FD INPUT-FILE.
           01 INPUT-RECORD.
               05 INPUT-LINE             PIC X(100).

           FD PACKED-INPUT-FILE
               RECORD CONTAINS 6 CHARACTERS.
           01 PACKED-INPUT-RECORD.
               05 PI-OPCODE-CODE         PIC X(1).
               05 PI-OPERAND             PIC S9(9) COMP-3.

           FD DRIVER-FILE.
           01 DRIVER-RECORD              PIC X(80).

           FD NEW-MISSED-FILE.
           01 NEW-MISSED-RECORD          PIC X(81).

           FD RECEIPT-FILE.
           01 RECEIPT-RECORD             PIC X(160).

           WORKING-STORAGE SECTION.
      *>---------------------------------------------------------
      *>    FILE STATUS SWITCHES
      *>---------------------------------------------------------
           01 WS-SCHEDULE-STATUS         PIC X(2).
           01 WS-MANIFEST-STATUS         PIC X(2).
           01 WS-OLD-MISSED-STATUS       PIC X(2).
           01 WS-UPL-PARM-STATUS         PIC X(2).
           01 WS-INPUT-STATUS            PIC X(2).
           01 WS-PACKED-INPUT-STATUS     PIC X(2).
           01 WS-DRIVER-STATUS           PIC X(2).
           01 WS-NEW-MISSED-STATUS       PIC X(2).
           01 WS-RECEIPT-STATUS          PIC X(2).
           01 WS-SCAN-EOF                PIC X(1).
           01 WS-SCHEDULE-EOF            PIC X(1) VALUE 'N'.
           01 WS-TRACE-EOF               PIC X(1).
           01 WS-MANIFEST-OK             PIC X(1) VALUE 'N'.

      *>---------------------------------------------------------
      *>    UPLOAD WINDOW AND ESCALATION LIMIT
      *>    From UPLPARM; defaults apply when the file or a line
      *>    is absent or not numeric.
      *>---------------------------------------------------------
           01 WS-CUTOFF-TIME             PIC 9(6) VALUE 220000.
           01 WS-ESCALATE-NIGHTS         PIC 9(3) VALUE 3.
           01 WS-PARM-LINE               PIC 9(1) VALUE ZEROES.
           01 WS-RUN-DATE                PIC 9(8) VALUE ZEROES.
           01 WS-RUN-TIME                PIC 9(8) VALUE ZEROES.
           01 WS-CUTOFF-DATE             PIC 9(8).
           01 WS-OPEN-DATE               PIC 9(8).
           01 WS-DATE-INT                PIC 9(7).
           01 WS-WINDOW-START            PIC 9(14).
           01 WS-WINDOW-END              PIC 9(14).

      *>---------------------------------------------------------
      *>    DRIVER ENTRY WORK AREAS (layout as DAY_10 reads it)
      *>---------------------------------------------------------
           01 WS-DRIVER-RECORD           PIC X(80).
           01 WS-DRIVER-DETAIL REDEFINES WS-DRIVER-RECORD.
               05 WS-DRIVER-FILE-NAME    PIC X(60).
               05 FILLER                 PIC X(1).
               05 WS-DRIVER-MODEL-CODE   PIC X(4).
               05 FILLER                 PIC X(1).
               05 WS-DRIVER-FORMAT       PIC X(1).
               05 FILLER                 PIC X(13).
           01 WS-CURRENT-INPUT-FILE      PIC X(80) VALUE SPACES.

      *>---------------------------------------------------------
      *>    MANIFEST TABLE
      *>    One entry per device uploaded. The gateway only ever
      *>    adds to the manifest, so earlier nights' lines are
      *>    still on it: a device keeps its line inside tonight's
      *>    window if it has one, otherwise its newest line, and
      *>    counts only the in-window lines toward a duplicate.
      *>---------------------------------------------------------
           01 WS-MANIFEST-TABLE.
               05 WS-MNT-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-MNT-IDX.
                   10 WS-MNT-NAME        PIC X(60).
                   10 WS-MNT-STAMP       PIC 9(14).
                   10 WS-MNT-COUNT       PIC 9(9).
                   10 WS-MNT-HASH        PIC S9(15).
                   10 WS-MNT-UPLOADS     PIC 9(3).
                   10 WS-MNT-SCHEDULED   PIC X(1).
           01 WS-MANIFEST-TABLE-MAX      PIC 9(4) VALUE 2000.
           01 WS-MANIFEST-COUNT          PIC 9(4) VALUE ZEROES.
           01 WS-MNT-FOUND               PIC X(1).
           01 WS-MNT-MATCH-IDX           PIC 9(4).
           01 WS-MNF-STAMP               PIC 9(14).
           01 WS-MNF-IN-WINDOW           PIC X(1).
           01 WS-MNF-KEEP                PIC X(1).
           01 WS-MANIFEST-OVERFLOW       PIC X(1) VALUE 'N'.

      *>---------------------------------------------------------
      *>    MISSED-UPLOAD TABLE (last night's master)
      *>---------------------------------------------------------
           01 WS-MISSED-TABLE.
               05 WS-MST-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-MST-IDX.
                   10 WS-MST-NAME        PIC X(60).
                   10 WS-MST-NIGHTS      PIC 9(5).
                   10 WS-MST-FIRST       PIC 9(8).
                   10 WS-MST-LAST        PIC 9(8).
           01 WS-MISSED-TABLE-MAX        PIC 9(4) VALUE 2000.
           01 WS-MISSED-COUNT            PIC 9(4) VALUE ZEROES.
           01 WS-MST-FOUND               PIC X(1).

      *>---------------------------------------------------------
      *>    PER-DEVICE RECONCILIATION
      *>---------------------------------------------------------
           01 WS-QUAR-REASON             PIC X(4).
           01 WS-QUAR-TEXT               PIC X(80).
           01 WS-ACTUAL-COUNT            PIC 9(9).
           01 WS-ACTUAL-HASH             PIC S9(15).
           01 WS-TRACE-OPENED            PIC X(1).
           01 WS-MISSED-NIGHTS           PIC 9(5).
           01 WS-FIRST-MISSED            PIC 9(8).
           01 WS-LAST-MISSED             PIC 9(8).

      *>---------------------------------------------------------
      *>    TEXT OPERAND PARSE WORK AREAS
      *>    Same shape test as DAY_10's 3120: an optional leading
      *>    '-', then digits, nine at most.
      *>---------------------------------------------------------
           01 WS-OPCODE-TEXT             PIC X(100).
           01 WS-VALUE-TEXT              PIC X(100).
           01 WS-VALUE-LEN               PIC 9(3).
           01 WS-VALUE-VALID             PIC X(1).
           01 WS-VALUE-SCAN              PIC 9(3).
           01 WS-VALUE-DIGITS            PIC 9(9).
           01 WS-VALUE-NUMBER            PIC S9(9).

      *>---------------------------------------------------------
      *>    COUNTS
      *>---------------------------------------------------------
           01 WS-SCHEDULED-COUNT         PIC 9(5) VALUE ZEROES.
           01 WS-RELEASED-COUNT          PIC 9(5) VALUE ZEROES.
           01 WS-QUARANTINED-COUNT       PIC 9(5) VALUE ZEROES.
           01 WS-ESCALATED-COUNT         PIC 9(5) VALUE ZEROES.
           01 WS-UNSCHEDULED-COUNT       PIC 9(5) VALUE ZEROES.
           01 WS-REASON-COUNTS.
               05 WS-REASON-TALLY OCCURS 5 TIMES PIC 9(5)
                                      VALUE ZEROES.
           01 WS-REASON-IDX              PIC 9(1).

      *>---------------------------------------------------------
      *>    REPORT LINE AREAS
      *>---------------------------------------------------------
           01 WS-RECEIPT-LINE            PIC X(160).
           01 WS-EDIT-COUNT              PIC ZZZZ9.
           01 WS-EDIT-RECORDS            PIC ZZZZZZZZ9.
           01 WS-EDIT-RECORDS-2          PIC ZZZZZZZZ9.
           01 WS-EDIT-HASH               PIC -ZZZZZZZZZZZZZZ9.
           01 WS-EDIT-HASH-2             PIC -ZZZZZZZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-MANIFEST THRU 2000-EXIT
           IF WS-MANIFEST-OK = 'Y'
               PERFORM 2500-LOAD-MISSED-MASTER THRU 2500-EXIT
               PERFORM 3000-RECONCILE-SCHEDULE THRU 3000-EXIT
               PERFORM 4000-LIST-UNSCHEDULED THRU 4000-EXIT
           END-IF
           PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *>**************************************************************
      *>    1000-SERIES  --  INITIALIZATION
      *>**************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT RECEIPT-FILE
           OPEN OUTPUT DRIVER-FILE
           OPEN OUTPUT NEW-MISSED-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               OR WS-DRIVER-STATUS NOT = "00"
               OR WS-NEW-MISSED-STATUS NOT = "00"
               DISPLAY "DAY10UPL: UNABLE TO OPEN OUTPUTS, UPLDRPT="
                   WS-RECEIPT-STATUS " DEVICES=" WS-DRIVER-STATUS
                   " UPLMISSN=" WS-NEW-MISSED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "DAY10UPL: UNABLE TO OPEN DEVSCHED, STATUS="
                   WS-SCHEDULE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RECEIPT-FILE
               CLOSE DRIVER-FILE
               CLOSE NEW-MISSED-FILE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT
           PERFORM 1200-SET-UPLOAD-WINDOW THRU 1200-EXIT
           MOVE SPACES TO WS-RECEIPT-LINE
           STRING "DAY10UPL TRACE UPLOAD RECEIPT - RUN DATE "
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT
           STRING "UPLOAD WINDOW: AFTER " WS-WINDOW-START
                   " UP TO " WS-WINDOW-END
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT
           PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-PARAMETERS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT UPL-PARM-FILE
           IF WS-UPL-PARM-STATUS = "00"
               PERFORM 1110-READ-PARM-LINE THRU 1110-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE UPL-PARM-FILE
           IF WS-CUTOFF-TIME > 235959
               MOVE 220000 TO WS-CUTOFF-TIME
           END-IF
           IF WS-ESCALATE-NIGHTS = 0
               MOVE 1 TO WS-ESCALATE-NIGHTS
           END-IF
           DISPLAY "DAY10UPL: CUTOFF " WS-CUTOFF-TIME
               ", ESCALATE AFTER " WS-ESCALATE-NIGHTS " NIGHT(S)".
       1100-EXIT.
           EXIT.

       1110-READ-PARM-LINE.
           READ UPL-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   ADD 1 TO WS-PARM-LINE
                   EVALUATE WS-PARM-LINE
                       WHEN 1
                           IF UPL-PARM-RECORD IS NUMERIC
                               MOVE UPL-PARM-RECORD TO WS-CUTOFF-TIME
                           END-IF
                       WHEN 2
                           IF UPL-PARM-RECORD(1:3) IS NUMERIC
                               MOVE UPL-PARM-RECORD(1:3) TO
                                   WS-ESCALATE-NIGHTS
                           END-IF
                       WHEN OTHER
                           MOVE 'Y' TO WS-SCAN-EOF
                   END-EVALUATE
           END-READ.
       1110-EXIT.
           EXIT.

      *>    The window is the 24 hours ending at the most recent
      *>    cutoff: today's once the run is past it, yesterday's
      *>    for a run that starts after midnight.
       1200-SET-UPLOAD-WINDOW.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           IF WS-RUN-TIME(1:6) < WS-CUTOFF-TIME
               SUBTRACT 1 FROM WS-DATE-INT
           END-IF
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           SUBTRACT 1 FROM WS-DATE-INT
           COMPUTE WS-OPEN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           COMPUTE WS-WINDOW-END =
               WS-CUTOFF-DATE * 1000000 + WS-CUTOFF-TIME
           COMPUTE WS-WINDOW-START =
               WS-OPEN-DATE * 1000000 + WS-CUTOFF-TIME.
       1200-EXIT.
           EXIT.

      *>**************************************************************
      *>    2000-SERIES  --  LOAD THE MANIFEST AND MISSED MASTER
      *>**************************************************************
       2000-LOAD-MANIFEST.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "DAY10UPL: UNABLE TO OPEN MANIFEST, STATUS="
                   WS-MANIFEST-STATUS ", NO DEVICE RELEASED"
               MOVE "MANIFEST NOT AVAILABLE - NO DEVICE RELEASED "
                   & "TO RUN" TO WS-RECEIPT-LINE
               PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LOAD-ONE-UPLOAD THRU 2100-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE MANIFEST-FILE
           IF WS-MANIFEST-COUNT = 0
               DISPLAY "DAY10UPL: MANIFEST IS EMPTY, NO DEVICE RELEASED"
               MOVE "MANIFEST NOT AVAILABLE (EMPTY) - NO DEVICE "
                   & "RELEASED TO RUN" TO WS-RECEIPT-LINE
               PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF
           MOVE 'Y' TO WS-MANIFEST-OK.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-UPLOAD.
           READ MANIFEST-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2100-EXIT
           END-READ
           IF MNF-DEVICE-NAME = SPACES
               GO TO 2100-EXIT
           END-IF
      *>    A mis-keyed stamp, count or hash cannot be proved; it
      *>    is held as an impossible value so the device fails the
      *>    matching check rather than abending the step.
           IF MNF-UPLOAD-TIMESTAMP IS NUMERIC
               MOVE MNF-UPLOAD-TIMESTAMP TO WS-MNF-STAMP
           ELSE
               MOVE 99999999999999 TO WS-MNF-STAMP
           END-IF
           IF WS-MNF-STAMP > WS-WINDOW-START
               AND WS-MNF-STAMP NOT > WS-WINDOW-END
               MOVE 'Y' TO WS-MNF-IN-WINDOW
           ELSE
               MOVE 'N' TO WS-MNF-IN-WINDOW
           END-IF
           PERFORM 2900-FIND-MANIFEST-ENTRY THRU 2900-EXIT
           IF WS-MNT-FOUND = 'Y'
               SET WS-MNT-IDX TO WS-MNT-MATCH-IDX
               PERFORM 2110-MERGE-UPLOAD-LINE THRU 2110-EXIT
               GO TO 2100-EXIT
           END-IF
           IF WS-MANIFEST-COUNT NOT < WS-MANIFEST-TABLE-MAX
               MOVE 'Y' TO WS-MANIFEST-OVERFLOW
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-MANIFEST-COUNT
           SET WS-MNT-IDX TO WS-MANIFEST-COUNT
           MOVE MNF-DEVICE-NAME TO WS-MNT-NAME(WS-MNT-IDX)
           MOVE ZEROES TO WS-MNT-UPLOADS(WS-MNT-IDX)
           IF WS-MNF-IN-WINDOW = 'Y'
               MOVE 1 TO WS-MNT-UPLOADS(WS-MNT-IDX)
           END-IF
           MOVE 'N' TO WS-MNT-SCHEDULED(WS-MNT-IDX)
           PERFORM 2120-KEEP-UPLOAD-LINE THRU 2120-EXIT.
       2100-EXIT.
           EXIT.

      *>    A further line for a device already in the table. Only
      *>    a line inside tonight's window counts toward QR03. The
      *>    kept line is the in-window one where there is one, so
      *>    last night's upload cannot mask tonight's; between two
      *>    lines both in or both out of the window the newer is
      *>    kept, so QR01/QR02 are decided on the latest upload.
       2110-MERGE-UPLOAD-LINE.
           MOVE 'N' TO WS-MNF-KEEP
           IF WS-MNF-IN-WINDOW = 'Y'
               ADD 1 TO WS-MNT-UPLOADS(WS-MNT-IDX)
               IF WS-MNT-UPLOADS(WS-MNT-IDX) = 1
                   MOVE 'Y' TO WS-MNF-KEEP
               END-IF
           END-IF
           IF WS-MNF-IN-WINDOW = 'N'
               AND WS-MNT-UPLOADS(WS-MNT-IDX) = 0
               AND WS-MNF-STAMP > WS-MNT-STAMP(WS-MNT-IDX)
               MOVE 'Y' TO WS-MNF-KEEP
           END-IF
           IF WS-MNF-KEEP = 'Y'
               PERFORM 2120-KEEP-UPLOAD-LINE THRU 2120-EXIT
           END-IF.
       2110-EXIT.
           EXIT.

       2120-KEEP-UPLOAD-LINE.
           MOVE WS-MNF-STAMP TO WS-MNT-STAMP(WS-MNT-IDX)
           IF MNF-RECORD-COUNT IS NUMERIC
               MOVE MNF-RECORD-COUNT TO WS-MNT-COUNT(WS-MNT-IDX)
           ELSE
               MOVE 999999999 TO WS-MNT-COUNT(WS-MNT-IDX)
           END-IF
           IF MNF-HASH-TOTAL IS NUMERIC
               MOVE MNF-HASH-TOTAL TO WS-MNT-HASH(WS-MNT-IDX)
           ELSE
               MOVE 999999999999999 TO WS-MNT-HASH(WS-MNT-IDX)
           END-IF.
       2120-EXIT.
           EXIT.

       2500-LOAD-MISSED-MASTER.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT OLD-MISSED-FILE
           IF WS-OLD-MISSED-STATUS = "00"
               PERFORM 2510-LOAD-ONE-MISSED THRU 2510-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE OLD-MISSED-FILE.
       2500-EXIT.
           EXIT.

       2510-LOAD-ONE-MISSED.
           READ OLD-MISSED-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2510-EXIT
           END-READ
           IF UPM-DEVICE-NAME = SPACES
               OR UPM-MISSED-NIGHTS NOT NUMERIC
               OR WS-MISSED-COUNT NOT < WS-MISSED-TABLE-MAX
               GO TO 2510-EXIT
           END-IF
           ADD 1 TO WS-MISSED-COUNT
           SET WS-MST-IDX TO WS-MISSED-COUNT
           MOVE UPM-DEVICE-NAME TO WS-MST-NAME(WS-MST-IDX)
           MOVE UPM-MISSED-NIGHTS TO WS-MST-NIGHTS(WS-MST-IDX)
           MOVE UPM-FIRST-MISSED-DATE TO WS-MST-FIRST(WS-MST-IDX)
           MOVE UPM-LAST-MISSED-DATE TO WS-MST-LAST(WS-MST-IDX).
       2510-EXIT.
           EXIT.

       2900-FIND-MANIFEST-ENTRY.
           MOVE 'N' TO WS-MNT-FOUND
           MOVE ZEROES TO WS-MNT-MATCH-IDX
           PERFORM 2910-CHECK-MANIFEST-ENTRY THRU 2910-EXIT
               VARYING WS-MNT-IDX FROM 1 BY 1
               UNTIL WS-MNT-IDX > WS-MANIFEST-COUNT
                  OR WS-MNT-FOUND = 'Y'.
       2900-EXIT.
           EXIT.

       2910-CHECK-MANIFEST-ENTRY.
           IF WS-MNT-NAME(WS-MNT-IDX) = MNF-DEVICE-NAME
               MOVE 'Y' TO WS-MNT-FOUND
               SET WS-MNT-MATCH-IDX TO WS-MNT-IDX
           END-IF.
       2910-EXIT.
           EXIT.

      *>**************************************************************
      *>    3000-SERIES  --  RECONCILE EACH SCHEDULED DEVICE
      *>**************************************************************
       3000-RECONCILE-SCHEDULE.
           PERFORM 3100-RECONCILE-ONE-DEVICE THRU 3100-EXIT
               UNTIL WS-SCHEDULE-EOF = 'Y'.
       3000-EXIT.
           EXIT.

       3100-RECONCILE-ONE-DEVICE.
           READ SCHEDULE-FILE INTO WS-DRIVER-RECORD
               AT END
                   MOVE 'Y' TO WS-SCHEDULE-EOF
                   GO TO 3100-EXIT
           END-READ
           IF WS-DRIVER-FILE-NAME = SPACES
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-SCHEDULED-COUNT
           MOVE SPACES TO WS-QUAR-REASON
           MOVE SPACES TO WS-QUAR-TEXT
           MOVE WS-DRIVER-FILE-NAME TO MNF-DEVICE-NAME
           PERFORM 2900-FIND-MANIFEST-ENTRY THRU 2900-EXIT
           IF WS-MNT-FOUND = 'N'
               MOVE "QR01" TO WS-QUAR-REASON
               MOVE "MISSING - NO UPLOAD ON THE MANIFEST" TO
                   WS-QUAR-TEXT
           ELSE
               SET WS-MNT-IDX TO WS-MNT-MATCH-IDX
               MOVE 'Y' TO WS-MNT-SCHEDULED(WS-MNT-IDX)
               PERFORM 3200-CHECK-UPLOAD THRU 3200-EXIT
           END-IF
           PERFORM 3600-TRACK-MISSED-NIGHTS THRU 3600-EXIT
           IF WS-QUAR-REASON = SPACES
               PERFORM 3700-RELEASE-DEVICE THRU 3700-EXIT
           ELSE
               PERFORM 3800-QUARANTINE-DEVICE THRU 3800-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *>    The manifest-only checks come first - a duplicated,
      *>    stale or late upload is held whatever the file holds -
      *>    then the trace itself is counted and hashed.
       3200-CHECK-UPLOAD.
           IF WS-MNT-UPLOADS(WS-MNT-IDX) > 1
               MOVE "QR03" TO WS-QUAR-REASON
               MOVE WS-MNT-UPLOADS(WS-MNT-IDX) TO WS-EDIT-COUNT
               STRING "DUPLICATE -" WS-EDIT-COUNT
                       " UPLOADS ON THE MANIFEST"
                   DELIMITED BY SIZE INTO WS-QUAR-TEXT
               GO TO 3200-EXIT
           END-IF
           IF WS-MNT-STAMP(WS-MNT-IDX) NOT > WS-WINDOW-START
               MOVE "QR01" TO WS-QUAR-REASON
               STRING "MISSING - LAST UPLOAD "
                       WS-MNT-STAMP(WS-MNT-IDX)
                       " IS BEFORE TONIGHT'S WINDOW"
                   DELIMITED BY SIZE INTO WS-QUAR-TEXT
               GO TO 3200-EXIT
           END-IF
           IF WS-MNT-STAMP(WS-MNT-IDX) > WS-WINDOW-END
               MOVE "QR02" TO WS-QUAR-REASON
               STRING "LATE - UPLOADED " WS-MNT-STAMP(WS-MNT-IDX)
                       " AFTER THE " WS-CUTOFF-TIME " CUTOFF"
                   DELIMITED BY SIZE INTO WS-QUAR-TEXT
               GO TO 3200-EXIT
           END-IF
           MOVE SPACES TO WS-CURRENT-INPUT-FILE
           MOVE WS-DRIVER-FILE-NAME TO WS-CURRENT-INPUT-FILE(1:60)
           MOVE ZEROES TO WS-ACTUAL-COUNT
           MOVE ZEROES TO WS-ACTUAL-HASH
           MOVE 'N' TO WS-TRACE-OPENED
           IF WS-DRIVER-FORMAT = 'P'
               PERFORM 3300-TOTAL-PACKED-TRACE THRU 3300-EXIT
           ELSE
               PERFORM 3400-TOTAL-TEXT-TRACE THRU 3400-EXIT
           END-IF
           IF WS-TRACE-OPENED = 'N'
               MOVE "QR04" TO WS-QUAR-REASON
               MOVE "SHORT - TRACE WILL NOT OPEN" TO WS-QUAR-TEXT
               GO TO 3200-EXIT
           END-IF
           MOVE WS-ACTUAL-COUNT TO WS-EDIT-RECORDS
           MOVE WS-MNT-COUNT(WS-MNT-IDX) TO WS-EDIT-RECORDS-2
           IF WS-ACTUAL-COUNT < WS-MNT-COUNT(WS-MNT-IDX)
               MOVE "QR04" TO WS-QUAR-REASON
               STRING "SHORT - RECORDS=" WS-EDIT-RECORDS
                       " MANIFEST=" WS-EDIT-RECORDS-2
                   DELIMITED BY SIZE INTO WS-QUAR-TEXT
               GO TO 3200-EXIT
           END-IF
           IF WS-ACTUAL-COUNT > WS-MNT-COUNT(WS-MNT-IDX)
               MOVE "QR05" TO WS-QUAR-REASON
               STRING "MISMATCH - RECORDS=" WS-EDIT-RECORDS
                       " MANIFEST=" WS-EDIT-RECORDS-2
                   DELIMITED BY SIZE INTO WS-QUAR-TEXT
               GO TO 3200-EXIT
           END-IF
           IF WS-ACTUAL-HASH NOT = WS-MNT-HASH(WS-MNT-IDX)
               MOVE "QR05" TO WS-QUAR-REASON
               MOVE WS-ACTUAL-HASH TO WS-EDIT-HASH
               MOVE WS-MNT-HASH(WS-MNT-IDX) TO WS-EDIT-HASH-2
               STRING "MISMATCH - HASH=" FUNCTION TRIM(WS-EDIT-HASH)
                       " MANIFEST=" FUNCTION TRIM(WS-EDIT-HASH-2)
                   DELIMITED BY SIZE INTO WS-QUAR-TEXT
           END-IF.
       3200-EXIT.
           EXIT.

       3300-TOTAL-PACKED-TRACE.
           OPEN INPUT PACKED-INPUT-FILE
           IF WS-PACKED-INPUT-STATUS NOT = "00"
               GO TO 3300-EXIT
           END-IF
           MOVE 'Y' TO WS-TRACE-OPENED
           MOVE 'N' TO WS-TRACE-EOF
           PERFORM 3310-TOTAL-ONE-PACKED THRU 3310-EXIT
               UNTIL WS-TRACE-EOF = 'Y'
           CLOSE PACKED-INPUT-FILE.
       3300-EXIT.
           EXIT.

       3310-TOTAL-ONE-PACKED.
           READ PACKED-INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-TRACE-EOF
               NOT AT END
                   ADD 1 TO WS-ACTUAL-COUNT
                   IF PI-OPERAND NUMERIC
                       ADD PI-OPERAND TO WS-ACTUAL-HASH
                   END-IF
           END-READ.
       3310-EXIT.
           EXIT.

       3400-TOTAL-TEXT-TRACE.
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               GO TO 3400-EXIT
           END-IF
           MOVE 'Y' TO WS-TRACE-OPENED
           MOVE 'N' TO WS-TRACE-EOF
           PERFORM 3410-TOTAL-ONE-TEXT THRU 3410-EXIT
               UNTIL WS-TRACE-EOF = 'Y'
           CLOSE INPUT-FILE.
       3400-EXIT.
           EXIT.

       3410-TOTAL-ONE-TEXT.
           READ INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-TRACE-EOF
                   GO TO 3410-EXIT
           END-READ
           ADD 1 TO WS-ACTUAL-COUNT
           MOVE SPACES TO WS-OPCODE-TEXT
           MOVE SPACES TO WS-VALUE-TEXT
           UNSTRING INPUT-LINE DELIMITED BY " "
               INTO WS-OPCODE-TEXT WS-VALUE-TEXT
           END-UNSTRING
           PERFORM 3420-CONVERT-OPERAND THRU 3420-EXIT
           IF WS-VALUE-VALID = 'Y'
               ADD WS-VALUE-NUMBER TO WS-ACTUAL-HASH
           END-IF.
       3410-EXIT.
           EXIT.

       3420-CONVERT-OPERAND.
           MOVE 'Y' TO WS-VALUE-VALID
           MOVE ZEROES TO WS-VALUE-NUMBER
           MOVE ZEROES TO WS-VALUE-LEN
           INSPECT WS-VALUE-TEXT TALLYING WS-VALUE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-VALUE-LEN = 0
               OR (WS-VALUE-TEXT(1:1) = "-" AND WS-VALUE-LEN < 2)
               OR (WS-VALUE-TEXT(1:1) = "-" AND WS-VALUE-LEN > 10)
               OR (WS-VALUE-TEXT(1:1) NOT = "-" AND WS-VALUE-LEN > 9)
               MOVE 'N' TO WS-VALUE-VALID
               GO TO 3420-EXIT
           END-IF
           PERFORM 3421-CHECK-ONE-DIGIT THRU 3421-EXIT
               VARYING WS-VALUE-SCAN FROM 1 BY 1
               UNTIL WS-VALUE-SCAN > WS-VALUE-LEN
                  OR WS-VALUE-VALID = 'N'
           IF WS-VALUE-VALID = 'N'
               GO TO 3420-EXIT
           END-IF
           MOVE ZEROES TO WS-VALUE-DIGITS
           IF WS-VALUE-TEXT(1:1) = "-"
               MOVE WS-VALUE-TEXT(2:WS-VALUE-LEN - 1) TO
                   WS-VALUE-DIGITS
               COMPUTE WS-VALUE-NUMBER = WS-VALUE-DIGITS * -1
           ELSE
               MOVE WS-VALUE-TEXT(1:WS-VALUE-LEN) TO WS-VALUE-DIGITS
               MOVE WS-VALUE-DIGITS TO WS-VALUE-NUMBER
           END-IF.
       3420-EXIT.
           EXIT.

       3421-CHECK-ONE-DIGIT.
           IF WS-VALUE-SCAN = 1 AND WS-VALUE-TEXT(1:1) = "-"
               CONTINUE
           ELSE
               IF WS-VALUE-TEXT(WS-VALUE-SCAN:1) NOT NUMERIC
                   MOVE 'N' TO WS-VALUE-VALID
               END-IF
           END-IF.
       3421-EXIT.
           EXIT.

      *>    Only a missing upload (QR01) extends a device's run of
      *>    missed nights; anything that did arrive - even late or
      *>    short - ends it, and those are reported on their own.
      *>    A device already counted for tonight (a rerun) is not
      *>    counted again.
       3600-TRACK-MISSED-NIGHTS.
           MOVE 'N' TO WS-MST-FOUND
           PERFORM 3610-CHECK-MISSED-ENTRY THRU 3610-EXIT
               VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > WS-MISSED-COUNT
                  OR WS-MST-FOUND = 'Y'
           IF WS-QUAR-REASON NOT = "QR01"
               GO TO 3600-EXIT
           END-IF
           IF WS-MST-FOUND = 'Y'
               SET WS-MST-IDX DOWN BY 1
               MOVE WS-MST-NIGHTS(WS-MST-IDX) TO WS-MISSED-NIGHTS
               MOVE WS-MST-FIRST(WS-MST-IDX) TO WS-FIRST-MISSED
               MOVE WS-MST-LAST(WS-MST-IDX) TO WS-LAST-MISSED
           ELSE
               MOVE ZEROES TO WS-MISSED-NIGHTS
               MOVE WS-RUN-DATE TO WS-FIRST-MISSED
               MOVE ZEROES TO WS-LAST-MISSED
           END-IF
           IF WS-LAST-MISSED < WS-RUN-DATE
               ADD 1 TO WS-MISSED-NIGHTS
               MOVE WS-RUN-DATE TO WS-LAST-MISSED
           END-IF
           MOVE SPACES TO UPM-RECORD
           MOVE WS-DRIVER-FILE-NAME TO UPM-DEVICE-NAME
           MOVE WS-MISSED-NIGHTS TO UPM-MISSED-NIGHTS
           MOVE WS-FIRST-MISSED TO UPM-FIRST-MISSED-DATE
           MOVE WS-LAST-MISSED TO UPM-LAST-MISSED-DATE
           MOVE UPM-RECORD TO NEW-MISSED-RECORD
           WRITE NEW-MISSED-RECORD
           IF WS-MISSED-NIGHTS NOT < WS-ESCALATE-NIGHTS
               PERFORM 3650-ESCALATE-DEVICE THRU 3650-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

       3610-CHECK-MISSED-ENTRY.
           IF WS-MST-NAME(WS-MST-IDX) = WS-DRIVER-FILE-NAME
               MOVE 'Y' TO WS-MST-FOUND
           END-IF.
       3610-EXIT.
           EXIT.

       3650-ESCALATE-DEVICE.
           ADD 1 TO WS-ESCALATED-COUNT
           MOVE WS-MISSED-NIGHTS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-RECEIPT-LINE
           STRING FUNCTION TRIM(WS-DRIVER-FILE-NAME)
                   " ESCALATED - NO UPLOAD FOR" WS-EDIT-COUNT
                   " CONSECUTIVE NIGHT(S) SINCE " WS-FIRST-MISSED
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT
           DISPLAY "DAY10UPL: ESCALATED "
               FUNCTION TRIM(WS-DRIVER-FILE-NAME)
               " - NO UPLOAD FOR " WS-MISSED-NIGHTS " NIGHT(S)"
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       3650-EXIT.
           EXIT.

       3700-RELEASE-DEVICE.
           ADD 1 TO WS-RELEASED-COUNT
           MOVE WS-DRIVER-RECORD TO DRIVER-RECORD
           WRITE DRIVER-RECORD
           MOVE WS-ACTUAL-COUNT TO WS-EDIT-RECORDS
           MOVE SPACES TO WS-RECEIPT-LINE
           STRING FUNCTION TRIM(WS-DRIVER-FILE-NAME)
                   " ACCEPTED RECORDS=" WS-EDIT-RECORDS
                   " UPLOADED=" WS-MNT-STAMP(WS-MNT-IDX)
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT.
       3700-EXIT.
           EXIT.

       3800-QUARANTINE-DEVICE.
           ADD 1 TO WS-QUARANTINED-COUNT
           MOVE WS-QUAR-REASON(4:1) TO WS-REASON-IDX
           ADD 1 TO WS-REASON-TALLY(WS-REASON-IDX)
           MOVE SPACES TO WS-RECEIPT-LINE
           STRING FUNCTION TRIM(WS-DRIVER-FILE-NAME)
                   " QUARANTINED REASON=" WS-QUAR-REASON " "
                   FUNCTION TRIM(WS-QUAR-TEXT)
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3800-EXIT.
           EXIT.

      *>**************************************************************
      *>    4000-SERIES  --  UPLOADS FOR DEVICES NOT SCHEDULED
      *>    Listed for the gateway team (a retired device still
      *>    uploading, or a name keyed differently on the master);
      *>    nothing is run for them.
      *>**************************************************************
       4000-LIST-UNSCHEDULED.
           PERFORM 4100-LIST-ONE-UNSCHEDULED THRU 4100-EXIT
               VARYING WS-MNT-IDX FROM 1 BY 1
               UNTIL WS-MNT-IDX > WS-MANIFEST-COUNT.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-UNSCHEDULED.
           IF WS-MNT-SCHEDULED(WS-MNT-IDX) = 'Y'
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-UNSCHEDULED-COUNT
           MOVE SPACES TO WS-RECEIPT-LINE
           STRING FUNCTION TRIM(WS-MNT-NAME(WS-MNT-IDX))
                   " UPLOADED " WS-MNT-STAMP(WS-MNT-IDX)
                   " BUT NOT ON TONIGHT'S SCHEDULE - IGNORED"
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT.
       4100-EXIT.
           EXIT.

      *>**************************************************************
      *>    5000-SERIES  --  TOTALS
      *>**************************************************************
       5000-WRITE-TOTALS.
           MOVE SPACES TO WS-RECEIPT-LINE
           PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT
           MOVE WS-SCHEDULED-COUNT TO WS-EDIT-COUNT
           STRING "DEVICES SCHEDULED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT
           MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT
           STRING "DEVICES RELEASED TO RUN: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT
           MOVE WS-QUARANTINED-COUNT TO WS-EDIT-COUNT
           STRING "DEVICES QUARANTINED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT
           PERFORM 5100-WRITE-REASON-TOTAL THRU 5100-EXIT
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 5
           MOVE WS-ESCALATED-COUNT TO WS-EDIT-COUNT
           STRING "DEVICES ESCALATED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT
           MOVE WS-UNSCHEDULED-COUNT TO WS-EDIT-COUNT
           STRING "UNSCHEDULED UPLOADS: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT
           IF WS-MANIFEST-OVERFLOW = 'Y'
               MOVE WS-MANIFEST-TABLE-MAX TO WS-EDIT-COUNT
               STRING "MANIFEST PAST" WS-EDIT-COUNT
                       " DEVICES - LATER UPLOADS READ AS MISSING"
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT
           END-IF
           IF WS-MANIFEST-OK = 'Y' AND WS-RELEASED-COUNT = 0
               DISPLAY "DAY10UPL: NO DEVICE RELEASED, DEVICES LIST "
                   "IS EMPTY"
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WRITE-REASON-TOTAL.
           IF WS-REASON-TALLY(WS-REASON-IDX) = 0
               GO TO 5100-EXIT
           END-IF
           MOVE WS-REASON-TALLY(WS-REASON-IDX) TO WS-EDIT-COUNT
           STRING "    REASON QR0" WS-REASON-IDX ": " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM 8000-WRITE-RECEIPT-LINE THRU 8000-EXIT.
       5100-EXIT.
           EXIT.

      *>**************************************************************
      *>    8000-SERIES  --  REPORT OUTPUT
      *>**************************************************************
       8000-WRITE-RECEIPT-LINE.
           MOVE WS-RECEIPT-LINE TO RECEIPT-RECORD
           WRITE RECEIPT-RECORD
           MOVE SPACES TO WS-RECEIPT-LINE.
       8000-EXIT.
           EXIT.

      *>**************************************************************
      *>    9000-SERIES  --  TERMINATION
      *>**************************************************************
       9000-TERMINATE.
           CLOSE SCHEDULE-FILE
           CLOSE RECEIPT-FILE
           CLOSE DRIVER-FILE
           CLOSE NEW-MISSED-FILE
           DISPLAY "DAY10UPL: " WS-SCHEDULED-COUNT " SCHEDULED, "
               WS-RELEASED-COUNT " RELEASED, "
               WS-QUARANTINED-COUNT " QUARANTINED, "
               WS-ESCALATED-COUNT " ESCALATED".
       9000-EXIT.
           EXIT.
