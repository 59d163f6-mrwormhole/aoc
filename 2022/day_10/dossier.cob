      *>**************************************************************
      *> PROGRAM      : DAY10DOS
      *> AUTHOR       : mrwormhole
      *> DATE-WRITTEN : 15th of October, 2026
      *>
      *> Device dossier. When a site calls about a device, the
      *> answer is spread over a dozen files - the master and its
      *> maintenance trail, the history master, the reject
      *> generations and the repair trails, the readout history and
      *> the nightly alert and baseline-breach archives - and they
      *> used to be opened one at a time. This program takes a list
      *> of device names (DOSREQ, the trace file name in columns
      *> 1-60, one per line) and prints one dossier per device
      *> pulling every file's view of it together:
      *>
      *>   - the DEVMSTR record, and every DVMAUDIT maintenance
      *>     transaction against it (a change or retire shows the
      *>     record before as well as after);
      *>   - signal strength and exceptions for the device's last
      *>     N nights on HISTMSTR, with any carried-forward
      *>     aggregate DAY10AGE left for its purged runs;
      *>   - tolerance alerts (ALRTHIST, the ALERTS archive) and
      *>     golden-baseline breaches (GLDHIST, the GLDEXCP
      *>     archive) by night, and the readout expected-versus-
      *>     actual history from RDOUTHST, all over the same
      *>     N-night window;
      *>   - every reject in the retained reject generations
      *>     (REJHIST), folded by trace line as DAY10RJA folds
      *>     them, outstanding or repaired per the FIXLOG trail,
      *>     and the amendments DAY10PST posted from the repairs
      *>     (PSTAUDIT);
      *>   - the device's line on the latest DAY10TRD trend report,
      *>     flagged when it is STATUS=DRIFT.
      *>
      *> A device on the list that is not on DEVMSTR is not
      *> skipped: it still gets a dossier from whatever the other
      *> files hold (a mistyped name shows as empty everywhere, a
      *> device dropped from the master still shows its history),
      *> flagged NOT ON DEVICE MASTER and listed again in the
      *> closing summary. Every source except the request list is
      *> optional; one that cannot be opened is shown as not
      *> checked in each dossier rather than as empty.
      *>
      *> Each line is gathered into a sort keyed on request order,
      *> section and date (latest first), so every source file is
      *> read once however many devices are asked for. The window
      *> is the device's own last N nights on HISTMSTR: an alert,
      *> breach or readout older than the oldest of them is counted
      *> but not listed; one with no RUN-DATE= is always listed,
      *> marked UNDATED. A device with fewer than N nights on file
      *> shows everything. DOSPARM line 1 is N, three digits
      *> zero-padded (default 14).
      *>
      *> RC 0 = every device on the master and every source read,
      *> RC 4 = a device not on DEVMSTR, a source not available, an
      *> empty list or a list or table overflow, RC 12 = DOSREQ
      *> missing, RC 16 = DOSRPT could not be opened.
      *>
      *> MODIFICATION HISTORY
      *> ---------------------------------------------------------
      *> 2026-10-15  mrwormhole   Original device dossier.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10DOS.
       AUTHOR. mrwormhole.
       DATE-WRITTEN. 15th of October, 2026.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REQUEST-FILE ASSIGN TO DOSREQ
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQUEST-STATUS.

               SELECT OPTIONAL DOS-PARM-FILE ASSIGN TO DOSPARM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DOS-PARM-STATUS.

               SELECT OPTIONAL MASTER-FILE ASSIGN TO DEVMSTR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MASTER-STATUS.

               SELECT OPTIONAL DVM-AUDIT-FILE ASSIGN TO DVMAUDIT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DVM-AUDIT-STATUS.

               SELECT OPTIONAL HISTORY-FILE ASSIGN TO HISTMSTR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.

               SELECT OPTIONAL ALERT-HIST-FILE ASSIGN TO ALRTHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALERT-HIST-STATUS.

               SELECT OPTIONAL BREACH-HIST-FILE ASSIGN TO GLDHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BREACH-HIST-STATUS.

               SELECT OPTIONAL READOUT-HISTORY-FILE ASSIGN TO RDOUTHST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-READOUT-HISTORY-STATUS.

               SELECT OPTIONAL REJHIST-FILE ASSIGN TO REJHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REJHIST-STATUS.

               SELECT OPTIONAL FIXLOG-FILE ASSIGN TO FIXLOG
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FIXLOG-STATUS.

               SELECT OPTIONAL PST-AUDIT-FILE ASSIGN TO PSTAUDIT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PST-AUDIT-STATUS.

               SELECT OPTIONAL TREND-REPORT-FILE ASSIGN TO TRNDRPT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TREND-REPORT-STATUS.

               SELECT DOS-REPORT-FILE ASSIGN TO DOSRPT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DOS-REPORT-STATUS.

               SELECT SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
           FILE SECTION.
           FD REQUEST-FILE.
           01 REQUEST-RECORD.
               05 REQ-DEVICE-NAME        PIC X(60).
               05 FILLER                 PIC X(20).

           FD DOS-PARM-FILE.
           01 DOS-PARM-RECORD            PIC X(10).

           FD MASTER-FILE.
           COPY "devmstr.cpy".

      *>    The DAY10DVM audit record. An applied or dropped
      *>    transaction carries master images (DEVMSTR.CPY layout);
      *>    a rejected one carries the keyed transaction instead,
      *>    action in column 1 and the device name from column 3,
      *>    all 108 bytes of it (earlier records kept only 102).
      *>    Records written before the firmware revision was added
      *>    carry 94-byte images (no DEVM-FIRMWARE-REV), the new
      *>    image starting eight bytes sooner; 2210 tells them
      *>    apart by where the new image's maintenance date falls,
      *>    or for a rejected transaction where its action code
      *>    falls.
           FD DVM-AUDIT-FILE.
           01 DVM-AUDIT-RECORD.
               05 DVMA-RUN-DATE          PIC 9(8).
               05 FILLER                 PIC X(1).
               05 DVMA-ACTION            PIC X(1).
               05 FILLER                 PIC X(1).
               05 DVMA-RESULT            PIC X(8).
               05 FILLER                 PIC X(1).
               05 DVMA-REASON            PIC X(4).
               05 FILLER                 PIC X(1).
               05 DVMA-OLD-IMAGE         PIC X(102).
               05 FILLER                 PIC X(1).
               05 DVMA-NEW-IMAGE         PIC X(108).
           01 DVM-AUDIT-RECORD-94.
               05 FILLER                 PIC X(25).
               05 DVMA-OLD-IMAGE-94      PIC X(94).
               05 FILLER                 PIC X(1).
               05 DVMA-NEW-IMAGE-94      PIC X(94).
               05 FILLER                 PIC X(21).

           FD HISTORY-FILE.
           COPY "histrec.cpy".

           FD ALERT-HIST-FILE.
           01 ALERT-HIST-RECORD          PIC X(200).

           FD BREACH-HIST-FILE.
           01 BREACH-HIST-RECORD         PIC X(200).

           FD READOUT-HISTORY-FILE.
           01 RDHIST-RECORD.
               05 RDHIST-RUN-DATE        PIC 9(8).
               05 FILLER                 PIC X(1).
               05 RDHIST-DEVICE-NAME     PIC X(60).
               05 FILLER                 PIC X(1).
               05 RDHIST-EXPECTED        PIC X(8).
               05 FILLER                 PIC X(1).
               05 RDHIST-ACTUAL          PIC X(8).
               05 FILLER                 PIC X(1).
               05 RDHIST-VERDICT         PIC X(8).

           FD REJHIST-FILE.
           COPY "rejrec.cpy".

           FD FIXLOG-FILE.
           01 FIXLOG-RECORD.
               05 FLOG-DEVICE-NAME       PIC X(80).
               05 FLOG-LINE-NUMBER       PIC 9(9).
               05 FLOG-APPLIED-DATE      PIC 9(8).

           FD PST-AUDIT-FILE.
           01 PST-AUDIT-RECORD.
               05 PSTA-POSTING-DATE      PIC 9(8).
               05 FILLER                 PIC X(1).
               05 PSTA-DEVICE-NAME       PIC X(60).
               05 FILLER                 PIC X(1).
               05 PSTA-RUN-DATE          PIC 9(8).
               05 FILLER                 PIC X(1).
               05 PSTA-OLD-SIGNAL        PIC S9(9) SIGN LEADING
                                                   SEPARATE.
               05 FILLER                 PIC X(1).
               05 PSTA-NEW-SIGNAL        PIC S9(9) SIGN LEADING
                                                   SEPARATE.
               05 FILLER                 PIC X(1).
               05 PSTA-LINES-REPLAYED    PIC 9(5).
               05 FILLER                 PIC X(1).
               05 PSTA-DISPOSITION       PIC X(8).

           FD TREND-REPORT-FILE.
           01 TREND-REPORT-RECORD        PIC X(180).

           FD DOS-REPORT-FILE.
           01 DOS-REPORT-RECORD          PIC X(160).

      *>    One dossier line. Kind 0 is a device banner (section 0)
      *>    or a section heading, released for every device and
      *>    section so an empty section still prints; kind 1 is a
      *>    detail line, latest date first within its section.
           SD SORT-FILE.
           01 SORT-RECORD.
               05 SRT-REQ-SEQ            PIC 9(3).
               05 SRT-SECTION            PIC 9(2).
               05 SRT-KIND               PIC 9(1).
               05 SRT-DATE               PIC 9(8).
               05 SRT-SEQUENCE           PIC 9(7).
               05 SRT-FLAG               PIC X(1).
               05 SRT-TEXT               PIC X(150).

           WORKING-STORAGE SECTION.
      *>---------------------------------------------------------
      *>    FILE STATUS SWITCHES
      *>---------------------------------------------------------
           01 WS-REQUEST-STATUS          PIC X(2).
           01 WS-DOS-PARM-STATUS         PIC X(2).
           01 WS-MASTER-STATUS           PIC X(2).
           01 WS-DVM-AUDIT-STATUS        PIC X(2).
           01 WS-HISTORY-STATUS          PIC X(2).
           01 WS-ALERT-HIST-STATUS       PIC X(2).
           01 WS-BREACH-HIST-STATUS      PIC X(2).
           01 WS-READOUT-HISTORY-STATUS  PIC X(2).
           01 WS-REJHIST-STATUS          PIC X(2).
           01 WS-FIXLOG-STATUS           PIC X(2).
           01 WS-PST-AUDIT-STATUS        PIC X(2).
           01 WS-TREND-REPORT-STATUS     PIC X(2).
           01 WS-DOS-REPORT-STATUS       PIC X(2).
           01 WS-SCAN-EOF                PIC X(1) VALUE 'N'.
           01 WS-SORT-EOF                PIC X(1) VALUE 'N'.

      *>---------------------------------------------------------
      *>    DOSSIER PARAMETERS (DOSPARM)
      *>---------------------------------------------------------
           01 WS-NIGHTS-REQUESTED        PIC 9(3) VALUE 14.
           01 WS-RUN-DATE                PIC 9(8) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    REQUEST TABLE (DOSREQ, IN THE ORDER ASKED)
      *>    A name asked for twice gets one dossier. The master
      *>    image is kept for the device-master section.
      *>---------------------------------------------------------
           01 WS-REQUEST-TABLE.
               05 WS-REQ-ENTRY OCCURS 100 TIMES
                                INDEXED BY WS-REQ-IDX.
                   10 WS-REQ-NAME        PIC X(60).
                   10 WS-REQ-ON-MASTER   PIC X(1).
                   10 WS-REQ-MASTER      PIC X(102).
           01 WS-REQUEST-TABLE-MAX       PIC 9(3) VALUE 100.
           01 WS-REQUEST-COUNT           PIC 9(3) VALUE ZEROES.
           01 WS-REQUEST-DROPPED         PIC 9(5) VALUE ZEROES.
           01 WS-REQ-FOUND               PIC X(1).
           01 WS-REQ-MATCH-IDX           PIC 9(3).
           01 WS-NOT-ON-MASTER-COUNT     PIC 9(3) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    SOURCE TABLE
      *>    Sources 1-9 feed dossier sections 1-9 in that order;
      *>    FIXLOG (10) only qualifies the rejects section.
      *>---------------------------------------------------------
           01 WS-SOURCE-CONSTANTS.
               05 FILLER PIC X(8) VALUE "DEVMSTR ".
               05 FILLER PIC X(8) VALUE "DVMAUDIT".
               05 FILLER PIC X(8) VALUE "HISTMSTR".
               05 FILLER PIC X(8) VALUE "ALRTHIST".
               05 FILLER PIC X(8) VALUE "GLDHIST ".
               05 FILLER PIC X(8) VALUE "RDOUTHST".
               05 FILLER PIC X(8) VALUE "REJHIST ".
               05 FILLER PIC X(8) VALUE "PSTAUDIT".
               05 FILLER PIC X(8) VALUE "TRNDRPT ".
               05 FILLER PIC X(8) VALUE "FIXLOG  ".
           01 WS-SOURCE-NAMES REDEFINES WS-SOURCE-CONSTANTS.
               05 WS-SRC-DDNAME OCCURS 10 TIMES PIC X(8).
           01 WS-SOURCE-TABLE.
               05 WS-SRC-AVAILABLE OCCURS 10 TIMES
                                   INDEXED BY WS-SRC-IDX
                                   PIC X(1).
           01 WS-SOURCE-MAX              PIC 9(2) VALUE 10.

      *>---------------------------------------------------------
      *>    SECTION HEADINGS (SECTION 3 IS BUILT WITH THE WINDOW)
      *>---------------------------------------------------------
           01 WS-HEADING-CONSTANTS.
               05 FILLER PIC X(60) VALUE
                  "DEVICE MASTER (DEVMSTR)".
               05 FILLER PIC X(60) VALUE
                  "MAINTENANCE HISTORY (DVMAUDIT)".
               05 FILLER PIC X(60) VALUE
                  "SIGNAL STRENGTH (HISTMSTR)".
               05 FILLER PIC X(60) VALUE
                  "TOLERANCE ALERTS BY NIGHT (ALERTS ARCHIVE)".
               05 FILLER PIC X(60) VALUE
                  "BASELINE BREACHES BY NIGHT (GLDEXCP ARCHIVE)".
               05 FILLER PIC X(60) VALUE
                  "READOUT EXPECTED VS ACTUAL (RDOUTHST)".
               05 FILLER PIC X(60) VALUE
                  "REJECTS, OUTSTANDING AND REPAIRED (REJHIST, FIXLOG)".
               05 FILLER PIC X(60) VALUE
                  "AMENDMENTS POSTED FROM REPAIRS (PSTAUDIT)".
               05 FILLER PIC X(60) VALUE
                  "LATEST TREND (TRNDRPT)".
           01 WS-HEADING-TABLE REDEFINES WS-HEADING-CONSTANTS.
               05 WS-SECTION-HEADING OCCURS 9 TIMES PIC X(60).
           01 WS-SECTION-MAX             PIC 9(2) VALUE 9.
           01 WS-SECTION-NO              PIC 9(2).

      *>---------------------------------------------------------
      *>    REJECT FOLD TABLE (REQUESTED DEVICES ONLY)
      *>    The same trace line re-rejects every night the device
      *>    runs unrepaired, so it folds into one entry dated from
      *>    the first and last night it was seen.
      *>---------------------------------------------------------
           01 WS-REJECT-TABLE.
               05 WS-RJT-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-RJT-IDX.
                   10 WS-RJT-REQ         PIC 9(3).
                   10 WS-RJT-LINE        PIC 9(9).
                   10 WS-RJT-REASON      PIC X(4).
                   10 WS-RJT-INSTRUCTION PIC X(40).
                   10 WS-RJT-FIRST-DATE  PIC 9(8).
                   10 WS-RJT-LAST-DATE   PIC 9(8).
                   10 WS-RJT-NIGHTS-SEEN PIC 9(5).
                   10 WS-RJT-REPAIRED    PIC X(1).
                   10 WS-RJT-FIX-DATE    PIC 9(8).
           01 WS-REJECT-TABLE-MAX        PIC 9(4) VALUE 2000.
           01 WS-REJECT-COUNT            PIC 9(4) VALUE ZEROES.
           01 WS-RJT-FOUND               PIC X(1).
           01 WS-RJT-MATCH-IDX           PIC 9(4).
           01 WS-REJECT-OVERFLOW         PIC X(1) VALUE 'N'.
           01 WS-REJECT-DATE             PIC 9(8).

      *>---------------------------------------------------------
      *>    GATHER WORK AREAS
      *>---------------------------------------------------------
           01 WS-MATCH-NAME              PIC X(80).
           01 WS-SCAN-LINE               PIC X(220).
           01 WS-NAME-LEN                PIC 9(3).
           01 WS-REST-START              PIC 9(3).
           01 WS-REST-LEN                PIC 9(3).
           01 WS-AFTER-START             PIC 9(3).
           01 WS-AFTER-LEN               PIC 9(3).
           01 WS-TEXT-POS                PIC 9(3).
           01 WS-SCAN-POS                PIC 9(3).
           01 WS-DATE-POS                PIC 9(3).
           01 WS-LINE-DATE               PIC 9(8).
           01 WS-MATCH-TALLY             PIC 9(3).
           01 WS-RELEASE-SEQUENCE        PIC 9(7) VALUE ZEROES.
           01 WS-DTL-SECTION             PIC 9(2).
           01 WS-DTL-DATE                PIC 9(8).
           01 WS-DTL-FLAG                PIC X(1).
           01 WS-DTL-TEXT                PIC X(150).
           01 WS-DTL-DATE-TEXT           PIC X(8).
           01 WS-CF-AVERAGE              PIC S9(9).
           01 WS-IMAGE                   PIC X(102).
           01 WS-IMAGE-DETAIL REDEFINES WS-IMAGE.
               05 WS-IMG-NAME            PIC X(60).
               05 WS-IMG-MODEL           PIC X(4).
               05 WS-IMG-FORMAT          PIC X(1).
               05 WS-IMG-LOCATION        PIC X(20).
               05 WS-IMG-STATUS          PIC X(1).
               05 WS-IMG-MAINT-DATE      PIC X(8).
               05 WS-IMG-FIRMWARE        PIC X(8).
           01 WS-AUD-OLD-IMAGE           PIC X(102).
           01 WS-AUD-NEW-IMAGE           PIC X(108).
           01 WS-STATUS-TEXT             PIC X(10).

      *>---------------------------------------------------------
      *>    PRINT WORK AREAS
      *>    The window start is the oldest of the device's last N
      *>    nightly history dates, set as section 3 prints; zero
      *>    (everything shown) until N nights have printed.
      *>---------------------------------------------------------
           01 WS-OPEN-SECTION            PIC 9(2) VALUE ZEROES.
           01 WS-OPEN-FLAG               PIC X(1).
           01 WS-SECTION-PRINTED         PIC 9(5).
           01 WS-SECTION-OMITTED         PIC 9(5).
           01 WS-NIGHTS-SHOWN            PIC 9(3).
           01 WS-WINDOW-START            PIC 9(8).
           01 WS-DOSSIER-COUNT           PIC 9(3) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    REPORT LINE AREAS
      *>---------------------------------------------------------
           01 WS-DOS-LINE                PIC X(160).
           01 WS-EDIT-SIGNAL             PIC -ZZZZZZZZ9.
           01 WS-EDIT-SIGNAL-2           PIC -ZZZZZZZZ9.
           01 WS-EDIT-COUNT              PIC ZZZZ9.
           01 WS-EDIT-COUNT-2            PIC ZZZZ9.
           01 WS-EDIT-LINE-NO            PIC ZZZZZZZZ9.
           01 WS-EDIT-NIGHTS             PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-FILE
               ON ASCENDING KEY SRT-REQ-SEQ
               ON ASCENDING KEY SRT-SECTION
               ON ASCENDING KEY SRT-KIND
               ON DESCENDING KEY SRT-DATE
               ON ASCENDING KEY SRT-SEQUENCE
               INPUT PROCEDURE IS 2000-GATHER-DOSSIERS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 4000-PRINT-DOSSIERS
                   THRU 4000-EXIT
           PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *>**************************************************************
      *>    1000-SERIES  --  INITIALIZATION
      *>**************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT DOS-REPORT-FILE
           IF WS-DOS-REPORT-STATUS NOT = "00"
               DISPLAY "DAY10DOS: UNABLE TO OPEN DOSRPT, STATUS="
                   WS-DOS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "DAY10DOS: UNABLE TO OPEN DOSREQ, STATUS="
                   WS-REQUEST-STATUS
               MOVE SPACES TO WS-DOS-LINE
               STRING "DEVICE LIST DOSREQ NOT AVAILABLE (STATUS="
                       WS-REQUEST-STATUS ") - NO DOSSIERS PRODUCED"
                   DELIMITED BY SIZE INTO WS-DOS-LINE
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               MOVE 12 TO RETURN-CODE
               CLOSE DOS-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-DOS-PARMS THRU 1100-EXIT
           PERFORM 1200-LOAD-REQUESTS THRU 1200-EXIT
           CLOSE REQUEST-FILE
           PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      *>    A short, non-numeric or zero line keeps the default.
       1100-LOAD-DOS-PARMS.
           OPEN INPUT DOS-PARM-FILE
           IF WS-DOS-PARM-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF
           READ DOS-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF DOS-PARM-RECORD(1:3) IS NUMERIC
                       AND DOS-PARM-RECORD(1:3) NOT = "000"
                       MOVE DOS-PARM-RECORD(1:3) TO
                           WS-NIGHTS-REQUESTED
                   END-IF
           END-READ
           CLOSE DOS-PARM-FILE.
       1100-EXIT.
           EXIT.

       1200-LOAD-REQUESTS.
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 1210-READ-ONE-REQUEST THRU 1210-EXIT
               UNTIL WS-SCAN-EOF = 'Y'.
       1200-EXIT.
           EXIT.

       1210-READ-ONE-REQUEST.
           READ REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 1210-EXIT
           END-READ
           IF REQ-DEVICE-NAME = SPACES
               GO TO 1210-EXIT
           END-IF
           MOVE REQ-DEVICE-NAME TO WS-MATCH-NAME
           PERFORM 2950-FIND-REQUEST THRU 2950-EXIT
           IF WS-REQ-FOUND = 'Y'
               GO TO 1210-EXIT
           END-IF
           IF WS-REQUEST-COUNT >= WS-REQUEST-TABLE-MAX
               ADD 1 TO WS-REQUEST-DROPPED
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-REQUEST-COUNT
           SET WS-REQ-IDX TO WS-REQUEST-COUNT
           MOVE REQ-DEVICE-NAME TO WS-REQ-NAME(WS-REQ-IDX)
           MOVE 'N' TO WS-REQ-ON-MASTER(WS-REQ-IDX)
           MOVE SPACES TO WS-REQ-MASTER(WS-REQ-IDX).
       1210-EXIT.
           EXIT.

       1300-WRITE-HEADINGS.
           MOVE SPACES TO WS-DOS-LINE
           MOVE WS-REQUEST-COUNT TO WS-EDIT-NIGHTS
           STRING "DAY10DOS DEVICE DOSSIER   RUN DATE " WS-RUN-DATE
                   "   DEVICES REQUESTED " WS-EDIT-NIGHTS
               DELIMITED BY SIZE INTO WS-DOS-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-DOS-LINE
           MOVE WS-NIGHTS-REQUESTED TO WS-EDIT-NIGHTS
           STRING "HISTORY WINDOW: EACH DEVICE'S LAST" WS-EDIT-NIGHTS
                   " NIGHT(S) ON HISTMSTR, LATEST FIRST"
               DELIMITED BY SIZE INTO WS-DOS-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       1300-EXIT.
           EXIT.

      *>**************************************************************
      *>    2000-SERIES  --  SORT INPUT: GATHER EVERY FILE'S VIEW
      *>    Each source is read once, start to finish; only lines
      *>    for a requested device are released.
      *>**************************************************************
       2000-GATHER-DOSSIERS.
           PERFORM 2100-SCAN-MASTER THRU 2100-EXIT
           PERFORM 2200-SCAN-DVM-AUDIT THRU 2200-EXIT
           PERFORM 2300-SCAN-HISTORY THRU 2300-EXIT
           PERFORM 2400-SCAN-ALERT-HISTORY THRU 2400-EXIT
           PERFORM 2450-SCAN-BREACH-HISTORY THRU 2450-EXIT
           PERFORM 2500-SCAN-READOUT-HISTORY THRU 2500-EXIT
           PERFORM 2600-SCAN-REJECTS THRU 2600-EXIT
           PERFORM 2700-SCAN-PST-AUDIT THRU 2700-EXIT
           PERFORM 2800-SCAN-TREND-REPORT THRU 2800-EXIT
           PERFORM 2900-RELEASE-HEADINGS THRU 2900-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQUEST-COUNT.
       2000-EXIT.
           EXIT.

      *>---------------------------------------------------------
      *>    2100  DEVICE MASTER
      *>---------------------------------------------------------
       2100-SCAN-MASTER.
           MOVE 'N' TO WS-SRC-AVAILABLE(1)
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               GO TO 2100-EXIT
           END-IF
           MOVE 'Y' TO WS-SRC-AVAILABLE(1)
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 2110-READ-ONE-MASTER THRU 2110-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE MASTER-FILE.
       2100-EXIT.
           EXIT.

       2110-READ-ONE-MASTER.
           READ MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2110-EXIT
           END-READ
           MOVE DEVM-DEVICE-NAME TO WS-MATCH-NAME
           PERFORM 2950-FIND-REQUEST THRU 2950-EXIT
           IF WS-REQ-FOUND = 'Y'
               SET WS-REQ-IDX TO WS-REQ-MATCH-IDX
               MOVE 'Y' TO WS-REQ-ON-MASTER(WS-REQ-IDX)
               MOVE DEVM-RECORD TO WS-REQ-MASTER(WS-REQ-IDX)
           END-IF.
       2110-EXIT.
           EXIT.

      *>---------------------------------------------------------
      *>    2200  MAINTENANCE HISTORY
      *>---------------------------------------------------------
       2200-SCAN-DVM-AUDIT.
           MOVE 'N' TO WS-SRC-AVAILABLE(2)
           OPEN INPUT DVM-AUDIT-FILE
           IF WS-DVM-AUDIT-STATUS NOT = "00"
               GO TO 2200-EXIT
           END-IF
           MOVE 'Y' TO WS-SRC-AVAILABLE(2)
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 2210-READ-ONE-DVM-AUDIT THRU 2210-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE DVM-AUDIT-FILE.
       2200-EXIT.
           EXIT.

       2210-READ-ONE-DVM-AUDIT.
           READ DVM-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2210-EXIT
           END-READ
      *>    A 94-byte record has its new image's maintenance date
      *>    where a 102-byte record has the location and status,
      *>    which can never be all digits. Its images are taken
      *>    with the firmware revision blank (the standard
      *>    instruction set, all there was then). A rejected
      *>    record has a blank old image and the transaction as
      *>    its new one, device name at the transaction's column 3;
      *>    in a 94-byte record the transaction starts eight bytes
      *>    sooner, where its action code shows through in the
      *>    first byte of DVMA-NEW-IMAGE-94 - in a 102-byte record
      *>    that byte is still the blank old image.
           IF DVMA-RESULT NOT = "REJECTED"
               AND DVMA-NEW-IMAGE-94(87:8) IS NUMERIC
               AND DVMA-NEW-IMAGE(87:8) IS NOT NUMERIC
               MOVE DVMA-OLD-IMAGE-94 TO WS-AUD-OLD-IMAGE
               MOVE DVMA-NEW-IMAGE-94 TO WS-AUD-NEW-IMAGE
           ELSE
               MOVE DVMA-OLD-IMAGE TO WS-AUD-OLD-IMAGE
               MOVE DVMA-NEW-IMAGE TO WS-AUD-NEW-IMAGE
           END-IF
           IF DVMA-RESULT = "REJECTED"
               IF DVMA-NEW-IMAGE-94(1:1) NOT = SPACE
                   MOVE DVMA-NEW-IMAGE-94(3:60) TO WS-MATCH-NAME
               ELSE
                   MOVE WS-AUD-NEW-IMAGE(3:60) TO WS-MATCH-NAME
               END-IF
           ELSE
               IF WS-AUD-NEW-IMAGE(1:60) NOT = SPACES
                   MOVE WS-AUD-NEW-IMAGE(1:60) TO WS-MATCH-NAME
               ELSE
                   MOVE WS-AUD-OLD-IMAGE(1:60) TO WS-MATCH-NAME
               END-IF
           END-IF
           PERFORM 2950-FIND-REQUEST THRU 2950-EXIT
           IF WS-REQ-FOUND = 'N'
               GO TO 2210-EXIT
           END-IF
           MOVE 2 TO WS-DTL-SECTION
           MOVE SPACE TO WS-DTL-FLAG
           IF DVMA-RUN-DATE IS NUMERIC
               MOVE DVMA-RUN-DATE TO WS-DTL-DATE
           ELSE
               MOVE ZEROES TO WS-DTL-DATE
           END-IF
           MOVE SPACES TO WS-DTL-TEXT
           IF DVMA-RESULT = "REJECTED"
               STRING DVMA-RUN-DATE "  ACTION=" DVMA-ACTION
                       "  " DVMA-RESULT "  REASON=" DVMA-REASON
                   DELIMITED BY SIZE INTO WS-DTL-TEXT
               PERFORM 2960-RELEASE-DETAIL THRU 2960-EXIT
               GO TO 2210-EXIT
           END-IF
           IF WS-AUD-NEW-IMAGE NOT = SPACES
               MOVE WS-AUD-NEW-IMAGE(1:102) TO WS-IMAGE
           ELSE
               MOVE WS-AUD-OLD-IMAGE TO WS-IMAGE
           END-IF
           MOVE SPACES TO WS-DTL-TEXT
           STRING DVMA-RUN-DATE "  ACTION=" DVMA-ACTION
                   "  " DVMA-RESULT "  "
               DELIMITED BY SIZE INTO WS-DTL-TEXT
           PERFORM 2220-APPEND-IMAGE THRU 2220-EXIT
           PERFORM 2960-RELEASE-DETAIL THRU 2960-EXIT
      *>    A change or a retire rewrites the master record, so
      *>    both show the record as it was beneath it.
           IF DVMA-RESULT = "APPLIED"
               AND (DVMA-ACTION = 'C' OR DVMA-ACTION = 'R')
               AND WS-AUD-OLD-IMAGE NOT = SPACES
               MOVE WS-AUD-OLD-IMAGE TO WS-IMAGE
               MOVE SPACES TO WS-DTL-TEXT
               MOVE "                         WAS" TO WS-DTL-TEXT
               PERFORM 2220-APPEND-IMAGE THRU 2220-EXIT
               PERFORM 2960-RELEASE-DETAIL THRU 2960-EXIT
           END-IF.
       2210-EXIT.
           EXIT.

      *>    The master fields of WS-IMAGE behind whatever already
      *>    leads WS-DTL-TEXT, at a fixed column so a change's
      *>    before and after line up.
       2220-APPEND-IMAGE.
           STRING "MODEL=" WS-IMG-MODEL
                   "  FORMAT=" WS-IMG-FORMAT
                   "  LOCATION=" WS-IMG-LOCATION
                   "  STATUS=" WS-IMG-STATUS
                   "  LAST-MAINT=" WS-IMG-MAINT-DATE
                   "  FIRMWARE=" WS-IMG-FIRMWARE
               DELIMITED BY SIZE INTO WS-DTL-TEXT(31:).
       2220-EXIT.
           EXIT.

      *>---------------------------------------------------------
      *>    2300  SIGNAL-STRENGTH HISTORY
      *>    Flag 'N' marks a nightly record (counted against the
      *>    window), 'C' a carried-forward aggregate (always
      *>    shown - it stands for runs already purged).
      *>---------------------------------------------------------
       2300-SCAN-HISTORY.
           MOVE 'N' TO WS-SRC-AVAILABLE(3)
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               GO TO 2300-EXIT
           END-IF
           MOVE 'Y' TO WS-SRC-AVAILABLE(3)
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 2310-READ-ONE-HISTORY THRU 2310-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE HISTORY-FILE.
       2300-EXIT.
           EXIT.

       2310-READ-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2310-EXIT
           END-READ
           MOVE HIST-DEVICE-NAME TO WS-MATCH-NAME
           PERFORM 2950-FIND-REQUEST THRU 2950-EXIT
           IF WS-REQ-FOUND = 'N'
               GO TO 2310-EXIT
           END-IF
           IF HIST-RUN-DATE NOT NUMERIC
               OR HIST-SIGNAL-STRENGTH NOT NUMERIC
               GO TO 2310-EXIT
           END-IF
           MOVE 3 TO WS-DTL-SECTION
           MOVE HIST-RUN-DATE TO WS-DTL-DATE
           MOVE SPACES TO WS-DTL-TEXT
           IF HIST-CF-RUNS IS NUMERIC AND HIST-CF-RUNS > 0
               AND HIST-CF-SIG-SUM IS NUMERIC
               MOVE 'C' TO WS-DTL-FLAG
               COMPUTE WS-CF-AVERAGE ROUNDED =
                   HIST-CF-SIG-SUM / HIST-CF-RUNS
               MOVE WS-CF-AVERAGE TO WS-EDIT-SIGNAL
               MOVE HIST-CF-RUNS TO WS-EDIT-COUNT
               MOVE ZEROES TO WS-EDIT-COUNT-2
               IF HIST-CF-EXC-MAX IS NUMERIC
                   MOVE HIST-CF-EXC-MAX TO WS-EDIT-COUNT-2
               END-IF
               STRING "CARRIED FORWARD THROUGH " HIST-RUN-DATE
                       "  RUNS=" WS-EDIT-COUNT
                       "  AVG-SIGNAL=" WS-EDIT-SIGNAL
                       "  WORST-EXCEPTIONS=" WS-EDIT-COUNT-2
                   DELIMITED BY SIZE INTO WS-DTL-TEXT
           ELSE
               MOVE 'N' TO WS-DTL-FLAG
               MOVE HIST-SIGNAL-STRENGTH TO WS-EDIT-SIGNAL
               MOVE ZEROES TO WS-EDIT-COUNT
               IF HIST-EXCEPTION-COUNT IS NUMERIC
                   MOVE HIST-EXCEPTION-COUNT TO WS-EDIT-COUNT
               END-IF
               STRING HIST-RUN-DATE
                       "  SIGNAL=" WS-EDIT-SIGNAL
                       "  EXCEPTIONS=" WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-DTL-TEXT
           END-IF
           PERFORM 2960-RELEASE-DETAIL THRU 2960-EXIT.
       2310-EXIT.
           EXIT.

      *>---------------------------------------------------------
      *>    2400  ALERT AND BASELINE-BREACH ARCHIVES
      *>    Both are free-text lines leading with the device name
      *>    and carrying the night as RUN-DATE=; a line archived
      *>    before the stamp existed lists as UNDATED.
      *>---------------------------------------------------------
       2400-SCAN-ALERT-HISTORY.
           MOVE 'N' TO WS-SRC-AVAILABLE(4)
           OPEN INPUT ALERT-HIST-FILE
           IF WS-ALERT-HIST-STATUS NOT = "00"
               GO TO 2400-EXIT
           END-IF
           MOVE 'Y' TO WS-SRC-AVAILABLE(4)
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 2410-READ-ONE-ALERT THRU 2410-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE ALERT-HIST-FILE.
       2400-EXIT.
           EXIT.

       2410-READ-ONE-ALERT.
           READ ALERT-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2410-EXIT
           END-READ
           MOVE ALERT-HIST-RECORD TO WS-SCAN-LINE
           MOVE 4 TO WS-DTL-SECTION
           PERFORM 2970-RELEASE-TEXT-LINE THRU 2970-EXIT.
       2410-EXIT.
           EXIT.

       2450-SCAN-BREACH-HISTORY.
           MOVE 'N' TO WS-SRC-AVAILABLE(5)
           OPEN INPUT BREACH-HIST-FILE
           IF WS-BREACH-HIST-STATUS NOT = "00"
               GO TO 2450-EXIT
           END-IF
           MOVE 'Y' TO WS-SRC-AVAILABLE(5)
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 2460-READ-ONE-BREACH THRU 2460-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE BREACH-HIST-FILE.
       2450-EXIT.
           EXIT.

      *>    Only breach lines carry " DEVIATION="; the nightly
      *>    verdict and not-available lines are passed over.
       2460-READ-ONE-BREACH.
           READ BREACH-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2460-EXIT
           END-READ
           MOVE ZEROES TO WS-MATCH-TALLY
           INSPECT BREACH-HIST-RECORD TALLYING WS-MATCH-TALLY
               FOR ALL " DEVIATION="
           IF WS-MATCH-TALLY = 0
               GO TO 2460-EXIT
           END-IF
           MOVE BREACH-HIST-RECORD TO WS-SCAN-LINE
           MOVE 5 TO WS-DTL-SECTION
           PERFORM 2970-RELEASE-TEXT-LINE THRU 2970-EXIT.
       2460-EXIT.
           EXIT.

      *>---------------------------------------------------------
      *>    2500  READOUT HISTORY
      *>---------------------------------------------------------
       2500-SCAN-READOUT-HISTORY.
           MOVE 'N' TO WS-SRC-AVAILABLE(6)
           OPEN INPUT READOUT-HISTORY-FILE
           IF WS-READOUT-HISTORY-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF
           MOVE 'Y' TO WS-SRC-AVAILABLE(6)
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 2510-READ-ONE-READOUT THRU 2510-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE READOUT-HISTORY-FILE.
       2500-EXIT.
           EXIT.

       2510-READ-ONE-READOUT.
           READ READOUT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2510-EXIT
           END-READ
           MOVE RDHIST-DEVICE-NAME TO WS-MATCH-NAME
           PERFORM 2950-FIND-REQUEST THRU 2950-EXIT
           IF WS-REQ-FOUND = 'N' OR RDHIST-RUN-DATE NOT NUMERIC
               GO TO 2510-EXIT
           END-IF
           MOVE 6 TO WS-DTL-SECTION
           MOVE RDHIST-RUN-DATE TO WS-DTL-DATE
           MOVE SPACE TO WS-DTL-FLAG
           MOVE SPACES TO WS-DTL-TEXT
           STRING RDHIST-RUN-DATE
                   "  EXPECTED=" RDHIST-EXPECTED
                   "  ACTUAL=" RDHIST-ACTUAL
                   "  " RDHIST-VERDICT
               DELIMITED BY SIZE INTO WS-DTL-TEXT
           PERFORM 2960-RELEASE-DETAIL THRU 2960-EXIT.
       2510-EXIT.
           EXIT.

      *>---------------------------------------------------------
      *>    2600  REJECTS AND REPAIRS
      *>    The retained reject generations fold into the table,
      *>    FIXLOG marks the repaired entries, then each entry is
      *>    released dated from the night it first rejected.
      *>---------------------------------------------------------
       2600-SCAN-REJECTS.
           MOVE 'N' TO WS-SRC-AVAILABLE(7)
           MOVE SPACE TO WS-SRC-AVAILABLE(10)
           OPEN INPUT REJHIST-FILE
           IF WS-REJHIST-STATUS NOT = "00"
               GO TO 2600-EXIT
           END-IF
           MOVE 'Y' TO WS-SRC-AVAILABLE(7)
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 2610-READ-ONE-REJECT THRU 2610-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE REJHIST-FILE
           MOVE 'N' TO WS-SRC-AVAILABLE(10)
           OPEN INPUT FIXLOG-FILE
           IF WS-FIXLOG-STATUS = "00"
               MOVE 'Y' TO WS-SRC-AVAILABLE(10)
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM 2640-READ-ONE-FIXLOG THRU 2640-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
               CLOSE FIXLOG-FILE
           END-IF
           PERFORM 2660-RELEASE-ONE-REJECT THRU 2660-EXIT
               VARYING WS-RJT-IDX FROM 1 BY 1
               UNTIL WS-RJT-IDX > WS-REJECT-COUNT.
       2600-EXIT.
           EXIT.

       2610-READ-ONE-REJECT.
           READ REJHIST-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2610-EXIT
           END-READ
           MOVE REJ-DEVICE-NAME TO WS-MATCH-NAME
           PERFORM 2950-FIND-REQUEST THRU 2950-EXIT
           IF WS-REQ-FOUND = 'N'
               GO TO 2610-EXIT
           END-IF
           MOVE ZEROES TO WS-REJECT-DATE
           IF REJ-RUN-DATE IS NUMERIC
               MOVE REJ-RUN-DATE TO WS-REJECT-DATE
           END-IF
           PERFORM 2620-FIND-REJECT-ENTRY THRU 2620-EXIT
           IF WS-RJT-FOUND = 'Y'
               SET WS-RJT-IDX TO WS-RJT-MATCH-IDX
               ADD 1 TO WS-RJT-NIGHTS-SEEN(WS-RJT-IDX)
               IF WS-REJECT-DATE > 0
                   IF WS-RJT-FIRST-DATE(WS-RJT-IDX) = 0
                       OR WS-REJECT-DATE <
                           WS-RJT-FIRST-DATE(WS-RJT-IDX)
                       MOVE WS-REJECT-DATE TO
                           WS-RJT-FIRST-DATE(WS-RJT-IDX)
                   END-IF
                   IF WS-REJECT-DATE >
                           WS-RJT-LAST-DATE(WS-RJT-IDX)
                       MOVE WS-REJECT-DATE TO
                           WS-RJT-LAST-DATE(WS-RJT-IDX)
                       MOVE REJ-REASON-CODE TO
                           WS-RJT-REASON(WS-RJT-IDX)
                       MOVE REJ-INSTRUCTION TO
                           WS-RJT-INSTRUCTION(WS-RJT-IDX)
                   END-IF
               END-IF
               GO TO 2610-EXIT
           END-IF
           IF WS-REJECT-COUNT >= WS-REJECT-TABLE-MAX
               MOVE 'Y' TO WS-REJECT-OVERFLOW
               GO TO 2610-EXIT
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           SET WS-RJT-IDX TO WS-REJECT-COUNT
           MOVE WS-REQ-MATCH-IDX TO WS-RJT-REQ(WS-RJT-IDX)
           MOVE REJ-LINE-NUMBER TO WS-RJT-LINE(WS-RJT-IDX)
           MOVE REJ-REASON-CODE TO WS-RJT-REASON(WS-RJT-IDX)
           MOVE REJ-INSTRUCTION TO WS-RJT-INSTRUCTION(WS-RJT-IDX)
           MOVE WS-REJECT-DATE TO WS-RJT-FIRST-DATE(WS-RJT-IDX)
           MOVE WS-REJECT-DATE TO WS-RJT-LAST-DATE(WS-RJT-IDX)
           MOVE 1 TO WS-RJT-NIGHTS-SEEN(WS-RJT-IDX)
           MOVE 'N' TO WS-RJT-REPAIRED(WS-RJT-IDX)
           MOVE ZEROES TO WS-RJT-FIX-DATE(WS-RJT-IDX).
       2610-EXIT.
           EXIT.

       2620-FIND-REJECT-ENTRY.
           MOVE 'N' TO WS-RJT-FOUND
           MOVE ZEROES TO WS-RJT-MATCH-IDX
           PERFORM 2630-CHECK-REJECT-ENTRY THRU 2630-EXIT
               VARYING WS-RJT-IDX FROM 1 BY 1
               UNTIL WS-RJT-IDX > WS-REJECT-COUNT
                  OR WS-RJT-FOUND = 'Y'.
       2620-EXIT.
           EXIT.

       2630-CHECK-REJECT-ENTRY.
           IF WS-RJT-REQ(WS-RJT-IDX) = WS-REQ-MATCH-IDX
               AND WS-RJT-LINE(WS-RJT-IDX) = REJ-LINE-NUMBER
               MOVE 'Y' TO WS-RJT-FOUND
               SET WS-RJT-MATCH-IDX TO WS-RJT-IDX
           END-IF.
       2630-EXIT.
           EXIT.

       2640-READ-ONE-FIXLOG.
           READ FIXLOG-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2640-EXIT
           END-READ
           MOVE FLOG-DEVICE-NAME TO WS-MATCH-NAME
           PERFORM 2950-FIND-REQUEST THRU 2950-EXIT
           IF WS-REQ-FOUND = 'Y'
               PERFORM 2650-MARK-REPAIRED THRU 2650-EXIT
                   VARYING WS-RJT-IDX FROM 1 BY 1
                   UNTIL WS-RJT-IDX > WS-REJECT-COUNT
           END-IF.
       2640-EXIT.
           EXIT.

      *>    A line repaired more than once shows its latest repair.
       2650-MARK-REPAIRED.
           IF WS-RJT-REQ(WS-RJT-IDX) = WS-REQ-MATCH-IDX
               AND WS-RJT-LINE(WS-RJT-IDX) = FLOG-LINE-NUMBER
               MOVE 'Y' TO WS-RJT-REPAIRED(WS-RJT-IDX)
               IF FLOG-APPLIED-DATE IS NUMERIC
                   AND FLOG-APPLIED-DATE >
                       WS-RJT-FIX-DATE(WS-RJT-IDX)
                   MOVE FLOG-APPLIED-DATE TO
                       WS-RJT-FIX-DATE(WS-RJT-IDX)
               END-IF
           END-IF.
       2650-EXIT.
           EXIT.

       2660-RELEASE-ONE-REJECT.
           MOVE WS-RJT-REQ(WS-RJT-IDX) TO WS-REQ-MATCH-IDX
           MOVE 7 TO WS-DTL-SECTION
           MOVE WS-RJT-FIRST-DATE(WS-RJT-IDX) TO WS-DTL-DATE
           MOVE SPACE TO WS-DTL-FLAG
           MOVE SPACES TO WS-DTL-TEXT
           MOVE WS-RJT-LINE(WS-RJT-IDX) TO WS-EDIT-LINE-NO
           MOVE WS-RJT-NIGHTS-SEEN(WS-RJT-IDX) TO WS-EDIT-COUNT
           IF WS-RJT-FIRST-DATE(WS-RJT-IDX) = 0
               STRING "LINE" WS-EDIT-LINE-NO
                       "  REASON=" WS-RJT-REASON(WS-RJT-IDX)
                       "  FIRST=UNDATED   LAST=UNDATED "
                       "  NIGHTS=" WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-DTL-TEXT
           ELSE
               STRING "LINE" WS-EDIT-LINE-NO
                       "  REASON=" WS-RJT-REASON(WS-RJT-IDX)
                       "  FIRST=" WS-RJT-FIRST-DATE(WS-RJT-IDX)
                       "  LAST=" WS-RJT-LAST-DATE(WS-RJT-IDX)
                       "  NIGHTS=" WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-DTL-TEXT
           END-IF
           IF WS-RJT-REPAIRED(WS-RJT-IDX) = 'Y'
               IF WS-RJT-FIX-DATE(WS-RJT-IDX) > 0
                   STRING "  REPAIRED " WS-RJT-FIX-DATE(WS-RJT-IDX)
                       DELIMITED BY SIZE INTO WS-DTL-TEXT(79:)
               ELSE
                   MOVE "  REPAIRED" TO WS-DTL-TEXT(79:)
               END-IF
           ELSE
               MOVE "  OUTSTANDING" TO WS-DTL-TEXT(79:)
           END-IF
           PERFORM 2960-RELEASE-DETAIL THRU 2960-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "    INSTRUCTION: " WS-RJT-INSTRUCTION(WS-RJT-IDX)
               DELIMITED BY SIZE INTO WS-DTL-TEXT
           PERFORM 2960-RELEASE-DETAIL THRU 2960-EXIT.
       2660-EXIT.
           EXIT.

      *>---------------------------------------------------------
      *>    2700  AMENDMENTS POSTED
      *>---------------------------------------------------------
       2700-SCAN-PST-AUDIT.
           MOVE 'N' TO WS-SRC-AVAILABLE(8)
           OPEN INPUT PST-AUDIT-FILE
           IF WS-PST-AUDIT-STATUS NOT = "00"
               GO TO 2700-EXIT
           END-IF
           MOVE 'Y' TO WS-SRC-AVAILABLE(8)
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 2710-READ-ONE-PST-AUDIT THRU 2710-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE PST-AUDIT-FILE.
       2700-EXIT.
           EXIT.

       2710-READ-ONE-PST-AUDIT.
           READ PST-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2710-EXIT
           END-READ
           MOVE PSTA-DEVICE-NAME TO WS-MATCH-NAME
           PERFORM 2950-FIND-REQUEST THRU 2950-EXIT
           IF WS-REQ-FOUND = 'N'
               OR PSTA-POSTING-DATE NOT NUMERIC
               OR PSTA-OLD-SIGNAL NOT NUMERIC
               OR PSTA-NEW-SIGNAL NOT NUMERIC
               GO TO 2710-EXIT
           END-IF
           MOVE 8 TO WS-DTL-SECTION
           MOVE PSTA-POSTING-DATE TO WS-DTL-DATE
           MOVE SPACE TO WS-DTL-FLAG
           MOVE SPACES TO WS-DTL-TEXT
           MOVE PSTA-OLD-SIGNAL TO WS-EDIT-SIGNAL
           MOVE PSTA-NEW-SIGNAL TO WS-EDIT-SIGNAL-2
           MOVE ZEROES TO WS-EDIT-COUNT
           IF PSTA-LINES-REPLAYED IS NUMERIC
               MOVE PSTA-LINES-REPLAYED TO WS-EDIT-COUNT
           END-IF
           STRING PSTA-POSTING-DATE
                   "  FOR RUN-DATE=" PSTA-RUN-DATE
                   "  OLD-SIGNAL=" WS-EDIT-SIGNAL
                   "  NEW-SIGNAL=" WS-EDIT-SIGNAL-2
                   "  LINES-REPLAYED=" WS-EDIT-COUNT
                   "  " PSTA-DISPOSITION
               DELIMITED BY SIZE INTO WS-DTL-TEXT
           PERFORM 2960-RELEASE-DETAIL THRU 2960-EXIT.
       2710-EXIT.
           EXIT.

      *>---------------------------------------------------------
      *>    2800  LATEST TREND REPORT
      *>---------------------------------------------------------
       2800-SCAN-TREND-REPORT.
           MOVE 'N' TO WS-SRC-AVAILABLE(9)
           OPEN INPUT TREND-REPORT-FILE
           IF WS-TREND-REPORT-STATUS NOT = "00"
               GO TO 2800-EXIT
           END-IF
           MOVE 'Y' TO WS-SRC-AVAILABLE(9)
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 2810-READ-ONE-TREND THRU 2810-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE TREND-REPORT-FILE.
       2800-EXIT.
           EXIT.

       2810-READ-ONE-TREND.
           READ TREND-REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2810-EXIT
           END-READ
           MOVE TREND-REPORT-RECORD TO WS-SCAN-LINE
           MOVE 9 TO WS-DTL-SECTION
           PERFORM 2970-RELEASE-TEXT-LINE THRU 2970-EXIT.
       2810-EXIT.
           EXIT.

      *>---------------------------------------------------------
      *>    2900  BANNER, HEADINGS AND MASTER RECORD PER DEVICE
      *>    The heading's flag is 'U' when its source could not
      *>    be opened, so an empty section reads as not checked.
      *>---------------------------------------------------------
       2900-RELEASE-HEADINGS.
           SET WS-REQ-MATCH-IDX TO WS-REQ-IDX
           MOVE ZEROES TO WS-DTL-DATE
           MOVE ZEROES TO WS-DTL-SECTION
           MOVE SPACE TO WS-DTL-FLAG
           MOVE SPACES TO WS-DTL-TEXT
           IF WS-SRC-AVAILABLE(1) = 'Y'
               AND WS-REQ-ON-MASTER(WS-REQ-IDX) = 'N'
               MOVE 'M' TO WS-DTL-FLAG
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
           END-IF
           MOVE WS-REQ-NAME(WS-REQ-IDX) TO WS-DTL-TEXT
           PERFORM 2980-RELEASE-HEADING THRU 2980-EXIT
           PERFORM 2910-RELEASE-ONE-HEADING THRU 2910-EXIT
               VARYING WS-SECTION-NO FROM 1 BY 1
               UNTIL WS-SECTION-NO > WS-SECTION-MAX
           IF WS-SRC-AVAILABLE(1) = 'N'
               GO TO 2900-EXIT
           END-IF
           MOVE 1 TO WS-DTL-SECTION
           MOVE SPACE TO WS-DTL-FLAG
           MOVE SPACES TO WS-DTL-TEXT
           IF WS-REQ-ON-MASTER(WS-REQ-IDX) = 'Y'
               MOVE WS-REQ-MASTER(WS-REQ-IDX) TO WS-IMAGE
               EVALUATE WS-IMG-STATUS
                   WHEN 'A'
                       MOVE "IN SERVICE" TO WS-STATUS-TEXT
                   WHEN 'R'
                       MOVE "RETIRED" TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WS-STATUS-TEXT
               END-EVALUATE
               STRING "MODEL=" WS-IMG-MODEL
                       "  FORMAT=" WS-IMG-FORMAT
                       "  LOCATION=" WS-IMG-LOCATION
                       "  STATUS=" WS-IMG-STATUS " " WS-STATUS-TEXT
                       "  LAST-MAINT=" WS-IMG-MAINT-DATE
                       "  FIRMWARE=" WS-IMG-FIRMWARE
                   DELIMITED BY SIZE INTO WS-DTL-TEXT
           ELSE
               STRING "*** NOT ON DEVICE MASTER - CHECK THE NAME, "
                       "OR THE DEVICE WAS NEVER ADDED THROUGH "
                       "DAY10DVM ***"
                   DELIMITED BY SIZE INTO WS-DTL-TEXT
           END-IF
           PERFORM 2960-RELEASE-DETAIL THRU 2960-EXIT.
       2900-EXIT.
           EXIT.

       2910-RELEASE-ONE-HEADING.
           MOVE WS-SECTION-NO TO WS-DTL-SECTION
           MOVE SPACE TO WS-DTL-FLAG
           SET WS-SRC-IDX TO WS-SECTION-NO
           IF WS-SRC-AVAILABLE(WS-SRC-IDX) = 'N'
               MOVE 'U' TO WS-DTL-FLAG
           END-IF
           MOVE SPACES TO WS-DTL-TEXT
           IF WS-SECTION-NO = 3
               MOVE WS-NIGHTS-REQUESTED TO WS-EDIT-NIGHTS
               STRING "SIGNAL STRENGTH, LAST" WS-EDIT-NIGHTS
                       " NIGHT(S) (HISTMSTR)"
                   DELIMITED BY SIZE INTO WS-DTL-TEXT
           ELSE
               MOVE WS-SECTION-HEADING(WS-SECTION-NO) TO WS-DTL-TEXT
           END-IF
           IF WS-SECTION-NO = 7 AND WS-SRC-AVAILABLE(7) = 'Y'
               AND WS-SRC-AVAILABLE(10) = 'N'
               MOVE SPACES TO WS-DTL-TEXT
               STRING "REJECTS (REJHIST; FIXLOG NOT AVAILABLE - NONE "
                       "SHOWN AS REPAIRED)"
                   DELIMITED BY SIZE INTO WS-DTL-TEXT
           END-IF
           PERFORM 2980-RELEASE-HEADING THRU 2980-EXIT.
       2910-EXIT.
           EXIT.

      *>---------------------------------------------------------
      *>    2950  SHARED GATHER ROUTINES
      *>---------------------------------------------------------
       2950-FIND-REQUEST.
           MOVE 'N' TO WS-REQ-FOUND
           MOVE ZEROES TO WS-REQ-MATCH-IDX
           PERFORM 2955-CHECK-REQUEST THRU 2955-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQUEST-COUNT
                  OR WS-REQ-FOUND = 'Y'.
       2950-EXIT.
           EXIT.

       2955-CHECK-REQUEST.
           IF WS-REQ-NAME(WS-REQ-IDX) = WS-MATCH-NAME
               MOVE 'Y' TO WS-REQ-FOUND
               SET WS-REQ-MATCH-IDX TO WS-REQ-IDX
           END-IF.
       2955-EXIT.
           EXIT.

       2960-RELEASE-DETAIL.
           MOVE 1 TO SRT-KIND
           PERFORM 2990-RELEASE-RECORD THRU 2990-EXIT.
       2960-EXIT.
           EXIT.

      *>    A free-text report line: the device name is the first
      *>    token, the rest is listed under the night its RUN-DATE=
      *>    names (the token itself is dropped from the listing).
      *>    DAY_10 and DAY10GLD write the token straight behind the
      *>    name, but it is looked for anywhere on the line, and
      *>    the text either side of it is kept. A line without one
      *>    is listed as UNDATED. A trend line has no date; one at
      *>    STATUS=DRIFT is flagged 'D'.
       2970-RELEASE-TEXT-LINE.
           IF WS-SCAN-LINE(1:1) = SPACE
               GO TO 2970-EXIT
           END-IF
           MOVE SPACES TO WS-MATCH-NAME
           MOVE ZEROES TO WS-NAME-LEN
           UNSTRING WS-SCAN-LINE DELIMITED BY " "
               INTO WS-MATCH-NAME COUNT IN WS-NAME-LEN
           END-UNSTRING
           PERFORM 2950-FIND-REQUEST THRU 2950-EXIT
           IF WS-REQ-FOUND = 'N' OR WS-NAME-LEN > 210
               GO TO 2970-EXIT
           END-IF
           COMPUTE WS-REST-START = WS-NAME-LEN + 2
           MOVE ZEROES TO WS-DATE-POS
           MOVE ZEROES TO WS-LINE-DATE
           MOVE ZEROES TO WS-AFTER-LEN
           PERFORM 2975-FIND-RUN-DATE THRU 2975-EXIT
               VARYING WS-SCAN-POS FROM WS-NAME-LEN BY 1
               UNTIL WS-SCAN-POS > 203
                  OR WS-DATE-POS > 0
           IF WS-DATE-POS > 0
               MOVE ZEROES TO WS-REST-LEN
               IF WS-DATE-POS > WS-REST-START
                   COMPUTE WS-REST-LEN = WS-DATE-POS - WS-REST-START
               END-IF
               COMPUTE WS-AFTER-START = WS-DATE-POS + 19
               IF WS-AFTER-START < 221
                   COMPUTE WS-AFTER-LEN = 221 - WS-AFTER-START
               END-IF
           ELSE
               COMPUTE WS-REST-LEN = 221 - WS-REST-START
           END-IF
           IF WS-REST-LEN > 135
               MOVE 135 TO WS-REST-LEN
           END-IF
           IF WS-REST-LEN > 133
               MOVE ZEROES TO WS-AFTER-LEN
           END-IF
           IF WS-REST-LEN + WS-AFTER-LEN > 134
               COMPUTE WS-AFTER-LEN = 134 - WS-REST-LEN
           END-IF
           MOVE WS-LINE-DATE TO WS-DTL-DATE
           MOVE SPACE TO WS-DTL-FLAG
           MOVE SPACES TO WS-DTL-TEXT
           IF WS-DTL-SECTION = 9
               MOVE ZEROES TO WS-MATCH-TALLY
               INSPECT WS-SCAN-LINE TALLYING WS-MATCH-TALLY
                   FOR ALL "STATUS=DRIFT"
               IF WS-MATCH-TALLY > 0
                   MOVE 'D' TO WS-DTL-FLAG
                   MOVE "*** DRIFT ***" TO WS-DTL-TEXT
               END-IF
           ELSE
               IF WS-LINE-DATE > 0
                   MOVE WS-LINE-DATE TO WS-DTL-DATE-TEXT
               ELSE
                   MOVE "UNDATED" TO WS-DTL-DATE-TEXT
               END-IF
               MOVE WS-DTL-DATE-TEXT TO WS-DTL-TEXT
           END-IF
           MOVE 16 TO WS-TEXT-POS
           IF WS-REST-LEN > 0
               MOVE WS-SCAN-LINE(WS-REST-START:WS-REST-LEN) TO
                   WS-DTL-TEXT(WS-TEXT-POS:WS-REST-LEN)
               COMPUTE WS-TEXT-POS = WS-TEXT-POS + WS-REST-LEN + 1
           END-IF
           IF WS-AFTER-LEN > 0
               MOVE WS-SCAN-LINE(WS-AFTER-START:WS-AFTER-LEN) TO
                   WS-DTL-TEXT(WS-TEXT-POS:WS-AFTER-LEN)
           END-IF
           PERFORM 2960-RELEASE-DETAIL THRU 2960-EXIT.
       2970-EXIT.
           EXIT.

       2975-FIND-RUN-DATE.
           IF WS-SCAN-LINE(WS-SCAN-POS:10) = " RUN-DATE="
               AND WS-SCAN-LINE(WS-SCAN-POS + 10:8) IS NUMERIC
               MOVE WS-SCAN-POS TO WS-DATE-POS
               MOVE WS-SCAN-LINE(WS-SCAN-POS + 10:8) TO WS-LINE-DATE
           END-IF.
       2975-EXIT.
           EXIT.

       2980-RELEASE-HEADING.
           MOVE ZEROES TO SRT-KIND
           PERFORM 2990-RELEASE-RECORD THRU 2990-EXIT.
       2980-EXIT.
           EXIT.

       2990-RELEASE-RECORD.
           ADD 1 TO WS-RELEASE-SEQUENCE
           MOVE WS-REQ-MATCH-IDX TO SRT-REQ-SEQ
           MOVE WS-DTL-SECTION TO SRT-SECTION
           MOVE WS-DTL-DATE TO SRT-DATE
           MOVE WS-RELEASE-SEQUENCE TO SRT-SEQUENCE
           MOVE WS-DTL-FLAG TO SRT-FLAG
           MOVE WS-DTL-TEXT TO SRT-TEXT
           RELEASE SORT-RECORD.
       2990-EXIT.
           EXIT.

      *>**************************************************************
      *>    4000-SERIES  --  SORT OUTPUT: PRINT THE DOSSIERS
      *>**************************************************************
       4000-PRINT-DOSSIERS.
           PERFORM 4010-RETURN-ONE-LINE THRU 4010-EXIT
               UNTIL WS-SORT-EOF = 'Y'
           PERFORM 4200-CLOSE-SECTION THRU 4200-EXIT.
       4000-EXIT.
           EXIT.

       4010-RETURN-ONE-LINE.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
               NOT AT END
                   PERFORM 4100-PRINT-ONE-LINE THRU 4100-EXIT
           END-RETURN.
       4010-EXIT.
           EXIT.

       4100-PRINT-ONE-LINE.
           IF SRT-KIND = 1
               PERFORM 4500-PRINT-DETAIL THRU 4500-EXIT
               GO TO 4100-EXIT
           END-IF
           PERFORM 4200-CLOSE-SECTION THRU 4200-EXIT
           IF SRT-SECTION = 0
               PERFORM 4300-START-DEVICE THRU 4300-EXIT
           ELSE
               PERFORM 4400-START-SECTION THRU 4400-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *>    An empty section says why: nothing on file, nothing in
      *>    the window, or its source not checked at all.
       4200-CLOSE-SECTION.
           IF WS-OPEN-SECTION = 0
               GO TO 4200-EXIT
           END-IF
           IF WS-SECTION-PRINTED = 0
               MOVE SPACES TO WS-DOS-LINE
               EVALUATE TRUE
                   WHEN WS-OPEN-FLAG = 'U'
                       SET WS-SRC-IDX TO WS-OPEN-SECTION
                       STRING "    NOT CHECKED - "
                               WS-SRC-DDNAME(WS-SRC-IDX)
                               " NOT AVAILABLE"
                           DELIMITED BY SIZE INTO WS-DOS-LINE
                   WHEN WS-SECTION-OMITTED > 0
                       MOVE "    NONE IN THE WINDOW" TO WS-DOS-LINE
                   WHEN OTHER
                       MOVE "    NONE ON FILE" TO WS-DOS-LINE
               END-EVALUATE
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF
           IF WS-SECTION-OMITTED > 0
               MOVE SPACES TO WS-DOS-LINE
               MOVE WS-SECTION-OMITTED TO WS-EDIT-COUNT
               STRING "    (" WS-EDIT-COUNT
                       " OLDER ENTRY(S) BEFORE THE WINDOW NOT LISTED)"
                   DELIMITED BY SIZE INTO WS-DOS-LINE
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           END-IF
           MOVE ZEROES TO WS-OPEN-SECTION.
       4200-EXIT.
           EXIT.

       4300-START-DEVICE.
           ADD 1 TO WS-DOSSIER-COUNT
           MOVE ZEROES TO WS-NIGHTS-SHOWN
           MOVE ZEROES TO WS-WINDOW-START
           MOVE SPACES TO WS-DOS-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           MOVE ALL "=" TO WS-DOS-LINE(1:100)
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-DOS-LINE
           IF SRT-FLAG = 'M'
               STRING "DEVICE: " SRT-TEXT(1:60)
                       "  *** NOT ON DEVICE MASTER ***"
                   DELIMITED BY SIZE INTO WS-DOS-LINE
           ELSE
               STRING "DEVICE: " SRT-TEXT(1:60)
                   DELIMITED BY SIZE INTO WS-DOS-LINE
           END-IF
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           MOVE ALL "=" TO WS-DOS-LINE(1:100)
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       4300-EXIT.
           EXIT.

       4400-START-SECTION.
           MOVE SRT-SECTION TO WS-OPEN-SECTION
           MOVE SRT-FLAG TO WS-OPEN-FLAG
           MOVE ZEROES TO WS-SECTION-PRINTED
           MOVE ZEROES TO WS-SECTION-OMITTED
           MOVE SPACES TO WS-DOS-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-DOS-LINE
           STRING "  " SRT-TEXT
               DELIMITED BY SIZE INTO WS-DOS-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       4400-EXIT.
           EXIT.

      *>    History lists the device's last N nightly records (and
      *>    every carried-forward aggregate); the oldest of them
      *>    starts the window the alert, breach and readout
      *>    sections are listed over. An undated line cannot be
      *>    placed against the window, so it is always listed (it
      *>    sorts last in its section, marked UNDATED).
       4500-PRINT-DETAIL.
           EVALUATE SRT-SECTION
               WHEN 3
                   IF SRT-FLAG = 'N'
                       IF WS-NIGHTS-SHOWN >= WS-NIGHTS-REQUESTED
                           ADD 1 TO WS-SECTION-OMITTED
                           GO TO 4500-EXIT
                       END-IF
                       ADD 1 TO WS-NIGHTS-SHOWN
                       IF WS-NIGHTS-SHOWN = WS-NIGHTS-REQUESTED
                           MOVE SRT-DATE TO WS-WINDOW-START
                       END-IF
                   END-IF
               WHEN 4
               WHEN 5
               WHEN 6
                   IF SRT-DATE > 0
                       AND SRT-DATE < WS-WINDOW-START
                       ADD 1 TO WS-SECTION-OMITTED
                       GO TO 4500-EXIT
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-SECTION-PRINTED
           MOVE SPACES TO WS-DOS-LINE
           STRING "    " SRT-TEXT
               DELIMITED BY SIZE INTO WS-DOS-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       4500-EXIT.
           EXIT.

      *>**************************************************************
      *>    5000-SERIES  --  CLOSING SUMMARY
      *>**************************************************************
       5000-WRITE-SUMMARY.
           MOVE SPACES TO WS-DOS-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           MOVE ALL "=" TO WS-DOS-LINE(1:100)
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-DOS-LINE
           MOVE WS-DOSSIER-COUNT TO WS-EDIT-COUNT
           STRING "DOSSIERS PRINTED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-DOS-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           IF WS-REQUEST-COUNT = 0
               MOVE "NO DEVICES REQUESTED - DOSREQ IS EMPTY" TO
                   WS-DOS-LINE
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-REQUEST-DROPPED > 0
               MOVE SPACES TO WS-DOS-LINE
               MOVE WS-REQUEST-DROPPED TO WS-EDIT-COUNT
               MOVE WS-REQUEST-TABLE-MAX TO WS-EDIT-NIGHTS
               STRING "DEVICE LIST OVER" WS-EDIT-NIGHTS
                       " NAMES -" WS-EDIT-COUNT
                       " NOT REPORTED, RESUBMIT THEM SEPARATELY"
                   DELIMITED BY SIZE INTO WS-DOS-LINE
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-REJECT-OVERFLOW = 'Y'
               MOVE "REJECT TABLE FULL - SOME REJECTS NOT SHOWN" TO
                   WS-DOS-LINE
               PERFORM 8000-WRITE-LINE THRU 8000-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 5100-WRITE-ONE-NOT-ON-MASTER THRU 5100-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQUEST-COUNT
           PERFORM 5200-WRITE-ONE-UNAVAILABLE THRU 5200-EXIT
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SOURCE-MAX
           DISPLAY "DAY10DOS: " WS-DOSSIER-COUNT " DOSSIER(S), "
               WS-NOT-ON-MASTER-COUNT " NOT ON DEVICE MASTER".
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-NOT-ON-MASTER.
           IF WS-SRC-AVAILABLE(1) = 'N'
               OR WS-REQ-ON-MASTER(WS-REQ-IDX) = 'Y'
               GO TO 5100-EXIT
           END-IF
           MOVE SPACES TO WS-DOS-LINE
           STRING "NOT ON DEVICE MASTER: " WS-REQ-NAME(WS-REQ-IDX)
               DELIMITED BY SIZE INTO WS-DOS-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       5100-EXIT.
           EXIT.

      *>    FIXLOG is only opened when REJHIST was; with no rejects
      *>    to qualify its availability is left blank, not 'N'.
       5200-WRITE-ONE-UNAVAILABLE.
           IF WS-SRC-AVAILABLE(WS-SRC-IDX) NOT = 'N'
               GO TO 5200-EXIT
           END-IF
           MOVE SPACES TO WS-DOS-LINE
           STRING "SOURCE NOT AVAILABLE: " WS-SRC-DDNAME(WS-SRC-IDX)
               DELIMITED BY SIZE INTO WS-DOS-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       5200-EXIT.
           EXIT.

      *>**************************************************************
      *>    8000-SERIES  --  REPORT OUTPUT
      *>**************************************************************
       8000-WRITE-LINE.
           MOVE WS-DOS-LINE TO DOS-REPORT-RECORD
           WRITE DOS-REPORT-RECORD.
       8000-EXIT.
           EXIT.

      *>**************************************************************
      *>    9000-SERIES  --  TERMINATION
      *>**************************************************************
       9000-TERMINATE.
           CLOSE DOS-REPORT-FILE.
       9000-EXIT.
           EXIT.
