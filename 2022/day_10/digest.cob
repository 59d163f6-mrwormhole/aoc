      *> TRNDRPT and the reject file plus the job log; this final
      *> step of the nightly job folds them into one status page:
      *>   - run date, devices processed versus the DEVICES list;
      *>   - uploads quarantined and escalated by DAY10UPL;
      *>   - the parameter file versions in force for the night;
      *>   - the reconciliation verdict from RECONRPT;
      *>   - the worst alert severity with the offending devices
      *>     ranked worst first;
      *> MODIFICATION HISTORY
      *> ---------------------------------------------------------
      *> 2026-09-01  mrwormhole   Original operations digest.
      *> 2026-10-15  mrwormhole   Show the trace uploads DAY10UPL
      *>                          quarantined and escalated from its
      *>                          UPLDRPT receipt report.
      *> 2026-10-15  mrwormhole   Show the parameter file versions
      *>                          in force from PRMVERS, marking
      *>                          those the night's roll-forward
      *>                          changed.
      *> 2026-10-15  mrwormhole   SUMMARY, ALERTS and GLDEXCP read
      *>                          at 200 bytes, the width DAY_10
      *>                          and DAY10GLD now write them.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10DIG.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DRIVER-STATUS.

               SELECT OPTIONAL RECEIPT-FILE ASSIGN TO UPLDRPT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RECEIPT-STATUS.

               SELECT OPTIONAL VERSION-FILE ASSIGN TO PRMVERS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VERSION-STATUS.

               SELECT OPTIONAL SUMMARY-FILE ASSIGN TO SUMMARY
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMMARY-STATUS.
           FD DRIVER-FILE.
           01 DRIVER-RECORD              PIC X(80).

           FD RECEIPT-FILE.
           01 RECEIPT-RECORD             PIC X(160).

           FD VERSION-FILE.
           COPY "prmvers.cpy".

           FD SUMMARY-FILE.
           01 SUMMARY-RECORD             PIC X(200).

           FD ALERT-FILE.
           01 ALERT-RECORD               PIC X(200).

           FD RECON-REPORT-FILE.
           01 RECON-REPORT-RECORD        PIC X(132).
           01 READOUT-REPORT-RECORD      PIC X(132).

           FD BASELINE-REPORT-FILE.
           01 BASELINE-REPORT-RECORD     PIC X(200).

           FD FINDINGS-FILE.
           01 FINDINGS-RECORD            PIC X(160).
      *>    FILE STATUS SWITCHES
      *>---------------------------------------------------------
           01 WS-DRIVER-STATUS           PIC X(2).
           01 WS-RECEIPT-STATUS          PIC X(2).
           01 WS-VERSION-STATUS          PIC X(2).
           01 WS-SUMMARY-STATUS          PIC X(2).
           01 WS-ALERT-STATUS            PIC X(2).
           01 WS-RECON-REPORT-STATUS     PIC X(2).
           01 WS-DEVICES-LISTED          PIC 9(5) VALUE ZEROES.
           01 WS-DEVICES-LISTED-OK       PIC X(1) VALUE 'N'.
           01 WS-DEVICES-PROCESSED       PIC 9(5) VALUE ZEROES.
           01 WS-RECEIPT-OK              PIC X(1) VALUE 'N'.
           01 WS-MANIFEST-MISSING        PIC X(1) VALUE 'N'.
           01 WS-QUARANTINED-COUNT       PIC 9(5) VALUE ZEROES.
           01 WS-ESCALATED-COUNT         PIC 9(5) VALUE ZEROES.
           01 WS-VERSIONS-OK             PIC X(1) VALUE 'N'.
           01 WS-VERSION-LINE            PIC X(132) VALUE SPACES.
           01 WS-VERSION-LINE-POS        PIC 9(3) VALUE 12.
           01 WS-EDIT-VERSION            PIC ZZZZ9.
           01 WS-SUMMARY-OK              PIC X(1) VALUE 'N'.
           01 WS-RECON-VERDICT           PIC X(14)
                                         VALUE "NOT AVAILABLE".
      *>---------------------------------------------------------
      *>    LINE SCAN WORK AREAS
      *>---------------------------------------------------------
           01 WS-SCAN-LINE               PIC X(220).
           01 WS-TOKEN-1                 PIC X(60).
           01 WS-SCAN-POS                PIC 9(3).
           01 WS-SEVERITY-FOUND          PIC X(1).
      *>**************************************************************
       2000-GATHER-NIGHT-FACTS.
           PERFORM 2100-COUNT-DEVICES-LISTED THRU 2100-EXIT
           PERFORM 2120-SCAN-UPLOAD-RECEIPT THRU 2120-EXIT
           PERFORM 2140-READ-PARM-VERSIONS THRU 2140-EXIT
           PERFORM 2150-COUNT-DEVICES-PROCESSED THRU 2150-EXIT
           PERFORM 2200-READ-RECON-VERDICT THRU 2200-EXIT
           PERFORM 2250-SCAN-ALERTS THRU 2250-EXIT
       2110-EXIT.
           EXIT.

      *>    One receipt line per quarantined device and one per
      *>    escalation; a manifest DAY10UPL could not open released
      *>    nothing at all.
       2120-SCAN-UPLOAD-RECEIPT.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "00"
               MOVE 'Y' TO WS-RECEIPT-OK
               PERFORM 2130-SCAN-ONE-RECEIPT THRU 2130-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE RECEIPT-FILE.
       2120-EXIT.
           EXIT.

       2130-SCAN-ONE-RECEIPT.
           READ RECEIPT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   MOVE ZEROES TO WS-MATCH-TALLY
                   INSPECT RECEIPT-RECORD
                       TALLYING WS-MATCH-TALLY
                       FOR ALL " QUARANTINED REASON="
                   IF WS-MATCH-TALLY > 0
                       ADD 1 TO WS-QUARANTINED-COUNT
                   END-IF
                   MOVE ZEROES TO WS-MATCH-TALLY
                   INSPECT RECEIPT-RECORD
                       TALLYING WS-MATCH-TALLY
                       FOR ALL " ESCALATED - NO UPLOAD"
                   IF WS-MATCH-TALLY > 0
                       ADD 1 TO WS-ESCALATED-COUNT
                   END-IF
                   IF RECEIPT-RECORD(1:22) = "MANIFEST NOT AVAILABLE"
                       MOVE 'Y' TO WS-MANIFEST-MISSING
                   END-IF
           END-READ.
       2130-EXIT.
           EXIT.

      *>    PRMVERS as the night's DAY10PRM roll-forward left it:
      *>    one record per parameter file, the version in force and
      *>    the date it came in. A version dated tonight with
      *>    changes behind it is marked - that is the night's
      *>    parameters differing from last night's.
       2140-READ-PARM-VERSIONS.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE "PARAMETERS:" TO WS-VERSION-LINE
           OPEN INPUT VERSION-FILE
           IF WS-VERSION-STATUS = "00"
               PERFORM 2145-READ-ONE-VERSION THRU 2145-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
           END-IF
           CLOSE VERSION-FILE.
       2140-EXIT.
           EXIT.

       2145-READ-ONE-VERSION.
           READ VERSION-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF PVER-VERSION IS NUMERIC
                       AND WS-VERSION-LINE-POS < 110
                       MOVE 'Y' TO WS-VERSIONS-OK
                       MOVE PVER-VERSION TO WS-EDIT-VERSION
                       STRING " " FUNCTION TRIM(PVER-FILE-ID)
                               " V" FUNCTION TRIM(WS-EDIT-VERSION)
                           DELIMITED BY SIZE INTO WS-VERSION-LINE
                           WITH POINTER WS-VERSION-LINE-POS
                       IF PVER-EFFECTIVE-DATE = WS-RUN-DATE
                           AND PVER-CHANGE-COUNT IS NUMERIC
                           AND PVER-CHANGE-COUNT > 0
                           STRING "*" DELIMITED BY SIZE
                               INTO WS-VERSION-LINE
                               WITH POINTER WS-VERSION-LINE-POS
                       END-IF
                   END-IF
           END-READ.
       2145-EXIT.
           EXIT.

      *>    A processed device is a summary line carrying the
      *>    SIGNAL-STRENGTH= field every device summary has.
       2150-COUNT-DEVICES-PROCESSED.
           MOVE ZEROES TO WS-LINE-SEVERITY
           PERFORM 2280-CHECK-SEVERITY-TOKEN THRU 2280-EXIT
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 210
                  OR WS-SEVERITY-FOUND = 'Y'
           IF WS-SEVERITY-FOUND = 'Y'
               IF WS-LINE-SEVERITY > WS-WORST-SEVERITY
               DELIMITED BY SIZE INTO WS-DIGEST-LINE
           PERFORM 8000-WRITE-DIGEST-LINE THRU 8000-EXIT
           PERFORM 3100-WRITE-DEVICE-LINE THRU 3100-EXIT
           PERFORM 3150-WRITE-UPLOAD-LINE THRU 3150-EXIT
           PERFORM 3160-WRITE-VERSION-LINE THRU 3160-EXIT
           PERFORM 3200-WRITE-RECON-LINE THRU 3200-EXIT
           PERFORM 3300-WRITE-ALERT-LINES THRU 3300-EXIT
           PERFORM 3400-WRITE-DRIFT-LINES THRU 3400-EXIT
       3100-EXIT.
           EXIT.

       3150-WRITE-UPLOAD-LINE.
           MOVE SPACES TO WS-DIGEST-LINE
           EVALUATE TRUE
               WHEN WS-RECEIPT-OK = 'N'
                   MOVE "UPLOADS: NOT AVAILABLE" TO WS-DIGEST-LINE
               WHEN WS-MANIFEST-MISSING = 'Y'
                   MOVE "UPLOADS: MANIFEST NOT AVAILABLE - NO DEVICE "
                       & "RELEASED" TO WS-DIGEST-LINE
               WHEN OTHER
                   MOVE WS-QUARANTINED-COUNT TO WS-EDIT-COUNT
                   MOVE WS-ESCALATED-COUNT TO WS-EDIT-COUNT-2
                   STRING "UPLOADS: QUARANTINED=" WS-EDIT-COUNT
                           " ESCALATED=" WS-EDIT-COUNT-2
                       DELIMITED BY SIZE INTO WS-DIGEST-LINE
           END-EVALUATE
           PERFORM 8000-WRITE-DIGEST-LINE THRU 8000-EXIT.
       3150-EXIT.
           EXIT.

       3160-WRITE-VERSION-LINE.
           IF WS-VERSIONS-OK = 'Y'
               STRING "  (* = CHANGED TONIGHT)" DELIMITED BY SIZE
                   INTO WS-VERSION-LINE
                   WITH POINTER WS-VERSION-LINE-POS
               MOVE WS-VERSION-LINE TO WS-DIGEST-LINE
           ELSE
               MOVE "PARAMETERS: VERSIONS NOT AVAILABLE" TO
                   WS-DIGEST-LINE
           END-IF
           PERFORM 8000-WRITE-DIGEST-LINE THRU 8000-EXIT.
       3160-EXIT.
           EXIT.

       3200-WRITE-RECON-LINE.
           MOVE SPACES TO WS-DIGEST-LINE
           STRING "RECONCILIATION: " WS-RECON-VERDICT
