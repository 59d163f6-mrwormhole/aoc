      *> MODIFICATION HISTORY
      *> ---------------------------------------------------------
      *> 2026-09-01  mrwormhole   Original master maintenance.
      *> 2026-10-15  mrwormhole   Firmware revision added to the
      *>                          transaction and master (102-byte
      *>                          record and audit images).
      *> 2026-10-15  mrwormhole   A device added with no firmware
      *>                          revision is given STANDARD.
      *> 2026-10-15  mrwormhole   Audit new image widened to 108
      *>                          bytes so a rejected transaction
      *>                          keeps its firmware revision whole.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10DVM.
               05 TXN-LOCATION           PIC X(20).
               05 FILLER                 PIC X(1).
               05 TXN-MAINT-DATE         PIC X(8).
               05 FILLER                 PIC X(1).
               05 TXN-FIRMWARE-REV       PIC X(8).

           FD NEW-MASTER-FILE.
           01 NEW-MASTER-RECORD          PIC X(102).

      *>    One audit record per transaction, applied or rejected,
      *>    appended behind every prior maintenance run's records:
      *>    when it was keyed, what was asked, what it hit, and the
      *>    master image before and after so any change can be
      *>    reconstructed or backed out from the trail alone. A
      *>    rejected transaction is kept as keyed, all 108 bytes,
      *>    in the new image; a master image fills its first 102.
           FD AUDIT-FILE.
           01 AUDIT-RECORD.
               05 AUD-RUN-DATE           PIC 9(8).
               05 FILLER                 PIC X(1).
               05 AUD-REASON             PIC X(4).
               05 FILLER                 PIC X(1).
               05 AUD-OLD-IMAGE          PIC X(102).
               05 FILLER                 PIC X(1).
               05 AUD-NEW-IMAGE          PIC X(108).

           FD MAINT-REPORT-FILE.
           01 MAINT-REPORT-RECORD        PIC X(132).
           01 WS-OLD-MASTER-EOF          PIC X(1) VALUE 'N'.
           01 WS-TRAN-EOF                PIC X(1) VALUE 'N'.

      *>---------------------------------------------------------
      *>    INSTRUCTION SET
      *>    A device added with no firmware revision runs the
      *>    INSTSET master's STANDARD revision (OPCDTBL.CPY), and
      *>    is recorded with it so the master says so.
      *>---------------------------------------------------------
           01 WS-STANDARD-FIRMWARE-REV   PIC X(8) VALUE "STANDARD".

      *>---------------------------------------------------------
      *>    IN-CORE MASTER
      *>    The whole master rides in this table while transactions
                   10 WS-MST-LOCATION    PIC X(20).
                   10 WS-MST-STATUS      PIC X(1).
                   10 WS-MST-MAINT-DATE  PIC 9(8).
                   10 WS-MST-FIRMWARE    PIC X(8).
           01 WS-MASTER-TABLE-MAX        PIC 9(4) VALUE 2000.
           01 WS-MASTER-COUNT            PIC 9(4) VALUE ZEROES.
           01 WS-MST-FOUND               PIC X(1).
      *>      DM05  TRACE FORMAT NOT 'P', 'T' OR BLANK
      *>      DM06  MAINTENANCE DATE NOT NUMERIC
      *>      DM07  MASTER TABLE FULL, ADD NOT APPLIED
           01 WS-OLD-IMAGE               PIC X(102).
           01 WS-NEW-IMAGE               PIC X(108).
           01 WS-IMAGE-DETAIL REDEFINES WS-NEW-IMAGE.
               05 WS-IMG-NAME            PIC X(60).
               05 WS-IMG-MODEL           PIC X(4).
               05 WS-IMG-LOCATION        PIC X(20).
               05 WS-IMG-STATUS          PIC X(1).
               05 WS-IMG-MAINT-DATE      PIC 9(8).
               05 WS-IMG-FIRMWARE        PIC X(8).
               05 FILLER                 PIC X(6).
           01 WS-TXN-MAINT-DATE          PIC 9(8) VALUE ZEROES.

      *>---------------------------------------------------------
           MOVE DEVM-LOCATION TO WS-MST-LOCATION(WS-MST-IDX)
           MOVE DEVM-STATUS TO WS-MST-STATUS(WS-MST-IDX)
           MOVE DEVM-LAST-MAINT-DATE TO
               WS-MST-MAINT-DATE(WS-MST-IDX)
           MOVE DEVM-FIRMWARE-REV TO WS-MST-FIRMWARE(WS-MST-IDX).
       1120-EXIT.
           EXIT.

           MOVE TXN-LOCATION TO WS-MST-LOCATION(WS-MST-IDX)
           MOVE 'A' TO WS-MST-STATUS(WS-MST-IDX)
           MOVE WS-TXN-MAINT-DATE TO WS-MST-MAINT-DATE(WS-MST-IDX)
           MOVE TXN-FIRMWARE-REV TO WS-MST-FIRMWARE(WS-MST-IDX)
           IF TXN-FIRMWARE-REV = SPACES
               MOVE WS-STANDARD-FIRMWARE-REV TO
                   WS-MST-FIRMWARE(WS-MST-IDX)
           END-IF
           MOVE SPACES TO WS-OLD-IMAGE
           PERFORM 3200-BUILD-ENTRY-IMAGE THRU 3200-EXIT
           PERFORM 2700-ACCEPT-TRAN THRU 2700-EXIT.
       2400-CHANGE-DEVICE.
           SET WS-MST-IDX TO WS-MST-MATCH-IDX
           PERFORM 3200-BUILD-ENTRY-IMAGE THRU 3200-EXIT
           MOVE WS-NEW-IMAGE(1:102) TO WS-OLD-IMAGE
           IF TXN-MODEL-CODE NOT = SPACES
               MOVE TXN-MODEL-CODE TO WS-MST-MODEL(WS-MST-IDX)
           END-IF
           IF TXN-LOCATION NOT = SPACES
               MOVE TXN-LOCATION TO WS-MST-LOCATION(WS-MST-IDX)
           END-IF
           IF TXN-FIRMWARE-REV NOT = SPACES
               MOVE TXN-FIRMWARE-REV TO WS-MST-FIRMWARE(WS-MST-IDX)
           END-IF
           IF WS-TXN-MAINT-DATE > 0
               MOVE WS-TXN-MAINT-DATE TO
                   WS-MST-MAINT-DATE(WS-MST-IDX)
       2500-RETIRE-DEVICE.
           SET WS-MST-IDX TO WS-MST-MATCH-IDX
           PERFORM 3200-BUILD-ENTRY-IMAGE THRU 3200-EXIT
           MOVE WS-NEW-IMAGE(1:102) TO WS-OLD-IMAGE
           MOVE 'R' TO WS-MST-STATUS(WS-MST-IDX)
           IF WS-TXN-MAINT-DATE > 0
               MOVE WS-TXN-MAINT-DATE TO
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO WS-OLD-IMAGE
           MOVE SPACES TO WS-NEW-IMAGE
           MOVE TRAN-RECORD TO WS-NEW-IMAGE
           PERFORM 3410-WRITE-REJECT-AUDIT THRU 3410-EXIT
           MOVE SPACES TO WS-MAINT-LINE
           STRING "REJECTED (" WS-REJECT-REASON ") ACTION="
      *>    3000-SERIES  --  COMMON SERVICE PARAGRAPHS
      *>**************************************************************
      *>    Builds the flat master image of the entry WS-MST-IDX
      *>    points at into WS-NEW-IMAGE, the same 102 bytes a master
      *>    record carries, for the audit trail's before/after pair.
       3200-BUILD-ENTRY-IMAGE.
           MOVE SPACES TO WS-NEW-IMAGE
           MOVE WS-MST-FORMAT(WS-MST-IDX) TO WS-IMG-FORMAT
           MOVE WS-MST-LOCATION(WS-MST-IDX) TO WS-IMG-LOCATION
           MOVE WS-MST-STATUS(WS-MST-IDX) TO WS-IMG-STATUS
           MOVE WS-MST-MAINT-DATE(WS-MST-IDX) TO WS-IMG-MAINT-DATE
           MOVE WS-MST-FIRMWARE(WS-MST-IDX) TO WS-IMG-FIRMWARE.
       3200-EXIT.
           EXIT.


       4100-WRITE-ONE-MASTER.
           PERFORM 3200-BUILD-ENTRY-IMAGE THRU 3200-EXIT
           MOVE WS-NEW-IMAGE(1:102) TO NEW-MASTER-RECORD
           WRITE NEW-MASTER-RECORD.
       4100-EXIT.
           EXIT.
