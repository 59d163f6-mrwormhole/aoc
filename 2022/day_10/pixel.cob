      *>**************************************************************
      *> PROGRAM      : DAY10PIX
      *> AUTHOR       : mrwormhole
      *> DATE-WRITTEN : 15th of October, 2026
      *>
      *> CRT raster analysis: dead pixels, stuck rows and columns.
      *> DAY10CRT only judges the eight decoded letters, so a screen
      *> with a dead column or a stuck row passes whenever the
      *> damaged cells still happen to decode to the right glyph.
      *> DAY_10 now archives every device's whole 40x6 raster each
      *> night (RASTREC.CPY), and this step reads the retained
      *> generations (RASTHIST, the GDG base, so every generation
      *> arrives concatenated) for the last N nights.
      *>
      *> Each device's expected screen is rendered from its
      *> expected readout on RDOUTMST through the CRTGLYPH patterns
      *> - four lit-or-dark columns per cell and a dark fifth - and
      *> every archived night is compared with it pixel by pixel.
      *> A pixel wrong on enough of the device's own nights, and
      *> still wrong on the latest one it was drawn, is persistent:
      *> dark where lit is expected, or lit where dark is expected.
      *> A glitch on a single night is not. Each device with
      *> persistent faults gets a fault map, the rows and columns
      *> affected (STUCK DARK when every lit pixel it should show is
      *> dark, STUCK LIT when every dark one is lit) and the pixels
      *> with the night each went bad. Results then roll up by
      *> model code, and a row, column or pixel bad on several
      *> screens of one model is called out as common to the model,
      *> so a batch defect stands apart from one failing screen.
      *>
      *> Pixels the trace never drew (left blank in the archive)
      *> and cells whose expected letter has no CRTGLYPH pattern
      *> are not judged. PIXPARM: line 1 nights (default 7), line
      *> 2 minimum bad nights (default 3), line 3 minimum percent
      *> of the pixel's drawn nights bad (default 80), line 4
      *> devices of one model for a common defect (default 2) -
      *> each three digits, zero-padded.
      *>
      *> RC 0 = no persistent fault, RC 4 = single-screen faults or
      *> RDOUTMST unavailable, RC 8 = a defect common to a model,
      *> RC 12 = RASTHIST missing or no dated raster, RC 16 =
      *> PIXRPT could not be opened.
      *>
      *> MODIFICATION HISTORY
      *> ---------------------------------------------------------
      *> 2026-10-15  mrwormhole   Original raster analysis.
      *> 2026-10-15  mrwormhole   Sort keeps equal keys in arrival
      *>                          order so a rerun night is always
      *>                          taken from the newest generation.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10PIX.
       AUTHOR. mrwormhole.
       DATE-WRITTEN. 15th of October, 2026.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RASTER-HIST-FILE ASSIGN TO RASTHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RASTER-HIST-STATUS.

               SELECT EXPECTED-FILE ASSIGN TO RDOUTMST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXPECTED-STATUS.

               SELECT OPTIONAL PIX-PARM-FILE ASSIGN TO PIXPARM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PIX-PARM-STATUS.

               SELECT PIX-REPORT-FILE ASSIGN TO PIXRPT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PIX-REPORT-STATUS.

               SELECT SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
           FILE SECTION.
           FD RASTER-HIST-FILE.
           COPY "rastrec.cpy".

           FD EXPECTED-FILE.
           01 EXPECTED-RECORD.
               05 EXP-DEVICE-NAME        PIC X(60).
               05 FILLER                 PIC X(1).
               05 EXP-READOUT            PIC X(8).

           FD PIX-PARM-FILE.
           01 PIX-PARM-RECORD            PIC X(10).

           FD PIX-REPORT-FILE.
           01 PIX-REPORT-RECORD          PIC X(132).

      *>    The raster record as archived, sorted so each device's
      *>    nights arrive together, oldest first.
           SD SORT-FILE.
           01 SORT-RECORD.
               05 SRT-DEVICE-NAME        PIC X(80).
               05 SRT-RUN-DATE           PIC 9(8).
               05 SRT-MODEL-CODE         PIC X(4).
               05 SRT-READOUT            PIC X(8).
               05 SRT-SCREEN.
                   10 SRT-ROW OCCURS 6 TIMES PIC X(40).

           WORKING-STORAGE SECTION.
      *>---------------------------------------------------------
      *>    FILE STATUS SWITCHES
      *>---------------------------------------------------------
           01 WS-RASTER-HIST-STATUS      PIC X(2).
           01 WS-EXPECTED-STATUS         PIC X(2).
           01 WS-PIX-PARM-STATUS         PIC X(2).
           01 WS-PIX-REPORT-STATUS       PIC X(2).
           01 WS-SCAN-EOF                PIC X(1) VALUE 'N'.
           01 WS-SORT-EOF                PIC X(1) VALUE 'N'.
           01 WS-EXPECTED-EOF            PIC X(1) VALUE 'N'.
           01 WS-EXPECTED-AVAILABLE      PIC X(1) VALUE 'N'.

      *>---------------------------------------------------------
      *>    ANALYSIS PARAMETERS (PIXPARM)
      *>---------------------------------------------------------
           01 WS-NIGHTS-REQUESTED        PIC 9(3) VALUE 7.
           01 WS-MIN-BAD-NIGHTS          PIC 9(3) VALUE 3.
           01 WS-MIN-BAD-PCT             PIC 9(3) VALUE 80.
           01 WS-MIN-MODEL-DEVICES       PIC 9(3) VALUE 2.
           01 WS-PARM-LINE-NO            PIC 9(1) VALUE ZEROES.
           01 WS-RUN-DATE                PIC 9(8) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    EXPECTED-READOUT TABLE (RDOUTMST, AS DAY10CRT LOADS IT)
      *>---------------------------------------------------------
           01 WS-EXPECTED-TABLE.
               05 WS-EXP-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-EXP-IDX.
                   10 WS-EXP-NAME        PIC X(60).
                   10 WS-EXP-READOUT     PIC X(8).
           01 WS-EXPECTED-TABLE-MAX      PIC 9(4) VALUE 2000.
           01 WS-EXPECTED-COUNT          PIC 9(4) VALUE ZEROES.
           01 WS-EXP-FOUND               PIC X(1).
           01 WS-EXP-MATCH-IDX           PIC 9(4).

           COPY "crtglyph.cpy".

      *>---------------------------------------------------------
      *>    NIGHT TABLE
      *>    Every distinct night on the raster archive, ascending;
      *>    the analysis window is the last WS-NIGHTS-REQUESTED.
      *>---------------------------------------------------------
           01 WS-NIGHT-TABLE.
               05 WS-NGT-DATE OCCURS 60 TIMES PIC 9(8).
           01 WS-NIGHT-TABLE-MAX         PIC 9(3) VALUE 60.
           01 WS-NIGHT-COUNT             PIC 9(3) VALUE ZEROES.
           01 WS-NIGHT-POS               PIC 9(3).
           01 WS-NIGHT-SHIFT             PIC 9(3).
           01 WS-NIGHT-FOUND             PIC X(1).
           01 WS-NEW-DATE                PIC 9(8).
           01 WS-WINDOW-START            PIC 9(3) VALUE 1.
           01 WS-WINDOW-FIRST-DATE       PIC 9(8) VALUE ZEROES.
           01 WS-WINDOW-LAST-DATE        PIC 9(8) VALUE ZEROES.
           01 WS-NIGHTS-IN-WINDOW        PIC 9(3) VALUE ZEROES.
           01 WS-UNDATED-RASTERS         PIC 9(7) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    CURRENT DEVICE
      *>    WS-EXPECTED-SCREEN holds the rendered expected raster:
      *>    '#' lit, '.' dark, '?' not judged (no glyph pattern).
      *>    One pixel entry per screen position, numbered row by
      *>    row: pixel = (row - 1) * 40 + column.
      *>---------------------------------------------------------
           01 WS-DEVICE-ACTIVE           PIC X(1) VALUE 'N'.
           01 WS-CUR-NAME                PIC X(80).
           01 WS-CUR-MODEL               PIC X(4).
           01 WS-CUR-LISTED              PIC X(1).
           01 WS-CUR-EXPECTED            PIC X(8).
           01 WS-CUR-READOUT             PIC X(8).
           01 WS-CUR-NIGHTS              PIC 9(3).
           01 WS-CUR-LAST-DATE           PIC 9(8).
           01 WS-CUR-DARK-FAULTS         PIC 9(3).
           01 WS-CUR-LIT-FAULTS          PIC 9(3).
           01 WS-EXPECTED-SCREEN.
               05 WS-EXP-ROW OCCURS 6 TIMES PIC X(40).
           01 WS-PIXEL-TABLE.
               05 WS-PIX-ENTRY OCCURS 240 TIMES.
                   10 WS-PIX-OBSERVED    PIC 9(3).
                   10 WS-PIX-BAD         PIC 9(3).
                   10 WS-PIX-SINCE       PIC 9(8).
                   10 WS-PIX-LAST-BAD    PIC X(1).
                   10 WS-PIX-VERDICT     PIC X(1).
           01 WS-LINE-STATS.
               05 WS-ROW-STAT OCCURS 6 TIMES.
                   10 WS-ROW-EVAL-LIT    PIC 9(3).
                   10 WS-ROW-EVAL-DARK   PIC 9(3).
                   10 WS-ROW-BAD-DARK    PIC 9(3).
                   10 WS-ROW-BAD-LIT     PIC 9(3).
               05 WS-COL-STAT OCCURS 40 TIMES.
                   10 WS-COL-EVAL-LIT    PIC 9(3).
                   10 WS-COL-EVAL-DARK   PIC 9(3).
                   10 WS-COL-BAD-DARK    PIC 9(3).
                   10 WS-COL-BAD-LIT     PIC 9(3).
           01 WS-ROW                     PIC 9(2).
           01 WS-COL                     PIC 9(2).
           01 WS-CELL                    PIC 9(2).
           01 WS-CELL-BASE               PIC 9(2).
           01 WS-PIX-NO                  PIC 9(3).
           01 WS-EXP-PIXEL               PIC X(1).
           01 WS-ACT-PIXEL               PIC X(1).
           01 WS-PIXEL-LINES             PIC 9(3).
           01 WS-PIXEL-LINES-MAX         PIC 9(3) VALUE 20.

      *>---------------------------------------------------------
      *>    MODEL ROLL-UP
      *>    Per model, the devices judged and faulty, and how many
      *>    of its devices carry a persistent fault in each row,
      *>    column and pixel.
      *>---------------------------------------------------------
           01 WS-MODEL-ROLLUP.
               05 WS-MOD-ENTRY OCCURS 21 TIMES
                                INDEXED BY WS-MOD-IDX.
                   10 WS-MOD-CODE        PIC X(4).
                   10 WS-MOD-CHECKED     PIC 9(5).
                   10 WS-MOD-FAULTY      PIC 9(5).
                   10 WS-MOD-COMMON      PIC 9(3).
                   10 WS-MOD-ROW-DEV OCCURS 6 TIMES PIC 9(5).
                   10 WS-MOD-COL-DEV OCCURS 40 TIMES PIC 9(5).
                   10 WS-MOD-PIX-DARK OCCURS 240 TIMES PIC 9(5).
                   10 WS-MOD-PIX-LIT OCCURS 240 TIMES PIC 9(5).
           01 WS-MODEL-ROLLUP-MAX        PIC 9(2) VALUE 21.
           01 WS-MODEL-ROLLUP-COUNT      PIC 9(2) VALUE ZEROES.
           01 WS-MOD-FOUND               PIC X(1).
           01 WS-MOD-OVERFLOW            PIC X(1) VALUE 'N'.

      *>---------------------------------------------------------
      *>    RUN TOTALS
      *>---------------------------------------------------------
           01 WS-DEVICES-READ            PIC 9(5) VALUE ZEROES.
           01 WS-DEVICES-CHECKED         PIC 9(5) VALUE ZEROES.
           01 WS-DEVICES-FAULTY          PIC 9(5) VALUE ZEROES.
           01 WS-DEVICES-UNLISTED        PIC 9(5) VALUE ZEROES.
           01 WS-MODELS-COMMON           PIC 9(3) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    REPORT LINE AREAS
      *>---------------------------------------------------------
           01 WS-PIX-LINE                PIC X(132).
           01 WS-VERDICT-TEXT            PIC X(24).
           01 WS-MODEL-TEXT              PIC X(6).
           01 WS-EDIT-COUNT              PIC ZZZZ9.
           01 WS-EDIT-COUNT-2            PIC ZZZZ9.
           01 WS-EDIT-COUNT-3            PIC ZZZZ9.
           01 WS-EDIT-NIGHTS             PIC ZZ9.
           01 WS-EDIT-NIGHTS-2           PIC ZZ9.
           01 WS-EDIT-ROW                PIC 9.
           01 WS-EDIT-COL                PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-FILE
               ON ASCENDING KEY SRT-DEVICE-NAME
               ON ASCENDING KEY SRT-RUN-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-RELEASE-RASTERS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-ANALYSE-DEVICES
                   THRU 3000-EXIT
           PERFORM 4000-WRITE-MODEL-ROLLUP THRU 4000-EXIT
           PERFORM 4500-WRITE-VERDICT THRU 4500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *>**************************************************************
      *>    1000-SERIES  --  INITIALIZATION
      *>**************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT PIX-REPORT-FILE
           IF WS-PIX-REPORT-STATUS NOT = "00"
               DISPLAY "DAY10PIX: UNABLE TO OPEN PIXRPT, STATUS="
                   WS-PIX-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PIX-LINE
           STRING "DAY10PIX CRT RASTER ANALYSIS  RUN DATE="
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           PERFORM 1100-LOAD-PIX-PARMS THRU 1100-EXIT
           PERFORM 1200-LOAD-EXPECTED-READOUTS THRU 1200-EXIT
           PERFORM 1600-FIND-ARCHIVED-NIGHTS THRU 1600-EXIT
           IF WS-NIGHT-COUNT = 0
               DISPLAY "DAY10PIX: NO DATED RASTER ON RASTHIST - "
                   "NOTHING TO ANALYSE"
               MOVE "NO DATED RASTER ON THE ARCHIVE - NOTHING ANALYSED"
                   TO WS-PIX-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               MOVE 12 TO RETURN-CODE
               CLOSE PIX-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM 1700-SET-WINDOW THRU 1700-EXIT
           PERFORM 1800-WRITE-HEADINGS THRU 1800-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-PIX-PARMS.
           OPEN INPUT PIX-PARM-FILE
           IF WS-PIX-PARM-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM 1110-READ-ONE-PARM THRU 1110-EXIT
               UNTIL WS-SCAN-EOF = 'Y' OR WS-PARM-LINE-NO >= 4
           CLOSE PIX-PARM-FILE.
       1100-EXIT.
           EXIT.

      *>    A short, non-numeric or zero line keeps that default.
       1110-READ-ONE-PARM.
           READ PIX-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 1110-EXIT
           END-READ
           ADD 1 TO WS-PARM-LINE-NO
           IF PIX-PARM-RECORD(1:3) NOT NUMERIC
               OR PIX-PARM-RECORD(1:3) = "000"
               GO TO 1110-EXIT
           END-IF
           EVALUATE WS-PARM-LINE-NO
               WHEN 1
                   MOVE PIX-PARM-RECORD(1:3) TO WS-NIGHTS-REQUESTED
               WHEN 2
                   MOVE PIX-PARM-RECORD(1:3) TO WS-MIN-BAD-NIGHTS
               WHEN 3
                   IF PIX-PARM-RECORD(1:3) <= "100"
                       MOVE PIX-PARM-RECORD(1:3) TO WS-MIN-BAD-PCT
                   END-IF
               WHEN 4
                   MOVE PIX-PARM-RECORD(1:3) TO WS-MIN-MODEL-DEVICES
           END-EVALUATE.
       1110-EXIT.
           EXIT.

      *>    As in DAY10CRT, a missing expected-readout master is
      *>    called out rather than read as a clean night; every
      *>    device is then listed as not verified.
       1200-LOAD-EXPECTED-READOUTS.
           OPEN INPUT EXPECTED-FILE
           IF WS-EXPECTED-STATUS NOT = "00"
               MOVE SPACES TO WS-PIX-LINE
               STRING "RDOUTMST NOT AVAILABLE (STATUS="
                       WS-EXPECTED-STATUS
                       ") - NO RASTERS VERIFIED"
                   DELIMITED BY SIZE INTO WS-PIX-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 1200-EXIT
           END-IF
           MOVE 'Y' TO WS-EXPECTED-AVAILABLE
           PERFORM 1210-READ-ONE-EXPECTED THRU 1210-EXIT
               UNTIL WS-EXPECTED-EOF = 'Y'
           CLOSE EXPECTED-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-ONE-EXPECTED.
           IF WS-EXPECTED-COUNT >= WS-EXPECTED-TABLE-MAX
               MOVE 'Y' TO WS-EXPECTED-EOF
               DISPLAY "DAY10PIX: EXPECTED-READOUT TABLE FULL, "
                   "EXTRA ENTRIES IGNORED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               READ EXPECTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EXPECTED-EOF
                   NOT AT END
                       ADD 1 TO WS-EXPECTED-COUNT
                       SET WS-EXP-IDX TO WS-EXPECTED-COUNT
                       MOVE EXP-DEVICE-NAME TO
                           WS-EXP-NAME(WS-EXP-IDX)
                       MOVE EXP-READOUT TO
                           WS-EXP-READOUT(WS-EXP-IDX)
               END-READ
           END-IF.
       1210-EXIT.
           EXIT.

      *>    First pass over the archive: every distinct run date is
      *>    a night; with more on hand than the table holds, the
      *>    oldest give way.
       1600-FIND-ARCHIVED-NIGHTS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT RASTER-HIST-FILE
           IF WS-RASTER-HIST-STATUS NOT = "00"
               DISPLAY "DAY10PIX: UNABLE TO OPEN RASTHIST, STATUS="
                   WS-RASTER-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE PIX-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM 1610-SCAN-ONE-RASTER THRU 1610-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE RASTER-HIST-FILE.
       1600-EXIT.
           EXIT.

       1610-SCAN-ONE-RASTER.
           READ RASTER-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 1610-EXIT
           END-READ
           IF RAST-RUN-DATE NOT NUMERIC OR RAST-RUN-DATE = ZEROES
               ADD 1 TO WS-UNDATED-RASTERS
               GO TO 1610-EXIT
           END-IF
           MOVE RAST-RUN-DATE TO WS-NEW-DATE
           PERFORM 1620-ADD-NIGHT THRU 1620-EXIT.
       1610-EXIT.
           EXIT.

       1620-ADD-NIGHT.
           MOVE 'N' TO WS-NIGHT-FOUND
           MOVE 1 TO WS-NIGHT-POS
           PERFORM 1621-FIND-POSITION THRU 1621-EXIT
               UNTIL WS-NIGHT-POS > WS-NIGHT-COUNT
                  OR WS-NIGHT-FOUND = 'Y'
                  OR WS-NGT-DATE(WS-NIGHT-POS) > WS-NEW-DATE
           IF WS-NIGHT-FOUND = 'Y'
               GO TO 1620-EXIT
           END-IF
           IF WS-NIGHT-COUNT >= WS-NIGHT-TABLE-MAX
               IF WS-NIGHT-POS = 1
                   GO TO 1620-EXIT
               END-IF
               PERFORM 1623-DROP-OLDEST-NIGHT THRU 1623-EXIT
               SUBTRACT 1 FROM WS-NIGHT-POS
           END-IF
           MOVE WS-NIGHT-COUNT TO WS-NIGHT-SHIFT
           PERFORM 1622-SHIFT-NIGHT-UP THRU 1622-EXIT
               UNTIL WS-NIGHT-SHIFT < WS-NIGHT-POS
           ADD 1 TO WS-NIGHT-COUNT
           MOVE WS-NEW-DATE TO WS-NGT-DATE(WS-NIGHT-POS).
       1620-EXIT.
           EXIT.

       1621-FIND-POSITION.
           IF WS-NGT-DATE(WS-NIGHT-POS) = WS-NEW-DATE
               MOVE 'Y' TO WS-NIGHT-FOUND
           ELSE
               ADD 1 TO WS-NIGHT-POS
           END-IF.
       1621-EXIT.
           EXIT.

       1622-SHIFT-NIGHT-UP.
           MOVE WS-NGT-DATE(WS-NIGHT-SHIFT) TO
               WS-NGT-DATE(WS-NIGHT-SHIFT + 1)
           SUBTRACT 1 FROM WS-NIGHT-SHIFT.
       1622-EXIT.
           EXIT.

       1623-DROP-OLDEST-NIGHT.
           MOVE 1 TO WS-NIGHT-SHIFT
           PERFORM 1624-SHIFT-NIGHT-DOWN THRU 1624-EXIT
               UNTIL WS-NIGHT-SHIFT >= WS-NIGHT-COUNT
           SUBTRACT 1 FROM WS-NIGHT-COUNT.
       1623-EXIT.
           EXIT.

       1624-SHIFT-NIGHT-DOWN.
           MOVE WS-NGT-DATE(WS-NIGHT-SHIFT + 1) TO
               WS-NGT-DATE(WS-NIGHT-SHIFT)
           ADD 1 TO WS-NIGHT-SHIFT.
       1624-EXIT.
           EXIT.

       1700-SET-WINDOW.
           IF WS-NIGHTS-REQUESTED >= WS-NIGHT-COUNT
               MOVE 1 TO WS-WINDOW-START
           ELSE
               COMPUTE WS-WINDOW-START =
                   WS-NIGHT-COUNT - WS-NIGHTS-REQUESTED + 1
           END-IF
           COMPUTE WS-NIGHTS-IN-WINDOW =
               WS-NIGHT-COUNT - WS-WINDOW-START + 1
           MOVE WS-NGT-DATE(WS-WINDOW-START) TO WS-WINDOW-FIRST-DATE
           MOVE WS-NGT-DATE(WS-NIGHT-COUNT) TO WS-WINDOW-LAST-DATE.
       1700-EXIT.
           EXIT.

       1800-WRITE-HEADINGS.
           MOVE SPACES TO WS-PIX-LINE
           MOVE WS-NIGHTS-REQUESTED TO WS-EDIT-NIGHTS
           MOVE WS-NIGHTS-IN-WINDOW TO WS-EDIT-NIGHTS-2
           STRING "NIGHTS REQUESTED=" WS-EDIT-NIGHTS
                   " ANALYSED=" WS-EDIT-NIGHTS-2
                   " FROM " WS-WINDOW-FIRST-DATE
                   " TO " WS-WINDOW-LAST-DATE
               DELIMITED BY SIZE INTO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-PIX-LINE
           MOVE WS-MIN-BAD-NIGHTS TO WS-EDIT-NIGHTS
           MOVE WS-MIN-BAD-PCT TO WS-EDIT-NIGHTS-2
           MOVE WS-MIN-MODEL-DEVICES TO WS-EDIT-COUNT
           STRING "PERSISTENT = BAD ON AT LEAST" WS-EDIT-NIGHTS
                   " NIGHTS AND" WS-EDIT-NIGHTS-2
                   "% OF THE NIGHTS DRAWN, STILL BAD ON THE LATEST;"
                   " MODEL-COMMON =" WS-EDIT-COUNT " DEVICES"
               DELIMITED BY SIZE INTO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           IF WS-MIN-BAD-NIGHTS > WS-NIGHTS-IN-WINDOW
               MOVE SPACES TO WS-PIX-LINE
               STRING "FEWER NIGHTS ON HAND THAN THE MINIMUM BAD "
                       "NIGHTS - NO PIXEL CAN QUALIFY YET"
                   DELIMITED BY SIZE INTO WS-PIX-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF
           IF WS-UNDATED-RASTERS > 0
               MOVE SPACES TO WS-PIX-LINE
               MOVE WS-UNDATED-RASTERS TO WS-EDIT-COUNT
               STRING "UNDATED RASTER RECORDS SKIPPED=" WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-PIX-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF
           MOVE SPACES TO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           MOVE "DEVICES WITH PERSISTENT PIXEL FAULTS" TO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       1800-EXIT.
           EXIT.

      *>**************************************************************
      *>    2000-SERIES  --  RELEASE THE WINDOW'S RASTERS
      *>**************************************************************
       2000-RELEASE-RASTERS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT RASTER-HIST-FILE
           PERFORM 2100-RELEASE-ONE-RASTER THRU 2100-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE RASTER-HIST-FILE.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-RASTER.
           READ RASTER-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2100-EXIT
           END-READ
           IF RAST-RUN-DATE NOT NUMERIC
               OR RAST-RUN-DATE < WS-WINDOW-FIRST-DATE
               GO TO 2100-EXIT
           END-IF
           MOVE RAST-RECORD TO SORT-RECORD
           RELEASE SORT-RECORD.
       2100-EXIT.
           EXIT.

      *>**************************************************************
      *>    3000-SERIES  --  PER-DEVICE ANALYSIS
      *>    Runs as the sort's output procedure; each device's
      *>    nights are folded pixel by pixel and the device judged
      *>    once its last night has gone by.
      *>**************************************************************
       3000-ANALYSE-DEVICES.
           PERFORM 3100-RETURN-ONE-RASTER THRU 3100-EXIT
               UNTIL WS-SORT-EOF = 'Y'
           IF WS-DEVICE-ACTIVE = 'Y'
               PERFORM 3400-FINISH-DEVICE THRU 3400-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-RASTER.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
               NOT AT END
                   PERFORM 3200-POST-SORTED-RASTER THRU 3200-EXIT
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-POST-SORTED-RASTER.
           IF WS-DEVICE-ACTIVE = 'Y'
               AND SRT-DEVICE-NAME NOT = WS-CUR-NAME
               PERFORM 3400-FINISH-DEVICE THRU 3400-EXIT
           END-IF
           IF WS-DEVICE-ACTIVE = 'N'
               PERFORM 3210-START-DEVICE THRU 3210-EXIT
           END-IF
      *>    The same night archived twice (a rerun generation)
      *>    counts once. The GDG base reads newest generation
      *>    first and the sort keeps equal keys in arrival order,
      *>    so the night kept is the rerun's.
           IF SRT-RUN-DATE = WS-CUR-LAST-DATE
               GO TO 3200-EXIT
           END-IF
           MOVE SRT-RUN-DATE TO WS-CUR-LAST-DATE
           MOVE SRT-MODEL-CODE TO WS-CUR-MODEL
           MOVE SRT-READOUT TO WS-CUR-READOUT
           ADD 1 TO WS-CUR-NIGHTS
           IF WS-CUR-LISTED = 'Y'
               PERFORM 3300-COMPARE-ONE-PIXEL THRU 3300-EXIT
                   VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
                   AFTER WS-COL FROM 1 BY 1 UNTIL WS-COL > 40
           END-IF.
       3200-EXIT.
           EXIT.

       3210-START-DEVICE.
           MOVE 'Y' TO WS-DEVICE-ACTIVE
           ADD 1 TO WS-DEVICES-READ
           MOVE SRT-DEVICE-NAME TO WS-CUR-NAME
           MOVE ZEROES TO WS-CUR-NIGHTS
           MOVE ZEROES TO WS-CUR-LAST-DATE
           MOVE SPACES TO WS-CUR-EXPECTED
           INITIALIZE WS-PIXEL-TABLE
           INITIALIZE WS-LINE-STATS
           MOVE ALL "?" TO WS-EXPECTED-SCREEN
           MOVE 'N' TO WS-CUR-LISTED
           MOVE 'N' TO WS-EXP-FOUND
           PERFORM 3211-CHECK-EXPECTED-ENTRY THRU 3211-EXIT
               VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > WS-EXPECTED-COUNT
                  OR WS-EXP-FOUND = 'Y'
           IF WS-EXP-FOUND = 'N'
               GO TO 3210-EXIT
           END-IF
           MOVE 'Y' TO WS-CUR-LISTED
           PERFORM 3220-RENDER-EXPECTED-CELL THRU 3220-EXIT
               VARYING WS-CELL FROM 1 BY 1 UNTIL WS-CELL > 8.
       3210-EXIT.
           EXIT.

       3211-CHECK-EXPECTED-ENTRY.
           IF WS-EXP-NAME(WS-EXP-IDX) = WS-CUR-NAME(1:60)
               MOVE 'Y' TO WS-EXP-FOUND
               MOVE WS-EXP-READOUT(WS-EXP-IDX) TO WS-CUR-EXPECTED
           END-IF.
       3211-EXIT.
           EXIT.

      *>    Draws one expected letter the way DAY_10's 3650 decoder
      *>    reads one: the glyph's four columns of six rows from
      *>    the cell's first column, the fifth column dark. A letter
      *>    with no pattern leaves its cell '?', not judged.
       3220-RENDER-EXPECTED-CELL.
           MOVE 'N' TO WS-GLYPH-FOUND
           SET WS-GLYPH-IDX TO 1
           SEARCH WS-GLYPH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GLYPH-CHAR(WS-GLYPH-IDX) =
                       WS-CUR-EXPECTED(WS-CELL:1)
                   MOVE 'Y' TO WS-GLYPH-FOUND
           END-SEARCH
           IF WS-GLYPH-FOUND = 'N'
               GO TO 3220-EXIT
           END-IF
           COMPUTE WS-CELL-BASE = (WS-CELL - 1) * 5 + 1
           PERFORM 3221-RENDER-CELL-ROW THRU 3221-EXIT
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6.
       3220-EXIT.
           EXIT.

       3221-RENDER-CELL-ROW.
           MOVE WS-GLYPH-PATTERN(WS-GLYPH-IDX)
                   ((WS-ROW - 1) * 4 + 1:4)
               TO WS-EXP-ROW(WS-ROW)(WS-CELL-BASE:4)
           MOVE "." TO WS-EXP-ROW(WS-ROW)(WS-CELL-BASE + 4:1).
       3221-EXIT.
           EXIT.

      *>    One pixel of one night: a pixel the trace never drew,
      *>    or one with no expected value, is not an observation.
      *>    A bad pixel opens (or extends) its run of bad nights;
      *>    a good night closes it, so SINCE is always the first
      *>    night of the current run.
       3300-COMPARE-ONE-PIXEL.
           MOVE WS-EXP-ROW(WS-ROW)(WS-COL:1) TO WS-EXP-PIXEL
           MOVE SRT-ROW(WS-ROW)(WS-COL:1) TO WS-ACT-PIXEL
           IF WS-EXP-PIXEL = "?" OR WS-ACT-PIXEL = SPACE
               GO TO 3300-EXIT
           END-IF
           COMPUTE WS-PIX-NO = (WS-ROW - 1) * 40 + WS-COL
           ADD 1 TO WS-PIX-OBSERVED(WS-PIX-NO)
           IF (WS-EXP-PIXEL = "#" AND WS-ACT-PIXEL NOT = "#")
               OR (WS-EXP-PIXEL = "." AND WS-ACT-PIXEL = "#")
               ADD 1 TO WS-PIX-BAD(WS-PIX-NO)
               IF WS-PIX-LAST-BAD(WS-PIX-NO) NOT = 'Y'
                   MOVE SRT-RUN-DATE TO WS-PIX-SINCE(WS-PIX-NO)
               END-IF
               MOVE 'Y' TO WS-PIX-LAST-BAD(WS-PIX-NO)
           ELSE
               MOVE 'N' TO WS-PIX-LAST-BAD(WS-PIX-NO)
           END-IF.
       3300-EXIT.
           EXIT.

      *>**************************************************************
      *>    3400-SERIES  --  DEVICE VERDICT
      *>**************************************************************
       3400-FINISH-DEVICE.
           MOVE 'N' TO WS-DEVICE-ACTIVE
           IF WS-CUR-LISTED = 'N'
               ADD 1 TO WS-DEVICES-UNLISTED
               IF WS-EXPECTED-AVAILABLE = 'Y'
                   MOVE SPACES TO WS-PIX-LINE
                   STRING FUNCTION TRIM(WS-CUR-NAME)
                           " NOT ON RDOUTMST - RASTER NOT VERIFIED"
                       DELIMITED BY SIZE INTO WS-PIX-LINE
                   PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               END-IF
               GO TO 3400-EXIT
           END-IF
           ADD 1 TO WS-DEVICES-CHECKED
           MOVE ZEROES TO WS-CUR-DARK-FAULTS
           MOVE ZEROES TO WS-CUR-LIT-FAULTS
           PERFORM 3410-JUDGE-ONE-PIXEL THRU 3410-EXIT
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
               AFTER WS-COL FROM 1 BY 1 UNTIL WS-COL > 40
           PERFORM 3500-ROLL-UP-MODEL THRU 3500-EXIT
           IF WS-CUR-DARK-FAULTS + WS-CUR-LIT-FAULTS = 0
               GO TO 3400-EXIT
           END-IF
           ADD 1 TO WS-DEVICES-FAULTY
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 3600-WRITE-DEVICE-FAULTS THRU 3600-EXIT.
       3400-EXIT.
           EXIT.

      *>    A pixel drawn on enough nights to be judged counts
      *>    toward its row's and column's totals; it is a
      *>    persistent fault when bad on the minimum number of
      *>    nights, on the minimum share of the nights it was
      *>    drawn, and still bad the last time it was drawn.
       3410-JUDGE-ONE-PIXEL.
           COMPUTE WS-PIX-NO = (WS-ROW - 1) * 40 + WS-COL
           MOVE SPACE TO WS-PIX-VERDICT(WS-PIX-NO)
           IF WS-PIX-OBSERVED(WS-PIX-NO) < WS-MIN-BAD-NIGHTS
               GO TO 3410-EXIT
           END-IF
           IF WS-EXP-ROW(WS-ROW)(WS-COL:1) = "#"
               ADD 1 TO WS-ROW-EVAL-LIT(WS-ROW)
               ADD 1 TO WS-COL-EVAL-LIT(WS-COL)
           ELSE
               ADD 1 TO WS-ROW-EVAL-DARK(WS-ROW)
               ADD 1 TO WS-COL-EVAL-DARK(WS-COL)
           END-IF
           IF WS-PIX-BAD(WS-PIX-NO) < WS-MIN-BAD-NIGHTS
               OR WS-PIX-LAST-BAD(WS-PIX-NO) NOT = 'Y'
               OR WS-PIX-BAD(WS-PIX-NO) * 100 <
                  WS-MIN-BAD-PCT * WS-PIX-OBSERVED(WS-PIX-NO)
               GO TO 3410-EXIT
           END-IF
           IF WS-EXP-ROW(WS-ROW)(WS-COL:1) = "#"
               MOVE "D" TO WS-PIX-VERDICT(WS-PIX-NO)
               ADD 1 TO WS-CUR-DARK-FAULTS
               ADD 1 TO WS-ROW-BAD-DARK(WS-ROW)
               ADD 1 TO WS-COL-BAD-DARK(WS-COL)
           ELSE
               MOVE "L" TO WS-PIX-VERDICT(WS-PIX-NO)
               ADD 1 TO WS-CUR-LIT-FAULTS
               ADD 1 TO WS-ROW-BAD-LIT(WS-ROW)
               ADD 1 TO WS-COL-BAD-LIT(WS-COL)
           END-IF.
       3410-EXIT.
           EXIT.

      *>    Devices roll up under the model code on their latest
      *>    night's raster. A fleet with more models than the
      *>    table holds leaves the extra models out of the roll-up
      *>    only; their devices are still judged above.
       3500-ROLL-UP-MODEL.
           MOVE 'N' TO WS-MOD-FOUND
           SET WS-MOD-IDX TO 1
           SEARCH WS-MOD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MOD-IDX > WS-MODEL-ROLLUP-COUNT
                   CONTINUE
               WHEN WS-MOD-CODE(WS-MOD-IDX) = WS-CUR-MODEL
                   MOVE 'Y' TO WS-MOD-FOUND
           END-SEARCH
           IF WS-MOD-FOUND = 'N'
               IF WS-MODEL-ROLLUP-COUNT >= WS-MODEL-ROLLUP-MAX
                   MOVE 'Y' TO WS-MOD-OVERFLOW
                   GO TO 3500-EXIT
               END-IF
               ADD 1 TO WS-MODEL-ROLLUP-COUNT
               SET WS-MOD-IDX TO WS-MODEL-ROLLUP-COUNT
               INITIALIZE WS-MOD-ENTRY(WS-MOD-IDX)
               MOVE WS-CUR-MODEL TO WS-MOD-CODE(WS-MOD-IDX)
           END-IF
           ADD 1 TO WS-MOD-CHECKED(WS-MOD-IDX)
           IF WS-CUR-DARK-FAULTS + WS-CUR-LIT-FAULTS = 0
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO WS-MOD-FAULTY(WS-MOD-IDX)
           PERFORM 3510-ROLL-UP-PIXEL THRU 3510-EXIT
               VARYING WS-PIX-NO FROM 1 BY 1 UNTIL WS-PIX-NO > 240
           PERFORM 3520-ROLL-UP-ROW THRU 3520-EXIT
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
           PERFORM 3530-ROLL-UP-COLUMN THRU 3530-EXIT
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 40.
       3500-EXIT.
           EXIT.

       3510-ROLL-UP-PIXEL.
           EVALUATE WS-PIX-VERDICT(WS-PIX-NO)
               WHEN "D"
                   ADD 1 TO WS-MOD-PIX-DARK(WS-MOD-IDX, WS-PIX-NO)
               WHEN "L"
                   ADD 1 TO WS-MOD-PIX-LIT(WS-MOD-IDX, WS-PIX-NO)
           END-EVALUATE.
       3510-EXIT.
           EXIT.

       3520-ROLL-UP-ROW.
           IF WS-ROW-BAD-DARK(WS-ROW) + WS-ROW-BAD-LIT(WS-ROW) > 1
               ADD 1 TO WS-MOD-ROW-DEV(WS-MOD-IDX, WS-ROW)
           END-IF.
       3520-EXIT.
           EXIT.

       3530-ROLL-UP-COLUMN.
           IF WS-COL-BAD-DARK(WS-COL) + WS-COL-BAD-LIT(WS-COL) > 1
               ADD 1 TO WS-MOD-COL-DEV(WS-MOD-IDX, WS-COL)
           END-IF.
       3530-EXIT.
           EXIT.

      *>**************************************************************
      *>    3600-SERIES  --  DEVICE FAULT BLOCK
      *>    Heading, fault map (D dark where lit expected, L lit
      *>    where dark expected, '.' judged and sound, blank not
      *>    judged), the rows and columns with two or more faulty
      *>    pixels (a lone pixel is left to the pixel lines), then
      *>    the faulty pixels themselves up to a limit - the map
      *>    shows all.
      *>**************************************************************
       3600-WRITE-DEVICE-FAULTS.
           MOVE SPACES TO WS-PIX-LINE
           MOVE WS-CUR-NIGHTS TO WS-EDIT-NIGHTS
           MOVE WS-CUR-DARK-FAULTS TO WS-EDIT-COUNT
           MOVE WS-CUR-LIT-FAULTS TO WS-EDIT-COUNT-2
           PERFORM 8100-SET-MODEL-TEXT THRU 8100-EXIT
           STRING FUNCTION TRIM(WS-CUR-NAME)
                   " MODEL=" WS-MODEL-TEXT
                   " NIGHTS=" FUNCTION TRIM(WS-EDIT-NIGHTS)
                   " EXPECTED=" WS-CUR-EXPECTED
                   " LATEST=" WS-CUR-READOUT
                   " DARK-PIXELS=" FUNCTION TRIM(WS-EDIT-COUNT)
                   " LIT-PIXELS=" FUNCTION TRIM(WS-EDIT-COUNT-2)
               DELIMITED BY SIZE INTO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           PERFORM 3610-WRITE-MAP-ROW THRU 3610-EXIT
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
           PERFORM 3620-WRITE-ROW-VERDICT THRU 3620-EXIT
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
           PERFORM 3630-WRITE-COLUMN-VERDICT THRU 3630-EXIT
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 40
           MOVE ZEROES TO WS-PIXEL-LINES
           PERFORM 3640-WRITE-PIXEL-LINE THRU 3640-EXIT
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
               AFTER WS-COL FROM 1 BY 1 UNTIL WS-COL > 40
           IF WS-PIXEL-LINES > WS-PIXEL-LINES-MAX
               MOVE SPACES TO WS-PIX-LINE
               COMPUTE WS-EDIT-COUNT =
                   WS-PIXEL-LINES - WS-PIXEL-LINES-MAX
               STRING "    ..." FUNCTION TRIM(WS-EDIT-COUNT)
                       " MORE FAULTY PIXEL(S) - SEE THE MAP ABOVE"
                   DELIMITED BY SIZE INTO WS-PIX-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

       3610-WRITE-MAP-ROW.
           MOVE SPACES TO WS-PIX-LINE
           MOVE WS-ROW TO WS-EDIT-ROW
           STRING "    ROW " WS-EDIT-ROW " |"
               DELIMITED BY SIZE INTO WS-PIX-LINE
           PERFORM 3611-SET-MAP-PIXEL THRU 3611-EXIT
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 40
           MOVE "|" TO WS-PIX-LINE(52:1)
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       3610-EXIT.
           EXIT.

       3611-SET-MAP-PIXEL.
           COMPUTE WS-PIX-NO = (WS-ROW - 1) * 40 + WS-COL
           IF WS-PIX-VERDICT(WS-PIX-NO) NOT = SPACE
               MOVE WS-PIX-VERDICT(WS-PIX-NO) TO
                   WS-PIX-LINE(WS-COL + 11:1)
           ELSE
               IF WS-PIX-OBSERVED(WS-PIX-NO) >= WS-MIN-BAD-NIGHTS
                   MOVE "." TO WS-PIX-LINE(WS-COL + 11:1)
               END-IF
           END-IF.
       3611-EXIT.
           EXIT.

       3620-WRITE-ROW-VERDICT.
           IF WS-ROW-BAD-DARK(WS-ROW) + WS-ROW-BAD-LIT(WS-ROW) < 2
               GO TO 3620-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-ROW-EVAL-LIT(WS-ROW) >= 2
                   AND WS-ROW-BAD-DARK(WS-ROW) =
                       WS-ROW-EVAL-LIT(WS-ROW)
                   AND WS-ROW-BAD-LIT(WS-ROW) = 0
                   MOVE "STUCK DARK" TO WS-VERDICT-TEXT
               WHEN WS-ROW-EVAL-DARK(WS-ROW) >= 2
                   AND WS-ROW-BAD-LIT(WS-ROW) =
                       WS-ROW-EVAL-DARK(WS-ROW)
                   AND WS-ROW-BAD-DARK(WS-ROW) = 0
                   MOVE "STUCK LIT" TO WS-VERDICT-TEXT
               WHEN OTHER
                   MOVE "AFFECTED" TO WS-VERDICT-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-PIX-LINE
           MOVE WS-ROW TO WS-EDIT-ROW
           MOVE WS-ROW-BAD-DARK(WS-ROW) TO WS-EDIT-COUNT
           MOVE WS-ROW-BAD-LIT(WS-ROW) TO WS-EDIT-COUNT-2
           STRING "    ROW " WS-EDIT-ROW " "
                   FUNCTION TRIM(WS-VERDICT-TEXT)
                   " DARK=" FUNCTION TRIM(WS-EDIT-COUNT)
                   " LIT=" FUNCTION TRIM(WS-EDIT-COUNT-2)
               DELIMITED BY SIZE INTO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       3620-EXIT.
           EXIT.

       3630-WRITE-COLUMN-VERDICT.
           IF WS-COL-BAD-DARK(WS-COL) + WS-COL-BAD-LIT(WS-COL) < 2
               GO TO 3630-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-COL-EVAL-LIT(WS-COL) >= 2
                   AND WS-COL-BAD-DARK(WS-COL) =
                       WS-COL-EVAL-LIT(WS-COL)
                   AND WS-COL-BAD-LIT(WS-COL) = 0
                   MOVE "STUCK DARK" TO WS-VERDICT-TEXT
               WHEN WS-COL-EVAL-DARK(WS-COL) >= 2
                   AND WS-COL-BAD-LIT(WS-COL) =
                       WS-COL-EVAL-DARK(WS-COL)
                   AND WS-COL-BAD-DARK(WS-COL) = 0
                   MOVE "STUCK LIT" TO WS-VERDICT-TEXT
               WHEN OTHER
                   MOVE "AFFECTED" TO WS-VERDICT-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-PIX-LINE
           MOVE WS-COL TO WS-EDIT-COL
           MOVE WS-COL-BAD-DARK(WS-COL) TO WS-EDIT-COUNT
           MOVE WS-COL-BAD-LIT(WS-COL) TO WS-EDIT-COUNT-2
           STRING "    COLUMN " WS-EDIT-COL " "
                   FUNCTION TRIM(WS-VERDICT-TEXT)
                   " DARK=" FUNCTION TRIM(WS-EDIT-COUNT)
                   " LIT=" FUNCTION TRIM(WS-EDIT-COUNT-2)
               DELIMITED BY SIZE INTO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       3630-EXIT.
           EXIT.

       3640-WRITE-PIXEL-LINE.
           COMPUTE WS-PIX-NO = (WS-ROW - 1) * 40 + WS-COL
           IF WS-PIX-VERDICT(WS-PIX-NO) = SPACE
               GO TO 3640-EXIT
           END-IF
           ADD 1 TO WS-PIXEL-LINES
           IF WS-PIXEL-LINES > WS-PIXEL-LINES-MAX
               GO TO 3640-EXIT
           END-IF
           IF WS-PIX-VERDICT(WS-PIX-NO) = "D"
               MOVE "DARK WHERE LIT EXPECTED" TO WS-VERDICT-TEXT
           ELSE
               MOVE "LIT WHERE DARK EXPECTED" TO WS-VERDICT-TEXT
           END-IF
           MOVE SPACES TO WS-PIX-LINE
           MOVE WS-ROW TO WS-EDIT-ROW
           MOVE WS-COL TO WS-EDIT-COL
           MOVE WS-PIX-BAD(WS-PIX-NO) TO WS-EDIT-NIGHTS
           MOVE WS-PIX-OBSERVED(WS-PIX-NO) TO WS-EDIT-NIGHTS-2
           STRING "    PIXEL ROW " WS-EDIT-ROW " COLUMN " WS-EDIT-COL
                   " " FUNCTION TRIM(WS-VERDICT-TEXT)
                   " BAD " FUNCTION TRIM(WS-EDIT-NIGHTS)
                   " OF " FUNCTION TRIM(WS-EDIT-NIGHTS-2)
                   " NIGHTS SINCE " WS-PIX-SINCE(WS-PIX-NO)
               DELIMITED BY SIZE INTO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       3640-EXIT.
           EXIT.

      *>**************************************************************
      *>    4000-SERIES  --  MODEL ROLL-UP
      *>    A row, column or pixel faulty on at least the PIXPARM
      *>    number of one model's screens is common to the model;
      *>    a model whose faults all stand alone is single-screen.
      *>**************************************************************
       4000-WRITE-MODEL-ROLLUP.
           IF WS-DEVICES-FAULTY = 0
               MOVE "  (NONE)" TO WS-PIX-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF
           MOVE SPACES TO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           MOVE "ROLL-UP BY MODEL" TO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           PERFORM 4100-WRITE-ONE-MODEL THRU 4100-EXIT
               VARYING WS-MOD-IDX FROM 1 BY 1
               UNTIL WS-MOD-IDX > WS-MODEL-ROLLUP-COUNT
           IF WS-MOD-OVERFLOW = 'Y'
               MOVE SPACES TO WS-PIX-LINE
               STRING "  MORE MODELS THAN THE ROLL-UP HOLDS - "
                       "LATER MODELS NOT ROLLED UP"
                   DELIMITED BY SIZE INTO WS-PIX-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-MODEL.
           MOVE WS-MOD-CODE(WS-MOD-IDX) TO WS-CUR-MODEL
           PERFORM 8100-SET-MODEL-TEXT THRU 8100-EXIT
           MOVE SPACES TO WS-PIX-LINE
           MOVE WS-MOD-CHECKED(WS-MOD-IDX) TO WS-EDIT-COUNT
           MOVE WS-MOD-FAULTY(WS-MOD-IDX) TO WS-EDIT-COUNT-2
           STRING "MODEL " WS-MODEL-TEXT
                   " DEVICES JUDGED=" FUNCTION TRIM(WS-EDIT-COUNT)
                   " WITH PERSISTENT FAULTS="
                   FUNCTION TRIM(WS-EDIT-COUNT-2)
               DELIMITED BY SIZE INTO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           MOVE ZEROES TO WS-MOD-COMMON(WS-MOD-IDX)
           IF WS-MOD-FAULTY(WS-MOD-IDX) = 0
               GO TO 4100-EXIT
           END-IF
           PERFORM 4110-CHECK-COMMON-ROW THRU 4110-EXIT
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
           PERFORM 4120-CHECK-COMMON-COLUMN THRU 4120-EXIT
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 40
           MOVE ZEROES TO WS-PIXEL-LINES
           PERFORM 4130-CHECK-COMMON-PIXEL THRU 4130-EXIT
               VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
               AFTER WS-COL FROM 1 BY 1 UNTIL WS-COL > 40
           IF WS-PIXEL-LINES > WS-PIXEL-LINES-MAX
               MOVE SPACES TO WS-PIX-LINE
               COMPUTE WS-EDIT-COUNT =
                   WS-PIXEL-LINES - WS-PIXEL-LINES-MAX
               STRING "    ..." FUNCTION TRIM(WS-EDIT-COUNT)
                       " MORE PIXEL(S) COMMON TO THE MODEL"
                   DELIMITED BY SIZE INTO WS-PIX-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF
           IF WS-MOD-COMMON(WS-MOD-IDX) = 0
               MOVE "    SINGLE-SCREEN FAULTS ONLY" TO WS-PIX-LINE
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           ELSE
               ADD 1 TO WS-MODELS-COMMON
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

       4110-CHECK-COMMON-ROW.
           IF WS-MOD-ROW-DEV(WS-MOD-IDX, WS-ROW) < WS-MIN-MODEL-DEVICES
               GO TO 4110-EXIT
           END-IF
           ADD 1 TO WS-MOD-COMMON(WS-MOD-IDX)
           MOVE SPACES TO WS-PIX-LINE
           MOVE WS-ROW TO WS-EDIT-ROW
           MOVE WS-MOD-ROW-DEV(WS-MOD-IDX, WS-ROW) TO WS-EDIT-COUNT
           STRING "    ROW " WS-EDIT-ROW " FAULTY ON "
                   FUNCTION TRIM(WS-EDIT-COUNT)
                   " DEVICES - COMMON TO MODEL"
               DELIMITED BY SIZE INTO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       4110-EXIT.
           EXIT.

       4120-CHECK-COMMON-COLUMN.
           IF WS-MOD-COL-DEV(WS-MOD-IDX, WS-COL) < WS-MIN-MODEL-DEVICES
               GO TO 4120-EXIT
           END-IF
           ADD 1 TO WS-MOD-COMMON(WS-MOD-IDX)
           MOVE SPACES TO WS-PIX-LINE
           MOVE WS-COL TO WS-EDIT-COL
           MOVE WS-MOD-COL-DEV(WS-MOD-IDX, WS-COL) TO WS-EDIT-COUNT
           STRING "    COLUMN " WS-EDIT-COL " FAULTY ON "
                   FUNCTION TRIM(WS-EDIT-COUNT)
                   " DEVICES - COMMON TO MODEL"
               DELIMITED BY SIZE INTO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       4120-EXIT.
           EXIT.

       4130-CHECK-COMMON-PIXEL.
           COMPUTE WS-PIX-NO = (WS-ROW - 1) * 40 + WS-COL
           IF WS-MOD-PIX-DARK(WS-MOD-IDX, WS-PIX-NO) >=
                   WS-MIN-MODEL-DEVICES
               MOVE "DARK WHERE LIT EXPECTED" TO WS-VERDICT-TEXT
               MOVE WS-MOD-PIX-DARK(WS-MOD-IDX, WS-PIX-NO) TO
                   WS-EDIT-COUNT
               PERFORM 4131-WRITE-COMMON-PIXEL THRU 4131-EXIT
           END-IF
           IF WS-MOD-PIX-LIT(WS-MOD-IDX, WS-PIX-NO) >=
                   WS-MIN-MODEL-DEVICES
               MOVE "LIT WHERE DARK EXPECTED" TO WS-VERDICT-TEXT
               MOVE WS-MOD-PIX-LIT(WS-MOD-IDX, WS-PIX-NO) TO
                   WS-EDIT-COUNT
               PERFORM 4131-WRITE-COMMON-PIXEL THRU 4131-EXIT
           END-IF.
       4130-EXIT.
           EXIT.

       4131-WRITE-COMMON-PIXEL.
           ADD 1 TO WS-MOD-COMMON(WS-MOD-IDX)
           ADD 1 TO WS-PIXEL-LINES
           IF WS-PIXEL-LINES > WS-PIXEL-LINES-MAX
               GO TO 4131-EXIT
           END-IF
           MOVE SPACES TO WS-PIX-LINE
           MOVE WS-ROW TO WS-EDIT-ROW
           MOVE WS-COL TO WS-EDIT-COL
           STRING "    PIXEL ROW " WS-EDIT-ROW " COLUMN " WS-EDIT-COL
                   " " FUNCTION TRIM(WS-VERDICT-TEXT)
                   " ON " FUNCTION TRIM(WS-EDIT-COUNT) " DEVICES"
               DELIMITED BY SIZE INTO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       4131-EXIT.
           EXIT.

      *>**************************************************************
      *>    4500-SERIES  --  RUN VERDICT
      *>**************************************************************
       4500-WRITE-VERDICT.
           MOVE SPACES TO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-PIX-LINE
           MOVE WS-DEVICES-CHECKED TO WS-EDIT-COUNT
           MOVE WS-DEVICES-FAULTY TO WS-EDIT-COUNT-2
           MOVE WS-DEVICES-UNLISTED TO WS-EDIT-COUNT-3
           STRING "DEVICES JUDGED=" FUNCTION TRIM(WS-EDIT-COUNT)
                   " WITH PERSISTENT FAULTS="
                   FUNCTION TRIM(WS-EDIT-COUNT-2)
                   " NOT ON RDOUTMST=" FUNCTION TRIM(WS-EDIT-COUNT-3)
               DELIMITED BY SIZE INTO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-PIX-LINE
           MOVE WS-MODELS-COMMON TO WS-EDIT-COUNT
           STRING "MODELS WITH A COMMON DEFECT="
                   FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO WS-PIX-LINE
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           DISPLAY "DAY10PIX: " WS-DEVICES-CHECKED " JUDGED, "
               WS-DEVICES-FAULTY " WITH PERSISTENT FAULTS, "
               WS-MODELS-COMMON " MODEL(S) WITH A COMMON DEFECT".
       4500-EXIT.
           EXIT.

      *>**************************************************************
      *>    8000-SERIES  --  COMMON SERVICE PARAGRAPHS
      *>**************************************************************
       8000-WRITE-REPORT-LINE.
           MOVE WS-PIX-LINE TO PIX-REPORT-RECORD
           WRITE PIX-REPORT-RECORD.
       8000-EXIT.
           EXIT.

      *>    A blank model code is the standard model (DAY_10 runs a
      *>    blank-coded device on the standard register bounds).
       8100-SET-MODEL-TEXT.
           IF WS-CUR-MODEL = SPACES
               MOVE "(STD)" TO WS-MODEL-TEXT
           ELSE
               MOVE WS-CUR-MODEL TO WS-MODEL-TEXT
           END-IF.
       8100-EXIT.
           EXIT.

      *>**************************************************************
      *>    9000-SERIES  --  TERMINATION
      *>**************************************************************
       9000-TERMINATE.
           CLOSE PIX-REPORT-FILE.
       9000-EXIT.
           EXIT.
