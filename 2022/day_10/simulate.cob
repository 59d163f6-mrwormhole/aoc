      *>**************************************************************
      *> PROGRAM      : DAY10SIM
      *> AUTHOR       : mrwormhole
      *> DATE-WRITTEN : 15th of October, 2026
      *>
      *> What-if impact simulation for proposed parameter changes.
      *> Until now a tightened TOLPARM band or a moved CHKPTCYC
      *> sample point was only proven by the next night paging the
      *> on-call. This program takes a proposed parameter set -
      *> any of SIMTOL (TOLPARM layout), SIMCHK (CHKPTCYC layout)
      *> and SIMGLD (GLDBASE layout); an unsupplied one stays as
      *> production has it - and replays the last N archived nights
      *> under both the production and the proposed sets, writing
      *> nothing but its own SIMRPT report.
      *>
      *> The nights come from the archived REPORT generations
      *> (RPTHIST, the GDG base, so every retained generation
      *> arrives concatenated), each device block identified by the
      *> RUN-DATE= its DEVICE: header carries. The block's CHECKPOINT
      *> lines give the register value at each sampled cycle and its
      *> grand total the as-run signal strength; the SUMMARY
      *> generations (SUMHIST) give each device-night's exception
      *> count and as-run STATUS; the DEVSTATE generations (DSTHIST)
      *> give the final cycle, so a proposed sample point past the
      *> end of that night's trace is known to contribute nothing;
      *> and HISTMSTR gives each device's run history for the drift
      *> baselines. Everything is released to one sort, run date
      *> within device name, and each device is replayed a night at
      *> a time the same way DAY10TRD walks the history.
      *>
      *> Per device-night: STEP010's tolerance severity (DAY_10's
      *> 3750 rules - device band over model band, signal outside
      *> the band severity 8, exceptions over the maximum severity
      *> 4), DAY10GLD's baseline breaches at each sampled cycle, and
      *> DAY10TRD's drift verdict, each under both sets. A device
      *> that would newly alert, stop alerting or change severity,
      *> newly breach or clear its baseline, or newly drift or stop
      *> drifting is listed; the graded return codes of STEP010
      *> (its tolerance grade - the unknown-model and unknown-
      *> firmware grades do not depend on these parameters),
      *> DAY10GLD and DAY10TRD are then shown night by night,
      *> production against proposed.
      *>
      *> A proposed sample cycle can only be replayed where that
      *> night's report itemized the register at that cycle. Where
      *> it did not, the device-night keeps its as-run signal and
      *> checkpoint shape, is counted as not re-evaluated, and the
      *> cycle is listed at the foot of the report so the evidence
      *> can be gathered before sign-off.
      *>
      *> RC 0 = the proposed set changes nothing in the window,
      *> RC 4 = at least one device or return code would change,
      *> RC 12 = an archive could not be read or holds no dated
      *> night, RC 16 = SIMRPT could not be opened.
      *>
      *> MODIFICATION HISTORY
      *> ---------------------------------------------------------
      *> 2026-10-15  mrwormhole   Original what-if simulation.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10SIM.
       AUTHOR. mrwormhole.
       DATE-WRITTEN. 15th of October, 2026.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REPORT-HIST-FILE ASSIGN TO RPTHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-HIST-STATUS.

               SELECT SUMMARY-HIST-FILE ASSIGN TO SUMHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMMARY-HIST-STATUS.

               SELECT OPTIONAL STATE-HIST-FILE ASSIGN TO DSTHIST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATE-HIST-STATUS.

               SELECT HISTORY-FILE ASSIGN TO HISTMSTR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.

               SELECT OPTIONAL MASTER-FILE ASSIGN TO DEVMSTR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MASTER-STATUS.

               SELECT OPTIONAL TOLPARM-FILE ASSIGN TO TOLPARM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TOLPARM-STATUS.

               SELECT OPTIONAL SIM-TOL-FILE ASSIGN TO SIMTOL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SIM-TOL-STATUS.

               SELECT OPTIONAL BASELINE-FILE ASSIGN TO GLDBASE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BASELINE-STATUS.

               SELECT OPTIONAL SIM-GLD-FILE ASSIGN TO SIMGLD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SIM-GLD-STATUS.

               SELECT OPTIONAL SIM-CHK-FILE ASSIGN TO SIMCHK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SIM-CHK-STATUS.

               SELECT OPTIONAL TREND-PARM-FILE ASSIGN TO TRNDTOL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TREND-PARM-STATUS.

               SELECT OPTIONAL SIM-PARM-FILE ASSIGN TO SIMPARM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SIM-PARM-STATUS.

               SELECT SIM-REPORT-FILE ASSIGN TO SIMRPT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SIM-REPORT-STATUS.

               SELECT SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
           FILE SECTION.
           FD REPORT-HIST-FILE.
           01 REPORT-HIST-RECORD         PIC X(100).

           FD SUMMARY-HIST-FILE.
           01 SUMMARY-HIST-RECORD        PIC X(200).

           FD STATE-HIST-FILE.
           COPY "devstate.cpy".

           FD HISTORY-FILE.
           COPY "histrec.cpy".

           FD MASTER-FILE.
           COPY "devmstr.cpy".

      *>    Production and proposed tolerance, baseline and
      *>    checkpoint files are read into the shared layouts in
      *>    WORKING-STORAGE, so one loader serves both sets.
           FD TOLPARM-FILE.
           01 TOLPARM-RECORD             PIC X(90).

           FD SIM-TOL-FILE.
           01 SIM-TOL-RECORD             PIC X(90).

           FD BASELINE-FILE.
           01 BASELINE-RECORD            PIC X(40).

           FD SIM-GLD-FILE.
           01 SIM-GLD-RECORD             PIC X(40).

           FD SIM-CHK-FILE.
           01 SIM-CHK-RECORD             PIC X(80).

           FD TREND-PARM-FILE.
           01 TREND-PARM-RECORD          PIC X(10).

           FD SIM-PARM-FILE.
           01 SIM-PARM-RECORD            PIC X(10).

           FD SIM-REPORT-FILE.
           01 SIM-REPORT-RECORD          PIC X(180).

      *>    One sort record per archived fact, typed so a device-
      *>    night's facts arrive in a fixed order: history (1),
      *>    end-of-trace state (2), summary line (3), report header
      *>    (4), checkpoint lines by cycle (5), grand total (6). A
      *>    carried-forward history aggregate is a type 1 flagged CF
      *>    in SRT-STATUS, as HIST-CF-RUNS flags it on HISTMSTR.
           SD SORT-FILE.
           01 SORT-RECORD.
               05 SRT-DEVICE-NAME        PIC X(80).
               05 SRT-RUN-DATE           PIC 9(8).
               05 SRT-REC-TYPE           PIC X(1).
               05 SRT-CYCLE              PIC 9(9).
               05 SRT-VALUE              PIC S9(15) SIGN LEADING
                                                    SEPARATE.
               05 SRT-COUNT              PIC 9(9).
               05 SRT-EXC-MAX            PIC 9(5).
               05 SRT-STATUS             PIC X(5).

           WORKING-STORAGE SECTION.
      *>---------------------------------------------------------
      *>    FILE STATUS SWITCHES
      *>---------------------------------------------------------
           01 WS-REPORT-HIST-STATUS      PIC X(2).
           01 WS-SUMMARY-HIST-STATUS     PIC X(2).
           01 WS-STATE-HIST-STATUS       PIC X(2).
           01 WS-HISTORY-STATUS          PIC X(2).
           01 WS-MASTER-STATUS           PIC X(2).
           01 WS-TOLPARM-STATUS          PIC X(2).
           01 WS-SIM-TOL-STATUS          PIC X(2).
           01 WS-BASELINE-STATUS         PIC X(2).
           01 WS-SIM-GLD-STATUS          PIC X(2).
           01 WS-SIM-CHK-STATUS          PIC X(2).
           01 WS-TREND-PARM-STATUS       PIC X(2).
           01 WS-SIM-PARM-STATUS         PIC X(2).
           01 WS-SIM-REPORT-STATUS       PIC X(2).
           01 WS-SCAN-EOF                PIC X(1) VALUE 'N'.
           01 WS-SORT-EOF                PIC X(1) VALUE 'N'.

      *>---------------------------------------------------------
      *>    SIMULATION PARAMETERS
      *>    SIMPARM line 1 is the number of archived nights to
      *>    replay (3 digits, zero-padded); the default applies
      *>    when the file is absent, short or zero. TRNDTOL is the
      *>    production drift tolerance file, read exactly as
      *>    DAY10TRD reads it.
      *>---------------------------------------------------------
           01 WS-NIGHTS-REQUESTED        PIC 9(3) VALUE 7.
           01 WS-DRIFT-TOLERANCE-PCT     PIC 9(3) VALUE 10.
           01 WS-EXC-GROWTH-LIMIT        PIC 9(5) VALUE 5.
           01 WS-RUN-DATE                PIC 9(8) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    PROPOSED-SET SWITCHES
      *>    'Y' when the proposed file was supplied; otherwise the
      *>    proposed side of the replay uses production's set.
      *>---------------------------------------------------------
           01 WS-SIM-TOL-SUPPLIED        PIC X(1) VALUE 'N'.
           01 WS-SIM-GLD-SUPPLIED        PIC X(1) VALUE 'N'.
           01 WS-SIM-CHK-SUPPLIED        PIC X(1) VALUE 'N'.
           01 WS-CUR-GLD-AVAILABLE       PIC X(1) VALUE 'N'.
           01 WS-PROP-TOL-SET            PIC X(1) VALUE 'C'.
           01 WS-PROP-GLD-SET            PIC X(1) VALUE 'C'.

      *>---------------------------------------------------------
      *>    TOLERANCE TABLE - BOTH SETS
      *>    WS-TOL-SET is 'C' for production's TOLPARM entries and
      *>    'P' for the proposed SIMTOL entries. The input layout is
      *>    the TOLPARM record exactly as DAY_10 declares it.
      *>---------------------------------------------------------
           01 WS-TOL-INPUT.
               05 WS-TIN-SCOPE           PIC X(1).
               05 FILLER                 PIC X(1).
               05 WS-TIN-KEY             PIC X(60).
               05 FILLER                 PIC X(1).
               05 WS-TIN-SIGNAL-MIN      PIC S9(9) SIGN LEADING
                                                   SEPARATE.
               05 FILLER                 PIC X(1).
               05 WS-TIN-SIGNAL-MAX      PIC S9(9) SIGN LEADING
                                                   SEPARATE.
               05 FILLER                 PIC X(1).
               05 WS-TIN-MAX-EXCEPTIONS  PIC 9(5).
               05 FILLER                 PIC X(5).
           01 WS-TOLERANCE-TABLE.
               05 WS-TOL-ENTRY OCCURS 200 TIMES
                                INDEXED BY WS-TOL-IDX.
                   10 WS-TOL-SET         PIC X(1).
                   10 WS-TOL-SCOPE       PIC X(1).
                   10 WS-TOL-KEY         PIC X(60).
                   10 WS-TOL-SIGNAL-MIN  PIC S9(9).
                   10 WS-TOL-SIGNAL-MAX  PIC S9(9).
                   10 WS-TOL-MAX-EXC     PIC 9(5).
           01 WS-TOLERANCE-TABLE-MAX     PIC 9(3) VALUE 200.
           01 WS-TOLERANCE-COUNT         PIC 9(3) VALUE ZEROES.
           01 WS-TOL-FOUND               PIC X(1).
           01 WS-TOL-MATCH-IDX           PIC 9(3).
           01 WS-LOAD-SET                PIC X(1).
           01 WS-LOAD-EOF                PIC X(1).

      *>---------------------------------------------------------
      *>    BASELINE TABLE - BOTH SETS
      *>    Same 'C'/'P' set flag; the input layout is the GLDBASE
      *>    record exactly as DAY10GLD declares it.
      *>---------------------------------------------------------
           01 WS-GLD-INPUT.
               05 WS-GIN-MODEL-CODE      PIC X(4).
               05 FILLER                 PIC X(1).
               05 WS-GIN-CHKPT-CYCLE     PIC 9(6).
               05 FILLER                 PIC X(1).
               05 WS-GIN-EXPECTED        PIC S9(9) SIGN LEADING
                                                   SEPARATE.
               05 FILLER                 PIC X(1).
               05 WS-GIN-BAND            PIC 9(9).
               05 FILLER                 PIC X(8).
           01 WS-BASELINE-TABLE.
               05 WS-GLD-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-GLD-IDX.
                   10 WS-GLD-SET         PIC X(1).
                   10 WS-GLD-MODEL       PIC X(4).
                   10 WS-GLD-CYCLE       PIC 9(6).
                   10 WS-GLD-EXPECTED    PIC S9(9).
                   10 WS-GLD-BAND        PIC 9(9).
           01 WS-BASELINE-TABLE-MAX      PIC 9(4) VALUE 2000.
           01 WS-BASELINE-COUNT          PIC 9(4) VALUE ZEROES.
           01 WS-GLD-FOUND               PIC X(1).
           01 WS-GLD-MATCH-IDX           PIC 9(4).

      *>---------------------------------------------------------
      *>    PROPOSED CHECKPOINT TABLE
      *>    SIMCHK loads into the same table DAY_10 samples from,
      *>    with the extension interval derived the same way.
      *>---------------------------------------------------------
           COPY "chkpttbl.cpy".
           01 WS-CHK-INPUT               PIC X(80).

      *>---------------------------------------------------------
      *>    DEVICE-TO-MODEL TABLE FROM DEVMSTR
      *>---------------------------------------------------------
           01 WS-DEVMAP-TABLE.
               05 WS-MAP-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-MAP-IDX.
                   10 WS-MAP-NAME        PIC X(60).
                   10 WS-MAP-MODEL       PIC X(4).
           01 WS-DEVMAP-TABLE-MAX        PIC 9(4) VALUE 2000.
           01 WS-DEVMAP-COUNT            PIC 9(4) VALUE ZEROES.
           01 WS-MAP-FOUND               PIC X(1).
           01 WS-DEVMAP-OVERFLOW         PIC X(1) VALUE 'N'.

      *>---------------------------------------------------------
      *>    NIGHT TABLE
      *>    Every distinct dated night on the report archive, held
      *>    in ascending date order; the replay window is the last
      *>    WS-NIGHTS-REQUESTED of them. Each night carries the
      *>    production (CUR) and proposed (PROP) outcomes.
      *>---------------------------------------------------------
           01 WS-NIGHT-TABLE.
               05 WS-NIGHT-ENTRY OCCURS 60 TIMES
                                  INDEXED BY WS-NIGHT-IDX.
                   10 WS-NGT-DATE        PIC 9(8).
                   10 WS-NGT-DEVICES     PIC 9(5).
                   10 WS-NGT-CUR-SEV     PIC 9(2).
                   10 WS-NGT-PROP-SEV    PIC 9(2).
                   10 WS-NGT-CUR-BREACH  PIC 9(5).
                   10 WS-NGT-PROP-BREACH PIC 9(5).
                   10 WS-NGT-CUR-DRIFT   PIC 9(5).
                   10 WS-NGT-PROP-DRIFT  PIC 9(5).
                   10 WS-NGT-NEW-ALERT   PIC 9(5).
                   10 WS-NGT-STOP-ALERT  PIC 9(5).
                   10 WS-NGT-SEV-CHANGE  PIC 9(5).
                   10 WS-NGT-GLD-CHANGE  PIC 9(5).
                   10 WS-NGT-TRD-CHANGE  PIC 9(5).
                   10 WS-NGT-UNRESOLVED  PIC 9(5).
                   10 WS-NGT-DISAGREE    PIC 9(5).
           01 WS-NIGHT-TABLE-MAX         PIC 9(3) VALUE 60.
           01 WS-NIGHT-COUNT             PIC 9(3) VALUE ZEROES.
           01 WS-NIGHT-POS               PIC 9(3).
           01 WS-NIGHT-SHIFT             PIC 9(3).
           01 WS-NIGHT-FOUND             PIC X(1).
           01 WS-WINDOW-START            PIC 9(3) VALUE 1.
           01 WS-WINDOW-FIRST-DATE       PIC 9(8) VALUE ZEROES.
           01 WS-WINDOW-LAST-DATE        PIC 9(8) VALUE ZEROES.
           01 WS-NIGHTS-IN-WINDOW        PIC 9(3) VALUE ZEROES.
           01 WS-NEW-DATE                PIC 9(8).

      *>---------------------------------------------------------
      *>    UNSAMPLED PROPOSED CYCLES
      *>    A proposed sample cycle no archived report itemized,
      *>    with the number of device-nights it left unresolved.
      *>---------------------------------------------------------
           01 WS-MISS-TABLE.
               05 WS-MISS-ENTRY OCCURS 50 TIMES
                                 INDEXED BY WS-MISS-IDX.
                   10 WS-MISS-CYCLE      PIC 9(9).
                   10 WS-MISS-NIGHTS     PIC 9(7).
           01 WS-MISS-TABLE-MAX          PIC 9(2) VALUE 50.
           01 WS-MISS-COUNT              PIC 9(2) VALUE ZEROES.
           01 WS-MISS-FOUND              PIC X(1).

      *>---------------------------------------------------------
      *>    ARCHIVE PARSE WORK AREAS
      *>    Report and summary lines are split on spaces and their
      *>    keyword values extracted the way DAY10GLD does it.
      *>---------------------------------------------------------
           01 WS-READ-LINE               PIC X(200).
           01 WS-TOKEN-TABLE.
               05 WS-TOKEN OCCURS 14 TIMES PIC X(60).
           01 WS-TOKEN-MAX               PIC 9(2) VALUE 14.
           01 WS-TOKEN-IDX               PIC 9(2).
           01 WS-NUM-TEXT                PIC X(60).
           01 WS-NUM-VALUE               PIC S9(9).
           01 WS-NUM-VALID               PIC X(1).
           01 WS-NUM-LEN                 PIC 9(2).
           01 WS-NUM-DIGITS              PIC 9(9).
           01 WS-NUM-SIGN                PIC X(1).
           01 WS-NUM-SCAN                PIC 9(2).
           01 WS-KEY-LEN                 PIC 9(2).
           01 WS-RPT-DEVICE              PIC X(80) VALUE SPACES.
           01 WS-RPT-DATE                PIC 9(8) VALUE ZEROES.
           01 WS-RPT-IN-WINDOW           PIC X(1) VALUE 'N'.
           01 WS-PARSE-DATE              PIC 9(8).
           01 WS-PARSE-DATED             PIC X(1).
           01 WS-PARSE-CYCLE             PIC 9(9).
           01 WS-PARSE-TOTAL             PIC S9(9).
           01 WS-PARSE-SIGNAL            PIC S9(9).
           01 WS-PARSE-EXC               PIC 9(9).
           01 WS-PARSE-STATUS            PIC X(5).
           01 WS-CYCLE-SEEN              PIC X(1).
           01 WS-TOTAL-SEEN              PIC X(1).
           01 WS-SIGNAL-SEEN             PIC X(1).
           01 WS-UNDATED-BLOCKS          PIC 9(7) VALUE ZEROES.
           01 WS-UNDATED-SUMMARY         PIC 9(7) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    CURRENT DEVICE
      *>    The drift baselines are kept twice: the production
      *>    side sums the signals as they ran, the proposed side
      *>    the signals the proposed checkpoints would have given.
      *>    The posting pointer walks the window's nights so a
      *>    night the device did not run still carries its last
      *>    drift verdict, exactly as DAY10TRD reports every device
      *>    on the master each night.
      *>---------------------------------------------------------
           01 WS-DEVICE-ACTIVE           PIC X(1) VALUE 'N'.
           01 WS-CUR-NAME                PIC X(80).
           01 WS-CUR-MODEL               PIC X(4).
           01 WS-DEV-HAS-LATEST          PIC X(1).
           01 WS-DEV-CUR-LATEST-SIG      PIC S9(9).
           01 WS-DEV-PROP-LATEST-SIG     PIC S9(9).
           01 WS-DEV-LATEST-EXC          PIC 9(5).
           01 WS-DEV-PRIOR-RUNS          PIC 9(7).
           01 WS-DEV-CUR-SIG-SUM         PIC S9(15).
           01 WS-DEV-PROP-SIG-SUM        PIC S9(15).
           01 WS-DEV-PRIOR-EXC-MAX       PIC 9(5).
           01 WS-POST-NIGHT              PIC 9(3).
           01 WS-POST-UNTIL-DATE         PIC 9(8).
           01 WS-POST-OWN-RECORD         PIC X(1).
           01 WS-DEVICE-COUNT            PIC 9(7) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    CURRENT DEVICE-NIGHT (ONE SORT GROUP)
      *>---------------------------------------------------------
           01 WS-GROUP-ACTIVE            PIC X(1) VALUE 'N'.
           01 WS-GRP-DATE                PIC 9(8).
           01 WS-GRP-HAS-REPORT          PIC X(1).
           01 WS-GRP-HAS-TOTAL           PIC X(1).
           01 WS-GRP-HAS-SUMMARY         PIC X(1).
           01 WS-GRP-HAS-STATE           PIC X(1).
           01 WS-GRP-HAS-HIST            PIC X(1).
           01 WS-GRP-ASRUN-SIGNAL        PIC S9(9).
           01 WS-GRP-SUM-SIGNAL          PIC S9(9).
           01 WS-GRP-EXCEPTIONS          PIC 9(5).
           01 WS-GRP-ASRUN-STATUS        PIC X(5).
           01 WS-GRP-FINAL-CYCLE         PIC 9(9).
           01 WS-GRP-HIST-SIGNAL         PIC S9(9).
           01 WS-GRP-HIST-EXC            PIC 9(5).
           01 WS-GRP-PROP-SIGNAL         PIC S9(9).
           01 WS-GRP-DELTA               PIC S9(9).
           01 WS-GRP-RESOLVED            PIC X(1).
           01 WS-GRP-MISS-CYCLE          PIC 9(9).
           01 WS-GRP-MAX-RECORDED        PIC 9(9).
           01 WS-REC-TABLE.
               05 WS-REC-ENTRY OCCURS 60 TIMES
                                INDEXED BY WS-REC-IDX.
                   10 WS-REC-CYCLE       PIC 9(9).
                   10 WS-REC-TOTAL       PIC S9(9).
                   10 WS-REC-CONTRIB     PIC S9(9).
           01 WS-REC-TABLE-MAX           PIC 9(2) VALUE 60.
           01 WS-REC-COUNT               PIC 9(2) VALUE ZEROES.
           01 WS-REC-FOUND               PIC X(1).
           01 WS-REC-MATCH-IDX           PIC 9(2).
           01 WS-PRP-TABLE.
               05 WS-PRP-ENTRY OCCURS 60 TIMES
                                INDEXED BY WS-PRP-IDX.
                   10 WS-PRP-CYCLE       PIC 9(9).
                   10 WS-PRP-CONTRIB     PIC S9(9).
           01 WS-PRP-TABLE-MAX           PIC 9(2) VALUE 60.
           01 WS-PRP-COUNT               PIC 9(2) VALUE ZEROES.
           01 WS-PRP-DUPLICATE           PIC X(1).
           01 WS-EXT-CYCLE               PIC 9(9).
           01 WS-EXT-DONE                PIC X(1).
           01 WS-SAMPLE-CYCLE            PIC 9(9).

      *>---------------------------------------------------------
      *>    EVALUATION WORK AREAS
      *>    WS-EVAL-SET picks the parameter set ('C'/'P') and
      *>    WS-EVAL-SOURCE the sample set ('R' recorded, 'P'
      *>    proposed) a 3320/3330 evaluation runs against.
      *>---------------------------------------------------------
           01 WS-EVAL-SET                PIC X(1).
           01 WS-EVAL-SOURCE             PIC X(1).
           01 WS-EVAL-SIGNAL             PIC S9(9).
           01 WS-EVAL-SEVERITY           PIC 9(2).
           01 WS-EVAL-BREACHES           PIC 9(5).
           01 WS-EVAL-CYCLE              PIC 9(9).
           01 WS-EVAL-CONTRIB            PIC S9(9).
           01 WS-DEVIATION               PIC S9(10).
           01 WS-CUR-SEVERITY            PIC 9(2).
           01 WS-PROP-SEVERITY           PIC 9(2).
           01 WS-CUR-BREACHES            PIC 9(5).
           01 WS-PROP-BREACHES           PIC 9(5).
           01 WS-CUR-DRIFT-STATUS        PIC X(5).
           01 WS-PROP-DRIFT-STATUS       PIC X(5).
           01 WS-CUR-DRIFT-PCT           PIC 9(3).
           01 WS-PROP-DRIFT-PCT          PIC 9(3).
           01 WS-JUDGE-SIDE              PIC X(1).
           01 WS-JUDGE-SUM               PIC S9(15).
           01 WS-JUDGE-LATEST            PIC S9(9).
           01 WS-JUDGE-STATUS            PIC X(5).
           01 WS-JUDGE-PCT               PIC 9(3).
           01 WS-PRIOR-AVG               PIC S9(9).
           01 WS-SIGNAL-DRIFT            PIC S9(10).
           01 WS-DRIFT-WORK              PIC S9(15).
           01 WS-CUR-GRADE               PIC 9(2).
           01 WS-PROP-GRADE              PIC 9(2).
           01 WS-NIGHT-CHANGED           PIC X(1).

      *>---------------------------------------------------------
      *>    RUN TOTALS
      *>---------------------------------------------------------
           01 WS-DEVICE-NIGHTS           PIC 9(7) VALUE ZEROES.
           01 WS-DEVICE-CHANGES          PIC 9(7) VALUE ZEROES.
           01 WS-RC-CHANGE-NIGHTS        PIC 9(3) VALUE ZEROES.
           01 WS-UNRESOLVED-TOTAL        PIC 9(7) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    REPORT LINE AREAS
      *>---------------------------------------------------------
           01 WS-SIM-LINE                PIC X(180).
           01 WS-CHANGE-TEXT             PIC X(60).
           01 WS-SUPPLIED-TEXT           PIC X(30).
           01 WS-EDIT-COUNT              PIC ZZZZZZ9.
           01 WS-EDIT-COUNT-2            PIC ZZZZZZ9.
           01 WS-EDIT-COUNT-3            PIC ZZZZZZ9.
           01 WS-EDIT-COUNT-4            PIC ZZZZZZ9.
           01 WS-EDIT-NIGHTS             PIC ZZ9.
           01 WS-EDIT-NIGHTS-2           PIC ZZ9.
           01 WS-EDIT-SIGNAL             PIC -ZZZZZZZZ9.
           01 WS-EDIT-SIGNAL-2           PIC -ZZZZZZZZ9.
           01 WS-EDIT-CYCLE              PIC ZZZZZZZZ9.
           01 WS-EDIT-PCT                PIC ZZ9.
           01 WS-EDIT-PCT-2              PIC ZZ9.
           01 WS-EDIT-SEV                PIC 99.
           01 WS-EDIT-SEV-2              PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-FILE
               ON ASCENDING KEY SRT-DEVICE-NAME
               ON ASCENDING KEY SRT-RUN-DATE
               ON ASCENDING KEY SRT-REC-TYPE
               ON ASCENDING KEY SRT-CYCLE
               INPUT PROCEDURE IS 2000-RELEASE-ARCHIVES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-SIMULATION-PASS
                   THRU 3000-EXIT
           PERFORM 4000-WRITE-NIGHT-RESULTS THRU 4000-EXIT
           PERFORM 4500-WRITE-VERDICT THRU 4500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *>**************************************************************
      *>    1000-SERIES  --  INITIALIZATION
      *>    The report, summary and history archives are required:
      *>    each is opened and closed here purely to prove it is
      *>    there, so a missing one fails with this step's own
      *>    message and RC 12 rather than part way through the
      *>    sort. The night window is fixed from the report archive
      *>    before anything is released.
      *>**************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT SIM-REPORT-FILE
           IF WS-SIM-REPORT-STATUS NOT = "00"
               DISPLAY "DAY10SIM: UNABLE TO OPEN SIMRPT, STATUS="
                   WS-SIM-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUMMARY-HIST-FILE
           IF WS-SUMMARY-HIST-STATUS NOT = "00"
               DISPLAY "DAY10SIM: UNABLE TO OPEN SUMHIST, STATUS="
                   WS-SUMMARY-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE SIM-REPORT-FILE
               STOP RUN
           END-IF
           CLOSE SUMMARY-HIST-FILE
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "DAY10SIM: UNABLE TO OPEN HISTMSTR, STATUS="
                   WS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE SIM-REPORT-FILE
               STOP RUN
           END-IF
           CLOSE HISTORY-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-SIM-PARMS THRU 1100-EXIT
           PERFORM 1200-LOAD-TOLERANCES THRU 1200-EXIT
           PERFORM 1300-LOAD-BASELINES THRU 1300-EXIT
           PERFORM 1400-LOAD-PROPOSED-CHKPTS THRU 1400-EXIT
           PERFORM 1500-LOAD-DEVICE-MODELS THRU 1500-EXIT
           PERFORM 1600-FIND-ARCHIVED-NIGHTS THRU 1600-EXIT
           IF WS-NIGHT-COUNT = 0
               DISPLAY "DAY10SIM: NO DATED NIGHT ON RPTHIST - "
                   "NOTHING TO SIMULATE"
               MOVE SPACES TO WS-SIM-LINE
               STRING "NO DATED NIGHT ON THE REPORT ARCHIVE - "
                       "NOTHING SIMULATED"
                   DELIMITED BY SIZE INTO WS-SIM-LINE
               PERFORM 8000-PUT-LINE THRU 8000-EXIT
               MOVE 12 TO RETURN-CODE
               CLOSE SIM-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM 1700-SET-WINDOW THRU 1700-EXIT
           PERFORM 1800-WRITE-HEADINGS THRU 1800-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-SIM-PARMS.
           OPEN INPUT SIM-PARM-FILE
           IF WS-SIM-PARM-STATUS = "00"
               READ SIM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SIM-PARM-RECORD(1:3) IS NUMERIC
                           AND SIM-PARM-RECORD(1:3) NOT = "000"
                           MOVE SIM-PARM-RECORD(1:3) TO
                               WS-NIGHTS-REQUESTED
                       END-IF
               END-READ
               CLOSE SIM-PARM-FILE
           END-IF
           OPEN INPUT TREND-PARM-FILE
           IF WS-TREND-PARM-STATUS = "00"
               READ TREND-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TREND-PARM-RECORD(1:3) IS NUMERIC
                           MOVE TREND-PARM-RECORD(1:3) TO
                               WS-DRIFT-TOLERANCE-PCT
                       END-IF
               END-READ
               READ TREND-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TREND-PARM-RECORD(1:5) IS NUMERIC
                           MOVE TREND-PARM-RECORD(1:5) TO
                               WS-EXC-GROWTH-LIMIT
                       END-IF
               END-READ
               CLOSE TREND-PARM-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      *>    Production's TOLPARM loads as set 'C'. A SIMTOL that
      *>    opens loads as set 'P' and becomes the proposed side -
      *>    even when empty, since an empty proposal is a proposal
      *>    to drop every band.
       1200-LOAD-TOLERANCES.
           MOVE 'C' TO WS-LOAD-SET
           MOVE 'N' TO WS-LOAD-EOF
           OPEN INPUT TOLPARM-FILE
           IF WS-TOLPARM-STATUS = "00"
               PERFORM 1210-READ-TOLPARM THRU 1210-EXIT
                   UNTIL WS-LOAD-EOF = 'Y'
               CLOSE TOLPARM-FILE
           END-IF
           MOVE 'P' TO WS-LOAD-SET
           MOVE 'N' TO WS-LOAD-EOF
           OPEN INPUT SIM-TOL-FILE
           IF WS-SIM-TOL-STATUS = "00"
               MOVE 'Y' TO WS-SIM-TOL-SUPPLIED
               MOVE 'P' TO WS-PROP-TOL-SET
               PERFORM 1220-READ-SIM-TOL THRU 1220-EXIT
                   UNTIL WS-LOAD-EOF = 'Y'
               CLOSE SIM-TOL-FILE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-TOLPARM.
           READ TOLPARM-FILE INTO WS-TOL-INPUT
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF
               NOT AT END
                   PERFORM 1230-ADD-TOLERANCE THRU 1230-EXIT
           END-READ.
       1210-EXIT.
           EXIT.

       1220-READ-SIM-TOL.
           READ SIM-TOL-FILE INTO WS-TOL-INPUT
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF
               NOT AT END
                   PERFORM 1230-ADD-TOLERANCE THRU 1230-EXIT
           END-READ.
       1220-EXIT.
           EXIT.

      *>    Same acceptance rule as DAY_10's 1710: only scope 'D'
      *>    and 'M' records are bands.
       1230-ADD-TOLERANCE.
           IF WS-TIN-SCOPE NOT = 'D' AND WS-TIN-SCOPE NOT = 'M'
               GO TO 1230-EXIT
           END-IF
           IF WS-TOLERANCE-COUNT >= WS-TOLERANCE-TABLE-MAX
               MOVE 'Y' TO WS-LOAD-EOF
               DISPLAY "DAY10SIM: TOLERANCE TABLE FULL, EXTRA "
                   "ENTRIES IGNORED"
               GO TO 1230-EXIT
           END-IF
           ADD 1 TO WS-TOLERANCE-COUNT
           SET WS-TOL-IDX TO WS-TOLERANCE-COUNT
           MOVE WS-LOAD-SET TO WS-TOL-SET(WS-TOL-IDX)
           MOVE WS-TIN-SCOPE TO WS-TOL-SCOPE(WS-TOL-IDX)
           MOVE WS-TIN-KEY TO WS-TOL-KEY(WS-TOL-IDX)
           MOVE WS-TIN-SIGNAL-MIN TO WS-TOL-SIGNAL-MIN(WS-TOL-IDX)
           MOVE WS-TIN-SIGNAL-MAX TO WS-TOL-SIGNAL-MAX(WS-TOL-IDX)
           MOVE WS-TIN-MAX-EXCEPTIONS TO WS-TOL-MAX-EXC(WS-TOL-IDX).
       1230-EXIT.
           EXIT.

      *>    Production's GLDBASE absent grades DAY10GLD RC 4 on
      *>    every night it ran, and the replay grades it the same.
       1300-LOAD-BASELINES.
           MOVE 'C' TO WS-LOAD-SET
           MOVE 'N' TO WS-LOAD-EOF
           OPEN INPUT BASELINE-FILE
           IF WS-BASELINE-STATUS = "00"
               MOVE 'Y' TO WS-CUR-GLD-AVAILABLE
               PERFORM 1310-READ-BASELINE THRU 1310-EXIT
                   UNTIL WS-LOAD-EOF = 'Y'
               CLOSE BASELINE-FILE
           END-IF
           MOVE 'P' TO WS-LOAD-SET
           MOVE 'N' TO WS-LOAD-EOF
           OPEN INPUT SIM-GLD-FILE
           IF WS-SIM-GLD-STATUS = "00"
               MOVE 'Y' TO WS-SIM-GLD-SUPPLIED
               MOVE 'P' TO WS-PROP-GLD-SET
               PERFORM 1320-READ-SIM-GLD THRU 1320-EXIT
                   UNTIL WS-LOAD-EOF = 'Y'
               CLOSE SIM-GLD-FILE
           END-IF.
       1300-EXIT.
           EXIT.

       1310-READ-BASELINE.
           READ BASELINE-FILE INTO WS-GLD-INPUT
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF
               NOT AT END
                   PERFORM 1330-ADD-BASELINE THRU 1330-EXIT
           END-READ.
       1310-EXIT.
           EXIT.

       1320-READ-SIM-GLD.
           READ SIM-GLD-FILE INTO WS-GLD-INPUT
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF
               NOT AT END
                   PERFORM 1330-ADD-BASELINE THRU 1330-EXIT
           END-READ.
       1320-EXIT.
           EXIT.

       1330-ADD-BASELINE.
           IF WS-BASELINE-COUNT >= WS-BASELINE-TABLE-MAX
               MOVE 'Y' TO WS-LOAD-EOF
               DISPLAY "DAY10SIM: BASELINE TABLE FULL, EXTRA "
                   "ENTRIES IGNORED"
               GO TO 1330-EXIT
           END-IF
           ADD 1 TO WS-BASELINE-COUNT
           SET WS-GLD-IDX TO WS-BASELINE-COUNT
           MOVE WS-LOAD-SET TO WS-GLD-SET(WS-GLD-IDX)
           MOVE WS-GIN-MODEL-CODE TO WS-GLD-MODEL(WS-GLD-IDX)
           MOVE WS-GIN-CHKPT-CYCLE TO WS-GLD-CYCLE(WS-GLD-IDX)
           MOVE WS-GIN-EXPECTED TO WS-GLD-EXPECTED(WS-GLD-IDX)
           MOVE WS-GIN-BAND TO WS-GLD-BAND(WS-GLD-IDX).
       1330-EXIT.
           EXIT.

      *>    A SIMCHK that opens but is empty falls back to the
      *>    standard six-checkpoint set, exactly as an empty
      *>    CHKPTCYC would for DAY_10.
       1400-LOAD-PROPOSED-CHKPTS.
           MOVE ZEROES TO WS-CHECKPOINT-COUNT
           OPEN INPUT SIM-CHK-FILE
           IF WS-SIM-CHK-STATUS NOT = "00"
               GO TO 1400-EXIT
           END-IF
           MOVE 'Y' TO WS-SIM-CHK-SUPPLIED
           MOVE 'N' TO WS-LOAD-EOF
           PERFORM 1410-READ-SIM-CHK THRU 1410-EXIT
               UNTIL WS-LOAD-EOF = 'Y'
           CLOSE SIM-CHK-FILE
           IF WS-CHECKPOINT-COUNT = 0
               MOVE WS-DEFAULT-CHKPT-COUNT TO WS-CHECKPOINT-COUNT
               PERFORM 1420-COPY-DEFAULT-ENTRY THRU 1420-EXIT
                   VARYING WS-CHKPT-IDX FROM 1 BY 1
                   UNTIL WS-CHKPT-IDX > WS-CHECKPOINT-COUNT
           END-IF
           MOVE WS-CHECKPOINT-COUNT TO WS-CHECKPOINT-CONFIG-COUNT
           MOVE ZEROES TO WS-CHECKPOINT-MAX-CYCLE
           MOVE ZEROES TO WS-CHECKPOINT-2ND-CYCLE
           PERFORM 1430-CHECK-MAX-ENTRY THRU 1430-EXIT
               VARYING WS-CHKPT-IDX FROM 1 BY 1
               UNTIL WS-CHKPT-IDX > WS-CHECKPOINT-COUNT
           IF WS-CHECKPOINT-2ND-CYCLE > 0
               AND WS-CHECKPOINT-MAX-CYCLE > WS-CHECKPOINT-2ND-CYCLE
               COMPUTE WS-CHECKPOINT-INTERVAL =
                   WS-CHECKPOINT-MAX-CYCLE - WS-CHECKPOINT-2ND-CYCLE
           END-IF.
       1400-EXIT.
           EXIT.

       1410-READ-SIM-CHK.
           IF WS-CHECKPOINT-COUNT >= WS-CHECKPOINT-MAX-ENTRIES
               MOVE 'Y' TO WS-LOAD-EOF
           ELSE
               READ SIM-CHK-FILE INTO WS-CHK-INPUT
                   AT END
                       MOVE 'Y' TO WS-LOAD-EOF
                   NOT AT END
                       ADD 1 TO WS-CHECKPOINT-COUNT
                       SET WS-CHKPT-IDX TO WS-CHECKPOINT-COUNT
                       MOVE WS-CHK-INPUT(1:6) TO
                           WS-CHKPT-CYCLE(WS-CHKPT-IDX)
               END-READ
           END-IF.
       1410-EXIT.
           EXIT.

       1420-COPY-DEFAULT-ENTRY.
           MOVE WS-DEFAULT-CHKPT-CYCLE(WS-CHKPT-IDX) TO
               WS-CHKPT-CYCLE(WS-CHKPT-IDX).
       1420-EXIT.
           EXIT.

       1430-CHECK-MAX-ENTRY.
           IF WS-CHKPT-CYCLE(WS-CHKPT-IDX) > WS-CHECKPOINT-MAX-CYCLE
               MOVE WS-CHECKPOINT-MAX-CYCLE TO WS-CHECKPOINT-2ND-CYCLE
               MOVE WS-CHKPT-CYCLE(WS-CHKPT-IDX) TO
                   WS-CHECKPOINT-MAX-CYCLE
           ELSE
               IF WS-CHKPT-CYCLE(WS-CHKPT-IDX) > WS-CHECKPOINT-2ND-CYCLE
                   MOVE WS-CHKPT-CYCLE(WS-CHKPT-IDX) TO
                       WS-CHECKPOINT-2ND-CYCLE
               END-IF
           END-IF.
       1430-EXIT.
           EXIT.

      *>    Models come from today's device master; a device since
      *>    re-modelled is replayed under its current model, and
      *>    one not on the master has no model band or baseline.
       1500-LOAD-DEVICE-MODELS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               PERFORM 1510-LOAD-ONE-MASTER THRU 1510-EXIT
                   UNTIL WS-SCAN-EOF = 'Y'
               CLOSE MASTER-FILE
           END-IF.
       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-MASTER.
           READ MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 1510-EXIT
           END-READ
           IF DEVM-DEVICE-NAME = SPACES
               GO TO 1510-EXIT
           END-IF
           IF WS-DEVMAP-COUNT >= WS-DEVMAP-TABLE-MAX
               MOVE 'Y' TO WS-DEVMAP-OVERFLOW
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO WS-DEVMAP-COUNT
           SET WS-MAP-IDX TO WS-DEVMAP-COUNT
           MOVE DEVM-DEVICE-NAME TO WS-MAP-NAME(WS-MAP-IDX)
           MOVE DEVM-MODEL-CODE TO WS-MAP-MODEL(WS-MAP-IDX).
       1510-EXIT.
           EXIT.

      *>    First pass over the report archive, headers only: every
      *>    distinct RUN-DATE= is a night. Blocks from generations
      *>    archived before the run-date stamp carry none and are
      *>    counted as undated. With more nights on hand than the
      *>    table holds, the oldest give way.
       1600-FIND-ARCHIVED-NIGHTS.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT REPORT-HIST-FILE
           IF WS-REPORT-HIST-STATUS NOT = "00"
               DISPLAY "DAY10SIM: UNABLE TO OPEN RPTHIST, STATUS="
                   WS-REPORT-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE SIM-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM 1610-SCAN-ONE-HEADER THRU 1610-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE REPORT-HIST-FILE.
       1600-EXIT.
           EXIT.

       1610-SCAN-ONE-HEADER.
           READ REPORT-HIST-FILE INTO WS-READ-LINE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 1610-EXIT
           END-READ
           IF WS-READ-LINE(1:8) NOT = "DEVICE: "
               GO TO 1610-EXIT
           END-IF
           PERFORM 2500-SPLIT-LINE THRU 2500-EXIT
           PERFORM 2510-FIND-RUN-DATE THRU 2510-EXIT
           IF WS-PARSE-DATED = 'N'
               ADD 1 TO WS-UNDATED-BLOCKS
               GO TO 1610-EXIT
           END-IF
           MOVE WS-PARSE-DATE TO WS-NEW-DATE
           PERFORM 1620-ADD-NIGHT THRU 1620-EXIT.
       1610-EXIT.
           EXIT.

      *>    Inserts WS-NEW-DATE into the ascending night table
      *>    unless already present.
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
           INITIALIZE WS-NIGHT-ENTRY(WS-NIGHT-POS)
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
           MOVE WS-NIGHT-ENTRY(WS-NIGHT-SHIFT) TO
               WS-NIGHT-ENTRY(WS-NIGHT-SHIFT + 1)
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
           MOVE WS-NIGHT-ENTRY(WS-NIGHT-SHIFT + 1) TO
               WS-NIGHT-ENTRY(WS-NIGHT-SHIFT)
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
           MOVE SPACES TO WS-SIM-LINE
           STRING "DAY10SIM WHAT-IF IMPACT SIMULATION  RUN DATE="
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SIM-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE WS-SIM-TOL-SUPPLIED TO WS-LOAD-SET
           PERFORM 1810-SET-SUPPLIED-TEXT THRU 1810-EXIT
           MOVE SPACES TO WS-SIM-LINE
           STRING "PROPOSED TOLPARM  (SIMTOL): " WS-SUPPLIED-TEXT
               DELIMITED BY SIZE INTO WS-SIM-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE WS-SIM-CHK-SUPPLIED TO WS-LOAD-SET
           PERFORM 1810-SET-SUPPLIED-TEXT THRU 1810-EXIT
           MOVE SPACES TO WS-SIM-LINE
           STRING "PROPOSED CHKPTCYC (SIMCHK): " WS-SUPPLIED-TEXT
               DELIMITED BY SIZE INTO WS-SIM-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE WS-SIM-GLD-SUPPLIED TO WS-LOAD-SET
           PERFORM 1810-SET-SUPPLIED-TEXT THRU 1810-EXIT
           MOVE SPACES TO WS-SIM-LINE
           STRING "PROPOSED GLDBASE  (SIMGLD): " WS-SUPPLIED-TEXT
               DELIMITED BY SIZE INTO WS-SIM-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-SIM-LINE
           MOVE WS-NIGHTS-REQUESTED TO WS-EDIT-NIGHTS
           MOVE WS-NIGHTS-IN-WINDOW TO WS-EDIT-NIGHTS-2
           STRING "NIGHTS REQUESTED=" WS-EDIT-NIGHTS
                   " REPLAYED=" WS-EDIT-NIGHTS-2
                   " FROM " WS-WINDOW-FIRST-DATE
                   " TO " WS-WINDOW-LAST-DATE
               DELIMITED BY SIZE INTO WS-SIM-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           IF WS-UNDATED-BLOCKS > 0
               MOVE SPACES TO WS-SIM-LINE
               MOVE WS-UNDATED-BLOCKS TO WS-EDIT-COUNT
               STRING "UNDATED REPORT BLOCKS (ARCHIVED BEFORE THE "
                       "RUN-DATE STAMP) NOT REPLAYED=" WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-SIM-LINE
               PERFORM 8000-PUT-LINE THRU 8000-EXIT
           END-IF
           IF WS-DEVMAP-OVERFLOW = 'Y'
               MOVE SPACES TO WS-SIM-LINE
               STRING "DEVMSTR LARGER THAN THE MODEL TABLE - SOME "
                       "DEVICES REPLAYED WITHOUT A MODEL"
                   DELIMITED BY SIZE INTO WS-SIM-LINE
               PERFORM 8000-PUT-LINE THRU 8000-EXIT
           END-IF
           MOVE SPACES TO WS-SIM-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE "DEVICE CHANGES (PRODUCTION->PROPOSED)" TO WS-SIM-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
       1800-EXIT.
           EXIT.

       1810-SET-SUPPLIED-TEXT.
           IF WS-LOAD-SET = 'Y'
               MOVE "SUPPLIED" TO WS-SUPPLIED-TEXT
           ELSE
               MOVE "NOT SUPPLIED - PRODUCTION KEPT" TO
                   WS-SUPPLIED-TEXT
           END-IF.
       1810-EXIT.
           EXIT.

      *>**************************************************************
      *>    2000-SERIES  --  RELEASE THE ARCHIVES TO THE SORT
      *>    Only window nights are released from the report,
      *>    summary and state archives; the whole history master is
      *>    released so the drift baselines start from every run
      *>    the device ever had, as DAY10TRD's do.
      *>**************************************************************
       2000-RELEASE-ARCHIVES.
           PERFORM 2100-RELEASE-REPORTS THRU 2100-EXIT
           PERFORM 2200-RELEASE-SUMMARIES THRU 2200-EXIT
           PERFORM 2300-RELEASE-STATES THRU 2300-EXIT
           PERFORM 2400-RELEASE-HISTORY THRU 2400-EXIT.
       2000-EXIT.
           EXIT.

       2100-RELEASE-REPORTS.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE 'N' TO WS-RPT-IN-WINDOW
           OPEN INPUT REPORT-HIST-FILE
           PERFORM 2110-RELEASE-ONE-REPORT-LINE THRU 2110-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE REPORT-HIST-FILE.
       2100-EXIT.
           EXIT.

       2110-RELEASE-ONE-REPORT-LINE.
           READ REPORT-HIST-FILE INTO WS-READ-LINE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2110-EXIT
           END-READ
           PERFORM 2500-SPLIT-LINE THRU 2500-EXIT
           EVALUATE TRUE
               WHEN WS-TOKEN(1) = "DEVICE:"
                   PERFORM 2120-OPEN-REPORT-BLOCK THRU 2120-EXIT
               WHEN WS-TOKEN(1) = "CHECKPOINT"
                   AND WS-RPT-IN-WINDOW = 'Y'
                   PERFORM 2130-RELEASE-CHECKPOINT THRU 2130-EXIT
               WHEN WS-TOKEN(1) = "GRAND"
                   AND WS-RPT-IN-WINDOW = 'Y'
                   PERFORM 2140-RELEASE-GRAND-TOTAL THRU 2140-EXIT
           END-EVALUATE.
       2110-EXIT.
           EXIT.

       2120-OPEN-REPORT-BLOCK.
           MOVE 'N' TO WS-RPT-IN-WINDOW
           PERFORM 2510-FIND-RUN-DATE THRU 2510-EXIT
           IF WS-PARSE-DATED = 'N'
               OR WS-PARSE-DATE < WS-WINDOW-FIRST-DATE
               GO TO 2120-EXIT
           END-IF
           MOVE 'Y' TO WS-RPT-IN-WINDOW
           MOVE WS-TOKEN(2) TO WS-RPT-DEVICE
           MOVE WS-PARSE-DATE TO WS-RPT-DATE
           PERFORM 2150-CLEAR-SORT-RECORD THRU 2150-EXIT
           MOVE "4" TO SRT-REC-TYPE
           RELEASE SORT-RECORD.
       2120-EXIT.
           EXIT.

       2130-RELEASE-CHECKPOINT.
           MOVE 'N' TO WS-CYCLE-SEEN
           MOVE 'N' TO WS-TOTAL-SEEN
           PERFORM 2131-SCAN-CHECKPOINT-TOKEN THRU 2131-EXIT
               VARYING WS-TOKEN-IDX FROM 2 BY 1
               UNTIL WS-TOKEN-IDX > WS-TOKEN-MAX - 1
           IF WS-CYCLE-SEEN = 'N' OR WS-TOTAL-SEEN = 'N'
               GO TO 2130-EXIT
           END-IF
           PERFORM 2150-CLEAR-SORT-RECORD THRU 2150-EXIT
           MOVE "5" TO SRT-REC-TYPE
           MOVE WS-PARSE-CYCLE TO SRT-CYCLE
           MOVE WS-PARSE-TOTAL TO SRT-VALUE
           RELEASE SORT-RECORD.
       2130-EXIT.
           EXIT.

       2131-SCAN-CHECKPOINT-TOKEN.
           EVALUATE TRUE
               WHEN WS-TOKEN(WS-TOKEN-IDX)(1:6) = "CYCLE="
                   MOVE 6 TO WS-KEY-LEN
                   PERFORM 2520-EXTRACT-VALUE THRU 2520-EXIT
                   IF WS-NUM-VALID = 'Y' AND WS-NUM-VALUE >= 0
                       MOVE WS-NUM-VALUE TO WS-PARSE-CYCLE
                       MOVE 'Y' TO WS-CYCLE-SEEN
                   END-IF
               WHEN WS-TOKEN(WS-TOKEN-IDX)(1:6) = "TOTAL="
                   MOVE 6 TO WS-KEY-LEN
                   PERFORM 2520-EXTRACT-VALUE THRU 2520-EXIT
                   IF WS-NUM-VALID = 'Y'
                       MOVE WS-NUM-VALUE TO WS-PARSE-TOTAL
                       MOVE 'Y' TO WS-TOTAL-SEEN
                   END-IF
           END-EVALUATE.
       2131-EXIT.
           EXIT.

      *>    "GRAND TOTAL SIGNAL STRENGTH: value" - the value follows
      *>    the fourth token, in any of the three edited shapes.
       2140-RELEASE-GRAND-TOTAL.
           IF WS-TOKEN(4) NOT = "STRENGTH:"
               GO TO 2140-EXIT
           END-IF
           MOVE 4 TO WS-TOKEN-IDX
           MOVE 9 TO WS-KEY-LEN
           PERFORM 2520-EXTRACT-VALUE THRU 2520-EXIT
           IF WS-NUM-VALID = 'N'
               GO TO 2140-EXIT
           END-IF
           PERFORM 2150-CLEAR-SORT-RECORD THRU 2150-EXIT
           MOVE "6" TO SRT-REC-TYPE
           MOVE WS-NUM-VALUE TO SRT-VALUE
           RELEASE SORT-RECORD.
       2140-EXIT.
           EXIT.

       2150-CLEAR-SORT-RECORD.
           MOVE SPACES TO SORT-RECORD
           MOVE WS-RPT-DEVICE TO SRT-DEVICE-NAME
           MOVE WS-RPT-DATE TO SRT-RUN-DATE
           MOVE ZEROES TO SRT-CYCLE
           MOVE ZEROES TO SRT-VALUE
           MOVE ZEROES TO SRT-COUNT
           MOVE ZEROES TO SRT-EXC-MAX.
       2150-EXIT.
           EXIT.

      *>    A summary line leads with the device name; its night is
      *>    the RUN-DATE= token that follows it. A line with none
      *>    (archived before the stamp) is counted and left out -
      *>    the device-night is still replayed from its report
      *>    block and saved state.
       2200-RELEASE-SUMMARIES.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT SUMMARY-HIST-FILE
           PERFORM 2210-RELEASE-ONE-SUMMARY THRU 2210-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE SUMMARY-HIST-FILE.
       2200-EXIT.
           EXIT.

       2210-RELEASE-ONE-SUMMARY.
           READ SUMMARY-HIST-FILE INTO WS-READ-LINE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2210-EXIT
           END-READ
           IF WS-READ-LINE = SPACES
               GO TO 2210-EXIT
           END-IF
           PERFORM 2500-SPLIT-LINE THRU 2500-EXIT
           PERFORM 2510-FIND-RUN-DATE THRU 2510-EXIT
           IF WS-PARSE-DATED = 'N'
               ADD 1 TO WS-UNDATED-SUMMARY
               GO TO 2210-EXIT
           END-IF
           IF WS-PARSE-DATE < WS-WINDOW-FIRST-DATE
               GO TO 2210-EXIT
           END-IF
           MOVE 'N' TO WS-SIGNAL-SEEN
           MOVE ZEROES TO WS-PARSE-EXC
           MOVE SPACES TO WS-PARSE-STATUS
           PERFORM 2211-SCAN-SUMMARY-TOKEN THRU 2211-EXIT
               VARYING WS-TOKEN-IDX FROM 2 BY 1
               UNTIL WS-TOKEN-IDX > WS-TOKEN-MAX - 1
           MOVE WS-TOKEN(1) TO WS-RPT-DEVICE
           MOVE WS-PARSE-DATE TO WS-RPT-DATE
           PERFORM 2150-CLEAR-SORT-RECORD THRU 2150-EXIT
           MOVE "3" TO SRT-REC-TYPE
           MOVE WS-PARSE-EXC TO SRT-COUNT
           MOVE WS-PARSE-STATUS TO SRT-STATUS
           RELEASE SORT-RECORD.
       2210-EXIT.
           EXIT.

       2211-SCAN-SUMMARY-TOKEN.
           EVALUATE TRUE
               WHEN WS-TOKEN(WS-TOKEN-IDX)(1:11) = "EXCEPTIONS="
                   MOVE 11 TO WS-KEY-LEN
                   PERFORM 2520-EXTRACT-VALUE THRU 2520-EXIT
                   IF WS-NUM-VALID = 'Y' AND WS-NUM-VALUE >= 0
                       MOVE WS-NUM-VALUE TO WS-PARSE-EXC
                   END-IF
               WHEN WS-TOKEN(WS-TOKEN-IDX)(1:7) = "STATUS="
                   MOVE WS-TOKEN(WS-TOKEN-IDX)(8:5) TO WS-PARSE-STATUS
           END-EVALUATE.
       2211-EXIT.
           EXIT.

      *>    The state archive is optional - generations only exist
      *>    from the night its archive step was added.
       2300-RELEASE-STATES.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT STATE-HIST-FILE
           IF WS-STATE-HIST-STATUS NOT = "00"
               GO TO 2300-EXIT
           END-IF
           PERFORM 2310-RELEASE-ONE-STATE THRU 2310-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE STATE-HIST-FILE.
       2300-EXIT.
           EXIT.

       2310-RELEASE-ONE-STATE.
           READ STATE-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2310-EXIT
           END-READ
           IF DSTATE-RUN-DATE NOT NUMERIC
               OR DSTATE-RUN-DATE < WS-WINDOW-FIRST-DATE
               OR DSTATE-FINAL-CYCLE NOT NUMERIC
               GO TO 2310-EXIT
           END-IF
           MOVE DSTATE-DEVICE-NAME TO WS-RPT-DEVICE
           MOVE DSTATE-RUN-DATE TO WS-RPT-DATE
           PERFORM 2150-CLEAR-SORT-RECORD THRU 2150-EXIT
           MOVE "2" TO SRT-REC-TYPE
           MOVE DSTATE-FINAL-CYCLE TO SRT-CYCLE
           IF DSTATE-EXCEPTION-COUNT IS NUMERIC
               MOVE DSTATE-EXCEPTION-COUNT TO SRT-COUNT
           END-IF
           RELEASE SORT-RECORD.
       2310-EXIT.
           EXIT.

       2400-RELEASE-HISTORY.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT HISTORY-FILE
           PERFORM 2410-RELEASE-ONE-HISTORY THRU 2410-EXIT
               UNTIL WS-SCAN-EOF = 'Y'
           CLOSE HISTORY-FILE.
       2400-EXIT.
           EXIT.

       2410-RELEASE-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
                   GO TO 2410-EXIT
           END-READ
           MOVE HIST-DEVICE-NAME TO WS-RPT-DEVICE
           MOVE HIST-RUN-DATE TO WS-RPT-DATE
           PERFORM 2150-CLEAR-SORT-RECORD THRU 2150-EXIT
           MOVE "1" TO SRT-REC-TYPE
           IF HIST-CF-RUNS IS NUMERIC AND HIST-CF-RUNS > 0
               MOVE "CF" TO SRT-STATUS
               MOVE HIST-CF-RUNS TO SRT-COUNT
               MOVE HIST-CF-SIG-SUM TO SRT-VALUE
               MOVE HIST-CF-EXC-MAX TO SRT-EXC-MAX
           ELSE
               MOVE HIST-SIGNAL-STRENGTH TO SRT-VALUE
               MOVE HIST-EXCEPTION-COUNT TO SRT-COUNT
           END-IF
           RELEASE SORT-RECORD.
       2410-EXIT.
           EXIT.

      *>**************************************************************
      *>    2500-SERIES  --  LINE PARSING
      *>**************************************************************
       2500-SPLIT-LINE.
           MOVE SPACES TO WS-TOKEN-TABLE
           UNSTRING WS-READ-LINE DELIMITED BY ALL " "
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                    WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                    WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11)
                    WS-TOKEN(12) WS-TOKEN(13) WS-TOKEN(14)
           END-UNSTRING.
       2500-EXIT.
           EXIT.

       2510-FIND-RUN-DATE.
           MOVE 'N' TO WS-PARSE-DATED
           MOVE ZEROES TO WS-PARSE-DATE
           PERFORM 2511-CHECK-DATE-TOKEN THRU 2511-EXIT
               VARYING WS-TOKEN-IDX FROM 2 BY 1
               UNTIL WS-TOKEN-IDX > WS-TOKEN-MAX
                  OR WS-PARSE-DATED = 'Y'.
       2510-EXIT.
           EXIT.

       2511-CHECK-DATE-TOKEN.
           IF WS-TOKEN(WS-TOKEN-IDX)(1:9) = "RUN-DATE="
               AND WS-TOKEN(WS-TOKEN-IDX)(10:8) IS NUMERIC
               MOVE WS-TOKEN(WS-TOKEN-IDX)(10:8) TO WS-PARSE-DATE
               MOVE 'Y' TO WS-PARSE-DATED
           END-IF.
       2511-EXIT.
           EXIT.

      *>    Same three-shape normalization DAY10GLD's 2420 applies
      *>    to an edited value: embedded behind the keyword, in the
      *>    following token, or a lone "-" token with the digits
      *>    behind it when sign suppression split them.
       2520-EXTRACT-VALUE.
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
                       MOVE WS-TOKEN(WS-TOKEN-IDX + 1) TO
                           WS-NUM-TEXT
                   END-IF
               END-IF
           END-IF
           END-IF
           PERFORM 2530-CONVERT-NUMBER THRU 2530-EXIT.
       2520-EXIT.
           EXIT.

       2530-CONVERT-NUMBER.
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
               GO TO 2530-EXIT
           END-IF
           PERFORM 2531-CHECK-ONE-DIGIT THRU 2531-EXIT
               VARYING WS-NUM-SCAN FROM 1 BY 1
               UNTIL WS-NUM-SCAN > WS-NUM-LEN
                  OR WS-NUM-VALID = 'N'
           IF WS-NUM-VALID = 'Y'
               MOVE ZEROES TO WS-NUM-DIGITS
               IF WS-NUM-SIGN = '-'
                   MOVE WS-NUM-TEXT(2:WS-NUM-LEN - 1) TO
                       WS-NUM-DIGITS
                   COMPUTE WS-NUM-VALUE = WS-NUM-DIGITS * -1
               ELSE
                   MOVE WS-NUM-TEXT(1:WS-NUM-LEN) TO WS-NUM-DIGITS
                   MOVE WS-NUM-DIGITS TO WS-NUM-VALUE
               END-IF
           END-IF.
       2530-EXIT.
           EXIT.

       2531-CHECK-ONE-DIGIT.
           IF WS-NUM-SCAN = 1 AND WS-NUM-TEXT(1:1) = "-"
               CONTINUE
           ELSE
               IF WS-NUM-TEXT(WS-NUM-SCAN:1) NOT NUMERIC
                   MOVE 'N' TO WS-NUM-VALID
               END-IF
           END-IF.
       2531-EXIT.
           EXIT.

      *>**************************************************************
      *>    3000-SERIES  --  SORTED REPLAY PASS
      *>    Runs as the sort's output procedure: facts arrive by
      *>    device, night and type; each device-night is evaluated
      *>    the moment its last fact has gone by, and each device
      *>    is finished before the next begins.
      *>**************************************************************
       3000-SIMULATION-PASS.
           PERFORM 3100-RETURN-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-SORT-EOF = 'Y'
           IF WS-GROUP-ACTIVE = 'Y'
               PERFORM 3300-FINISH-DEVICE-NIGHT THRU 3300-EXIT
           END-IF
           IF WS-DEVICE-ACTIVE = 'Y'
               PERFORM 3400-FINISH-DEVICE THRU 3400-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-RECORD.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
               NOT AT END
                   PERFORM 3200-POST-SORTED-RECORD THRU 3200-EXIT
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-POST-SORTED-RECORD.
           IF WS-GROUP-ACTIVE = 'Y'
               AND (SRT-DEVICE-NAME NOT = WS-CUR-NAME
                    OR SRT-RUN-DATE NOT = WS-GRP-DATE)
               PERFORM 3300-FINISH-DEVICE-NIGHT THRU 3300-EXIT
           END-IF
           IF WS-DEVICE-ACTIVE = 'Y'
               AND SRT-DEVICE-NAME NOT = WS-CUR-NAME
               PERFORM 3400-FINISH-DEVICE THRU 3400-EXIT
           END-IF
           IF WS-DEVICE-ACTIVE = 'N'
               PERFORM 3210-START-DEVICE THRU 3210-EXIT
           END-IF
           IF WS-GROUP-ACTIVE = 'N'
               PERFORM 3220-START-DEVICE-NIGHT THRU 3220-EXIT
           END-IF
           EVALUATE SRT-REC-TYPE
               WHEN "1"
                   PERFORM 3250-TAKE-HISTORY THRU 3250-EXIT
               WHEN "2"
                   MOVE 'Y' TO WS-GRP-HAS-STATE
                   MOVE SRT-CYCLE TO WS-GRP-FINAL-CYCLE
                   IF WS-GRP-HAS-SUMMARY = 'N'
                       MOVE SRT-COUNT TO WS-GRP-EXCEPTIONS
                   END-IF
               WHEN "3"
                   MOVE 'Y' TO WS-GRP-HAS-SUMMARY
                   MOVE SRT-COUNT TO WS-GRP-EXCEPTIONS
                   MOVE SRT-STATUS TO WS-GRP-ASRUN-STATUS
               WHEN "4"
                   MOVE 'Y' TO WS-GRP-HAS-REPORT
               WHEN "5"
                   PERFORM 3260-TAKE-CHECKPOINT THRU 3260-EXIT
               WHEN "6"
                   MOVE 'Y' TO WS-GRP-HAS-TOTAL
                   MOVE SRT-VALUE TO WS-GRP-ASRUN-SIGNAL
           END-EVALUATE.
       3200-EXIT.
           EXIT.

       3210-START-DEVICE.
           MOVE 'Y' TO WS-DEVICE-ACTIVE
           ADD 1 TO WS-DEVICE-COUNT
           MOVE SRT-DEVICE-NAME TO WS-CUR-NAME
           MOVE 'N' TO WS-DEV-HAS-LATEST
           MOVE ZEROES TO WS-DEV-CUR-LATEST-SIG
           MOVE ZEROES TO WS-DEV-PROP-LATEST-SIG
           MOVE ZEROES TO WS-DEV-LATEST-EXC
           MOVE ZEROES TO WS-DEV-PRIOR-RUNS
           MOVE ZEROES TO WS-DEV-CUR-SIG-SUM
           MOVE ZEROES TO WS-DEV-PROP-SIG-SUM
           MOVE ZEROES TO WS-DEV-PRIOR-EXC-MAX
           MOVE WS-WINDOW-START TO WS-POST-NIGHT
           MOVE SPACES TO WS-CUR-MODEL
           MOVE 'N' TO WS-MAP-FOUND
           PERFORM 3211-CHECK-MAP-ENTRY THRU 3211-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-DEVMAP-COUNT
                  OR WS-MAP-FOUND = 'Y'.
       3210-EXIT.
           EXIT.

       3211-CHECK-MAP-ENTRY.
           IF WS-MAP-NAME(WS-MAP-IDX) = WS-CUR-NAME(1:60)
               MOVE 'Y' TO WS-MAP-FOUND
               MOVE WS-MAP-MODEL(WS-MAP-IDX) TO WS-CUR-MODEL
           END-IF.
       3211-EXIT.
           EXIT.

      *>    Before anything of this night is folded in, every
      *>    window night earlier than it that the device did not
      *>    run is posted with the verdict its history stood at.
       3220-START-DEVICE-NIGHT.
           MOVE 'Y' TO WS-GROUP-ACTIVE
           MOVE SRT-RUN-DATE TO WS-GRP-DATE
           MOVE 'N' TO WS-GRP-HAS-REPORT
           MOVE 'N' TO WS-GRP-HAS-TOTAL
           MOVE 'N' TO WS-GRP-HAS-SUMMARY
           MOVE 'N' TO WS-GRP-HAS-STATE
           MOVE 'N' TO WS-GRP-HAS-HIST
           MOVE ZEROES TO WS-GRP-ASRUN-SIGNAL
           MOVE ZEROES TO WS-GRP-EXCEPTIONS
           MOVE SPACES TO WS-GRP-ASRUN-STATUS
           MOVE ZEROES TO WS-GRP-FINAL-CYCLE
           MOVE ZEROES TO WS-GRP-DELTA
           MOVE ZEROES TO WS-REC-COUNT
           MOVE ZEROES TO WS-GRP-MAX-RECORDED
           MOVE SRT-RUN-DATE TO WS-POST-UNTIL-DATE
           PERFORM 3230-POST-CARRIED-NIGHTS THRU 3230-EXIT.
       3220-EXIT.
           EXIT.

       3230-POST-CARRIED-NIGHTS.
           MOVE 'N' TO WS-POST-OWN-RECORD
           PERFORM 3231-POST-ONE-CARRIED THRU 3231-EXIT
               UNTIL WS-POST-NIGHT > WS-NIGHT-COUNT
                  OR WS-NGT-DATE(WS-POST-NIGHT) >= WS-POST-UNTIL-DATE.
       3230-EXIT.
           EXIT.

       3231-POST-ONE-CARRIED.
           PERFORM 3500-POST-TREND-NIGHT THRU 3500-EXIT
           ADD 1 TO WS-POST-NIGHT.
       3231-EXIT.
           EXIT.

      *>    A history record ahead of the window folds straight
      *>    into the baselines, as DAY10TRD's 2220/2230 fold it. A
      *>    window night's record is held until the night is
      *>    evaluated, so its proposed-side signal can carry the
      *>    proposed checkpoints' difference; a same-night rerun
      *>    posting displaces the one held, as it does in DAY10TRD.
       3250-TAKE-HISTORY.
           IF SRT-STATUS = "CF"
               ADD SRT-COUNT TO WS-DEV-PRIOR-RUNS
               ADD SRT-VALUE TO WS-DEV-CUR-SIG-SUM
               ADD SRT-VALUE TO WS-DEV-PROP-SIG-SUM
               IF SRT-EXC-MAX > WS-DEV-PRIOR-EXC-MAX
                   MOVE SRT-EXC-MAX TO WS-DEV-PRIOR-EXC-MAX
               END-IF
               GO TO 3250-EXIT
           END-IF
           IF SRT-RUN-DATE < WS-WINDOW-FIRST-DATE
               MOVE SRT-VALUE TO WS-GRP-HIST-SIGNAL
               MOVE SRT-COUNT TO WS-GRP-HIST-EXC
               MOVE ZEROES TO WS-GRP-DELTA
               PERFORM 3350-FOLD-HISTORY THRU 3350-EXIT
               GO TO 3250-EXIT
           END-IF
           IF WS-GRP-HAS-HIST = 'Y'
               PERFORM 3350-FOLD-HISTORY THRU 3350-EXIT
           END-IF
           MOVE 'Y' TO WS-GRP-HAS-HIST
           MOVE SRT-VALUE TO WS-GRP-HIST-SIGNAL
           MOVE SRT-COUNT TO WS-GRP-HIST-EXC.
       3250-EXIT.
           EXIT.

      *>    A cycle itemized twice in one night (the same night
      *>    archived twice) keeps the later reading.
       3260-TAKE-CHECKPOINT.
           MOVE SRT-CYCLE TO WS-SAMPLE-CYCLE
           PERFORM 3313-FIND-RECORDED-SAMPLE THRU 3313-EXIT
           IF WS-REC-FOUND = 'Y'
               SET WS-REC-IDX TO WS-REC-MATCH-IDX
           ELSE
               IF WS-REC-COUNT >= WS-REC-TABLE-MAX
                   GO TO 3260-EXIT
               END-IF
               ADD 1 TO WS-REC-COUNT
               SET WS-REC-IDX TO WS-REC-COUNT
           END-IF
           MOVE SRT-CYCLE TO WS-REC-CYCLE(WS-REC-IDX)
           MOVE SRT-VALUE TO WS-REC-TOTAL(WS-REC-IDX)
           COMPUTE WS-REC-CONTRIB(WS-REC-IDX) =
               SRT-CYCLE * WS-REC-TOTAL(WS-REC-IDX)
           IF SRT-CYCLE > WS-GRP-MAX-RECORDED
               MOVE SRT-CYCLE TO WS-GRP-MAX-RECORDED
           END-IF.
       3260-EXIT.
           EXIT.

      *>**************************************************************
      *>    3300-SERIES  --  ONE DEVICE-NIGHT
      *>    Only a night inside the window with a report block is
      *>    evaluated; anything else just folds its history.
      *>**************************************************************
       3300-FINISH-DEVICE-NIGHT.
           MOVE 'N' TO WS-GROUP-ACTIVE
           IF WS-GRP-DATE < WS-WINDOW-FIRST-DATE
               GO TO 3300-EXIT
           END-IF
           IF WS-GRP-HAS-REPORT = 'Y'
               PERFORM 3305-EVALUATE-DEVICE-NIGHT THRU 3305-EXIT
           END-IF
           IF WS-GRP-HAS-HIST = 'Y'
               PERFORM 3350-FOLD-HISTORY THRU 3350-EXIT
           END-IF
           IF WS-POST-NIGHT <= WS-NIGHT-COUNT
               IF WS-NGT-DATE(WS-POST-NIGHT) = WS-GRP-DATE
                   MOVE WS-GRP-HAS-HIST TO WS-POST-OWN-RECORD
                   PERFORM 3500-POST-TREND-NIGHT THRU 3500-EXIT
                   ADD 1 TO WS-POST-NIGHT
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

       3305-EVALUATE-DEVICE-NIGHT.
           SET WS-NIGHT-IDX TO WS-POST-NIGHT
           IF WS-POST-NIGHT > WS-NIGHT-COUNT
               GO TO 3305-EXIT
           END-IF
           IF WS-NGT-DATE(WS-NIGHT-IDX) NOT = WS-GRP-DATE
               GO TO 3305-EXIT
           END-IF
           ADD 1 TO WS-DEVICE-NIGHTS
           ADD 1 TO WS-NGT-DEVICES(WS-NIGHT-IDX)
           IF WS-GRP-HAS-TOTAL = 'N'
               PERFORM 3306-SUM-RECORDED-SIGNAL THRU 3306-EXIT
           END-IF
           MOVE WS-GRP-ASRUN-SIGNAL TO WS-GRP-PROP-SIGNAL
           MOVE 'Y' TO WS-GRP-RESOLVED
           MOVE ZEROES TO WS-PRP-COUNT
           IF WS-SIM-CHK-SUPPLIED = 'Y'
               PERFORM 3310-RESAMPLE-PROPOSED THRU 3310-EXIT
               IF WS-GRP-RESOLVED = 'Y'
                   MOVE WS-GRP-SUM-SIGNAL TO WS-GRP-PROP-SIGNAL
               ELSE
                   ADD 1 TO WS-NGT-UNRESOLVED(WS-NIGHT-IDX)
                   ADD 1 TO WS-UNRESOLVED-TOTAL
                   PERFORM 3315-NOTE-MISSING-CYCLE THRU 3315-EXIT
               END-IF
           END-IF
           COMPUTE WS-GRP-DELTA =
               WS-GRP-PROP-SIGNAL - WS-GRP-ASRUN-SIGNAL
           PERFORM 3320-EVALUATE-TOLERANCE THRU 3320-EXIT
           PERFORM 3330-EVALUATE-BASELINE THRU 3330-EXIT.
       3305-EXIT.
           EXIT.

      *>    A block cut short of its grand-total line is judged on
      *>    the sum of the checkpoints it itemized.
       3306-SUM-RECORDED-SIGNAL.
           MOVE ZEROES TO WS-GRP-ASRUN-SIGNAL
           PERFORM 3307-ADD-RECORDED-CONTRIB THRU 3307-EXIT
               VARYING WS-REC-IDX FROM 1 BY 1
               UNTIL WS-REC-IDX > WS-REC-COUNT.
       3306-EXIT.
           EXIT.

       3307-ADD-RECORDED-CONTRIB.
           ADD WS-REC-CONTRIB(WS-REC-IDX) TO WS-GRP-ASRUN-SIGNAL.
       3307-EXIT.
           EXIT.

      *>    Walks the proposed sample points the way DAY_10's 3400
      *>    series would fire them: every configured cycle the trace
      *>    reached, then every interval past the highest. A cycle
      *>    fires only when it is below the night's final cycle
      *>    (the trace's last cycle is one less). Each one fired
      *>    must have been itemized that night for its register to
      *>    be known; the first that was not stops the replay.
      *>    Without a saved state the final cycle is unknown, so a
      *>    point past the last itemized cycle cannot be settled.
       3310-RESAMPLE-PROPOSED.
           MOVE ZEROES TO WS-GRP-SUM-SIGNAL
           MOVE ZEROES TO WS-GRP-MISS-CYCLE
           PERFORM 3311-RESAMPLE-CONFIGURED THRU 3311-EXIT
               VARYING WS-CHKPT-IDX FROM 1 BY 1
               UNTIL WS-CHKPT-IDX > WS-CHECKPOINT-COUNT
                  OR WS-GRP-RESOLVED = 'N'
           IF WS-GRP-RESOLVED = 'N'
               GO TO 3310-EXIT
           END-IF
           COMPUTE WS-EXT-CYCLE =
               WS-CHECKPOINT-MAX-CYCLE + WS-CHECKPOINT-INTERVAL
           MOVE 'N' TO WS-EXT-DONE
           PERFORM 3312-RESAMPLE-EXTENDED THRU 3312-EXIT
               UNTIL WS-EXT-DONE = 'Y'
                  OR WS-GRP-RESOLVED = 'N'.
       3310-EXIT.
           EXIT.

       3311-RESAMPLE-CONFIGURED.
           MOVE WS-CHKPT-CYCLE(WS-CHKPT-IDX) TO WS-SAMPLE-CYCLE
           IF WS-SAMPLE-CYCLE = 0
               GO TO 3311-EXIT
           END-IF
           IF WS-GRP-HAS-STATE = 'Y'
               AND WS-SAMPLE-CYCLE >= WS-GRP-FINAL-CYCLE
               GO TO 3311-EXIT
           END-IF
           PERFORM 3314-TAKE-PROPOSED-SAMPLE THRU 3314-EXIT.
       3311-EXIT.
           EXIT.

       3312-RESAMPLE-EXTENDED.
           IF WS-GRP-HAS-STATE = 'Y'
               IF WS-EXT-CYCLE >= WS-GRP-FINAL-CYCLE
                   MOVE 'Y' TO WS-EXT-DONE
                   GO TO 3312-EXIT
               END-IF
           ELSE
               IF WS-EXT-CYCLE > WS-GRP-MAX-RECORDED
                   MOVE 'Y' TO WS-EXT-DONE
                   GO TO 3312-EXIT
               END-IF
           END-IF
           MOVE WS-EXT-CYCLE TO WS-SAMPLE-CYCLE
           PERFORM 3314-TAKE-PROPOSED-SAMPLE THRU 3314-EXIT
           ADD WS-CHECKPOINT-INTERVAL TO WS-EXT-CYCLE.
       3312-EXIT.
           EXIT.

       3313-FIND-RECORDED-SAMPLE.
           MOVE 'N' TO WS-REC-FOUND
           MOVE ZEROES TO WS-REC-MATCH-IDX
           PERFORM 3316-CHECK-RECORDED-ENTRY THRU 3316-EXIT
               VARYING WS-REC-IDX FROM 1 BY 1
               UNTIL WS-REC-IDX > WS-REC-COUNT
                  OR WS-REC-FOUND = 'Y'.
       3313-EXIT.
           EXIT.

      *>    A cycle listed twice in the proposed set fires once, as
      *>    DAY_10's 3410 only ever fires the first such entry.
       3314-TAKE-PROPOSED-SAMPLE.
           MOVE 'N' TO WS-PRP-DUPLICATE
           PERFORM 3317-CHECK-PROPOSED-ENTRY THRU 3317-EXIT
               VARYING WS-PRP-IDX FROM 1 BY 1
               UNTIL WS-PRP-IDX > WS-PRP-COUNT
                  OR WS-PRP-DUPLICATE = 'Y'
           IF WS-PRP-DUPLICATE = 'Y'
               GO TO 3314-EXIT
           END-IF
           PERFORM 3313-FIND-RECORDED-SAMPLE THRU 3313-EXIT
           IF WS-REC-FOUND = 'N' OR WS-PRP-COUNT >= WS-PRP-TABLE-MAX
               MOVE 'N' TO WS-GRP-RESOLVED
               MOVE WS-SAMPLE-CYCLE TO WS-GRP-MISS-CYCLE
               GO TO 3314-EXIT
           END-IF
           SET WS-REC-IDX TO WS-REC-MATCH-IDX
           ADD 1 TO WS-PRP-COUNT
           SET WS-PRP-IDX TO WS-PRP-COUNT
           MOVE WS-SAMPLE-CYCLE TO WS-PRP-CYCLE(WS-PRP-IDX)
           MOVE WS-REC-CONTRIB(WS-REC-IDX) TO WS-PRP-CONTRIB(WS-PRP-IDX)
           ADD WS-REC-CONTRIB(WS-REC-IDX) TO WS-GRP-SUM-SIGNAL.
       3314-EXIT.
           EXIT.

       3315-NOTE-MISSING-CYCLE.
           MOVE 'N' TO WS-MISS-FOUND
           PERFORM 3318-CHECK-MISS-ENTRY THRU 3318-EXIT
               VARYING WS-MISS-IDX FROM 1 BY 1
               UNTIL WS-MISS-IDX > WS-MISS-COUNT
                  OR WS-MISS-FOUND = 'Y'
           IF WS-MISS-FOUND = 'Y'
               SET WS-MISS-IDX DOWN BY 1
               ADD 1 TO WS-MISS-NIGHTS(WS-MISS-IDX)
           ELSE
               IF WS-MISS-COUNT < WS-MISS-TABLE-MAX
                   ADD 1 TO WS-MISS-COUNT
                   SET WS-MISS-IDX TO WS-MISS-COUNT
                   MOVE WS-GRP-MISS-CYCLE TO WS-MISS-CYCLE(WS-MISS-IDX)
                   MOVE 1 TO WS-MISS-NIGHTS(WS-MISS-IDX)
               END-IF
           END-IF.
       3315-EXIT.
           EXIT.

       3316-CHECK-RECORDED-ENTRY.
           IF WS-REC-CYCLE(WS-REC-IDX) = WS-SAMPLE-CYCLE
               MOVE 'Y' TO WS-REC-FOUND
               SET WS-REC-MATCH-IDX TO WS-REC-IDX
           END-IF.
       3316-EXIT.
           EXIT.

       3317-CHECK-PROPOSED-ENTRY.
           IF WS-PRP-CYCLE(WS-PRP-IDX) = WS-SAMPLE-CYCLE
               MOVE 'Y' TO WS-PRP-DUPLICATE
           END-IF.
       3317-EXIT.
           EXIT.

       3318-CHECK-MISS-ENTRY.
           IF WS-MISS-CYCLE(WS-MISS-IDX) = WS-GRP-MISS-CYCLE
               MOVE 'Y' TO WS-MISS-FOUND
           END-IF.
       3318-EXIT.
           EXIT.

      *>    STEP010's grade under each set. The production verdict
      *>    is also checked against the STATUS the night actually
      *>    printed; a difference means TOLPARM has been changed
      *>    since, and is counted so the comparison is read with
      *>    that in mind.
       3320-EVALUATE-TOLERANCE.
           MOVE 'C' TO WS-EVAL-SET
           MOVE WS-GRP-ASRUN-SIGNAL TO WS-EVAL-SIGNAL
           PERFORM 3321-GRADE-TOLERANCE THRU 3321-EXIT
           MOVE WS-EVAL-SEVERITY TO WS-CUR-SEVERITY
           MOVE WS-PROP-TOL-SET TO WS-EVAL-SET
           MOVE WS-GRP-PROP-SIGNAL TO WS-EVAL-SIGNAL
           PERFORM 3321-GRADE-TOLERANCE THRU 3321-EXIT
           MOVE WS-EVAL-SEVERITY TO WS-PROP-SEVERITY
           IF WS-CUR-SEVERITY > WS-NGT-CUR-SEV(WS-NIGHT-IDX)
               MOVE WS-CUR-SEVERITY TO WS-NGT-CUR-SEV(WS-NIGHT-IDX)
           END-IF
           IF WS-PROP-SEVERITY > WS-NGT-PROP-SEV(WS-NIGHT-IDX)
               MOVE WS-PROP-SEVERITY TO WS-NGT-PROP-SEV(WS-NIGHT-IDX)
           END-IF
           IF WS-GRP-HAS-SUMMARY = 'Y'
               IF (WS-GRP-ASRUN-STATUS = "ALERT"
                       AND WS-CUR-SEVERITY = 0)
                   OR (WS-GRP-ASRUN-STATUS = "OK"
                       AND WS-CUR-SEVERITY > 0)
                   ADD 1 TO WS-NGT-DISAGREE(WS-NIGHT-IDX)
               END-IF
           END-IF
           IF WS-CUR-SEVERITY = WS-PROP-SEVERITY
               GO TO 3320-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-CUR-SEVERITY = 0
                   MOVE "STEP010 NEW ALERT" TO WS-CHANGE-TEXT
                   ADD 1 TO WS-NGT-NEW-ALERT(WS-NIGHT-IDX)
               WHEN WS-PROP-SEVERITY = 0
                   MOVE "STEP010 STOPS ALERTING" TO WS-CHANGE-TEXT
                   ADD 1 TO WS-NGT-STOP-ALERT(WS-NIGHT-IDX)
               WHEN OTHER
                   MOVE "STEP010 SEVERITY CHANGE" TO WS-CHANGE-TEXT
                   ADD 1 TO WS-NGT-SEV-CHANGE(WS-NIGHT-IDX)
           END-EVALUATE
           MOVE SPACES TO WS-SIM-LINE
           MOVE WS-CUR-SEVERITY TO WS-EDIT-SEV
           MOVE WS-PROP-SEVERITY TO WS-EDIT-SEV-2
           MOVE WS-GRP-ASRUN-SIGNAL TO WS-EDIT-SIGNAL
           MOVE WS-GRP-PROP-SIGNAL TO WS-EDIT-SIGNAL-2
           MOVE WS-GRP-EXCEPTIONS TO WS-EDIT-COUNT
           STRING WS-GRP-DATE " " FUNCTION TRIM(WS-CUR-NAME)
                   " " FUNCTION TRIM(WS-CHANGE-TEXT)
                   " SEVERITY=" WS-EDIT-SEV "->" WS-EDIT-SEV-2
                   " SIGNAL=" WS-EDIT-SIGNAL "->" WS-EDIT-SIGNAL-2
                   " EXCEPTIONS=" WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-SIM-LINE
           PERFORM 3600-PUT-CHANGE-LINE THRU 3600-EXIT.
       3320-EXIT.
           EXIT.

      *>    DAY_10's 3750/3760 rules: the device-scope band wins
      *>    over the model-scope band; signal outside the band is
      *>    severity 8, exceptions past the maximum severity 4; a
      *>    device with no band never alerts.
       3321-GRADE-TOLERANCE.
           MOVE ZEROES TO WS-EVAL-SEVERITY
           MOVE 'N' TO WS-TOL-FOUND
           MOVE ZEROES TO WS-TOL-MATCH-IDX
           PERFORM 3322-CHECK-DEVICE-TOL THRU 3322-EXIT
               VARYING WS-TOL-IDX FROM 1 BY 1
               UNTIL WS-TOL-IDX > WS-TOLERANCE-COUNT
                  OR WS-TOL-FOUND = 'Y'
           IF WS-TOL-FOUND = 'N' AND WS-CUR-MODEL NOT = SPACES
               PERFORM 3323-CHECK-MODEL-TOL THRU 3323-EXIT
                   VARYING WS-TOL-IDX FROM 1 BY 1
                   UNTIL WS-TOL-IDX > WS-TOLERANCE-COUNT
                      OR WS-TOL-FOUND = 'Y'
           END-IF
           IF WS-TOL-FOUND = 'N'
               GO TO 3321-EXIT
           END-IF
           SET WS-TOL-IDX TO WS-TOL-MATCH-IDX
           IF WS-EVAL-SIGNAL < WS-TOL-SIGNAL-MIN(WS-TOL-IDX)
               OR WS-EVAL-SIGNAL > WS-TOL-SIGNAL-MAX(WS-TOL-IDX)
               MOVE 8 TO WS-EVAL-SEVERITY
           END-IF
           IF WS-GRP-EXCEPTIONS > WS-TOL-MAX-EXC(WS-TOL-IDX)
               AND WS-EVAL-SEVERITY < 4
               MOVE 4 TO WS-EVAL-SEVERITY
           END-IF.
       3321-EXIT.
           EXIT.

       3322-CHECK-DEVICE-TOL.
           IF WS-TOL-SET(WS-TOL-IDX) = WS-EVAL-SET
               AND WS-TOL-SCOPE(WS-TOL-IDX) = 'D'
               AND WS-TOL-KEY(WS-TOL-IDX) = WS-CUR-NAME(1:60)
               MOVE 'Y' TO WS-TOL-FOUND
               SET WS-TOL-MATCH-IDX TO WS-TOL-IDX
           END-IF.
       3322-EXIT.
           EXIT.

       3323-CHECK-MODEL-TOL.
           IF WS-TOL-SET(WS-TOL-IDX) = WS-EVAL-SET
               AND WS-TOL-SCOPE(WS-TOL-IDX) = 'M'
               AND WS-TOL-KEY(WS-TOL-IDX)(1:4) = WS-CUR-MODEL
               MOVE 'Y' TO WS-TOL-FOUND
               SET WS-TOL-MATCH-IDX TO WS-TOL-IDX
           END-IF.
       3323-EXIT.
           EXIT.

      *>    DAY10GLD's breach count under each set. Production
      *>    compares the samples the night itemized; the proposed
      *>    side compares the proposed samples when they replayed,
      *>    otherwise the itemized ones. A device with no model is
      *>    passed over, as DAY10GLD passes it over.
       3330-EVALUATE-BASELINE.
           MOVE ZEROES TO WS-CUR-BREACHES
           MOVE ZEROES TO WS-PROP-BREACHES
           IF WS-CUR-MODEL = SPACES
               GO TO 3330-EXIT
           END-IF
           MOVE 'C' TO WS-EVAL-SET
           MOVE 'R' TO WS-EVAL-SOURCE
           PERFORM 3331-COUNT-BREACHES THRU 3331-EXIT
           MOVE WS-EVAL-BREACHES TO WS-CUR-BREACHES
           MOVE WS-PROP-GLD-SET TO WS-EVAL-SET
           IF WS-SIM-CHK-SUPPLIED = 'Y' AND WS-GRP-RESOLVED = 'Y'
               MOVE 'P' TO WS-EVAL-SOURCE
           END-IF
           PERFORM 3331-COUNT-BREACHES THRU 3331-EXIT
           MOVE WS-EVAL-BREACHES TO WS-PROP-BREACHES
           IF WS-CUR-BREACHES > 0
               ADD 1 TO WS-NGT-CUR-BREACH(WS-NIGHT-IDX)
           END-IF
           IF WS-PROP-BREACHES > 0
               ADD 1 TO WS-NGT-PROP-BREACH(WS-NIGHT-IDX)
           END-IF
           IF (WS-CUR-BREACHES = 0 AND WS-PROP-BREACHES = 0)
               OR (WS-CUR-BREACHES > 0 AND WS-PROP-BREACHES > 0)
               GO TO 3330-EXIT
           END-IF
           IF WS-CUR-BREACHES = 0
               MOVE "DAY10GLD NEW BREACH" TO WS-CHANGE-TEXT
           ELSE
               MOVE "DAY10GLD BREACH CLEARS" TO WS-CHANGE-TEXT
           END-IF
           ADD 1 TO WS-NGT-GLD-CHANGE(WS-NIGHT-IDX)
           MOVE SPACES TO WS-SIM-LINE
           MOVE WS-CUR-BREACHES TO WS-EDIT-COUNT
           MOVE WS-PROP-BREACHES TO WS-EDIT-COUNT-2
           STRING WS-GRP-DATE " " FUNCTION TRIM(WS-CUR-NAME)
                   " " FUNCTION TRIM(WS-CHANGE-TEXT)
                   " MODEL=" WS-CUR-MODEL
                   " BREACHES=" FUNCTION TRIM(WS-EDIT-COUNT)
                   "->" FUNCTION TRIM(WS-EDIT-COUNT-2)
               DELIMITED BY SIZE INTO WS-SIM-LINE
           PERFORM 3600-PUT-CHANGE-LINE THRU 3600-EXIT.
       3330-EXIT.
           EXIT.

       3331-COUNT-BREACHES.
           MOVE ZEROES TO WS-EVAL-BREACHES
           IF WS-EVAL-SOURCE = 'P'
               PERFORM 3332-CHECK-PROPOSED-SAMPLE THRU 3332-EXIT
                   VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-COUNT
           ELSE
               PERFORM 3333-CHECK-RECORDED-SAMPLE THRU 3333-EXIT
                   VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
           END-IF.
       3331-EXIT.
           EXIT.

       3332-CHECK-PROPOSED-SAMPLE.
           MOVE WS-PRP-CYCLE(WS-PRP-IDX) TO WS-EVAL-CYCLE
           MOVE WS-PRP-CONTRIB(WS-PRP-IDX) TO WS-EVAL-CONTRIB
           PERFORM 3334-COMPARE-ONE-SAMPLE THRU 3334-EXIT.
       3332-EXIT.
           EXIT.

       3333-CHECK-RECORDED-SAMPLE.
           MOVE WS-REC-CYCLE(WS-REC-IDX) TO WS-EVAL-CYCLE
           MOVE WS-REC-CONTRIB(WS-REC-IDX) TO WS-EVAL-CONTRIB
           PERFORM 3334-COMPARE-ONE-SAMPLE THRU 3334-EXIT.
       3333-EXIT.
           EXIT.

       3334-COMPARE-ONE-SAMPLE.
           MOVE 'N' TO WS-GLD-FOUND
           MOVE ZEROES TO WS-GLD-MATCH-IDX
           PERFORM 3335-CHECK-BASELINE-ENTRY THRU 3335-EXIT
               VARYING WS-GLD-IDX FROM 1 BY 1
               UNTIL WS-GLD-IDX > WS-BASELINE-COUNT
                  OR WS-GLD-FOUND = 'Y'
           IF WS-GLD-FOUND = 'N'
               GO TO 3334-EXIT
           END-IF
           SET WS-GLD-IDX TO WS-GLD-MATCH-IDX
           COMPUTE WS-DEVIATION =
               WS-EVAL-CONTRIB - WS-GLD-EXPECTED(WS-GLD-IDX)
           IF FUNCTION ABS(WS-DEVIATION) > WS-GLD-BAND(WS-GLD-IDX)
               ADD 1 TO WS-EVAL-BREACHES
           END-IF.
       3334-EXIT.
           EXIT.

       3335-CHECK-BASELINE-ENTRY.
           IF WS-GLD-SET(WS-GLD-IDX) = WS-EVAL-SET
               AND WS-GLD-MODEL(WS-GLD-IDX) = WS-CUR-MODEL
               AND WS-GLD-CYCLE(WS-GLD-IDX) = WS-EVAL-CYCLE
               MOVE 'Y' TO WS-GLD-FOUND
               SET WS-GLD-MATCH-IDX TO WS-GLD-IDX
           END-IF.
       3335-EXIT.
           EXIT.

      *>    DAY10TRD's 2220 displacement, kept on both sides: the
      *>    held record's signal on the production side, the same
      *>    signal moved by the night's proposed-checkpoint
      *>    difference on the proposed side.
       3350-FOLD-HISTORY.
           IF WS-DEV-HAS-LATEST = 'Y'
               ADD 1 TO WS-DEV-PRIOR-RUNS
               ADD WS-DEV-CUR-LATEST-SIG TO WS-DEV-CUR-SIG-SUM
               ADD WS-DEV-PROP-LATEST-SIG TO WS-DEV-PROP-SIG-SUM
               IF WS-DEV-LATEST-EXC > WS-DEV-PRIOR-EXC-MAX
                   MOVE WS-DEV-LATEST-EXC TO WS-DEV-PRIOR-EXC-MAX
               END-IF
           END-IF
           MOVE 'Y' TO WS-DEV-HAS-LATEST
           MOVE WS-GRP-HIST-SIGNAL TO WS-DEV-CUR-LATEST-SIG
           COMPUTE WS-DEV-PROP-LATEST-SIG =
               WS-GRP-HIST-SIGNAL + WS-GRP-DELTA
           MOVE WS-GRP-HIST-EXC TO WS-DEV-LATEST-EXC.
       3350-EXIT.
           EXIT.

      *>    Remaining window nights after the device's last record
      *>    carry its final verdict.
       3400-FINISH-DEVICE.
           MOVE 'N' TO WS-DEVICE-ACTIVE
           MOVE 99999999 TO WS-POST-UNTIL-DATE
           PERFORM 3230-POST-CARRIED-NIGHTS THRU 3230-EXIT.
       3400-EXIT.
           EXIT.

      *>**************************************************************
      *>    3500-SERIES  --  DRIFT VERDICT FOR ONE NIGHT
      *>    The device's verdict as DAY10TRD would have printed it
      *>    that night, on each side. A change is listed only on a
      *>    night the device itself ran; nights it only carries its
      *>    verdict still count toward that night's return code.
      *>**************************************************************
       3500-POST-TREND-NIGHT.
           IF WS-DEV-HAS-LATEST = 'N'
               GO TO 3500-EXIT
           END-IF
           SET WS-NIGHT-IDX TO WS-POST-NIGHT
           MOVE 'C' TO WS-JUDGE-SIDE
           PERFORM 3510-JUDGE-DRIFT THRU 3510-EXIT
           MOVE WS-JUDGE-STATUS TO WS-CUR-DRIFT-STATUS
           MOVE WS-JUDGE-PCT TO WS-CUR-DRIFT-PCT
           MOVE 'P' TO WS-JUDGE-SIDE
           PERFORM 3510-JUDGE-DRIFT THRU 3510-EXIT
           MOVE WS-JUDGE-STATUS TO WS-PROP-DRIFT-STATUS
           MOVE WS-JUDGE-PCT TO WS-PROP-DRIFT-PCT
           IF WS-CUR-DRIFT-STATUS = "DRIFT"
               ADD 1 TO WS-NGT-CUR-DRIFT(WS-NIGHT-IDX)
           END-IF
           IF WS-PROP-DRIFT-STATUS = "DRIFT"
               ADD 1 TO WS-NGT-PROP-DRIFT(WS-NIGHT-IDX)
           END-IF
           IF WS-POST-OWN-RECORD = 'N'
               OR WS-CUR-DRIFT-STATUS = WS-PROP-DRIFT-STATUS
               GO TO 3500-EXIT
           END-IF
           IF WS-CUR-DRIFT-STATUS NOT = "DRIFT"
               AND WS-PROP-DRIFT-STATUS NOT = "DRIFT"
               GO TO 3500-EXIT
           END-IF
           IF WS-PROP-DRIFT-STATUS = "DRIFT"
               MOVE "DAY10TRD NEW DRIFT" TO WS-CHANGE-TEXT
           ELSE
               MOVE "DAY10TRD DRIFT CLEARS" TO WS-CHANGE-TEXT
           END-IF
           ADD 1 TO WS-NGT-TRD-CHANGE(WS-NIGHT-IDX)
           MOVE SPACES TO WS-SIM-LINE
           MOVE WS-CUR-DRIFT-PCT TO WS-EDIT-PCT
           MOVE WS-PROP-DRIFT-PCT TO WS-EDIT-PCT-2
           MOVE WS-DEV-CUR-LATEST-SIG TO WS-EDIT-SIGNAL
           MOVE WS-DEV-PROP-LATEST-SIG TO WS-EDIT-SIGNAL-2
           STRING WS-NGT-DATE(WS-NIGHT-IDX) " "
                   FUNCTION TRIM(WS-CUR-NAME)
                   " " FUNCTION TRIM(WS-CHANGE-TEXT)
                   " DRIFT-PCT=" WS-EDIT-PCT "->" WS-EDIT-PCT-2
                   " SIGNAL=" WS-EDIT-SIGNAL "->" WS-EDIT-SIGNAL-2
               DELIMITED BY SIZE INTO WS-SIM-LINE
           PERFORM 3600-PUT-CHANGE-LINE THRU 3600-EXIT.
       3500-EXIT.
           EXIT.

      *>    DAY10TRD's 3000 verdict on one side's baseline.
       3510-JUDGE-DRIFT.
           IF WS-JUDGE-SIDE = 'C'
               MOVE WS-DEV-CUR-SIG-SUM TO WS-JUDGE-SUM
               MOVE WS-DEV-CUR-LATEST-SIG TO WS-JUDGE-LATEST
           ELSE
               MOVE WS-DEV-PROP-SIG-SUM TO WS-JUDGE-SUM
               MOVE WS-DEV-PROP-LATEST-SIG TO WS-JUDGE-LATEST
           END-IF
           MOVE "OK" TO WS-JUDGE-STATUS
           MOVE ZEROES TO WS-JUDGE-PCT
           IF WS-DEV-PRIOR-RUNS = 0
               MOVE "NEW" TO WS-JUDGE-STATUS
               GO TO 3510-EXIT
           END-IF
           COMPUTE WS-PRIOR-AVG ROUNDED =
               WS-JUDGE-SUM / WS-DEV-PRIOR-RUNS
           COMPUTE WS-SIGNAL-DRIFT = WS-JUDGE-LATEST - WS-PRIOR-AVG
           IF WS-PRIOR-AVG = 0
               IF WS-SIGNAL-DRIFT NOT = 0
                   MOVE 999 TO WS-JUDGE-PCT
               END-IF
           ELSE
               COMPUTE WS-DRIFT-WORK ROUNDED =
                   FUNCTION ABS(WS-SIGNAL-DRIFT) * 100 /
                   FUNCTION ABS(WS-PRIOR-AVG)
               IF WS-DRIFT-WORK > 999
                   MOVE 999 TO WS-JUDGE-PCT
               ELSE
                   MOVE WS-DRIFT-WORK TO WS-JUDGE-PCT
               END-IF
           END-IF
           IF WS-JUDGE-PCT > WS-DRIFT-TOLERANCE-PCT
               MOVE "DRIFT" TO WS-JUDGE-STATUS
           END-IF
           IF WS-DEV-LATEST-EXC >
                   WS-DEV-PRIOR-EXC-MAX + WS-EXC-GROWTH-LIMIT
               MOVE "DRIFT" TO WS-JUDGE-STATUS
           END-IF.
       3510-EXIT.
           EXIT.

       3600-PUT-CHANGE-LINE.
           ADD 1 TO WS-DEVICE-CHANGES
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
       3600-EXIT.
           EXIT.

      *>**************************************************************
      *>    4000-SERIES  --  RETURN CODES BY NIGHT
      *>    Each step's grade as the night's production run drew
      *>    it and as the proposed set would have drawn it.
      *>**************************************************************
       4000-WRITE-NIGHT-RESULTS.
           IF WS-DEVICE-CHANGES = 0
               MOVE "  (NO DEVICE WOULD CHANGE)" TO WS-SIM-LINE
               PERFORM 8000-PUT-LINE THRU 8000-EXIT
           END-IF
           MOVE SPACES TO WS-SIM-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE "RETURN CODES BY NIGHT (PRODUCTION->PROPOSED)" TO
               WS-SIM-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           PERFORM 4100-WRITE-ONE-NIGHT THRU 4100-EXIT
               VARYING WS-NIGHT-IDX FROM WS-WINDOW-START BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
           IF WS-MISS-COUNT > 0
               PERFORM 4200-WRITE-MISSING-CYCLES THRU 4200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-NIGHT.
           MOVE 'N' TO WS-NIGHT-CHANGED
           MOVE SPACES TO WS-SIM-LINE
           MOVE WS-NGT-DEVICES(WS-NIGHT-IDX) TO WS-EDIT-COUNT
           STRING WS-NGT-DATE(WS-NIGHT-IDX)
                   " DEVICES=" FUNCTION TRIM(WS-EDIT-COUNT)
               DELIMITED BY SIZE INTO WS-SIM-LINE
           MOVE WS-NGT-CUR-SEV(WS-NIGHT-IDX) TO WS-CUR-GRADE
           MOVE WS-NGT-PROP-SEV(WS-NIGHT-IDX) TO WS-PROP-GRADE
           MOVE "STEP010" TO WS-CHANGE-TEXT
           PERFORM 4110-APPEND-GRADES THRU 4110-EXIT
           MOVE ZEROES TO WS-CUR-GRADE
           MOVE ZEROES TO WS-PROP-GRADE
           IF WS-CUR-GLD-AVAILABLE = 'N'
               MOVE 4 TO WS-CUR-GRADE
           END-IF
           IF WS-NGT-CUR-BREACH(WS-NIGHT-IDX) > 0
               MOVE 8 TO WS-CUR-GRADE
           END-IF
           IF WS-SIM-GLD-SUPPLIED = 'N'
               AND WS-CUR-GLD-AVAILABLE = 'N'
               MOVE 4 TO WS-PROP-GRADE
           END-IF
           IF WS-NGT-PROP-BREACH(WS-NIGHT-IDX) > 0
               MOVE 8 TO WS-PROP-GRADE
           END-IF
           MOVE "DAY10GLD" TO WS-CHANGE-TEXT
           PERFORM 4110-APPEND-GRADES THRU 4110-EXIT
           MOVE ZEROES TO WS-CUR-GRADE
           MOVE ZEROES TO WS-PROP-GRADE
           IF WS-NGT-CUR-DRIFT(WS-NIGHT-IDX) > 0
               MOVE 4 TO WS-CUR-GRADE
           END-IF
           IF WS-NGT-PROP-DRIFT(WS-NIGHT-IDX) > 0
               MOVE 4 TO WS-PROP-GRADE
           END-IF
           MOVE "DAY10TRD" TO WS-CHANGE-TEXT
           PERFORM 4110-APPEND-GRADES THRU 4110-EXIT
           MOVE WS-NGT-NEW-ALERT(WS-NIGHT-IDX) TO WS-EDIT-COUNT
           MOVE WS-NGT-STOP-ALERT(WS-NIGHT-IDX) TO WS-EDIT-COUNT-2
           MOVE WS-NGT-SEV-CHANGE(WS-NIGHT-IDX) TO WS-EDIT-COUNT-3
           MOVE WS-NGT-UNRESOLVED(WS-NIGHT-IDX) TO WS-EDIT-COUNT-4
           STRING FUNCTION TRIM(WS-SIM-LINE TRAILING)
                   " NEW-ALERT=" FUNCTION TRIM(WS-EDIT-COUNT)
                   " STOPPED=" FUNCTION TRIM(WS-EDIT-COUNT-2)
                   " SEV-CHANGED=" FUNCTION TRIM(WS-EDIT-COUNT-3)
                   " NOT-REEVALUATED=" FUNCTION TRIM(WS-EDIT-COUNT-4)
               DELIMITED BY SIZE INTO WS-SIM-LINE
           IF WS-NGT-DISAGREE(WS-NIGHT-IDX) > 0
               MOVE WS-NGT-DISAGREE(WS-NIGHT-IDX) TO WS-EDIT-COUNT
               STRING FUNCTION TRIM(WS-SIM-LINE TRAILING)
                       " AS-RUN-DIFFERS=" FUNCTION TRIM(WS-EDIT-COUNT)
                   DELIMITED BY SIZE INTO WS-SIM-LINE
           END-IF
           IF WS-NIGHT-CHANGED = 'Y'
               ADD 1 TO WS-RC-CHANGE-NIGHTS
               STRING FUNCTION TRIM(WS-SIM-LINE TRAILING)
                       " *RC CHANGED*"
                   DELIMITED BY SIZE INTO WS-SIM-LINE
           END-IF
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
       4100-EXIT.
           EXIT.

       4110-APPEND-GRADES.
           MOVE WS-CUR-GRADE TO WS-EDIT-SEV
           MOVE WS-PROP-GRADE TO WS-EDIT-SEV-2
           STRING FUNCTION TRIM(WS-SIM-LINE TRAILING)
                   " " FUNCTION TRIM(WS-CHANGE-TEXT)
                   " RC=" WS-EDIT-SEV "->" WS-EDIT-SEV-2
               DELIMITED BY SIZE INTO WS-SIM-LINE
           IF WS-CUR-GRADE NOT = WS-PROP-GRADE
               MOVE 'Y' TO WS-NIGHT-CHANGED
           END-IF.
       4110-EXIT.
           EXIT.

       4200-WRITE-MISSING-CYCLES.
           MOVE SPACES TO WS-SIM-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-SIM-LINE
           STRING "PROPOSED SAMPLE CYCLES NOT ITEMIZED ON THE "
                   "ARCHIVED REPORTS (DEVICE-NIGHTS LEFT AS RUN)"
               DELIMITED BY SIZE INTO WS-SIM-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           PERFORM 4210-WRITE-ONE-MISSING THRU 4210-EXIT
               VARYING WS-MISS-IDX FROM 1 BY 1
               UNTIL WS-MISS-IDX > WS-MISS-COUNT.
       4200-EXIT.
           EXIT.

       4210-WRITE-ONE-MISSING.
           MOVE SPACES TO WS-SIM-LINE
           MOVE WS-MISS-CYCLE(WS-MISS-IDX) TO WS-EDIT-CYCLE
           MOVE WS-MISS-NIGHTS(WS-MISS-IDX) TO WS-EDIT-COUNT
           STRING "  CYCLE=" WS-EDIT-CYCLE
                   " DEVICE-NIGHTS=" WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-SIM-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
       4210-EXIT.
           EXIT.

      *>**************************************************************
      *>    4500-SERIES  --  VERDICT
      *>**************************************************************
       4500-WRITE-VERDICT.
           MOVE SPACES TO WS-SIM-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           MOVE SPACES TO WS-SIM-LINE
           MOVE WS-DEVICE-NIGHTS TO WS-EDIT-COUNT
           MOVE WS-DEVICE-CHANGES TO WS-EDIT-COUNT-2
           MOVE WS-RC-CHANGE-NIGHTS TO WS-EDIT-NIGHTS
           MOVE WS-UNRESOLVED-TOTAL TO WS-EDIT-COUNT-3
           STRING "DEVICE-NIGHTS REPLAYED=" FUNCTION TRIM(WS-EDIT-COUNT)
                   " DEVICE CHANGES=" FUNCTION TRIM(WS-EDIT-COUNT-2)
                   " NIGHTS WITH RC CHANGES="
                   FUNCTION TRIM(WS-EDIT-NIGHTS)
                   " NOT RE-EVALUATED="
                   FUNCTION TRIM(WS-EDIT-COUNT-3)
               DELIMITED BY SIZE INTO WS-SIM-LINE
           PERFORM 8000-PUT-LINE THRU 8000-EXIT
           IF WS-UNDATED-SUMMARY > 0
               MOVE SPACES TO WS-SIM-LINE
               MOVE WS-UNDATED-SUMMARY TO WS-EDIT-COUNT
               STRING "UNDATED SUMMARY LINES NOT USED="
                       FUNCTION TRIM(WS-EDIT-COUNT)
                   DELIMITED BY SIZE INTO WS-SIM-LINE
               PERFORM 8000-PUT-LINE THRU 8000-EXIT
           END-IF
           IF WS-DEVICE-CHANGES > 0 OR WS-RC-CHANGE-NIGHTS > 0
               DISPLAY "DAY10SIM: PROPOSED SET CHANGES "
                   WS-DEVICE-CHANGES " DEVICE RESULT(S), RC ON "
                   WS-RC-CHANGE-NIGHTS " NIGHT(S)"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "DAY10SIM: PROPOSED SET CHANGES NOTHING OVER "
                   WS-NIGHTS-IN-WINDOW " NIGHT(S)"
           END-IF.
       4500-EXIT.
           EXIT.

       8000-PUT-LINE.
           MOVE WS-SIM-LINE TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD.
       8000-EXIT.
           EXIT.

      *>**************************************************************
      *>    9000-SERIES  --  TERMINATION
      *>**************************************************************
       9000-TERMINATE.
           CLOSE SIM-REPORT-FILE.
       9000-EXIT.
           EXIT.
