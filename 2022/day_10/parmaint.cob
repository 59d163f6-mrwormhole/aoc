      *>**************************************************************
      *> PROGRAM      : DAY10PRM
      *> AUTHOR       : mrwormhole
      *> DATE-WRITTEN : 15th of October, 2026
      *>
      *> Parameter file maintenance. TOLPARM, MODELS, CHKPTCYC,
      *> GLDBASE and RDOUTMST used to be hand-edited in place, and a
      *> mistyped band or a model code with no MODELS entry only came
      *> to light as a night of false alerts - with nothing on file
      *> to say what the line had said before. This program is now
      *> the only way those five files change, the same way DAY10DVM
      *> is the only way the device master changes: transactions on
      *> PRMTRAN (PRMTRAN.CPY - file id, action, effective date and
      *> the record image as it stands on the file) are edited,
      *> applied against the current files, and a complete new copy
      *> of every file is written for the swap step.
      *>   A  add a record (rejected if the key is already on file)
      *>   C  change a record (a blank field keeps the current value)
      *>   D  delete a record
      *>   X  cancel a change keyed ahead that has not yet applied
      *> A transaction carrying a future effective date is edited
      *> and then held on the PRMPEND file rather than applied; the
      *> nightly jobs run this program with no PRMTRAN at all, which
      *> simply rolls forward every held change that has fallen due
      *> before the night's first step reads the files. Every file
      *> carries a version number on PRMVERS that steps each time a
      *> run changes it, every change applied, held, cancelled or
      *> rejected goes to the permanent PRMAUDIT trail with the
      *> record before and after, and every run appends the versions
      *> it left in force to the PRMRUNS log, so any night's results
      *> can be tied back to the exact parameters that produced them.
      *> As with DAY10DVM, a rejected keyed transaction never half-
      *> applies: the step ends RC 8, the swap is skipped, and the
      *> run's other changes are written to the audit trail as
      *> VOIDED so the trail never claims a change that did not go
      *> in. A held change that fails its edits on the night it falls
      *> due is dropped with RC 4 and does not hold up the others.
      *>
      *> MODIFICATION HISTORY
      *> ---------------------------------------------------------
      *> 2026-10-15  mrwormhole   Original parameter maintenance.
      *> 2026-10-15  mrwormhole   A duplicate key dropped at load
      *>                          counts as a change, so the
      *>                          rewritten file steps its version.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10PRM.
       AUTHOR. mrwormhole.
       DATE-WRITTEN. 15th of October, 2026.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL TOLPARM-FILE ASSIGN TO TOLPARM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TOLPARM-STATUS.

               SELECT OPTIONAL MODEL-FILE ASSIGN TO MODELS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MODEL-STATUS.

               SELECT OPTIONAL CHKPT-PARM-FILE ASSIGN TO CHKPTCYC
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHKPT-PARM-STATUS.

               SELECT OPTIONAL BASELINE-FILE ASSIGN TO GLDBASE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BASELINE-STATUS.

               SELECT OPTIONAL EXPECTED-FILE ASSIGN TO RDOUTMST
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXPECTED-STATUS.

               SELECT OPTIONAL VERSION-FILE ASSIGN TO PRMVERS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VERSION-STATUS.

               SELECT OPTIONAL HELD-FILE ASSIGN TO PRMPEND
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HELD-STATUS.

               SELECT OPTIONAL TRAN-FILE ASSIGN TO PRMTRAN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRAN-STATUS.

               SELECT OPTIONAL MASTER-FILE ASSIGN TO DEVMSTR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MASTER-STATUS.

               SELECT NEW-TOLPARM-FILE ASSIGN TO TOLNEW
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NEW-TOLPARM-STATUS.

               SELECT NEW-MODEL-FILE ASSIGN TO MDLNEW
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NEW-MODEL-STATUS.

               SELECT NEW-CHKPT-PARM-FILE ASSIGN TO CHKNEW
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NEW-CHKPT-PARM-STATUS.

               SELECT NEW-BASELINE-FILE ASSIGN TO GLDNEW
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NEW-BASELINE-STATUS.

               SELECT NEW-EXPECTED-FILE ASSIGN TO RDONEW
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NEW-EXPECTED-STATUS.

               SELECT NEW-VERSION-FILE ASSIGN TO PRMVNEW
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NEW-VERSION-STATUS.

               SELECT NEW-HELD-FILE ASSIGN TO PRMPNEW
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NEW-HELD-STATUS.

               SELECT AUDIT-FILE ASSIGN TO PRMAUDIT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

               SELECT RUN-LOG-FILE ASSIGN TO PRMRUNS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-LOG-STATUS.

               SELECT MAINT-REPORT-FILE ASSIGN TO PRMRPT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAINT-REPORT-STATUS.

               SELECT SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
           FILE SECTION.
      *>    The five parameter files are carried as flat record
      *>    images - this program edits their fields through the
      *>    views in PRMTRAN.CPY and WS-NEW-IMAGE, and never needs
      *>    more of a file's layout than its readers already define.
           FD TOLPARM-FILE.
           01 TOLPARM-RECORD             PIC X(90).

           FD MODEL-FILE.
           01 MODEL-RECORD               PIC X(20).

           FD CHKPT-PARM-FILE.
           01 CHKPT-PARM-RECORD          PIC X(6).

           FD BASELINE-FILE.
           01 BASELINE-RECORD            PIC X(32).

           FD EXPECTED-FILE.
           01 EXPECTED-RECORD            PIC X(69).

           FD VERSION-FILE.
           COPY "prmvers.cpy".

           FD HELD-FILE.
           01 HELD-RECORD                PIC X(119).

           FD TRAN-FILE.
           01 TRAN-RECORD                PIC X(119).

           FD MASTER-FILE.
           COPY "devmstr.cpy".

           FD NEW-TOLPARM-FILE.
           01 NEW-TOLPARM-RECORD         PIC X(90).

           FD NEW-MODEL-FILE.
           01 NEW-MODEL-RECORD           PIC X(20).

           FD NEW-CHKPT-PARM-FILE.
           01 NEW-CHKPT-PARM-RECORD      PIC X(6).

           FD NEW-BASELINE-FILE.
           01 NEW-BASELINE-RECORD        PIC X(32).

           FD NEW-EXPECTED-FILE.
           01 NEW-EXPECTED-RECORD        PIC X(69).

           FD NEW-VERSION-FILE.
           01 NEW-VERSION-RECORD         PIC X(35).

           FD NEW-HELD-FILE.
           01 NEW-HELD-RECORD            PIC X(119).

           FD AUDIT-FILE.
           COPY "prmaud.cpy".

      *>    One line per run, appended behind every earlier run:
      *>    when it ran, whether it was a maintenance run (M, with
      *>    PRMTRAN) or the nightly roll-forward (N), whether it
      *>    ended CLEAN or VOID, and the version of each parameter
      *>    file left in force.
           FD RUN-LOG-FILE.
           01 RUN-LOG-RECORD.
               05 RUN-RUN-DATE           PIC 9(8).
               05 FILLER                 PIC X(1).
               05 RUN-RUN-TIME           PIC 9(8).
               05 FILLER                 PIC X(1).
               05 RUN-MODE               PIC X(1).
               05 FILLER                 PIC X(1).
               05 RUN-RESULT             PIC X(5).
               05 RUN-FILE-VERSION OCCURS 5 TIMES.
                   10 FILLER             PIC X(1).
                   10 RUN-FILE-ID        PIC X(8).
                   10 FILLER             PIC X(1).
                   10 RUN-VERSION        PIC 9(5).

           FD MAINT-REPORT-FILE.
           01 MAINT-REPORT-RECORD        PIC X(132).

      *>    Held and keyed changes sorted into the order they take
      *>    effect: effective date, then held changes ahead of
      *>    tonight's keyed ones for the same date, then the order
      *>    they were keyed in.
           SD SORT-FILE.
           01 SORT-RECORD.
               05 SRT-EFFECTIVE-DATE     PIC 9(8).
               05 SRT-SOURCE             PIC 9(1).
               05 SRT-SEQUENCE           PIC 9(6).
               05 SRT-CHANGE             PIC X(119).

           WORKING-STORAGE SECTION.
      *>---------------------------------------------------------
      *>    FILE STATUS SWITCHES
      *>---------------------------------------------------------
           01 WS-TOLPARM-STATUS          PIC X(2).
           01 WS-MODEL-STATUS            PIC X(2).
           01 WS-CHKPT-PARM-STATUS       PIC X(2).
           01 WS-BASELINE-STATUS         PIC X(2).
           01 WS-EXPECTED-STATUS         PIC X(2).
           01 WS-VERSION-STATUS          PIC X(2).
           01 WS-HELD-STATUS             PIC X(2).
           01 WS-TRAN-STATUS             PIC X(2).
           01 WS-MASTER-STATUS           PIC X(2).
           01 WS-NEW-TOLPARM-STATUS      PIC X(2).
           01 WS-NEW-MODEL-STATUS        PIC X(2).
           01 WS-NEW-CHKPT-PARM-STATUS   PIC X(2).
           01 WS-NEW-BASELINE-STATUS     PIC X(2).
           01 WS-NEW-EXPECTED-STATUS     PIC X(2).
           01 WS-NEW-VERSION-STATUS      PIC X(2).
           01 WS-NEW-HELD-STATUS         PIC X(2).
           01 WS-AUDIT-STATUS            PIC X(2).
           01 WS-RUN-LOG-STATUS          PIC X(2).
           01 WS-MAINT-REPORT-STATUS     PIC X(2).
           01 WS-LOAD-EOF                PIC X(1) VALUE 'N'.
           01 WS-TRAN-EOF                PIC X(1) VALUE 'N'.
           01 WS-HELD-EOF                PIC X(1) VALUE 'N'.
           01 WS-MASTER-EOF              PIC X(1) VALUE 'N'.
           01 WS-SORT-EOF                PIC X(1) VALUE 'N'.
           01 WS-TRAN-PRESENT            PIC X(1) VALUE 'N'.
           01 WS-DEVICES-LOADED          PIC X(1) VALUE 'N'.
           01 WS-CHKPT-DEFAULTED         PIC X(1) VALUE 'N'.

      *>---------------------------------------------------------
      *>    PARAMETER FILE DESCRIPTORS
      *>    One entry per file, in the order the files are loaded
      *>    and written: the file id transactions carry, the length
      *>    of the key at the front of its record image, and the
      *>    most records its readers' tables hold (TOLPARM and
      *>    CHKPTCYC in DAY_10, MODELS in MDLTBL.CPY, GLDBASE in
      *>    DAY10GLD, RDOUTMST in DAY10CRT and DAY10PIX). An add
      *>    that would take a file past that capacity is rejected
      *>    rather than written where the readers would drop it.
      *>---------------------------------------------------------
           01 WS-FILE-CONSTANTS.
               05 FILLER PIC X(14) VALUE "TOLPARM 620100".
               05 FILLER PIC X(14) VALUE "MODELS  040020".
               05 FILLER PIC X(14) VALUE "CHKPTCYC060050".
               05 FILLER PIC X(14) VALUE "GLDBASE 111000".
               05 FILLER PIC X(14) VALUE "RDOUTMST602000".
           01 WS-FILE-CONSTANTS-TBL REDEFINES WS-FILE-CONSTANTS.
               05 WS-FCN-ENTRY OCCURS 5 TIMES.
                   10 WS-FCN-ID          PIC X(8).
                   10 WS-FCN-KEY-LEN     PIC 9(2).
                   10 WS-FCN-CAPACITY    PIC 9(4).
           01 WS-FILE-TABLE.
               05 WS-FIL-ENTRY OCCURS 5 TIMES
                                INDEXED BY WS-FIL-IDX.
                   10 WS-FIL-ID          PIC X(8).
                   10 WS-FIL-KEY-LEN     PIC 9(2).
                   10 WS-FIL-CAPACITY    PIC 9(4).
                   10 WS-FIL-PRESENT     PIC X(1).
                   10 WS-FIL-LOADED      PIC 9(5).
                   10 WS-FIL-LIVE        PIC 9(5).
                   10 WS-FIL-CHANGES     PIC 9(5).
                   10 WS-FIL-VERSION     PIC 9(5).
                   10 WS-FIL-EFFECTIVE   PIC 9(8).
                   10 WS-FIL-VER-CHANGES PIC 9(5).
                   10 WS-FIL-INITIAL     PIC X(1).
           01 WS-FILE-COUNT              PIC 9(1) VALUE 5.
           01 WS-FILE-NO                 PIC 9(1).
           01 WS-FILE-FOUND              PIC X(1).

      *>---------------------------------------------------------
      *>    IN-CORE PARAMETER RECORDS
      *>    Every record of all five files rides in this one table
      *>    while the changes apply, tagged with the file it belongs
      *>    to; a delete only unflags the entry, so the files write
      *>    back out in load order with adds behind. The table holds
      *>    the five capacities above with room left for the run's
      *>    deletes and adds.
      *>---------------------------------------------------------
           01 WS-PARM-TABLE.
               05 WS-PRM-ENTRY OCCURS 3500 TIMES
                                INDEXED BY WS-PRM-IDX.
                   10 WS-PRM-FILE        PIC 9(1).
                   10 WS-PRM-LIVE        PIC X(1).
                   10 WS-PRM-IMAGE       PIC X(90).
           01 WS-PARM-TABLE-MAX          PIC 9(4) VALUE 3500.
           01 WS-PARM-COUNT              PIC 9(4) VALUE ZEROES.
           01 WS-PRM-FOUND               PIC X(1).
           01 WS-PRM-MATCH-IDX           PIC 9(4).
           01 WS-TARGET-IDX              PIC 9(4).
           01 WS-SEARCH-FILE             PIC 9(1).
           01 WS-SEARCH-KEY              PIC X(62).
           01 WS-SEARCH-LEN              PIC 9(2).
           01 WS-LOAD-IMAGE              PIC X(90).
           01 WS-LAST-CYCLE              PIC X(6).
           01 WS-NEXT-CYCLE              PIC X(6).
           01 WS-NEXT-CYCLE-IDX          PIC 9(4).
           01 WS-CYCLES-DONE             PIC X(1).

      *>    The standard six-checkpoint set DAY_10 falls back on when
      *>    CHKPTCYC is absent; loaded here for the same case, so
      *>    the first maintenance of a missing file starts from the
      *>    cycles the nightly run was actually sampling.
           COPY "chkpttbl.cpy".

      *>---------------------------------------------------------
      *>    DEVICE MASTER
      *>    Only used to check that a device-keyed parameter names a
      *>    device on the master and that a model being deleted has
      *>    no in-service device left on it. Without DEVMSTR those
      *>    two checks are skipped and the run ends RC 4.
      *>---------------------------------------------------------
           01 WS-DEVICE-TABLE.
               05 WS-DEV-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-DEV-IDX.
                   10 WS-DEV-NAME        PIC X(60).
                   10 WS-DEV-MODEL       PIC X(4).
                   10 WS-DEV-STATUS      PIC X(1).
           01 WS-DEVICE-TABLE-MAX        PIC 9(4) VALUE 2000.
           01 WS-DEVICE-COUNT            PIC 9(4) VALUE ZEROES.
           01 WS-DEV-FOUND               PIC X(1).
           01 WS-DEV-SEARCH-NAME         PIC X(60).
           01 WS-DEV-SEARCH-MODEL        PIC X(4).

      *>---------------------------------------------------------
      *>    HELD CHANGES
      *>    Changes keyed ahead of their effective date, written
      *>    back out to PRMPNEW in effective-date order. A cancelled
      *>    entry is unflagged rather than removed.
      *>---------------------------------------------------------
           01 WS-HELD-TABLE.
               05 WS-HLD-ENTRY OCCURS 500 TIMES
                                INDEXED BY WS-HLD-IDX.
                   10 WS-HLD-CHANGE      PIC X(119).
                   10 WS-HLD-LIVE        PIC X(1).
           01 WS-HELD-TABLE-MAX          PIC 9(4) VALUE 500.
           01 WS-HELD-COUNT              PIC 9(4) VALUE ZEROES.
           01 WS-HELD-LIVE-COUNT         PIC 9(4) VALUE ZEROES.
           01 WS-CANCEL-MATCHES          PIC 9(4) VALUE ZEROES.
           01 WS-HELD-WORK.
               05 WS-HWK-FILE-ID         PIC X(8).
               05 FILLER                 PIC X(1).
               05 WS-HWK-ACTION          PIC X(1).
               05 FILLER                 PIC X(1).
               05 WS-HWK-EFFECTIVE-DATE  PIC X(8).
               05 FILLER                 PIC X(1).
               05 WS-HWK-IMAGE           PIC X(90).
               05 FILLER                 PIC X(1).
               05 WS-HWK-KEYED-DATE      PIC X(8).

      *>---------------------------------------------------------
      *>    AUDIT BUFFER
      *>    Audit records are held until the run's outcome is known,
      *>    so a run that ends with a rejected keyed transaction can
      *>    write its other changes as VOIDED instead of APPLIED.
      *>---------------------------------------------------------
           01 WS-AUDIT-TABLE.
               05 WS-AUD-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-AUD-IDX
                                PIC X(239).
           01 WS-AUDIT-TABLE-MAX         PIC 9(4) VALUE 2000.
           01 WS-AUDIT-COUNT             PIC 9(4) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    TRANSACTION WORK AREAS
      *>---------------------------------------------------------
           COPY "prmtran.cpy".
           01 WS-RUN-DATE                PIC 9(8) VALUE ZEROES.
           01 WS-RUN-TIME                PIC 9(8) VALUE ZEROES.
           01 WS-RUN-VOID                PIC X(1) VALUE 'N'.
           01 WS-SORT-SEQUENCE           PIC 9(6) VALUE ZEROES.
           01 WS-CHANGE-SOURCE           PIC 9(1).
           01 WS-EFFECTIVE-DATE          PIC 9(8).
           01 WS-TRAN-COUNT              PIC 9(5) VALUE ZEROES.
           01 WS-HELD-READ-COUNT         PIC 9(5) VALUE ZEROES.
           01 WS-APPLIED-COUNT           PIC 9(5) VALUE ZEROES.
           01 WS-DUE-APPLIED-COUNT       PIC 9(5) VALUE ZEROES.
           01 WS-NEWLY-HELD-COUNT        PIC 9(5) VALUE ZEROES.
           01 WS-CANCELLED-COUNT         PIC 9(5) VALUE ZEROES.
           01 WS-REJECTED-COUNT          PIC 9(5) VALUE ZEROES.
           01 WS-DROPPED-COUNT           PIC 9(5) VALUE ZEROES.
           01 WS-DUP-DROPPED-COUNT       PIC 9(5) VALUE ZEROES.
           01 WS-CHANGE-VALID            PIC X(1).
           01 WS-BLANK-ALLOWED           PIC X(1).
           01 WS-REJECT-REASON           PIC X(4).
      *>    Reject reasons:
      *>      PM01  UNKNOWN PARAMETER FILE ID
      *>      PM02  UNKNOWN ACTION CODE
      *>      PM03  EFFECTIVE DATE NOT A VALID DATE
      *>      PM04  EFFECTIVE DATE ALREADY PAST
      *>      PM05  BLANK KEY
      *>      PM06  ADD FOR A KEY ALREADY ON FILE
      *>      PM07  CHANGE/DELETE FOR A KEY NOT ON FILE
      *>      PM08  FIELD BLANK OR NOT NUMERIC
      *>      PM09  MINIMUM ABOVE MAXIMUM
      *>      PM10  MODEL CODE NOT ON MODELS
      *>      PM11  DEVICE NOT ON THE DEVICE MASTER
      *>      PM12  TOLPARM SCOPE NOT 'D' OR 'M'
      *>      PM13  FILE AT ITS READERS' CAPACITY, ADD NOT APPLIED
      *>      PM14  DELETE OF A MODEL STILL IN USE
      *>      PM15  CHANGE NOT VALID FOR CHKPTCYC (DELETE AND ADD)
      *>      PM16  DELETE OF THE LAST CHECKPOINT CYCLE
      *>      PM17  NO HELD CHANGE TO CANCEL
      *>      PM18  HELD-CHANGE TABLE FULL
           01 WS-OLD-IMAGE               PIC X(90).
           01 WS-NEW-IMAGE               PIC X(90).
           01 WS-NEW-TOL-IMAGE REDEFINES WS-NEW-IMAGE.
               05 WS-NEW-TOL-SCOPE       PIC X(1).
               05 FILLER                 PIC X(1).
               05 WS-NEW-TOL-KEY         PIC X(60).
               05 FILLER                 PIC X(1).
               05 WS-NEW-TOL-MIN         PIC X(10).
               05 FILLER                 PIC X(1).
               05 WS-NEW-TOL-MAX         PIC X(10).
               05 FILLER                 PIC X(1).
               05 WS-NEW-TOL-MAXEXC      PIC X(5).
           01 WS-NEW-MDL-IMAGE REDEFINES WS-NEW-IMAGE.
               05 WS-NEW-MDL-CODE        PIC X(4).
               05 FILLER                 PIC X(1).
               05 WS-NEW-MDL-MIN         PIC X(7).
               05 FILLER                 PIC X(1).
               05 WS-NEW-MDL-MAX         PIC X(7).
               05 FILLER                 PIC X(70).
           01 WS-NEW-GLD-IMAGE REDEFINES WS-NEW-IMAGE.
               05 WS-NEW-GLD-MODEL       PIC X(4).
               05 FILLER                 PIC X(1).
               05 WS-NEW-GLD-CYCLE       PIC X(6).
               05 FILLER                 PIC X(1).
               05 WS-NEW-GLD-EXPECTED    PIC X(10).
               05 FILLER                 PIC X(1).
               05 WS-NEW-GLD-BAND        PIC X(9).
               05 FILLER                 PIC X(58).
           01 WS-NEW-RDO-IMAGE REDEFINES WS-NEW-IMAGE.
               05 WS-NEW-RDO-DEVICE      PIC X(60).
               05 FILLER                 PIC X(1).
               05 WS-NEW-RDO-READOUT     PIC X(8).
               05 FILLER                 PIC X(21).

      *>    Field edit work areas. The signed fields are the same
      *>    sign-leading-separate text DAY10VAL parses.
           01 WS-SIGNED-TEXT             PIC X(10).
           01 WS-SIGNED-LEN              PIC 9(2).
           01 WS-SIGNED-VALID            PIC X(1).
           01 WS-SIGNED-VALUE            PIC S9(9).
           01 WS-SIGNED-DIGITS           PIC 9(9).
           01 WS-UNSIGNED-TEXT           PIC X(9).
           01 WS-UNSIGNED-LEN            PIC 9(2).
           01 WS-FIELD-PRESENT           PIC X(1).
           01 WS-MIN-PRESENT             PIC X(1).
           01 WS-MAX-PRESENT             PIC X(1).
           01 WS-MIN-VALUE               PIC S9(9).
           01 WS-MAX-VALUE               PIC S9(9).

      *>    Effective date check: a real calendar date, with the
      *>    29th of February only in a leap year.
           01 WS-DATE-CHECK              PIC 9(8).
           01 WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
               05 WS-DC-YEAR             PIC 9(4).
               05 WS-DC-MONTH            PIC 9(2).
               05 WS-DC-DAY              PIC 9(2).
           01 WS-MONTH-DAYS-VALUES       PIC X(24)
                   VALUE "312931303130313130313031".
           01 WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-VALUES.
               05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
           01 WS-MARCH-FIRST             PIC 9(8).
           01 WS-FEB-LAST                PIC 9(8).
           01 WS-LEAP-GAP                PIC 9(2).

      *>---------------------------------------------------------
      *>    REPORT LINE AREAS
      *>---------------------------------------------------------
           01 WS-MAINT-LINE              PIC X(132).
           01 WS-RESULT-WORD             PIC X(8).
           01 WS-REASON-TEXT             PIC X(4).
           01 WS-KEY-TEXT                PIC X(62).
           01 WS-EDIT-COUNT              PIC ZZZZ9.
           01 WS-EDIT-VERSION            PIC 9(5).
           01 WS-EDIT-RECORDS            PIC ZZZZ9.
           01 WS-EDIT-CHANGES            PIC ZZZZ9.
           01 WS-MODE-TEXT               PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-FILE
               ON ASCENDING KEY SRT-EFFECTIVE-DATE
               ON ASCENDING KEY SRT-SOURCE
               ON ASCENDING KEY SRT-SEQUENCE
               INPUT PROCEDURE IS 2000-RELEASE-CHANGES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-APPLY-CHANGES
                   THRU 3000-EXIT
           PERFORM 5000-SETTLE-VERSIONS THRU 5000-EXIT
           PERFORM 6000-WRITE-NEW-FILES THRU 6000-EXIT
           PERFORM 7000-WRITE-AUDIT-AND-LOG THRU 7000-EXIT
           PERFORM 7500-WRITE-SUMMARY THRU 7500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *>**************************************************************
      *>    1000-SERIES  --  INITIALIZATION
      *>**************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT MAINT-REPORT-FILE
           OPEN OUTPUT NEW-TOLPARM-FILE
           OPEN OUTPUT NEW-MODEL-FILE
           OPEN OUTPUT NEW-CHKPT-PARM-FILE
           OPEN OUTPUT NEW-BASELINE-FILE
           OPEN OUTPUT NEW-EXPECTED-FILE
           OPEN OUTPUT NEW-VERSION-FILE
           OPEN OUTPUT NEW-HELD-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND RUN-LOG-FILE
           IF WS-MAINT-REPORT-STATUS NOT = "00"
               OR WS-NEW-TOLPARM-STATUS NOT = "00"
               OR WS-NEW-MODEL-STATUS NOT = "00"
               OR WS-NEW-CHKPT-PARM-STATUS NOT = "00"
               OR WS-NEW-BASELINE-STATUS NOT = "00"
               OR WS-NEW-EXPECTED-STATUS NOT = "00"
               OR WS-NEW-VERSION-STATUS NOT = "00"
               OR WS-NEW-HELD-STATUS NOT = "00"
               OR (WS-AUDIT-STATUS NOT = "00" AND NOT = "05")
               OR (WS-RUN-LOG-STATUS NOT = "00" AND NOT = "05")
               DISPLAY "DAY10PRM: UNABLE TO OPEN OUTPUTS, PRMRPT="
                   WS-MAINT-REPORT-STATUS " TOLNEW="
                   WS-NEW-TOLPARM-STATUS " MDLNEW="
                   WS-NEW-MODEL-STATUS " CHKNEW="
                   WS-NEW-CHKPT-PARM-STATUS " GLDNEW="
                   WS-NEW-BASELINE-STATUS " RDONEW="
                   WS-NEW-EXPECTED-STATUS
               DISPLAY "DAY10PRM: PRMVNEW=" WS-NEW-VERSION-STATUS
                   " PRMPNEW=" WS-NEW-HELD-STATUS
                   " PRMAUDIT=" WS-AUDIT-STATUS
                   " PRMRUNS=" WS-RUN-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1050-SET-FILE-TABLE THRU 1050-EXIT
               VARYING WS-FIL-IDX FROM 1 BY 1
               UNTIL WS-FIL-IDX > WS-FILE-COUNT
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = "00"
               MOVE 'Y' TO WS-TRAN-PRESENT
               MOVE "MAINTENANCE" TO WS-MODE-TEXT
           ELSE
               MOVE "NIGHTLY ROLL-FORWARD" TO WS-MODE-TEXT
           END-IF
           MOVE SPACES TO WS-MAINT-LINE
           STRING "DAY10PRM PARAMETER MAINTENANCE   RUN DATE "
                   WS-RUN-DATE "   " WS-MODE-TEXT
               DELIMITED BY SIZE INTO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           MOVE SPACES TO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           PERFORM 1100-LOAD-VERSIONS THRU 1100-EXIT
           PERFORM 1200-LOAD-PARAMETER-FILES THRU 1200-EXIT
           PERFORM 1300-LOAD-DEVICE-MASTER THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

       1050-SET-FILE-TABLE.
           MOVE WS-FCN-ID(WS-FIL-IDX) TO WS-FIL-ID(WS-FIL-IDX)
           MOVE WS-FCN-KEY-LEN(WS-FIL-IDX) TO
               WS-FIL-KEY-LEN(WS-FIL-IDX)
           MOVE WS-FCN-CAPACITY(WS-FIL-IDX) TO
               WS-FIL-CAPACITY(WS-FIL-IDX)
           MOVE 'N' TO WS-FIL-PRESENT(WS-FIL-IDX)
           MOVE ZEROES TO WS-FIL-LOADED(WS-FIL-IDX)
           MOVE ZEROES TO WS-FIL-LIVE(WS-FIL-IDX)
           MOVE ZEROES TO WS-FIL-CHANGES(WS-FIL-IDX)
           MOVE ZEROES TO WS-FIL-VERSION(WS-FIL-IDX)
           MOVE ZEROES TO WS-FIL-EFFECTIVE(WS-FIL-IDX)
           MOVE ZEROES TO WS-FIL-VER-CHANGES(WS-FIL-IDX)
           MOVE 'N' TO WS-FIL-INITIAL(WS-FIL-IDX).
       1050-EXIT.
           EXIT.

      *>    PRMVERS is optional so the first-ever run starts every
      *>    file at version 1 as it stands tonight; a file with no
      *>    version record is started the same way. A record for a
      *>    file id this program does not maintain is ignored.
       1100-LOAD-VERSIONS.
           OPEN INPUT VERSION-FILE
           IF WS-VERSION-STATUS = "00" OR "05"
               MOVE 'N' TO WS-LOAD-EOF
               PERFORM 1110-READ-ONE-VERSION THRU 1110-EXIT
                   UNTIL WS-LOAD-EOF = 'Y'
           END-IF
           CLOSE VERSION-FILE
           PERFORM 1120-START-UNVERSIONED THRU 1120-EXIT
               VARYING WS-FIL-IDX FROM 1 BY 1
               UNTIL WS-FIL-IDX > WS-FILE-COUNT.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-VERSION.
           READ VERSION-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF
               NOT AT END
                   PERFORM 1115-POST-VERSION THRU 1115-EXIT
           END-READ.
       1110-EXIT.
           EXIT.

       1115-POST-VERSION.
           IF PVER-VERSION NOT NUMERIC
               OR PVER-EFFECTIVE-DATE NOT NUMERIC
               GO TO 1115-EXIT
           END-IF
           MOVE PVER-FILE-ID TO PTRN-FILE-ID
           PERFORM 3210-FIND-FILE-ID THRU 3210-EXIT
           IF WS-FILE-FOUND = 'N'
               GO TO 1115-EXIT
           END-IF
           MOVE PVER-VERSION TO WS-FIL-VERSION(WS-FILE-NO)
           MOVE PVER-EFFECTIVE-DATE TO WS-FIL-EFFECTIVE(WS-FILE-NO)
           IF PVER-CHANGE-COUNT IS NUMERIC
               MOVE PVER-CHANGE-COUNT TO
                   WS-FIL-VER-CHANGES(WS-FILE-NO)
           END-IF.
       1115-EXIT.
           EXIT.

       1120-START-UNVERSIONED.
           IF WS-FIL-VERSION(WS-FIL-IDX) = ZEROES
               MOVE 1 TO WS-FIL-VERSION(WS-FIL-IDX)
               MOVE WS-RUN-DATE TO WS-FIL-EFFECTIVE(WS-FIL-IDX)
               MOVE ZEROES TO WS-FIL-VER-CHANGES(WS-FIL-IDX)
               MOVE 'Y' TO WS-FIL-INITIAL(WS-FIL-IDX)
           END-IF.
       1120-EXIT.
           EXIT.

      *>    Each file is optional: a file that does not exist yet
      *>    loads empty and is built from add transactions. The one
      *>    exception is CHKPTCYC, whose absence DAY_10 treats as the
      *>    standard checkpoint set - that set is loaded instead, so
      *>    a change against the missing file changes what the
      *>    nightly run really samples.
       1200-LOAD-PARAMETER-FILES.
           MOVE 1 TO WS-FILE-NO
           OPEN INPUT TOLPARM-FILE
           IF WS-TOLPARM-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT(WS-FILE-NO)
               MOVE 'N' TO WS-LOAD-EOF
               PERFORM 1210-READ-ONE-TOLPARM THRU 1210-EXIT
                   UNTIL WS-LOAD-EOF = 'Y'
           END-IF
           CLOSE TOLPARM-FILE
           MOVE 2 TO WS-FILE-NO
           OPEN INPUT MODEL-FILE
           IF WS-MODEL-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT(WS-FILE-NO)
               MOVE 'N' TO WS-LOAD-EOF
               PERFORM 1220-READ-ONE-MODEL THRU 1220-EXIT
                   UNTIL WS-LOAD-EOF = 'Y'
           END-IF
           CLOSE MODEL-FILE
           MOVE 3 TO WS-FILE-NO
           OPEN INPUT CHKPT-PARM-FILE
           IF WS-CHKPT-PARM-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT(WS-FILE-NO)
               MOVE 'N' TO WS-LOAD-EOF
               PERFORM 1230-READ-ONE-CHKPT THRU 1230-EXIT
                   UNTIL WS-LOAD-EOF = 'Y'
           ELSE
               MOVE 'Y' TO WS-CHKPT-DEFAULTED
               PERFORM 1235-LOAD-DEFAULT-CHKPT THRU 1235-EXIT
                   VARYING WS-CHKPT-IDX FROM 1 BY 1
                   UNTIL WS-CHKPT-IDX > WS-DEFAULT-CHKPT-COUNT
           END-IF
           CLOSE CHKPT-PARM-FILE
           MOVE 4 TO WS-FILE-NO
           OPEN INPUT BASELINE-FILE
           IF WS-BASELINE-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT(WS-FILE-NO)
               MOVE 'N' TO WS-LOAD-EOF
               PERFORM 1240-READ-ONE-BASELINE THRU 1240-EXIT
                   UNTIL WS-LOAD-EOF = 'Y'
           END-IF
           CLOSE BASELINE-FILE
           MOVE 5 TO WS-FILE-NO
           OPEN INPUT EXPECTED-FILE
           IF WS-EXPECTED-STATUS = "00"
               MOVE 'Y' TO WS-FIL-PRESENT(WS-FILE-NO)
               MOVE 'N' TO WS-LOAD-EOF
               PERFORM 1250-READ-ONE-EXPECTED THRU 1250-EXIT
                   UNTIL WS-LOAD-EOF = 'Y'
           END-IF
           CLOSE EXPECTED-FILE
           IF WS-CHKPT-DEFAULTED = 'Y'
               MOVE SPACES TO WS-MAINT-LINE
               STRING "CHKPTCYC NOT PRESENT - STANDARD CHECKPOINT "
                       "SET LOADED AND WRITTEN OUT AS THE FILE"
                   DELIMITED BY SIZE INTO WS-MAINT-LINE
               PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           END-IF
           DISPLAY "DAY10PRM: " WS-PARM-COUNT
               " PARAMETER RECORD(S) LOADED".
       1200-EXIT.
           EXIT.

       1210-READ-ONE-TOLPARM.
           READ TOLPARM-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF
               NOT AT END
                   MOVE TOLPARM-RECORD TO WS-LOAD-IMAGE
                   PERFORM 1290-POST-LOADED-IMAGE THRU 1290-EXIT
           END-READ.
       1210-EXIT.
           EXIT.

       1220-READ-ONE-MODEL.
           READ MODEL-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF
               NOT AT END
                   MOVE MODEL-RECORD TO WS-LOAD-IMAGE
                   PERFORM 1290-POST-LOADED-IMAGE THRU 1290-EXIT
           END-READ.
       1220-EXIT.
           EXIT.

       1230-READ-ONE-CHKPT.
           READ CHKPT-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF
               NOT AT END
                   MOVE CHKPT-PARM-RECORD TO WS-LOAD-IMAGE
                   PERFORM 1290-POST-LOADED-IMAGE THRU 1290-EXIT
           END-READ.
       1230-EXIT.
           EXIT.

       1235-LOAD-DEFAULT-CHKPT.
           MOVE SPACES TO WS-LOAD-IMAGE
           MOVE WS-DEFAULT-CHKPT-CYCLE(WS-CHKPT-IDX) TO
               WS-LOAD-IMAGE(1:6)
           PERFORM 1290-POST-LOADED-IMAGE THRU 1290-EXIT.
       1235-EXIT.
           EXIT.

       1240-READ-ONE-BASELINE.
           READ BASELINE-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF
               NOT AT END
                   MOVE BASELINE-RECORD TO WS-LOAD-IMAGE
                   PERFORM 1290-POST-LOADED-IMAGE THRU 1290-EXIT
           END-READ.
       1240-EXIT.
           EXIT.

       1250-READ-ONE-EXPECTED.
           READ EXPECTED-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF
               NOT AT END
                   MOVE EXPECTED-RECORD TO WS-LOAD-IMAGE
                   PERFORM 1290-POST-LOADED-IMAGE THRU 1290-EXIT
           END-READ.
       1250-EXIT.
           EXIT.

      *>    Blank lines are dropped. A duplicate key keeps its first
      *>    record - the one every reader's table lookup finds - and
      *>    drops the later one, audited (action 'L') and reported,
      *>    as DAY10DVM does for its master. A file past its
      *>    readers' capacity is a hard stop: maintaining a file the
      *>    nightly run cannot load whole would hide the overflow.
       1290-POST-LOADED-IMAGE.
           IF WS-LOAD-IMAGE = SPACES
               GO TO 1290-EXIT
           END-IF
           MOVE WS-FILE-NO TO WS-SEARCH-FILE
           MOVE WS-FIL-KEY-LEN(WS-FILE-NO) TO WS-SEARCH-LEN
           MOVE WS-LOAD-IMAGE(1:WS-SEARCH-LEN) TO WS-SEARCH-KEY
           PERFORM 3300-FIND-PARM-ENTRY THRU 3300-EXIT
           IF WS-PRM-FOUND = 'Y'
               ADD 1 TO WS-DUP-DROPPED-COUNT
               ADD 1 TO WS-FIL-CHANGES(WS-FILE-NO)
               MOVE SPACES TO PTRN-RECORD
               MOVE WS-FIL-ID(WS-FILE-NO) TO PTRN-FILE-ID
               MOVE 'L' TO PTRN-ACTION
               MOVE WS-LOAD-IMAGE TO WS-OLD-IMAGE
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE "DROPPED" TO WS-RESULT-WORD
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM 3900-BUFFER-AUDIT THRU 3900-EXIT
               MOVE SPACES TO WS-MAINT-LINE
               STRING "DUPLICATE KEY ON " WS-FIL-ID(WS-FILE-NO)
                       " DROPPED: "
                       FUNCTION TRIM(WS-SEARCH-KEY)
                   DELIMITED BY SIZE INTO WS-MAINT-LINE
               PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 1290-EXIT
           END-IF
           IF WS-FIL-LIVE(WS-FILE-NO) >= WS-FIL-CAPACITY(WS-FILE-NO)
               OR WS-PARM-COUNT >= WS-PARM-TABLE-MAX
               DISPLAY "DAY10PRM: " WS-FIL-ID(WS-FILE-NO)
                   " HOLDS MORE RECORDS THAN ITS READERS CAN LOAD"
                   " - TERMINATING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-PARM-COUNT
           SET WS-PRM-IDX TO WS-PARM-COUNT
           MOVE WS-FILE-NO TO WS-PRM-FILE(WS-PRM-IDX)
           MOVE 'Y' TO WS-PRM-LIVE(WS-PRM-IDX)
           MOVE WS-LOAD-IMAGE TO WS-PRM-IMAGE(WS-PRM-IDX)
           ADD 1 TO WS-FIL-LOADED(WS-FILE-NO)
           ADD 1 TO WS-FIL-LIVE(WS-FILE-NO).
       1290-EXIT.
           EXIT.

       1300-LOAD-DEVICE-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE 'Y' TO WS-DEVICES-LOADED
               PERFORM 1310-READ-ONE-DEVICE THRU 1310-EXIT
                   UNTIL WS-MASTER-EOF = 'Y'
           END-IF
           CLOSE MASTER-FILE
           IF WS-DEVICES-LOADED = 'N'
               MOVE SPACES TO WS-MAINT-LINE
               STRING "DEVMSTR NOT AVAILABLE - DEVICE AND MODEL-IN-"
                       "SERVICE CHECKS NOT MADE"
                   DELIMITED BY SIZE INTO WS-MAINT-LINE
               PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       1300-EXIT.
           EXIT.

       1310-READ-ONE-DEVICE.
           READ MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   IF WS-DEVICE-COUNT < WS-DEVICE-TABLE-MAX
                       ADD 1 TO WS-DEVICE-COUNT
                       SET WS-DEV-IDX TO WS-DEVICE-COUNT
                       MOVE DEVM-DEVICE-NAME TO
                           WS-DEV-NAME(WS-DEV-IDX)
                       MOVE DEVM-MODEL-CODE TO
                           WS-DEV-MODEL(WS-DEV-IDX)
                       MOVE DEVM-STATUS TO WS-DEV-STATUS(WS-DEV-IDX)
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *>**************************************************************
      *>    2000-SERIES  --  SORT INPUT: HELD AND KEYED CHANGES
      *>**************************************************************
       2000-RELEASE-CHANGES.
           OPEN INPUT HELD-FILE
           IF WS-HELD-STATUS = "00" OR "05"
               PERFORM 2100-READ-ONE-HELD THRU 2100-EXIT
                   UNTIL WS-HELD-EOF = 'Y'
           END-IF
           CLOSE HELD-FILE
           IF WS-TRAN-PRESENT = 'Y'
               PERFORM 2200-READ-ONE-TRAN THRU 2200-EXIT
                   UNTIL WS-TRAN-EOF = 'Y'
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-HELD.
           READ HELD-FILE
               AT END
                   MOVE 'Y' TO WS-HELD-EOF
               NOT AT END
                   IF HELD-RECORD NOT = SPACES
                       ADD 1 TO WS-HELD-READ-COUNT
                       MOVE HELD-RECORD TO PTRN-RECORD
                       MOVE 1 TO WS-CHANGE-SOURCE
                       PERFORM 2300-RELEASE-ONE-CHANGE THRU 2300-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2200-READ-ONE-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF
               NOT AT END
                   IF TRAN-RECORD NOT = SPACES
                       ADD 1 TO WS-TRAN-COUNT
                       MOVE TRAN-RECORD TO PTRN-RECORD
                       MOVE WS-RUN-DATE TO PTRN-KEYED-DATE
                       MOVE 2 TO WS-CHANGE-SOURCE
                       PERFORM 2300-RELEASE-ONE-CHANGE THRU 2300-EXIT
                   END-IF
           END-READ.
       2200-EXIT.
           EXIT.

      *>    A blank effective date means tonight. A date that is not
      *>    numeric sorts to the front and is rejected there by the
      *>    edits, before anything else applies.
       2300-RELEASE-ONE-CHANGE.
           IF PTRN-EFFECTIVE-DATE = SPACES
               MOVE WS-RUN-DATE TO PTRN-EFFECTIVE-DATE
           END-IF
           IF PTRN-EFFECTIVE-DATE IS NUMERIC
               MOVE PTRN-EFFECTIVE-DATE TO SRT-EFFECTIVE-DATE
           ELSE
               MOVE ZEROES TO SRT-EFFECTIVE-DATE
           END-IF
           MOVE WS-CHANGE-SOURCE TO SRT-SOURCE
           ADD 1 TO WS-SORT-SEQUENCE
           MOVE WS-SORT-SEQUENCE TO SRT-SEQUENCE
           MOVE PTRN-RECORD TO SRT-CHANGE
           RELEASE SORT-RECORD.
       2300-EXIT.
           EXIT.

      *>**************************************************************
      *>    3000-SERIES  --  SORT OUTPUT: APPLY, HOLD OR REJECT
      *>**************************************************************
       3000-APPLY-CHANGES.
           PERFORM 3010-RETURN-ONE-CHANGE THRU 3010-EXIT
               UNTIL WS-SORT-EOF = 'Y'.
       3000-EXIT.
           EXIT.

       3010-RETURN-ONE-CHANGE.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
               NOT AT END
                   MOVE SRT-CHANGE TO PTRN-RECORD
                   MOVE SRT-SOURCE TO WS-CHANGE-SOURCE
                   PERFORM 3100-PROCESS-ONE-CHANGE THRU 3100-EXIT
           END-RETURN.
       3010-EXIT.
           EXIT.

      *>    A held change that is still not due is simply carried to
      *>    PRMPNEW again - it was audited and reported as HELD on
      *>    the night it was keyed.
       3100-PROCESS-ONE-CHANGE.
           PERFORM 3200-EDIT-CHANGE THRU 3200-EXIT
           IF WS-CHANGE-VALID = 'N'
               PERFORM 3800-REJECT-CHANGE THRU 3800-EXIT
               GO TO 3100-EXIT
           END-IF
           IF PTRN-ACTION = 'X'
               PERFORM 3700-CANCEL-HELD-CHANGE THRU 3700-EXIT
               GO TO 3100-EXIT
           END-IF
           IF WS-EFFECTIVE-DATE > WS-RUN-DATE
               PERFORM 3600-HOLD-CHANGE THRU 3600-EXIT
               GO TO 3100-EXIT
           END-IF
           MOVE WS-FILE-NO TO WS-SEARCH-FILE
           MOVE WS-FIL-KEY-LEN(WS-FILE-NO) TO WS-SEARCH-LEN
           MOVE PTRN-IMAGE(1:WS-SEARCH-LEN) TO WS-SEARCH-KEY
           PERFORM 3300-FIND-PARM-ENTRY THRU 3300-EXIT
           MOVE WS-PRM-MATCH-IDX TO WS-TARGET-IDX
           EVALUATE PTRN-ACTION
               WHEN 'A'
                   IF WS-PRM-FOUND = 'Y'
                       MOVE "PM06" TO WS-REJECT-REASON
                       PERFORM 3800-REJECT-CHANGE THRU 3800-EXIT
                   ELSE
                       PERFORM 3400-ADD-RECORD THRU 3400-EXIT
                   END-IF
               WHEN 'C'
                   IF WS-PRM-FOUND = 'N'
                       MOVE "PM07" TO WS-REJECT-REASON
                       PERFORM 3800-REJECT-CHANGE THRU 3800-EXIT
                   ELSE
                       PERFORM 3450-CHANGE-RECORD THRU 3450-EXIT
                   END-IF
               WHEN 'D'
                   IF WS-PRM-FOUND = 'N'
                       MOVE "PM07" TO WS-REJECT-REASON
                       PERFORM 3800-REJECT-CHANGE THRU 3800-EXIT
                   ELSE
                       PERFORM 3500-DELETE-RECORD THRU 3500-EXIT
                   END-IF
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *>    Edits every change can have made on the day it is keyed:
      *>    file id, action, effective date, key, and - for an add,
      *>    or the fields a future change carries - the field
      *>    values. A change due tonight has its fields edited after
      *>    they are merged onto the current record (3450), and the
      *>    cross-file checks wait until the change applies, since
      *>    the file it refers to may change before then.
       3200-EDIT-CHANGE.
           MOVE 'Y' TO WS-CHANGE-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZEROES TO WS-EFFECTIVE-DATE
           PERFORM 3210-FIND-FILE-ID THRU 3210-EXIT
           IF WS-FILE-FOUND = 'N'
               MOVE 'N' TO WS-CHANGE-VALID
               MOVE "PM01" TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF
           IF PTRN-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'D'
               AND NOT = 'X'
               MOVE 'N' TO WS-CHANGE-VALID
               MOVE "PM02" TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF
           PERFORM 3220-EDIT-EFFECTIVE-DATE THRU 3220-EXIT
           IF WS-CHANGE-VALID = 'N'
               GO TO 3200-EXIT
           END-IF
           PERFORM 3230-EDIT-KEY THRU 3230-EXIT
           IF WS-CHANGE-VALID = 'N'
               GO TO 3200-EXIT
           END-IF
           IF PTRN-ACTION = 'C' AND WS-FILE-NO = 3
               MOVE 'N' TO WS-CHANGE-VALID
               MOVE "PM15" TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF
           IF PTRN-ACTION = 'A'
               MOVE PTRN-IMAGE TO WS-NEW-IMAGE
               MOVE 'N' TO WS-BLANK-ALLOWED
               PERFORM 3250-EDIT-FIELDS THRU 3250-EXIT
               GO TO 3200-EXIT
           END-IF
           IF PTRN-ACTION = 'C' AND WS-EFFECTIVE-DATE > WS-RUN-DATE
               MOVE PTRN-IMAGE TO WS-NEW-IMAGE
               MOVE 'Y' TO WS-BLANK-ALLOWED
               PERFORM 3250-EDIT-FIELDS THRU 3250-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3210-FIND-FILE-ID.
           MOVE 'N' TO WS-FILE-FOUND
           MOVE ZEROES TO WS-FILE-NO
           PERFORM 3215-CHECK-FILE-ID THRU 3215-EXIT
               VARYING WS-FIL-IDX FROM 1 BY 1
               UNTIL WS-FIL-IDX > WS-FILE-COUNT
                  OR WS-FILE-FOUND = 'Y'.
       3210-EXIT.
           EXIT.

       3215-CHECK-FILE-ID.
           IF WS-FIL-ID(WS-FIL-IDX) = PTRN-FILE-ID
               MOVE 'Y' TO WS-FILE-FOUND
               SET WS-FILE-NO TO WS-FIL-IDX
           END-IF.
       3215-EXIT.
           EXIT.

      *>    A keyed change may not take effect before tonight; a held
      *>    change reaching its date is past-dated by then, which is
      *>    exactly what makes it due.
       3220-EDIT-EFFECTIVE-DATE.
           IF PTRN-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'N' TO WS-CHANGE-VALID
               MOVE "PM03" TO WS-REJECT-REASON
               GO TO 3220-EXIT
           END-IF
           MOVE PTRN-EFFECTIVE-DATE TO WS-DATE-CHECK
           IF WS-DC-YEAR < 1601
               OR WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
               OR WS-DC-DAY < 1
               OR WS-DC-DAY > WS-MONTH-DAYS(WS-DC-MONTH)
               MOVE 'N' TO WS-CHANGE-VALID
               MOVE "PM03" TO WS-REJECT-REASON
               GO TO 3220-EXIT
           END-IF
           IF WS-DC-MONTH = 2 AND WS-DC-DAY = 29
               COMPUTE WS-MARCH-FIRST = WS-DC-YEAR * 10000 + 301
               COMPUTE WS-FEB-LAST = WS-DC-YEAR * 10000 + 228
               COMPUTE WS-LEAP-GAP =
                   FUNCTION INTEGER-OF-DATE(WS-MARCH-FIRST)
                   - FUNCTION INTEGER-OF-DATE(WS-FEB-LAST)
               IF WS-LEAP-GAP NOT = 2
                   MOVE 'N' TO WS-CHANGE-VALID
                   MOVE "PM03" TO WS-REJECT-REASON
                   GO TO 3220-EXIT
               END-IF
           END-IF
           MOVE WS-DATE-CHECK TO WS-EFFECTIVE-DATE
           IF WS-CHANGE-SOURCE = 2
               AND WS-EFFECTIVE-DATE < WS-RUN-DATE
               MOVE 'N' TO WS-CHANGE-VALID
               MOVE "PM04" TO WS-REJECT-REASON
           END-IF.
       3220-EXIT.
           EXIT.

       3230-EDIT-KEY.
           EVALUATE WS-FILE-NO
               WHEN 1
                   IF PTRN-TOL-SCOPE = SPACE
                       OR PTRN-TOL-KEY = SPACES
                       MOVE 'N' TO WS-CHANGE-VALID
                       MOVE "PM05" TO WS-REJECT-REASON
                   ELSE
                       IF PTRN-TOL-SCOPE NOT = 'D' AND NOT = 'M'
                           MOVE 'N' TO WS-CHANGE-VALID
                           MOVE "PM12" TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN 2
                   IF PTRN-MDL-CODE = SPACES
                       MOVE 'N' TO WS-CHANGE-VALID
                       MOVE "PM05" TO WS-REJECT-REASON
                   END-IF
               WHEN 3
                   IF PTRN-CHK-CYCLE = SPACES
                       MOVE 'N' TO WS-CHANGE-VALID
                       MOVE "PM05" TO WS-REJECT-REASON
                   ELSE
                       IF PTRN-CHK-CYCLE NOT NUMERIC
                           OR PTRN-CHK-CYCLE = ZEROES
                           MOVE 'N' TO WS-CHANGE-VALID
                           MOVE "PM08" TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN 4
                   IF PTRN-GLD-MODEL = SPACES
                       OR PTRN-GLD-CYCLE = SPACES
                       MOVE 'N' TO WS-CHANGE-VALID
                       MOVE "PM05" TO WS-REJECT-REASON
                   ELSE
                       IF PTRN-GLD-CYCLE NOT NUMERIC
                           MOVE 'N' TO WS-CHANGE-VALID
                           MOVE "PM08" TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN 5
                   IF PTRN-RDO-DEVICE = SPACES
                       MOVE 'N' TO WS-CHANGE-VALID
                       MOVE "PM05" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
       3230-EXIT.
           EXIT.

      *>    Edits the fields of WS-NEW-IMAGE. With WS-BLANK-ALLOWED
      *>    'Y' (a future change, where blank means keep) a blank
      *>    field passes and min/max are only compared when both are
      *>    keyed; the comparison against the record as it will
      *>    then stand is made again when the change applies.
       3250-EDIT-FIELDS.
           MOVE 'N' TO WS-MIN-PRESENT
           MOVE 'N' TO WS-MAX-PRESENT
           EVALUATE WS-FILE-NO
               WHEN 1
                   PERFORM 3251-EDIT-TOLPARM-FIELDS THRU 3251-EXIT
               WHEN 2
                   PERFORM 3252-EDIT-MODELS-FIELDS THRU 3252-EXIT
               WHEN 4
                   PERFORM 3254-EDIT-GLDBASE-FIELDS THRU 3254-EXIT
               WHEN 5
                   IF WS-NEW-RDO-READOUT = SPACES
                       AND WS-BLANK-ALLOWED = 'N'
                       MOVE 'N' TO WS-CHANGE-VALID
                       MOVE "PM08" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           IF WS-CHANGE-VALID = 'Y'
               AND WS-MIN-PRESENT = 'Y' AND WS-MAX-PRESENT = 'Y'
               AND WS-MIN-VALUE > WS-MAX-VALUE
               MOVE 'N' TO WS-CHANGE-VALID
               MOVE "PM09" TO WS-REJECT-REASON
           END-IF.
       3250-EXIT.
           EXIT.

       3251-EDIT-TOLPARM-FIELDS.
           MOVE SPACES TO WS-SIGNED-TEXT
           MOVE WS-NEW-TOL-MIN TO WS-SIGNED-TEXT
           MOVE 10 TO WS-SIGNED-LEN
           PERFORM 3260-EDIT-SIGNED-FIELD THRU 3260-EXIT
           IF WS-CHANGE-VALID = 'N'
               GO TO 3251-EXIT
           END-IF
           IF WS-FIELD-PRESENT = 'Y'
               MOVE 'Y' TO WS-MIN-PRESENT
               MOVE WS-SIGNED-VALUE TO WS-MIN-VALUE
           END-IF
           MOVE SPACES TO WS-SIGNED-TEXT
           MOVE WS-NEW-TOL-MAX TO WS-SIGNED-TEXT
           MOVE 10 TO WS-SIGNED-LEN
           PERFORM 3260-EDIT-SIGNED-FIELD THRU 3260-EXIT
           IF WS-CHANGE-VALID = 'N'
               GO TO 3251-EXIT
           END-IF
           IF WS-FIELD-PRESENT = 'Y'
               MOVE 'Y' TO WS-MAX-PRESENT
               MOVE WS-SIGNED-VALUE TO WS-MAX-VALUE
           END-IF
           MOVE SPACES TO WS-UNSIGNED-TEXT
           MOVE WS-NEW-TOL-MAXEXC TO WS-UNSIGNED-TEXT
           MOVE 5 TO WS-UNSIGNED-LEN
           PERFORM 3265-EDIT-UNSIGNED-FIELD THRU 3265-EXIT.
       3251-EXIT.
           EXIT.

       3252-EDIT-MODELS-FIELDS.
           MOVE SPACES TO WS-SIGNED-TEXT
           MOVE WS-NEW-MDL-MIN TO WS-SIGNED-TEXT(1:7)
           MOVE 7 TO WS-SIGNED-LEN
           PERFORM 3260-EDIT-SIGNED-FIELD THRU 3260-EXIT
           IF WS-CHANGE-VALID = 'N'
               GO TO 3252-EXIT
           END-IF
           IF WS-FIELD-PRESENT = 'Y'
               MOVE 'Y' TO WS-MIN-PRESENT
               MOVE WS-SIGNED-VALUE TO WS-MIN-VALUE
           END-IF
           MOVE SPACES TO WS-SIGNED-TEXT
           MOVE WS-NEW-MDL-MAX TO WS-SIGNED-TEXT(1:7)
           MOVE 7 TO WS-SIGNED-LEN
           PERFORM 3260-EDIT-SIGNED-FIELD THRU 3260-EXIT
           IF WS-CHANGE-VALID = 'N'
               GO TO 3252-EXIT
           END-IF
           IF WS-FIELD-PRESENT = 'Y'
               MOVE 'Y' TO WS-MAX-PRESENT
               MOVE WS-SIGNED-VALUE TO WS-MAX-VALUE
           END-IF.
       3252-EXIT.
           EXIT.

       3254-EDIT-GLDBASE-FIELDS.
           MOVE SPACES TO WS-SIGNED-TEXT
           MOVE WS-NEW-GLD-EXPECTED TO WS-SIGNED-TEXT
           MOVE 10 TO WS-SIGNED-LEN
           PERFORM 3260-EDIT-SIGNED-FIELD THRU 3260-EXIT
           IF WS-CHANGE-VALID = 'N'
               GO TO 3254-EXIT
           END-IF
           MOVE SPACES TO WS-UNSIGNED-TEXT
           MOVE WS-NEW-GLD-BAND TO WS-UNSIGNED-TEXT
           MOVE 9 TO WS-UNSIGNED-LEN
           PERFORM 3265-EDIT-UNSIGNED-FIELD THRU 3265-EXIT.
       3254-EXIT.
           EXIT.

       3260-EDIT-SIGNED-FIELD.
           MOVE 'N' TO WS-FIELD-PRESENT
           IF WS-SIGNED-TEXT = SPACES
               IF WS-BLANK-ALLOWED = 'N'
                   MOVE 'N' TO WS-CHANGE-VALID
                   MOVE "PM08" TO WS-REJECT-REASON
               END-IF
               GO TO 3260-EXIT
           END-IF
           PERFORM 8100-VALIDATE-SIGNED-TEXT THRU 8100-EXIT
           IF WS-SIGNED-VALID = 'N'
               MOVE 'N' TO WS-CHANGE-VALID
               MOVE "PM08" TO WS-REJECT-REASON
               GO TO 3260-EXIT
           END-IF
           MOVE 'Y' TO WS-FIELD-PRESENT.
       3260-EXIT.
           EXIT.

       3265-EDIT-UNSIGNED-FIELD.
           IF WS-UNSIGNED-TEXT = SPACES
               IF WS-BLANK-ALLOWED = 'N'
                   MOVE 'N' TO WS-CHANGE-VALID
                   MOVE "PM08" TO WS-REJECT-REASON
               END-IF
               GO TO 3265-EXIT
           END-IF
           IF WS-UNSIGNED-TEXT(1:WS-UNSIGNED-LEN) NOT NUMERIC
               MOVE 'N' TO WS-CHANGE-VALID
               MOVE "PM08" TO WS-REJECT-REASON
           END-IF.
       3265-EXIT.
           EXIT.

      *>    Cross-file checks on the record about to go in: a
      *>    model-scoped band or a baseline must name a model on
      *>    MODELS as it stands at that point in the run, and a
      *>    device-keyed band or readout a device on the master.
       3270-EDIT-REFERENCES.
           EVALUATE WS-FILE-NO
               WHEN 1
                   IF WS-NEW-TOL-SCOPE = 'M'
                       MOVE WS-NEW-TOL-KEY(1:4) TO WS-SEARCH-KEY
                       PERFORM 3310-FIND-MODEL THRU 3310-EXIT
                   ELSE
                       MOVE WS-NEW-TOL-KEY TO WS-DEV-SEARCH-NAME
                       PERFORM 3350-FIND-DEVICE THRU 3350-EXIT
                   END-IF
               WHEN 4
                   MOVE WS-NEW-GLD-MODEL TO WS-SEARCH-KEY
                   PERFORM 3310-FIND-MODEL THRU 3310-EXIT
               WHEN 5
                   MOVE WS-NEW-RDO-DEVICE TO WS-DEV-SEARCH-NAME
                   PERFORM 3350-FIND-DEVICE THRU 3350-EXIT
           END-EVALUATE.
       3270-EXIT.
           EXIT.

      *>    A model still named by a model-scoped band, a baseline or
      *>    an in-service device cannot be deleted, nor can the last
      *>    checkpoint cycle - an empty CHKPTCYC samples nothing.
       3280-EDIT-DELETE.
           EVALUATE WS-FILE-NO
               WHEN 2
                   MOVE 1 TO WS-SEARCH-FILE
                   MOVE 6 TO WS-SEARCH-LEN
                   MOVE SPACES TO WS-SEARCH-KEY
                   MOVE 'M' TO WS-SEARCH-KEY(1:1)
                   MOVE WS-OLD-IMAGE(1:4) TO WS-SEARCH-KEY(3:4)
                   PERFORM 3300-FIND-PARM-ENTRY THRU 3300-EXIT
                   IF WS-PRM-FOUND = 'N'
                       MOVE 4 TO WS-SEARCH-FILE
                       MOVE 4 TO WS-SEARCH-LEN
                       MOVE WS-OLD-IMAGE(1:4) TO WS-SEARCH-KEY
                       PERFORM 3300-FIND-PARM-ENTRY THRU 3300-EXIT
                   END-IF
                   IF WS-PRM-FOUND = 'N'
                       MOVE WS-OLD-IMAGE(1:4) TO WS-DEV-SEARCH-MODEL
                       PERFORM 3360-FIND-MODEL-IN-SERVICE
                           THRU 3360-EXIT
                   END-IF
                   IF WS-PRM-FOUND = 'Y' OR WS-DEV-FOUND = 'Y'
                       MOVE 'N' TO WS-CHANGE-VALID
                       MOVE "PM14" TO WS-REJECT-REASON
                   END-IF
               WHEN 3
                   IF WS-FIL-LIVE(3) <= 1
                       MOVE 'N' TO WS-CHANGE-VALID
                       MOVE "PM16" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
       3280-EXIT.
           EXIT.

      *>    Keys on WS-SEARCH-FILE, WS-SEARCH-KEY and WS-SEARCH-LEN,
      *>    which callers load before the PERFORM: the first live
      *>    record of that file whose image starts with the key.
      *>    Leaves the matched entry's subscript in WS-PRM-MATCH-IDX.
       3300-FIND-PARM-ENTRY.
           MOVE 'N' TO WS-PRM-FOUND
           MOVE ZEROES TO WS-PRM-MATCH-IDX
           PERFORM 3305-CHECK-PARM-ENTRY THRU 3305-EXIT
               VARYING WS-PRM-IDX FROM 1 BY 1
               UNTIL WS-PRM-IDX > WS-PARM-COUNT
                  OR WS-PRM-FOUND = 'Y'.
       3300-EXIT.
           EXIT.

       3305-CHECK-PARM-ENTRY.
           IF WS-PRM-FILE(WS-PRM-IDX) = WS-SEARCH-FILE
               AND WS-PRM-LIVE(WS-PRM-IDX) = 'Y'
               AND WS-PRM-IMAGE(WS-PRM-IDX)(1:WS-SEARCH-LEN) =
                   WS-SEARCH-KEY(1:WS-SEARCH-LEN)
               MOVE 'Y' TO WS-PRM-FOUND
               SET WS-PRM-MATCH-IDX TO WS-PRM-IDX
           END-IF.
       3305-EXIT.
           EXIT.

       3310-FIND-MODEL.
           MOVE 2 TO WS-SEARCH-FILE
           MOVE 4 TO WS-SEARCH-LEN
           PERFORM 3300-FIND-PARM-ENTRY THRU 3300-EXIT
           IF WS-PRM-FOUND = 'N'
               MOVE 'N' TO WS-CHANGE-VALID
               MOVE "PM10" TO WS-REJECT-REASON
           END-IF.
       3310-EXIT.
           EXIT.

       3350-FIND-DEVICE.
           IF WS-DEVICES-LOADED = 'N'
               GO TO 3350-EXIT
           END-IF
           MOVE 'N' TO WS-DEV-FOUND
           PERFORM 3355-CHECK-DEVICE THRU 3355-EXIT
               VARYING WS-DEV-IDX FROM 1 BY 1
               UNTIL WS-DEV-IDX > WS-DEVICE-COUNT
                  OR WS-DEV-FOUND = 'Y'
           IF WS-DEV-FOUND = 'N'
               MOVE 'N' TO WS-CHANGE-VALID
               MOVE "PM11" TO WS-REJECT-REASON
           END-IF.
       3350-EXIT.
           EXIT.

       3355-CHECK-DEVICE.
           IF WS-DEV-NAME(WS-DEV-IDX) = WS-DEV-SEARCH-NAME
               MOVE 'Y' TO WS-DEV-FOUND
           END-IF.
       3355-EXIT.
           EXIT.

       3360-FIND-MODEL-IN-SERVICE.
           MOVE 'N' TO WS-DEV-FOUND
           PERFORM 3365-CHECK-DEVICE-MODEL THRU 3365-EXIT
               VARYING WS-DEV-IDX FROM 1 BY 1
               UNTIL WS-DEV-IDX > WS-DEVICE-COUNT
                  OR WS-DEV-FOUND = 'Y'.
       3360-EXIT.
           EXIT.

       3365-CHECK-DEVICE-MODEL.
           IF WS-DEV-MODEL(WS-DEV-IDX) = WS-DEV-SEARCH-MODEL
               AND WS-DEV-STATUS(WS-DEV-IDX) = 'A'
               MOVE 'Y' TO WS-DEV-FOUND
           END-IF.
       3365-EXIT.
           EXIT.

       3400-ADD-RECORD.
           MOVE PTRN-IMAGE TO WS-NEW-IMAGE
           PERFORM 3270-EDIT-REFERENCES THRU 3270-EXIT
           IF WS-CHANGE-VALID = 'N'
               PERFORM 3800-REJECT-CHANGE THRU 3800-EXIT
               GO TO 3400-EXIT
           END-IF
           IF WS-FIL-LIVE(WS-FILE-NO) >= WS-FIL-CAPACITY(WS-FILE-NO)
               OR WS-PARM-COUNT >= WS-PARM-TABLE-MAX
               MOVE "PM13" TO WS-REJECT-REASON
               PERFORM 3800-REJECT-CHANGE THRU 3800-EXIT
               GO TO 3400-EXIT
           END-IF
           ADD 1 TO WS-PARM-COUNT
           SET WS-PRM-IDX TO WS-PARM-COUNT
           MOVE WS-FILE-NO TO WS-PRM-FILE(WS-PRM-IDX)
           MOVE 'Y' TO WS-PRM-LIVE(WS-PRM-IDX)
           MOVE WS-NEW-IMAGE TO WS-PRM-IMAGE(WS-PRM-IDX)
           ADD 1 TO WS-FIL-LIVE(WS-FILE-NO)
           MOVE SPACES TO WS-OLD-IMAGE
           PERFORM 3850-ACCEPT-CHANGE THRU 3850-EXIT.
       3400-EXIT.
           EXIT.

      *>    A change replaces only the fields the transaction
      *>    carries, then the merged record is edited whole, so a
      *>    new minimum is checked against the maximum already on
      *>    file.
       3450-CHANGE-RECORD.
           SET WS-PRM-IDX TO WS-TARGET-IDX
           MOVE WS-PRM-IMAGE(WS-PRM-IDX) TO WS-OLD-IMAGE
           MOVE WS-OLD-IMAGE TO WS-NEW-IMAGE
           EVALUATE WS-FILE-NO
               WHEN 1
                   IF PTRN-TOL-MIN NOT = SPACES
                       MOVE PTRN-TOL-MIN TO WS-NEW-TOL-MIN
                   END-IF
                   IF PTRN-TOL-MAX NOT = SPACES
                       MOVE PTRN-TOL-MAX TO WS-NEW-TOL-MAX
                   END-IF
                   IF PTRN-TOL-MAXEXC NOT = SPACES
                       MOVE PTRN-TOL-MAXEXC TO WS-NEW-TOL-MAXEXC
                   END-IF
               WHEN 2
                   IF PTRN-MDL-MIN NOT = SPACES
                       MOVE PTRN-MDL-MIN TO WS-NEW-MDL-MIN
                   END-IF
                   IF PTRN-MDL-MAX NOT = SPACES
                       MOVE PTRN-MDL-MAX TO WS-NEW-MDL-MAX
                   END-IF
               WHEN 4
                   IF PTRN-GLD-EXPECTED NOT = SPACES
                       MOVE PTRN-GLD-EXPECTED TO WS-NEW-GLD-EXPECTED
                   END-IF
                   IF PTRN-GLD-BAND NOT = SPACES
                       MOVE PTRN-GLD-BAND TO WS-NEW-GLD-BAND
                   END-IF
               WHEN 5
                   IF PTRN-RDO-READOUT NOT = SPACES
                       MOVE PTRN-RDO-READOUT TO WS-NEW-RDO-READOUT
                   END-IF
           END-EVALUATE
           MOVE 'N' TO WS-BLANK-ALLOWED
           PERFORM 3250-EDIT-FIELDS THRU 3250-EXIT
           IF WS-CHANGE-VALID = 'Y'
               PERFORM 3270-EDIT-REFERENCES THRU 3270-EXIT
           END-IF
           IF WS-CHANGE-VALID = 'N'
               PERFORM 3800-REJECT-CHANGE THRU 3800-EXIT
               GO TO 3450-EXIT
           END-IF
           SET WS-PRM-IDX TO WS-TARGET-IDX
           MOVE WS-NEW-IMAGE TO WS-PRM-IMAGE(WS-PRM-IDX)
           PERFORM 3850-ACCEPT-CHANGE THRU 3850-EXIT.
       3450-EXIT.
           EXIT.

       3500-DELETE-RECORD.
           SET WS-PRM-IDX TO WS-TARGET-IDX
           MOVE WS-PRM-IMAGE(WS-PRM-IDX) TO WS-OLD-IMAGE
           PERFORM 3280-EDIT-DELETE THRU 3280-EXIT
           IF WS-CHANGE-VALID = 'N'
               PERFORM 3800-REJECT-CHANGE THRU 3800-EXIT
               GO TO 3500-EXIT
           END-IF
           SET WS-PRM-IDX TO WS-TARGET-IDX
           MOVE 'N' TO WS-PRM-LIVE(WS-PRM-IDX)
           SUBTRACT 1 FROM WS-FIL-LIVE(WS-FILE-NO)
           MOVE SPACES TO WS-NEW-IMAGE
           PERFORM 3850-ACCEPT-CHANGE THRU 3850-EXIT.
       3500-EXIT.
           EXIT.

      *>    A change keyed ahead, or a held change not yet due, goes
      *>    to the held table with its effective date filled in.
      *>    Only a newly keyed change is audited and reported here;
      *>    a carried one already was, on the night it was keyed.
       3600-HOLD-CHANGE.
           IF WS-HELD-COUNT >= WS-HELD-TABLE-MAX
               IF WS-CHANGE-SOURCE = 1
                   DISPLAY "DAY10PRM: HELD-CHANGE TABLE FULL, CANNOT "
                       "CARRY PRMPEND - TERMINATING"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   STOP RUN
               END-IF
               MOVE "PM18" TO WS-REJECT-REASON
               PERFORM 3800-REJECT-CHANGE THRU 3800-EXIT
               GO TO 3600-EXIT
           END-IF
           MOVE WS-EFFECTIVE-DATE TO PTRN-EFFECTIVE-DATE
           ADD 1 TO WS-HELD-COUNT
           ADD 1 TO WS-HELD-LIVE-COUNT
           SET WS-HLD-IDX TO WS-HELD-COUNT
           MOVE PTRN-RECORD TO WS-HLD-CHANGE(WS-HLD-IDX)
           MOVE 'Y' TO WS-HLD-LIVE(WS-HLD-IDX)
           IF WS-CHANGE-SOURCE = 1
               GO TO 3600-EXIT
           END-IF
           ADD 1 TO WS-NEWLY-HELD-COUNT
           MOVE SPACES TO WS-OLD-IMAGE
           MOVE PTRN-IMAGE TO WS-NEW-IMAGE
           MOVE "HELD" TO WS-RESULT-WORD
           PERFORM 3900-BUFFER-AUDIT THRU 3900-EXIT
           PERFORM 3960-WRITE-CHANGE-LINE THRU 3960-EXIT.
       3600-EXIT.
           EXIT.

      *>    Cancels every held change for the same file, key and
      *>    effective date - the date is what tells two changes
      *>    keyed ahead for the same record apart.
       3700-CANCEL-HELD-CHANGE.
           MOVE ZEROES TO WS-CANCEL-MATCHES
           PERFORM 3710-CHECK-HELD-ENTRY THRU 3710-EXIT
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HELD-COUNT
           IF WS-CANCEL-MATCHES = ZEROES
               MOVE "PM17" TO WS-REJECT-REASON
               PERFORM 3800-REJECT-CHANGE THRU 3800-EXIT
           END-IF.
       3700-EXIT.
           EXIT.

       3710-CHECK-HELD-ENTRY.
           IF WS-HLD-LIVE(WS-HLD-IDX) = 'N'
               GO TO 3710-EXIT
           END-IF
           MOVE WS-HLD-CHANGE(WS-HLD-IDX) TO WS-HELD-WORK
           MOVE WS-FIL-KEY-LEN(WS-FILE-NO) TO WS-SEARCH-LEN
           IF WS-HWK-FILE-ID NOT = PTRN-FILE-ID
               OR WS-HWK-EFFECTIVE-DATE NOT = PTRN-EFFECTIVE-DATE
               OR WS-HWK-IMAGE(1:WS-SEARCH-LEN) NOT =
                  PTRN-IMAGE(1:WS-SEARCH-LEN)
               GO TO 3710-EXIT
           END-IF
           MOVE 'N' TO WS-HLD-LIVE(WS-HLD-IDX)
           SUBTRACT 1 FROM WS-HELD-LIVE-COUNT
           ADD 1 TO WS-CANCELLED-COUNT
           ADD 1 TO WS-CANCEL-MATCHES
           MOVE WS-HWK-IMAGE TO WS-OLD-IMAGE
           MOVE SPACES TO WS-NEW-IMAGE
           MOVE "CANCELED" TO WS-RESULT-WORD
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 3900-BUFFER-AUDIT THRU 3900-EXIT
           PERFORM 3960-WRITE-CHANGE-LINE THRU 3960-EXIT.
       3710-EXIT.
           EXIT.

      *>    A keyed transaction that fails is REJECTED and the run
      *>    ends RC 8, exactly as in DAY10DVM. A held change that
      *>    fails on the night it falls due was keyed days ago by
      *>    someone not at the console: it is DROPPED with RC 4 so
      *>    the night's other due changes still go in.
       3800-REJECT-CHANGE.
           MOVE SPACES TO WS-OLD-IMAGE
           MOVE PTRN-IMAGE TO WS-NEW-IMAGE
           IF WS-CHANGE-SOURCE = 1
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "DROPPED" TO WS-RESULT-WORD
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO WS-RESULT-WORD
               MOVE 'Y' TO WS-RUN-VOID
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 3900-BUFFER-AUDIT THRU 3900-EXIT
           PERFORM 3960-WRITE-CHANGE-LINE THRU 3960-EXIT.
       3800-EXIT.
           EXIT.

       3850-ACCEPT-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT
           IF WS-CHANGE-SOURCE = 1
               ADD 1 TO WS-DUE-APPLIED-COUNT
           END-IF
           ADD 1 TO WS-FIL-CHANGES(WS-FILE-NO)
           MOVE "APPLIED" TO WS-RESULT-WORD
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 3900-BUFFER-AUDIT THRU 3900-EXIT
           PERFORM 3960-WRITE-CHANGE-LINE THRU 3960-EXIT.
       3850-EXIT.
           EXIT.

      *>    Builds the audit record for the change in PTRN-RECORD
      *>    from WS-RESULT-WORD, WS-REJECT-REASON and the image pair,
      *>    and holds it for 7000. An APPLIED record carries the
      *>    version the file is about to become.
       3900-BUFFER-AUDIT.
           IF WS-AUDIT-COUNT >= WS-AUDIT-TABLE-MAX
               DISPLAY "DAY10PRM: AUDIT BUFFER FULL - TOO MANY "
                   "CHANGES FOR ONE RUN, TERMINATING"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           MOVE SPACES TO PAUD-RECORD
           MOVE WS-RUN-DATE TO PAUD-RUN-DATE
           MOVE PTRN-FILE-ID TO PAUD-FILE-ID
           MOVE PTRN-ACTION TO PAUD-ACTION
           MOVE WS-RESULT-WORD TO PAUD-RESULT
           MOVE WS-REJECT-REASON TO PAUD-REASON
           MOVE PTRN-EFFECTIVE-DATE TO PAUD-EFFECTIVE-DATE
           MOVE PTRN-KEYED-DATE TO PAUD-KEYED-DATE
           MOVE ZEROES TO PAUD-VERSION
           IF WS-RESULT-WORD = "APPLIED"
               COMPUTE PAUD-VERSION = WS-FIL-VERSION(WS-FILE-NO) + 1
           END-IF
           MOVE WS-OLD-IMAGE TO PAUD-OLD-IMAGE
           MOVE WS-NEW-IMAGE TO PAUD-NEW-IMAGE
           ADD 1 TO WS-AUDIT-COUNT
           SET WS-AUD-IDX TO WS-AUDIT-COUNT
           MOVE PAUD-RECORD TO WS-AUD-ENTRY(WS-AUD-IDX).
       3900-EXIT.
           EXIT.

       3950-WRITE-REPORT-LINE.
           MOVE WS-MAINT-LINE TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.
       3950-EXIT.
           EXIT.

       3960-WRITE-CHANGE-LINE.
           MOVE SPACES TO WS-REASON-TEXT
           MOVE SPACES TO WS-KEY-TEXT
           IF WS-REJECT-REASON NOT = SPACES
               MOVE WS-REJECT-REASON TO WS-REASON-TEXT
           END-IF
           IF WS-FILE-NO > 0
               MOVE PTRN-IMAGE(1:WS-FIL-KEY-LEN(WS-FILE-NO)) TO
                   WS-KEY-TEXT
           ELSE
               MOVE PTRN-IMAGE(1:62) TO WS-KEY-TEXT
           END-IF
           MOVE SPACES TO WS-MAINT-LINE
           STRING WS-RESULT-WORD " " WS-REASON-TEXT " "
                   PTRN-FILE-ID " " PTRN-ACTION
                   " EFFECTIVE " PTRN-EFFECTIVE-DATE "  "
                   FUNCTION TRIM(WS-KEY-TEXT)
               DELIMITED BY SIZE INTO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT.
       3960-EXIT.
           EXIT.

      *>**************************************************************
      *>    5000-SERIES  --  VERSIONS
      *>    A clean run steps the version of every file it changed
      *>    and dates the new version tonight. A void run changes
      *>    nothing - the versions already in force stay in force.
      *>**************************************************************
       5000-SETTLE-VERSIONS.
           IF WS-RUN-VOID = 'Y'
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-SETTLE-ONE-VERSION THRU 5100-EXIT
               VARYING WS-FIL-IDX FROM 1 BY 1
               UNTIL WS-FIL-IDX > WS-FILE-COUNT.
       5000-EXIT.
           EXIT.

       5100-SETTLE-ONE-VERSION.
           IF WS-FIL-CHANGES(WS-FIL-IDX) > 0
               ADD 1 TO WS-FIL-VERSION(WS-FIL-IDX)
               MOVE WS-RUN-DATE TO WS-FIL-EFFECTIVE(WS-FIL-IDX)
               MOVE WS-FIL-CHANGES(WS-FIL-IDX) TO
                   WS-FIL-VER-CHANGES(WS-FIL-IDX)
           END-IF.
       5100-EXIT.
           EXIT.

      *>**************************************************************
      *>    6000-SERIES  --  NEW FILES
      *>    Every file is written whole from the table, changed or
      *>    not, so the swap step can replace all of them together
      *>    and the versions on PRMVNEW always describe the files
      *>    beside them. CHKPTCYC is written in cycle order.
      *>**************************************************************
       6000-WRITE-NEW-FILES.
           PERFORM 6100-WRITE-ONE-ENTRY THRU 6100-EXIT
               VARYING WS-PRM-IDX FROM 1 BY 1
               UNTIL WS-PRM-IDX > WS-PARM-COUNT
           MOVE LOW-VALUES TO WS-LAST-CYCLE
           MOVE 'N' TO WS-CYCLES-DONE
           PERFORM 6200-WRITE-NEXT-CYCLE THRU 6200-EXIT
               UNTIL WS-CYCLES-DONE = 'Y'
           PERFORM 6300-WRITE-ONE-VERSION THRU 6300-EXIT
               VARYING WS-FIL-IDX FROM 1 BY 1
               UNTIL WS-FIL-IDX > WS-FILE-COUNT
           PERFORM 6400-WRITE-ONE-HELD THRU 6400-EXIT
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HELD-COUNT.
       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-ENTRY.
           IF WS-PRM-LIVE(WS-PRM-IDX) = 'N'
               GO TO 6100-EXIT
           END-IF
           EVALUATE WS-PRM-FILE(WS-PRM-IDX)
               WHEN 1
                   MOVE WS-PRM-IMAGE(WS-PRM-IDX) TO NEW-TOLPARM-RECORD
                   WRITE NEW-TOLPARM-RECORD
               WHEN 2
                   MOVE WS-PRM-IMAGE(WS-PRM-IDX) TO NEW-MODEL-RECORD
                   WRITE NEW-MODEL-RECORD
               WHEN 4
                   MOVE WS-PRM-IMAGE(WS-PRM-IDX) TO
                       NEW-BASELINE-RECORD
                   WRITE NEW-BASELINE-RECORD
               WHEN 5
                   MOVE WS-PRM-IMAGE(WS-PRM-IDX) TO
                       NEW-EXPECTED-RECORD
                   WRITE NEW-EXPECTED-RECORD
           END-EVALUATE.
       6100-EXIT.
           EXIT.

      *>    Writes the lowest live cycle above the last one written;
      *>    the zero-padded cycles order correctly as text.
       6200-WRITE-NEXT-CYCLE.
           MOVE HIGH-VALUES TO WS-NEXT-CYCLE
           MOVE ZEROES TO WS-NEXT-CYCLE-IDX
           PERFORM 6210-CHECK-CYCLE THRU 6210-EXIT
               VARYING WS-PRM-IDX FROM 1 BY 1
               UNTIL WS-PRM-IDX > WS-PARM-COUNT
           IF WS-NEXT-CYCLE-IDX = ZEROES
               MOVE 'Y' TO WS-CYCLES-DONE
               GO TO 6200-EXIT
           END-IF
           MOVE WS-NEXT-CYCLE TO NEW-CHKPT-PARM-RECORD
           WRITE NEW-CHKPT-PARM-RECORD
           MOVE WS-NEXT-CYCLE TO WS-LAST-CYCLE.
       6200-EXIT.
           EXIT.

       6210-CHECK-CYCLE.
           IF WS-PRM-FILE(WS-PRM-IDX) = 3
               AND WS-PRM-LIVE(WS-PRM-IDX) = 'Y'
               AND WS-PRM-IMAGE(WS-PRM-IDX)(1:6) > WS-LAST-CYCLE
               AND WS-PRM-IMAGE(WS-PRM-IDX)(1:6) < WS-NEXT-CYCLE
               MOVE WS-PRM-IMAGE(WS-PRM-IDX)(1:6) TO WS-NEXT-CYCLE
               SET WS-NEXT-CYCLE-IDX TO WS-PRM-IDX
           END-IF.
       6210-EXIT.
           EXIT.

       6300-WRITE-ONE-VERSION.
           MOVE SPACES TO PVER-RECORD
           MOVE WS-FIL-ID(WS-FIL-IDX) TO PVER-FILE-ID
           MOVE WS-FIL-VERSION(WS-FIL-IDX) TO PVER-VERSION
           MOVE WS-FIL-EFFECTIVE(WS-FIL-IDX) TO PVER-EFFECTIVE-DATE
           MOVE WS-FIL-LIVE(WS-FIL-IDX) TO PVER-RECORD-COUNT
           MOVE WS-FIL-VER-CHANGES(WS-FIL-IDX) TO PVER-CHANGE-COUNT
           MOVE PVER-RECORD TO NEW-VERSION-RECORD
           WRITE NEW-VERSION-RECORD.
       6300-EXIT.
           EXIT.

       6400-WRITE-ONE-HELD.
           IF WS-HLD-LIVE(WS-HLD-IDX) = 'Y'
               MOVE WS-HLD-CHANGE(WS-HLD-IDX) TO NEW-HELD-RECORD
               WRITE NEW-HELD-RECORD
           END-IF.
       6400-EXIT.
           EXIT.

      *>**************************************************************
      *>    7000-SERIES  --  AUDIT TRAIL, RUN LOG AND SUMMARY
      *>**************************************************************
      *>    On a void run nothing is swapped in, so every record
      *>    that would have changed a file (or PRMPEND) is written
      *>    as VOIDED with no version; the rejected transactions
      *>    that voided it keep their REJECTED result and reason.
       7000-WRITE-AUDIT-AND-LOG.
           PERFORM 7100-WRITE-ONE-AUDIT THRU 7100-EXIT
               VARYING WS-AUD-IDX FROM 1 BY 1
               UNTIL WS-AUD-IDX > WS-AUDIT-COUNT
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE WS-RUN-DATE TO RUN-RUN-DATE
           MOVE WS-RUN-TIME TO RUN-RUN-TIME
           IF WS-TRAN-PRESENT = 'Y'
               MOVE 'M' TO RUN-MODE
           ELSE
               MOVE 'N' TO RUN-MODE
           END-IF
           IF WS-RUN-VOID = 'Y'
               MOVE "VOID" TO RUN-RESULT
           ELSE
               MOVE "CLEAN" TO RUN-RESULT
           END-IF
           PERFORM 7200-SET-RUN-VERSION THRU 7200-EXIT
               VARYING WS-FIL-IDX FROM 1 BY 1
               UNTIL WS-FIL-IDX > WS-FILE-COUNT
           WRITE RUN-LOG-RECORD.
       7000-EXIT.
           EXIT.

       7100-WRITE-ONE-AUDIT.
           MOVE WS-AUD-ENTRY(WS-AUD-IDX) TO PAUD-RECORD
           IF WS-RUN-VOID = 'Y'
               AND PAUD-RESULT NOT = "REJECTED"
               MOVE "VOIDED" TO PAUD-RESULT
               MOVE ZEROES TO PAUD-VERSION
           END-IF
           WRITE PAUD-RECORD.
       7100-EXIT.
           EXIT.

       7200-SET-RUN-VERSION.
           MOVE WS-FIL-ID(WS-FIL-IDX) TO RUN-FILE-ID(WS-FIL-IDX)
           MOVE WS-FIL-VERSION(WS-FIL-IDX) TO
               RUN-VERSION(WS-FIL-IDX).
       7200-EXIT.
           EXIT.

       7500-WRITE-SUMMARY.
           MOVE SPACES TO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           IF WS-RUN-VOID = 'Y'
               MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-MAINT-LINE
               STRING "RUN VOID - " WS-EDIT-COUNT
                       " KEYED TRANSACTION(S) REJECTED; NO FILE "
                       "REPLACED, CHANGES ABOVE NOT IN FORCE - "
                       "CORRECT AND RERUN"
                   DELIMITED BY SIZE INTO WS-MAINT-LINE
               PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
               MOVE SPACES TO WS-MAINT-LINE
               PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           END-IF
           MOVE SPACES TO WS-MAINT-LINE
           STRING "PARAMETER VERSIONS IN FORCE AFTER RUN OF "
                   WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           PERFORM 7510-WRITE-VERSION-LINE THRU 7510-EXIT
               VARYING WS-FIL-IDX FROM 1 BY 1
               UNTIL WS-FIL-IDX > WS-FILE-COUNT
           MOVE SPACES TO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           MOVE WS-HELD-LIVE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-MAINT-LINE
           STRING "CHANGES HELD FOR A LATER EFFECTIVE DATE: "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           PERFORM 7520-WRITE-HELD-LINE THRU 7520-EXIT
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HELD-COUNT
           MOVE SPACES TO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           MOVE WS-TRAN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-MAINT-LINE
           STRING "TRANSACTIONS READ: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-MAINT-LINE
           STRING "CHANGES APPLIED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           MOVE WS-DUE-APPLIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-MAINT-LINE
           STRING "  OF WHICH HELD CHANGES FALLEN DUE: "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           MOVE WS-NEWLY-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-MAINT-LINE
           STRING "CHANGES NEWLY HELD: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           MOVE WS-CANCELLED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-MAINT-LINE
           STRING "HELD CHANGES CANCELLED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-MAINT-LINE
           STRING "TRANSACTIONS REJECTED: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           MOVE WS-DROPPED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-MAINT-LINE
           STRING "HELD CHANGES DROPPED AT EFFECTIVE DATE: "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           DISPLAY "DAY10PRM: " WS-APPLIED-COUNT " APPLIED, "
               WS-NEWLY-HELD-COUNT " HELD, "
               WS-REJECTED-COUNT " REJECTED, "
               WS-DROPPED-COUNT " DROPPED, "
               WS-HELD-LIVE-COUNT " WAITING ON PRMPEND".
       7500-EXIT.
           EXIT.

       7510-WRITE-VERSION-LINE.
           MOVE WS-FIL-VERSION(WS-FIL-IDX) TO WS-EDIT-VERSION
           MOVE WS-FIL-LIVE(WS-FIL-IDX) TO WS-EDIT-RECORDS
           MOVE WS-FIL-CHANGES(WS-FIL-IDX) TO WS-EDIT-CHANGES
           IF WS-RUN-VOID = 'Y'
               MOVE ZEROES TO WS-EDIT-CHANGES
           END-IF
           MOVE SPACES TO WS-MAINT-LINE
           STRING "  " WS-FIL-ID(WS-FIL-IDX)
                   "  VERSION " WS-EDIT-VERSION
                   "  IN FORCE FROM " WS-FIL-EFFECTIVE(WS-FIL-IDX)
                   "  RECORDS " WS-EDIT-RECORDS
                   "  CHANGED THIS RUN " WS-EDIT-CHANGES
               DELIMITED BY SIZE INTO WS-MAINT-LINE
           IF WS-FIL-INITIAL(WS-FIL-IDX) = 'Y'
               MOVE "  (FIRST VERSIONED THIS RUN)" TO
                   WS-MAINT-LINE(89:28)
           END-IF
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT.
       7510-EXIT.
           EXIT.

       7520-WRITE-HELD-LINE.
           IF WS-HLD-LIVE(WS-HLD-IDX) = 'N'
               GO TO 7520-EXIT
           END-IF
           MOVE WS-HLD-CHANGE(WS-HLD-IDX) TO WS-HELD-WORK
           MOVE SPACES TO WS-MAINT-LINE
           STRING "  " WS-HWK-FILE-ID " " WS-HWK-ACTION
                   " EFFECTIVE " WS-HWK-EFFECTIVE-DATE
                   " KEYED " WS-HWK-KEYED-DATE "  "
                   FUNCTION TRIM(WS-HWK-IMAGE)
               DELIMITED BY SIZE INTO WS-MAINT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT.
       7520-EXIT.
           EXIT.

      *>**************************************************************
      *>    8000-SERIES  --  COMMON ROUTINES
      *>**************************************************************
      *>    Same rules as DAY10VAL: a leading '+' or '-' and digits
      *>    over the rest of the field's WS-SIGNED-LEN characters.
       8100-VALIDATE-SIGNED-TEXT.
           MOVE 'Y' TO WS-SIGNED-VALID
           MOVE ZEROES TO WS-SIGNED-VALUE
           IF WS-SIGNED-TEXT(1:1) NOT = '+'
               AND WS-SIGNED-TEXT(1:1) NOT = '-'
               MOVE 'N' TO WS-SIGNED-VALID
               GO TO 8100-EXIT
           END-IF
           IF WS-SIGNED-TEXT(2:WS-SIGNED-LEN - 1) NOT NUMERIC
               MOVE 'N' TO WS-SIGNED-VALID
               GO TO 8100-EXIT
           END-IF
           MOVE ZEROES TO WS-SIGNED-DIGITS
           MOVE WS-SIGNED-TEXT(2:WS-SIGNED-LEN - 1) TO
               WS-SIGNED-DIGITS(11 - WS-SIGNED-LEN:WS-SIGNED-LEN - 1)
           IF WS-SIGNED-TEXT(1:1) = '-'
               COMPUTE WS-SIGNED-VALUE = WS-SIGNED-DIGITS * -1
           ELSE
               MOVE WS-SIGNED-DIGITS TO WS-SIGNED-VALUE
           END-IF.
       8100-EXIT.
           EXIT.

      *>**************************************************************
      *>    9000-SERIES  --  TERMINATION
      *>**************************************************************
       9000-TERMINATE.
           IF WS-TRAN-PRESENT = 'Y'
               CLOSE TRAN-FILE
           END-IF
           CLOSE NEW-TOLPARM-FILE
           CLOSE NEW-MODEL-FILE
           CLOSE NEW-CHKPT-PARM-FILE
           CLOSE NEW-BASELINE-FILE
           CLOSE NEW-EXPECTED-FILE
           CLOSE NEW-VERSION-FILE
           CLOSE NEW-HELD-FILE
           CLOSE AUDIT-FILE
           CLOSE RUN-LOG-FILE
           CLOSE MAINT-REPORT-FILE.
       9000-EXIT.
           EXIT.
