      *> make the list, laid out exactly as DAY_10's 1300-OPEN-DRIVER
      *> and the DAY10SPL/DAY10MRG pair have always read it: trace
      *> file name in columns 1-60, model code in 62-65, trace format
      *> in 67, firmware revision in 69-76. Retiring a device on the
      *> master is therefore all it takes to stop it being scheduled
      *> - nobody hand-edits the driver list any more. An empty
      *> extract is flagged RC 8: a zero-device DEVICES list would
      *> let the nightly job end clean having checked nothing.
      *>
      *> MODIFICATION HISTORY
      *> ---------------------------------------------------------
      *> 2026-09-01  mrwormhole   Original driver-list extract.
      *> 2026-10-15  mrwormhole   Firmware revision carried to the
      *>                          driver list in columns 69-76.
      *> 2026-10-15  mrwormhole   A blank firmware revision listed
      *>                          as STANDARD.
      *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY10DVX.
      *>---------------------------------------------------------
      *>    EXTRACT WORKING STORAGE
      *>    The driver layout mirrors WS-DRIVER-DETAIL in DAY_10:
      *>    name 1-60, model code 62-65, format flag 67, firmware
      *>    revision 69-76.
      *>---------------------------------------------------------
           01 WS-DRIVER-RECORD           PIC X(80).
           01 WS-DRIVER-DETAIL REDEFINES WS-DRIVER-RECORD.
               05 WS-DRIVER-MODEL-CODE   PIC X(4).
               05 FILLER                 PIC X(1).
               05 WS-DRIVER-FORMAT       PIC X(1).
               05 FILLER                 PIC X(1).
               05 WS-DRIVER-FIRMWARE-REV PIC X(8).
               05 FILLER                 PIC X(4).
           01 WS-READ-COUNT              PIC 9(5) VALUE ZEROES.
           01 WS-ACTIVE-COUNT            PIC 9(5) VALUE ZEROES.
           01 WS-RETIRED-COUNT           PIC 9(5) VALUE ZEROES.

      *>---------------------------------------------------------
      *>    INSTRUCTION SET
      *>    A master record with no firmware revision (one added
      *>    before DAY10DVM recorded one) is listed with the INSTSET
      *>    master's STANDARD revision (OPCDTBL.CPY).
      *>---------------------------------------------------------
           01 WS-STANDARD-FIRMWARE-REV   PIC X(8) VALUE "STANDARD".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           MOVE SPACES TO WS-DRIVER-RECORD
           MOVE DEVM-DEVICE-NAME TO WS-DRIVER-FILE-NAME
           MOVE DEVM-MODEL-CODE TO WS-DRIVER-MODEL-CODE
           MOVE DEVM-FIRMWARE-REV TO WS-DRIVER-FIRMWARE-REV
           IF DEVM-FIRMWARE-REV = SPACES
               MOVE WS-STANDARD-FIRMWARE-REV TO WS-DRIVER-FIRMWARE-REV
           END-IF
           IF DEVM-TRACE-FORMAT = 'P'
               MOVE 'P' TO WS-DRIVER-FORMAT
           ELSE
