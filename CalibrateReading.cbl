       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalibrateReading.
       AUTHOR. Andreas Richardsen.

      * Sensor calibration applied on read. Temps.dat keeps the value
      * exactly as the logger or the keyboard gave it; every reporter
      * passes each reading through here straight after the READ:
      * CALL "CalibrateReading" USING the location, metric code, date
      * and value fields of the record. The correction in force is
      * the Calibrations.dat entry for that location and metric with
      * the latest effective-from date on or before the reading
      * date, and the value comes back as value * factor + offset,
      * rounded to the whole unit the record holds -- halves go to the
      * even unit, so a half-degree offset does not push a whole
      * series the same way. No entry, or a result that does not
      * fit, leaves the value as read. The
      * register (kept by CalibrationRegister) is loaded on the first
      * call of a run. Build as a callable module with
      * "cobc -m -o CalibrateReading.so CalibrateReading.cbl".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Calibrations ASSIGN TO "Calibrations.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CalibrationsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Calibrations.
       COPY "CALIBREC.cpy".

       WORKING-STORAGE SECTION.
       01 CalibrationsStatus    PIC XX.
       01 RegisterLoaded        PIC X VALUE "N".
       01 CalTable.
           02 CalEntry          OCCURS 200 TIMES INDEXED BY CtIdx.
              03 CtLocation     PIC X(30).
              03 CtMetric       PIC X.
              03 CtFrom         PIC 9(8).
              03 CtOffset       PIC S9(2)V99.
              03 CtFactor       PIC 9V9999.
       01 CalCount              PIC 9(3) VALUE ZERO.
       01 WantedMetric          PIC X.
       01 BestIdx               PIC 9(3).
       01 BestFrom              PIC 9(8).

       LINKAGE SECTION.
       01 ReadingLocation       PIC X(30).
       01 ReadingMetric         PIC X.
       01 ReadingDate           PIC 9(8).
       01 ReadingValue          PIC S9(2).

       PROCEDURE DIVISION USING ReadingLocation, ReadingMetric,
           ReadingDate, ReadingValue.
       BEGIN.
           IF RegisterLoaded = "N"
              PERFORM LoadRegister
           END-IF
           IF CalCount = ZERO
              GOBACK
           END-IF
           MOVE ReadingMetric TO WantedMetric
           IF WantedMetric = SPACE
              MOVE "W" TO WantedMetric
           END-IF
           MOVE ZEROES TO BestIdx, BestFrom
           PERFORM VARYING CtIdx FROM 1 BY 1 UNTIL CtIdx > CalCount
              IF CtLocation(CtIdx) = ReadingLocation
                 AND CtMetric(CtIdx) = WantedMetric
                 AND CtFrom(CtIdx) NOT > ReadingDate
                 AND CtFrom(CtIdx) NOT < BestFrom
                 SET BestIdx TO CtIdx
                 MOVE CtFrom(CtIdx) TO BestFrom
              END-IF
           END-PERFORM
           IF BestIdx = ZERO
              GOBACK
           END-IF
           COMPUTE ReadingValue ROUNDED MODE IS NEAREST-EVEN =
              ReadingValue * CtFactor(BestIdx) + CtOffset(BestIdx)
              ON SIZE ERROR CONTINUE
           END-COMPUTE
           GOBACK.

       LoadRegister.
           MOVE "Y" TO RegisterLoaded
           MOVE ZEROES TO CalCount
           OPEN INPUT Calibrations
           IF CalibrationsStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ Calibrations
              AT END SET EndOfCalibrations TO TRUE
           END-READ
           PERFORM UNTIL EndOfCalibrations OR CalCount >= 200
              ADD 1 TO CalCount
              SET CtIdx TO CalCount
              MOVE CbLocation TO CtLocation(CtIdx)
              MOVE CbMetric TO CtMetric(CtIdx)
              MOVE CbFrom TO CtFrom(CtIdx)
              MOVE CbOffset TO CtOffset(CtIdx)
              MOVE CbFactor TO CtFactor(CtIdx)
              IF CtFactor(CtIdx) = ZERO
                 MOVE 1 TO CtFactor(CtIdx)
              END-IF
              READ Calibrations
                 AT END SET EndOfCalibrations TO TRUE
              END-READ
           END-PERFORM
           CLOSE Calibrations.
