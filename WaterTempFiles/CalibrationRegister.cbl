       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalibrationRegister.
       AUTHOR. Andreas Richardsen.

      * Calibration register for the sensors, so a logger that reads
      * high is corrected without hand-editing history. Temps.dat
      * keeps the raw values; CalibrateReading applies this register
      * on read in every reporter. Mode 1 enters a correction for a
      * master location and metric: offset, optional factor (1 when
      * left blank), the date it is effective from and the reference
      * it was set against. A later entry for the same location and
      * metric takes over from its own date, so older readings keep
      * the correction that applied when they were taken; the same
      * date again replaces that entry. Mode 2 records that a sensor
      * was checked against a reference again. Mode 3 writes
      * Calibrations.rpt: every correction in force today, when it
      * was last checked and how long ago, flagged CHECK DUE after
      * 180 days, then the superseded entries.
      * Calibrations.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Calibrations ASSIGN TO "Calibrations.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CalibrationsStatus.

           SELECT LocationMaster ASSIGN TO "LocationMaster.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS LocRecNr
           FILE STATUS IS LocationMasterStatus.

           SELECT CalibrationReport ASSIGN TO "Calibrations.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AuditLog ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD Calibrations.
       COPY "CALIBREC.cpy".

       FD LocationMaster.
       01 LocationMasterRecord.
           88 EndOfLocMaster    VALUE HIGH-VALUES.
           02 LMCountry         PIC X(13).
           02 LMName            PIC X(30).
           02 LMLowThr          PIC S9(2).
           02 LMHighThr         PIC S9(2).

       FD CalibrationReport.
       01 PrintLine             PIC X(80).

       FD AuditLog.
       01 AuditDetails.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01 CalibrationsStatus    PIC XX.
       01 LocationMasterStatus  PIC XX.
       01 LocRecNr              PIC 9(5).
       01 AuditLogStatus        PIC XX.
       01 AuditUserWS           PIC X(8).
       01 AuditActionWS         PIC X(8) VALUE SPACES.
       01 AuditKeyWS            PIC X(20) VALUE SPACES.
       01 AuditBeforeWS         PIC X(80) VALUE SPACES.
       01 AuditAfterWS          PIC X(80) VALUE SPACES.
       01 RunMode               PIC X.
           88 EnterMode         VALUE "1".
           88 CheckMode         VALUE "2".
           88 ReportMode        VALUE "3".
       01 DatePromptText        PIC X(44).
       01 DateInputWS           PIC X(8).
       01 DateOk                PIC X.
           88 DateAccepted      VALUE "Y".
       01 NumInputWS            PIC X(12).
       01 NumValueWS            PIC S9(6)V99.
       01 NumOkWS               PIC X.
       01 LocPickInput          PIC X(5).
       01 PrnPickNr             PIC ZZ9.
       01 MetricInput           PIC X.
           88 ValidMetric       VALUE "W" "A" "H" "N".
       01 TodayDate             PIC 9(8).
       01 TodayInt              PIC 9(7).
       01 CheckAgeDays          PIC S9(7).
       01 CheckDueDays          PIC 9(3) VALUE 180.

       01 MasterTable.
           02 MasterName        PIC X(30) OCCURS 100 TIMES
                                INDEXED BY MsIdx.
       01 MasterCount           PIC 9(3) VALUE ZERO.

      * the whole register, rewritten after a change
       01 CalTable.
           02 CalEntry          OCCURS 200 TIMES INDEXED BY CtIdx.
              03 CtLocation     PIC X(30).
              03 CtMetric       PIC X.
              03 CtFrom         PIC 9(8).
              03 CtOffset       PIC S9(2)V99.
              03 CtFactor       PIC 9V9999.
              03 CtChecked      PIC 9(8).
              03 CtReference    PIC X(20).
              03 CtInForce      PIC X.
       01 CalCount              PIC 9(3) VALUE ZERO.
       01 OtherIdx              PIC 9(3).
       01 EntryFound            PIC X.
       01 NewCal.
           02 NcLocation        PIC X(30).
           02 NcMetric          PIC X.
           02 NcFrom            PIC 9(8).
           02 NcOffset          PIC S9(2)V99.
           02 NcFactor          PIC 9V9999.
           02 NcChecked         PIC 9(8).
           02 NcReference       PIC X(20).
       01 InForceList.
           02 InForceIdx        PIC 9(3) OCCURS 200 TIMES.
       01 InForceCount          PIC 9(3) VALUE ZERO.
       01 SupersededCount       PIC 9(3) VALUE ZERO.

       01 MetricNameList.
           02 FILLER            PIC X(9) VALUE "Wwater".
           02 FILLER            PIC X(9) VALUE "Aair".
           02 FILLER            PIC X(9) VALUE "Hhumidity".
           02 FILLER            PIC X(9) VALUE "Nwind".
       01 MetricNameTable REDEFINES MetricNameList.
           02 MetricNameEntry   OCCURS 4 TIMES INDEXED BY MnIdx.
              03 MnCode         PIC X.
              03 MnName         PIC X(8).

       01 ReportHeading.
           02 FILLER            PIC X(33)
              VALUE "Sensor calibrations in force on ".
           02 PrnToday          PIC 9999/99/99.
       01 Divider               PIC X(80) VALUE ALL "*".
       01 ColumnHeading.
           02 FILLER            PIC X(22) VALUE "Location".
           02 FILLER            PIC X(9) VALUE "Metric".
           02 FILLER            PIC X(11) VALUE "From".
           02 FILLER            PIC X(8) VALUE "Offset".
           02 FILLER            PIC X(8) VALUE "Factor".
           02 FILLER            PIC X(11) VALUE "Checked".
           02 FILLER            PIC X(11) VALUE "Days ago".
       01 CalLine.
           02 PrnLocation       PIC X(21).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnMetric         PIC X(9).
           02 PrnFrom           PIC 9999/99/99.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnOffset         PIC ++9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnFactor         PIC 9.9999.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnChecked        PIC 9999/99/99.
           02 PrnAge            PIC Z(5)9.
           02 FILLER            PIC X VALUE SPACE.
           02 PrnDue            PIC X(9).
       01 ReferenceLine.
           02 FILLER            PIC X(22) VALUE SPACES.
           02 FILLER            PIC X(14) VALUE "checked with: ".
           02 PrnReference      PIC X(20).
       01 SectionLine           PIC X(40).
       01 NoneLine              PIC X(40) VALUE "  (none)".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDate FROM DATE YYYYMMDD
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodayDate)
           DISPLAY "1 = Enter calibration   2 = Reference check   "
              "3 = Calibration report"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN EnterMode  PERFORM EnterCalibration
              WHEN CheckMode  PERFORM RecordReferenceCheck
              WHEN ReportMode PERFORM CalibrationReportRun
              WHEN OTHER      DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       EnterCalibration.
           PERFORM LoadMasterNames
           IF MasterCount = ZERO
              DISPLAY "Location master is empty -- add locations in "
                 "TempWriter first"
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadRegister
           PERFORM VARYING MsIdx FROM 1 BY 1 UNTIL MsIdx > MasterCount
              SET PrnPickNr TO MsIdx
              DISPLAY "  " PrnPickNr ": "
                 FUNCTION TRIM(MasterName(MsIdx))
           END-PERFORM
           MOVE SPACES TO LocPickInput
           PERFORM UNTIL FUNCTION TEST-NUMVAL(LocPickInput) = ZERO
              AND FUNCTION NUMVAL(LocPickInput) >= 1
              AND FUNCTION NUMVAL(LocPickInput) <= MasterCount
              DISPLAY "Location number"
              ACCEPT LocPickInput
           END-PERFORM
           SET MsIdx TO FUNCTION NUMVAL(LocPickInput)
           MOVE MasterName(MsIdx) TO NcLocation
           MOVE SPACE TO MetricInput
           PERFORM UNTIL ValidMetric
              DISPLAY "Metric (W = water, A = air, H = humidity, "
                 "N = wind)"
              ACCEPT MetricInput
              MOVE FUNCTION UPPER-CASE(MetricInput) TO MetricInput
           END-PERFORM
           MOVE MetricInput TO NcMetric
           MOVE "Effective from (YYYYMMDD, Enter = today)"
              TO DatePromptText
           PERFORM AcceptDateInput
           IF DateInputWS = SPACE
              MOVE TodayDate TO NcFrom
           ELSE
              MOVE DateInputWS TO NcFrom
           END-IF
           MOVE "N" TO NumOkWS
           PERFORM UNTIL NumOkWS = "Y"
              DISPLAY "Offset to add (e.g. -1.5)"
              ACCEPT NumInputWS
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y"
                 AND (NumValueWS < -20 OR NumValueWS > 20)
                 DISPLAY "Offset beyond 20 -- check the sensor"
                 MOVE "N" TO NumOkWS
              END-IF
           END-PERFORM
           MOVE NumValueWS TO NcOffset
           MOVE 1 TO NcFactor
           MOVE "N" TO NumOkWS
           PERFORM UNTIL NumOkWS = "Y"
              DISPLAY "Factor (Enter = 1)"
              ACCEPT NumInputWS
              IF NumInputWS = SPACES
                 MOVE "Y" TO NumOkWS
              ELSE
                 CALL "CheckNumber" USING NumInputWS, NumValueWS,
                    NumOkWS
                 IF NumOkWS = "Y"
                    AND (NumValueWS < 0.5 OR NumValueWS > 2)
                    DISPLAY "Factor must be between 0.5 and 2"
                    MOVE "N" TO NumOkWS
                 END-IF
                 IF NumOkWS = "Y"
                    MOVE NumValueWS TO NcFactor
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY "Reference used (e.g. glass thermometer)"
           ACCEPT NcReference
           MOVE NcFrom TO NcChecked

           MOVE "N" TO EntryFound
           PERFORM VARYING CtIdx FROM 1 BY 1 UNTIL CtIdx > CalCount
              IF CtLocation(CtIdx) = NcLocation
                 AND CtMetric(CtIdx) = NcMetric
                 AND CtFrom(CtIdx) = NcFrom
                 MOVE "Y" TO EntryFound
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF EntryFound = "Y"
              PERFORM BuildBeforeImage
              MOVE "CHANGE" TO AuditActionWS
           ELSE
              IF CalCount >= 200
                 DISPLAY "Register full (200 entries)"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO CalCount
              SET CtIdx TO CalCount
              MOVE "ADD" TO AuditActionWS
           END-IF
           MOVE NcLocation TO CtLocation(CtIdx)
           MOVE NcMetric TO CtMetric(CtIdx)
           MOVE NcFrom TO CtFrom(CtIdx)
           MOVE NcOffset TO CtOffset(CtIdx)
           MOVE NcFactor TO CtFactor(CtIdx)
           MOVE NcChecked TO CtChecked(CtIdx)
           MOVE NcReference TO CtReference(CtIdx)
           PERFORM BuildAuditKey
           PERFORM BuildAfterImage
           PERFORM SaveRegister
           PERFORM LogAudit
           DISPLAY "Calibration saved for " FUNCTION TRIM(NcLocation)
              " " NcMetric " from " NcFrom.

      * Lists the corrections in force; the one picked gets a new
      * last-checked date.
       RecordReferenceCheck.
           PERFORM LoadRegister
           PERFORM MarkInForce
           IF InForceCount = ZERO
              DISPLAY "No calibrations in force"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OtherIdx FROM 1 BY 1
              UNTIL OtherIdx > InForceCount
              SET CtIdx TO InForceIdx(OtherIdx)
              MOVE OtherIdx TO PrnPickNr
              DISPLAY "  " PrnPickNr ": "
                 FUNCTION TRIM(CtLocation(CtIdx)) " "
                 CtMetric(CtIdx) " from " CtFrom(CtIdx)
                 ", checked " CtChecked(CtIdx)
           END-PERFORM
           MOVE SPACES TO LocPickInput
           PERFORM UNTIL FUNCTION TEST-NUMVAL(LocPickInput) = ZERO
              AND FUNCTION NUMVAL(LocPickInput) >= 1
              AND FUNCTION NUMVAL(LocPickInput) <= InForceCount
              DISPLAY "Calibration number"
              ACCEPT LocPickInput
           END-PERFORM
           SET CtIdx TO InForceIdx(FUNCTION NUMVAL(LocPickInput))
           PERFORM BuildBeforeImage
           MOVE "Checked on (YYYYMMDD, Enter = today)"
              TO DatePromptText
           PERFORM AcceptDateInput
           IF DateInputWS = SPACE
              MOVE TodayDate TO CtChecked(CtIdx)
           ELSE
              MOVE DateInputWS TO CtChecked(CtIdx)
           END-IF
           DISPLAY "Reference used (Enter = "
              FUNCTION TRIM(CtReference(CtIdx)) ")"
           ACCEPT NcReference
           IF NcReference NOT = SPACES
              MOVE NcReference TO CtReference(CtIdx)
           END-IF
           MOVE "CHANGE" TO AuditActionWS
           PERFORM BuildAuditKey
           PERFORM BuildAfterImage
           PERFORM SaveRegister
           PERFORM LogAudit
           DISPLAY "Check recorded".

       CalibrationReportRun.
           PERFORM LoadRegister
           PERFORM MarkInForce
           PERFORM StartProvenance
           OPEN OUTPUT CalibrationReport
           MOVE TodayDate TO PrnToday
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 1 LINE
           IF InForceCount = ZERO
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           PERFORM VARYING OtherIdx FROM 1 BY 1
              UNTIL OtherIdx > InForceCount
              SET CtIdx TO InForceIdx(OtherIdx)
              PERFORM WriteCalLine
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE "Superseded or not yet effective:" TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
           MOVE ZEROES TO SupersededCount
           PERFORM VARYING CtIdx FROM 1 BY 1 UNTIL CtIdx > CalCount
              IF CtInForce(CtIdx) = "N"
                 ADD 1 TO SupersededCount
                 PERFORM WriteCalLine
              END-IF
           END-PERFORM
           IF SupersededCount = ZERO
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           CLOSE CalibrationReport
           MOVE "Calibrations.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to Calibrations.rpt ("
              InForceCount " in force)".

       WriteCalLine.
           MOVE CtLocation(CtIdx) TO PrnLocation
           MOVE CtMetric(CtIdx) TO PrnMetric
           PERFORM VARYING MnIdx FROM 1 BY 1 UNTIL MnIdx > 4
              IF MnCode(MnIdx) = CtMetric(CtIdx)
                 MOVE MnName(MnIdx) TO PrnMetric
              END-IF
           END-PERFORM
           MOVE CtFrom(CtIdx) TO PrnFrom
           MOVE CtOffset(CtIdx) TO PrnOffset
           MOVE CtFactor(CtIdx) TO PrnFactor
           MOVE CtChecked(CtIdx) TO PrnChecked
           COMPUTE CheckAgeDays = TodayInt
              - FUNCTION INTEGER-OF-DATE(CtChecked(CtIdx))
           MOVE SPACES TO PrnDue
           IF CheckAgeDays < ZERO
              MOVE ZERO TO PrnAge
           ELSE
              MOVE CheckAgeDays TO PrnAge
              IF CheckAgeDays > CheckDueDays
                 AND CtInForce(CtIdx) = "Y"
                 MOVE "CHECK DUE" TO PrnDue
              END-IF
           END-IF
           WRITE PrintLine FROM CalLine AFTER ADVANCING 1 LINE
           IF CtReference(CtIdx) NOT = SPACES
              MOVE CtReference(CtIdx) TO PrnReference
              WRITE PrintLine FROM ReferenceLine AFTER ADVANCING 1 LINE
           END-IF.

      * In force today: effective already, and no later effective
      * entry for the same location and metric.
       MarkInForce.
           MOVE ZEROES TO InForceCount
           PERFORM VARYING CtIdx FROM 1 BY 1 UNTIL CtIdx > CalCount
              MOVE "N" TO CtInForce(CtIdx)
              IF CtFrom(CtIdx) NOT > TodayDate
                 MOVE "Y" TO CtInForce(CtIdx)
                 PERFORM VARYING OtherIdx FROM 1 BY 1
                    UNTIL OtherIdx > CalCount
                    IF CtLocation(OtherIdx) = CtLocation(CtIdx)
                       AND CtMetric(OtherIdx) = CtMetric(CtIdx)
                       AND CtFrom(OtherIdx) > CtFrom(CtIdx)
                       AND CtFrom(OtherIdx) NOT > TodayDate
                       MOVE "N" TO CtInForce(CtIdx)
                    END-IF
                 END-PERFORM
              END-IF
              IF CtInForce(CtIdx) = "Y"
                 ADD 1 TO InForceCount
                 SET InForceIdx(InForceCount) TO CtIdx
              END-IF
           END-PERFORM.

       LoadRegister.
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
              MOVE CbChecked TO CtChecked(CtIdx)
              MOVE CbReference TO CtReference(CtIdx)
              READ Calibrations
                 AT END SET EndOfCalibrations TO TRUE
              END-READ
           END-PERFORM
           CLOSE Calibrations.

       SaveRegister.
           OPEN OUTPUT Calibrations
           PERFORM VARYING CtIdx FROM 1 BY 1 UNTIL CtIdx > CalCount
              MOVE CtLocation(CtIdx) TO CbLocation
              MOVE CtMetric(CtIdx) TO CbMetric
              MOVE CtFrom(CtIdx) TO CbFrom
              MOVE CtOffset(CtIdx) TO CbOffset
              MOVE CtFactor(CtIdx) TO CbFactor
              MOVE CtChecked(CtIdx) TO CbChecked
              MOVE CtReference(CtIdx) TO CbReference
              WRITE CalibrationRecord
           END-PERFORM
           CLOSE Calibrations.

       LoadMasterNames.
           MOVE ZEROES TO MasterCount
           MOVE 1 TO LocRecNr
           OPEN INPUT LocationMaster
           IF LocationMasterStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LocationMasterRecord
           READ LocationMaster NEXT RECORD
              AT END SET EndOfLocMaster TO TRUE
           END-READ
           PERFORM UNTIL EndOfLocMaster OR MasterCount >= 100
              ADD 1 TO MasterCount
              MOVE LMName TO MasterName(MasterCount)
              READ LocationMaster NEXT RECORD
                 AT END SET EndOfLocMaster TO TRUE
              END-READ
           END-PERFORM
           CLOSE LocationMaster.

       BuildAuditKey.
           MOVE SPACES TO AuditKeyWS
           STRING CtLocation(CtIdx)(1:10) DELIMITED BY SIZE
              CtMetric(CtIdx) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CtFrom(CtIdx) DELIMITED BY SIZE
              INTO AuditKeyWS
           END-STRING.

       BuildBeforeImage.
           MOVE SPACES TO AuditBeforeWS
           MOVE CalEntry(CtIdx) TO AuditBeforeWS.

       BuildAfterImage.
           MOVE SPACES TO AuditAfterWS
           MOVE CalEntry(CtIdx) TO AuditAfterWS.

       AcceptDateInput.
           MOVE "N" TO DateOk
           PERFORM UNTIL DateAccepted
              DISPLAY FUNCTION TRIM(DatePromptText)
              ACCEPT DateInputWS
              IF DateInputWS = SPACE
                 MOVE "Y" TO DateOk
              ELSE
                 CALL "CheckDate" USING DateInputWS, DateOk
                 IF NOT DateAccepted
                    DISPLAY "Not a real calendar date -- try again"
                 END-IF
              END-IF
           END-PERFORM.

       LogAudit.
           OPEN EXTEND AuditLog
           IF AuditLogStatus = "35"
              OPEN OUTPUT AuditLog
              CLOSE AuditLog
              OPEN EXTEND AuditLog
           END-IF
           MOVE "CalibrationRegister" TO AuditProgram
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE "Calibrations.dat" TO AuditDataFile
           MOVE AuditActionWS TO AuditAction
           MOVE AuditKeyWS TO AuditKey
           MOVE AuditBeforeWS TO AuditBefore
           MOVE AuditAfterWS TO AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog
           MOVE SPACES TO AuditActionWS, AuditKeyWS,
              AuditBeforeWS, AuditAfterWS.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "CalibrationRegister" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Calibrations.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "LocationMaster.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
