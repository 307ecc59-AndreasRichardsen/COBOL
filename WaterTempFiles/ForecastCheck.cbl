       IDENTIFICATION DIVISION.
       PROGRAM-ID. ForecastCheck.
       AUTHOR. Andreas Richardsen.

      * How far ahead the forecast can be trusted. Mode 1 imports the
      * forecast service's ForecastExport.csv, one line per forecast
      * hour: "location,YYYYMMDD,HH,issued YYYYMMDDHHMM,air C,wind
      * m/s". The service's location name is resolved to a
      * LocationMaster.dat location -- directly when the spelling
      * matches, otherwise through ForecastLocMap.dat, which mode 2
      * keeps. Valid lines are appended to Forecasts.dat; bad,
      * unmapped or already-imported lines go to ForecastRejects.dat
      * with the reason, as SensorImport does. Mode 3 writes
      * ForecastAccuracy.rpt: every forecast hour is paired with the
      * air and wind readings in Temps.dat at the same location,
      * date and hour, and the error is summed by lead time -- the
      * days between issue and the forecast date, same day up to +3
      * -- per location, giving the mean absolute error and the bias
      * (forecast minus actual) for each. The import checks for
      * repeats only against the forecasts on file for the dates the
      * export covers, and refuses the run if even those are more than
      * it can hold. The report scores the newest 2000 forecast hours
      * in range; any older ones are counted on a line of their own.
      * ForecastAccuracy.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ForecastCsv ASSIGN TO "ForecastExport.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ForecastCsvStatus.

           SELECT ForecastFile ASSIGN TO "Forecasts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ForecastFileStatus.

           SELECT ForecastLocMap ASSIGN TO "ForecastLocMap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LocMapStatus.

           SELECT LocationMaster ASSIGN TO "LocationMaster.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS LocRecNr
           FILE STATUS IS LocationMasterStatus.

           SELECT TempFile ASSIGN DYNAMIC TempFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS TempRecNr
           FILE STATUS IS TempFileStatus.

           SELECT RejectFile ASSIGN TO "ForecastRejects.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AccuracyReport ASSIGN TO "ForecastAccuracy.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AuditLog ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ForecastCsv.
       01 ForecastCsvLine       PIC X(120).
           88 EndOfForecastCsv  VALUE HIGH-VALUES.

       FD ForecastFile.
       01 ForecastRecord.
           88 EndOfForecastFile VALUE HIGH-VALUES.
           02 FcLocation        PIC X(30).
           02 FcForDate         PIC 9(8).
           02 FcForHour         PIC 9(2).
           02 FcIssuedDate      PIC 9(8).
           02 FcIssuedTime      PIC 9(4).
           02 FcAirTemp         PIC S9(2)V9.
           02 FcWind            PIC 9(2)V9.

       FD ForecastLocMap.
       01 LocMapRecord.
           88 EndOfLocMap       VALUE HIGH-VALUES.
           02 FmService         PIC X(30).
           02 FmLocation        PIC X(30).

       FD LocationMaster.
       01 LocationMasterRecord.
           88 EndOfLocMaster    VALUE HIGH-VALUES.
           02 LMCountry         PIC X(13).
           02 LMName            PIC X(30).
           02 LMLowThr          PIC S9(2).
           02 LMHighThr         PIC S9(2).

       FD TempFile.
       COPY "TEMPREC.cpy".

       FD RejectFile.
       01 RejectLine            PIC X(160).

       FD AccuracyReport.
       01 PrintLine             PIC X(80).

       FD AuditLog.
       01 AuditDetails.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01 ForecastCsvStatus     PIC XX.
       01 ForecastFileStatus    PIC XX.
       01 LocMapStatus          PIC XX.
       01 LocationMasterStatus  PIC XX.
       01 LocRecNr              PIC 9(5).
       01 TempFileNameVar       PIC X(60) VALUE "Temps.dat".
       01 TempLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 TempFileStatus        PIC XX.
       01 TempRecNr             PIC 9(6).
       01 AuditLogStatus        PIC XX.
       01 AuditUserWS           PIC X(8).
       01 RunMode               PIC X.
           88 ImportMode        VALUE "1".
           88 LocMapMode        VALUE "2".
           88 AccuracyMode      VALUE "3".

       01 ParsedLocation        PIC X(30).
       01 ParsedForDate         PIC X(8).
       01 ParsedForHour         PIC X(2).
       01 ParsedIssued          PIC X(12).
       01 ParsedAir             PIC X(8).
       01 ParsedWind            PIC X(8).
       01 TimeHolder.
           02 ChkHour           PIC 9(2).
           02 ChkMinute         PIC 9(2).
       01 DateOk                PIC X.
           88 DateAccepted      VALUE "Y".
       01 ReadingValue          PIC S9(3)V99.
       01 RejectReason          PIC X(30).
       01 ResolvedLocation      PIC X(30).
       01 LoadedCount           PIC 9(5) VALUE ZERO.
       01 RejectCount           PIC 9(5) VALUE ZERO.

       01 MasterTable.
           02 MasterName        PIC X(30) OCCURS 100 TIMES
                                INDEXED BY MsIdx.
       01 MasterCount           PIC 9(3) VALUE ZERO.
       01 LocMapTable.
           02 LocMapEntry       OCCURS 50 TIMES INDEXED BY MpIdx.
              03 MpService      PIC X(30).
              03 MpLocation     PIC X(30).
       01 LocMapCount           PIC 9(2) VALUE ZERO.
       01 EntryFound            PIC X.
       01 ServiceInput          PIC X(30).
       01 LocPickInput          PIC X(5).
       01 PrnPickNr             PIC ZZ9.

      * keys already on file, so a re-run of the same export does not
      * double the forecasts
       01 FcKeyTable.
           02 FcKeyEntry        OCCURS 3000 TIMES INDEXED BY FkIdx.
              03 FkKey          PIC X(52).
       01 FcKeyCount            PIC 9(4) VALUE ZERO.
       01 NewKey                PIC X(52).
       01 ExportFirstDate       PIC 9(8).
       01 KeysOverflow          PIC X.

      * forecasts being scored, with the actuals joined in
       01 ScoreTable.
           02 ScoreEntry        OCCURS 2000 TIMES INDEXED BY ScIdx.
              03 ScLocation     PIC X(30).
              03 ScForDate      PIC 9(8).
              03 ScForHour      PIC 9(2).
              03 ScLead         PIC 9.
              03 ScAirTemp      PIC S9(2)V9.
              03 ScWind         PIC 9(2)V9.
              03 ScHasAir       PIC X.
              03 ScActualAir    PIC S9(2).
              03 ScHasWind      PIC X.
              03 ScActualWind   PIC S9(2).
       01 ScoreCount            PIC 9(4) VALUE ZERO.
       01 ScorableCount         PIC 9(7) VALUE ZERO.
       01 SkipCount             PIC 9(7) VALUE ZERO.
       01 FromDate              PIC 9(8) VALUE ZERO.
       01 DateInputWS           PIC X(8).
       01 LeadDays              PIC S9(5).
       01 BeyondCount           PIC 9(5) VALUE ZERO.
       01 UnmatchedCount        PIC 9(5) VALUE ZERO.

      * error sums per location and lead 0..3
       01 AccTable.
           02 AccLoc            OCCURS 20 TIMES INDEXED BY AlIdx.
              03 AlName         PIC X(30).
              03 AlLead         OCCURS 4 TIMES INDEXED BY LdIdx.
                 04 AlAirN      PIC 9(5).
                 04 AlAirAbs    PIC 9(6)V9.
                 04 AlAirBias   PIC S9(6)V9.
                 04 AlWindN     PIC 9(5).
                 04 AlWindAbs   PIC 9(6)V9.
                 04 AlWindBias  PIC S9(6)V9.
       01 AccCount              PIC 9(2) VALUE ZERO.
       01 ErrorValue            PIC S9(3)V9.
       01 MeanValue             PIC S9(3)V9.

       01 ReportHeading         PIC X(50)
           VALUE "Forecast accuracy by location and lead time".
       01 Divider               PIC X(80) VALUE ALL "*".
       01 ColumnHeading.
           02 FILLER            PIC X(12) VALUE "  Lead".
           02 FILLER            PIC X(30)
              VALUE "  Air: n   mean err    bias".
           02 FILLER            PIC X(30)
              VALUE "  Wind: n  mean err    bias".
       01 LocHeadLine.
           02 FILLER            PIC X(10) VALUE "Location: ".
           02 PrnAlName         PIC X(30).
       01 LeadLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnLeadText       PIC X(10).
           02 PrnAirN           PIC Z(6)9.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnAirAbs         PIC ZZ9.9.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnAirBias        PIC +++9.9.
           02 FILLER            PIC X(5) VALUE SPACES.
           02 PrnWindN          PIC Z(5)9.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnWindAbs        PIC ZZ9.9.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnWindBias       PIC +++9.9.
       01 LeadNameList.
           02 FILLER            PIC X(10) VALUE "same day".
           02 FILLER            PIC X(10) VALUE "+1 day".
           02 FILLER            PIC X(10) VALUE "+2 days".
           02 FILLER            PIC X(10) VALUE "+3 days".
       01 LeadNameTable REDEFINES LeadNameList.
           02 LeadName          PIC X(10) OCCURS 4 TIMES.
       01 CountLine.
           02 PrnCountText      PIC X(45).
           02 PrnCountValue     PIC Z(4)9.

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "1 = Import forecasts   2 = Location mapping   "
              "3 = Accuracy report"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN ImportMode   PERFORM ImportForecasts
              WHEN LocMapMode   PERFORM MaintainLocMap
              WHEN AccuracyMode PERFORM AccuracyReportRun
              WHEN OTHER        DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       ImportForecasts.
           OPEN INPUT ForecastCsv
           IF ForecastCsvStatus NOT = "00"
              DISPLAY "ForecastExport.csv not found -- nothing to "
                 "import"
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadMasterNames
           PERFORM LoadLocMap
           PERFORM FindExportFirstDate
           PERFORM LoadForecastKeys
           IF KeysOverflow = "Y"
              CLOSE ForecastCsv
              DISPLAY "More than 3000 forecast hours on file from "
                 ExportFirstDate " on -- import refused; split the "
                 "export into shorter runs"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ForecastFile
           IF ForecastFileStatus = "35"
              OPEN OUTPUT ForecastFile
              CLOSE ForecastFile
              OPEN EXTEND ForecastFile
           END-IF
           OPEN OUTPUT RejectFile
           READ ForecastCsv
              AT END SET EndOfForecastCsv TO TRUE
           END-READ
           PERFORM UNTIL EndOfForecastCsv
              PERFORM ProcessForecastLine
              READ ForecastCsv
                 AT END SET EndOfForecastCsv TO TRUE
              END-READ
           END-PERFORM
           CLOSE ForecastCsv
           CLOSE ForecastFile
           CLOSE RejectFile
           PERFORM LogAudit
           DISPLAY "Loaded " LoadedCount " forecast hours, rejected "
              RejectCount " (see ForecastRejects.dat)".

       ProcessForecastLine.
           IF ForecastCsvLine = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ParsedLocation, ParsedForDate,
              ParsedForHour, ParsedIssued, ParsedAir, ParsedWind
           UNSTRING ForecastCsvLine DELIMITED BY ","
              INTO ParsedLocation, ParsedForDate, ParsedForHour,
              ParsedIssued, ParsedAir, ParsedWind
           END-UNSTRING

           PERFORM ResolveLocation
           IF ResolvedLocation = SPACES
              MOVE "location not mapped" TO RejectReason
              PERFORM WriteReject
              EXIT PARAGRAPH
           END-IF
           CALL "CheckDate" USING ParsedForDate, DateOk
           IF NOT DateAccepted
              MOVE "bad forecast date" TO RejectReason
              PERFORM WriteReject
              EXIT PARAGRAPH
           END-IF
           IF ParsedForHour IS NOT NUMERIC OR ParsedForHour > "23"
              MOVE "bad forecast hour" TO RejectReason
              PERFORM WriteReject
              EXIT PARAGRAPH
           END-IF
           CALL "CheckDate" USING ParsedIssued(1:8), DateOk
           IF NOT DateAccepted OR ParsedIssued(9:4) IS NOT NUMERIC
              MOVE "bad issued time" TO RejectReason
              PERFORM WriteReject
              EXIT PARAGRAPH
           END-IF
           MOVE ParsedIssued(9:4) TO TimeHolder
           IF ChkHour > 23 OR ChkMinute > 59
              MOVE "bad issued time" TO RejectReason
              PERFORM WriteReject
              EXIT PARAGRAPH
           END-IF
           IF ParsedIssued(1:8) > ParsedForDate
              MOVE "issued after forecast date" TO RejectReason
              PERFORM WriteReject
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(ParsedAir) NOT = ZERO
              OR FUNCTION TEST-NUMVAL(ParsedWind) NOT = ZERO
              MOVE "bad value" TO RejectReason
              PERFORM WriteReject
              EXIT PARAGRAPH
           END-IF
           COMPUTE ReadingValue = FUNCTION NUMVAL(ParsedAir)
           IF ReadingValue < -60 OR ReadingValue > 60
              MOVE "temperature out of range" TO RejectReason
              PERFORM WriteReject
              EXIT PARAGRAPH
           END-IF
           MOVE ReadingValue TO FcAirTemp
           COMPUTE ReadingValue = FUNCTION NUMVAL(ParsedWind)
           IF ReadingValue < 0 OR ReadingValue > 99
              MOVE "wind out of range" TO RejectReason
              PERFORM WriteReject
              EXIT PARAGRAPH
           END-IF
           MOVE ReadingValue TO FcWind
           MOVE ResolvedLocation TO FcLocation
           MOVE ParsedForDate TO FcForDate
           MOVE ParsedForHour TO FcForHour
           MOVE ParsedIssued(1:8) TO FcIssuedDate
           MOVE ParsedIssued(9:4) TO FcIssuedTime
           MOVE ForecastRecord(1:52) TO NewKey
           PERFORM VARYING FkIdx FROM 1 BY 1
              UNTIL FkIdx > FcKeyCount
              IF FkKey(FkIdx) = NewKey
                 MOVE "already imported" TO RejectReason
                 PERFORM WriteReject
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           WRITE ForecastRecord
           ADD 1 TO LoadedCount
           IF FcKeyCount < 3000
              ADD 1 TO FcKeyCount
              MOVE NewKey TO FkKey(FcKeyCount)
           END-IF.

      * the master spelling wins; otherwise the mapping table
       ResolveLocation.
           MOVE SPACES TO ResolvedLocation
           PERFORM VARYING MsIdx FROM 1 BY 1 UNTIL MsIdx > MasterCount
              IF MasterName(MsIdx) = ParsedLocation
                 MOVE ParsedLocation TO ResolvedLocation
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           PERFORM VARYING MpIdx FROM 1 BY 1 UNTIL MpIdx > LocMapCount
              IF MpService(MpIdx) = ParsedLocation
                 MOVE MpLocation(MpIdx) TO ResolvedLocation
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

       WriteReject.
           ADD 1 TO RejectCount
           MOVE SPACES TO RejectLine
           STRING FUNCTION TRIM(RejectReason) DELIMITED BY SIZE
              ": " DELIMITED BY SIZE
              ForecastCsvLine DELIMITED BY SIZE
              INTO RejectLine
           END-STRING
           WRITE RejectLine.

      * The earliest forecast date in the export; a repeat can only
      * be a forecast on file for that date or later. The file is
      * read through once and reopened for the import proper.
       FindExportFirstDate.
           MOVE 99999999 TO ExportFirstDate
           READ ForecastCsv
              AT END SET EndOfForecastCsv TO TRUE
           END-READ
           PERFORM UNTIL EndOfForecastCsv
              MOVE SPACES TO ParsedLocation, ParsedForDate
              UNSTRING ForecastCsvLine DELIMITED BY ","
                 INTO ParsedLocation, ParsedForDate
              END-UNSTRING
              IF ParsedForDate IS NUMERIC
                 AND ParsedForDate < ExportFirstDate
                 MOVE ParsedForDate TO ExportFirstDate
              END-IF
              READ ForecastCsv
                 AT END SET EndOfForecastCsv TO TRUE
              END-READ
           END-PERFORM
           CLOSE ForecastCsv
           OPEN INPUT ForecastCsv.

       LoadForecastKeys.
           MOVE ZEROES TO FcKeyCount
           MOVE "N" TO KeysOverflow
           OPEN INPUT ForecastFile
           IF ForecastFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ForecastFile
              AT END SET EndOfForecastFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfForecastFile
              IF FcForDate NOT < ExportFirstDate
                 IF FcKeyCount >= 3000
                    MOVE "Y" TO KeysOverflow
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO FcKeyCount
                 MOVE ForecastRecord(1:52) TO FkKey(FcKeyCount)
              END-IF
              READ ForecastFile
                 AT END SET EndOfForecastFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE ForecastFile.

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

       LoadLocMap.
           MOVE ZEROES TO LocMapCount
           OPEN INPUT ForecastLocMap
           IF LocMapStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ForecastLocMap
              AT END SET EndOfLocMap TO TRUE
           END-READ
           PERFORM UNTIL EndOfLocMap OR LocMapCount >= 50
              ADD 1 TO LocMapCount
              MOVE FmService TO MpService(LocMapCount)
              MOVE FmLocation TO MpLocation(LocMapCount)
              READ ForecastLocMap
                 AT END SET EndOfLocMap TO TRUE
              END-READ
           END-PERFORM
           CLOSE ForecastLocMap.

      * Service name to master location; the master is picked by its
      * slot number, "-" drops the mapping.
       MaintainLocMap.
           PERFORM LoadMasterNames
           PERFORM LoadLocMap
           IF MasterCount = ZERO
              DISPLAY "Location master is empty -- add locations in "
                 "TempWriter first"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MpIdx FROM 1 BY 1 UNTIL MpIdx > LocMapCount
              DISPLAY "  " FUNCTION TRIM(MpService(MpIdx)) " -> "
                 FUNCTION TRIM(MpLocation(MpIdx))
           END-PERFORM
           PERFORM UNTIL EXIT
              DISPLAY "Service location name (Enter to finish)"
              ACCEPT ServiceInput
              IF ServiceInput = SPACES
                 EXIT PERFORM
              END-IF
              MOVE "N" TO EntryFound
              PERFORM VARYING MpIdx FROM 1 BY 1
                 UNTIL MpIdx > LocMapCount
                 IF MpService(MpIdx) = ServiceInput
                    MOVE "Y" TO EntryFound
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF EntryFound = "N"
                 IF LocMapCount >= 50
                    DISPLAY "Mapping table full (50 names)"
                    EXIT PERFORM CYCLE
                 END-IF
                 ADD 1 TO LocMapCount
                 SET MpIdx TO LocMapCount
                 MOVE ServiceInput TO MpService(MpIdx)
                 MOVE SPACES TO MpLocation(MpIdx)
              END-IF
              PERFORM VARYING MsIdx FROM 1 BY 1
                 UNTIL MsIdx > MasterCount
                 SET PrnPickNr TO MsIdx
                 DISPLAY "  " PrnPickNr ": "
                    FUNCTION TRIM(MasterName(MsIdx))
              END-PERFORM
              MOVE SPACES TO LocPickInput
              PERFORM UNTIL LocPickInput = "-"
                 OR (FUNCTION TEST-NUMVAL(LocPickInput) = ZERO
                    AND FUNCTION NUMVAL(LocPickInput) >= 1
                    AND FUNCTION NUMVAL(LocPickInput) <= MasterCount)
                 DISPLAY "  master location number (- = drop)"
                 ACCEPT LocPickInput
              END-PERFORM
              IF LocPickInput = "-"
                 MOVE SPACES TO MpLocation(MpIdx)
              ELSE
                 SET MsIdx TO FUNCTION NUMVAL(LocPickInput)
                 MOVE MasterName(MsIdx) TO MpLocation(MpIdx)
              END-IF
           END-PERFORM
           OPEN OUTPUT ForecastLocMap
           PERFORM VARYING MpIdx FROM 1 BY 1 UNTIL MpIdx > LocMapCount
              IF MpLocation(MpIdx) NOT = SPACES
                 MOVE MpService(MpIdx) TO FmService
                 MOVE MpLocation(MpIdx) TO FmLocation
                 WRITE LocMapRecord
              END-IF
           END-PERFORM
           CLOSE ForecastLocMap.

       AccuracyReportRun.
           ACCEPT TempFileNameVar FROM ENVIRONMENT "TEMPFILE"
           IF TempFileNameVar = SPACES
              MOVE "Temps.dat" TO TempFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING TempFileNameVar,
              TempLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run TempMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO DateOk
           PERFORM UNTIL DateAccepted
              DISPLAY "Score forecasts from (YYYYMMDD, Enter = all)"
              ACCEPT DateInputWS
              IF DateInputWS = SPACES
                 MOVE "Y" TO DateOk
              ELSE
                 CALL "CheckDate" USING DateInputWS, DateOk
                 IF DateAccepted
                    MOVE DateInputWS TO FromDate
                 ELSE
                    DISPLAY "Not a real calendar date -- try again"
                 END-IF
              END-IF
           END-PERFORM
           PERFORM LoadScoreTable
           IF ScoreCount = ZERO
              DISPLAY "No forecasts to score -- import with mode 1"
              EXIT PARAGRAPH
           END-IF
           PERFORM JoinActuals
           PERFORM SumErrors
           PERFORM StartProvenance
           OPEN OUTPUT AccuracyReport
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           PERFORM VARYING AlIdx FROM 1 BY 1 UNTIL AlIdx > AccCount
              MOVE AlName(AlIdx) TO PrnAlName
              WRITE PrintLine FROM LocHeadLine AFTER ADVANCING 1 LINE
              PERFORM VARYING LdIdx FROM 1 BY 1 UNTIL LdIdx > 4
                 PERFORM WriteLeadLine
              END-PERFORM
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE "Forecast hours with no reading to score:"
              TO PrnCountText
           MOVE UnmatchedCount TO PrnCountValue
           WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
           MOVE "Forecast hours issued more than 3 days ahead:"
              TO PrnCountText
           MOVE BeyondCount TO PrnCountValue
           WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
           IF SkipCount > ZERO
              MOVE "Older forecast hours past the 2000 scored:"
                 TO PrnCountText
              MOVE SkipCount TO PrnCountValue
              WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
           END-IF
           CLOSE AccuracyReport
           MOVE "ForecastAccuracy.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to ForecastAccuracy.rpt ("
              ScoreCount " forecast hours)".

      * Lead time is whole days from issue to the forecast date; the
      * service's longer-range hours are counted but not scored. A
      * first pass counts the scorable hours so that, past 2000, the
      * oldest imported are the ones left out.
       LoadScoreTable.
           MOVE ZEROES TO ScoreCount, ScorableCount, SkipCount
           OPEN INPUT ForecastFile
           IF ForecastFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ForecastFile
              AT END SET EndOfForecastFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfForecastFile
              IF FcForDate NOT < FromDate
                 COMPUTE LeadDays =
                    FUNCTION INTEGER-OF-DATE(FcForDate)
                    - FUNCTION INTEGER-OF-DATE(FcIssuedDate)
                 IF LeadDays NOT > 3
                    ADD 1 TO ScorableCount
                 END-IF
              END-IF
              READ ForecastFile
                 AT END SET EndOfForecastFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE ForecastFile
           IF ScorableCount > 2000
              COMPUTE SkipCount = ScorableCount - 2000
           END-IF
           MOVE ZEROES TO ScorableCount
           OPEN INPUT ForecastFile
           MOVE SPACES TO ForecastRecord
           READ ForecastFile
              AT END SET EndOfForecastFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfForecastFile
              IF FcForDate NOT < FromDate
                 COMPUTE LeadDays =
                    FUNCTION INTEGER-OF-DATE(FcForDate)
                    - FUNCTION INTEGER-OF-DATE(FcIssuedDate)
                 IF LeadDays > 3
                    ADD 1 TO BeyondCount
                 ELSE
                    ADD 1 TO ScorableCount
                 END-IF
                 IF LeadDays NOT > 3 AND ScorableCount > SkipCount
                    ADD 1 TO ScoreCount
                    SET ScIdx TO ScoreCount
                    MOVE FcLocation TO ScLocation(ScIdx)
                    MOVE FcForDate TO ScForDate(ScIdx)
                    MOVE FcForHour TO ScForHour(ScIdx)
                    MOVE LeadDays TO ScLead(ScIdx)
                    MOVE FcAirTemp TO ScAirTemp(ScIdx)
                    MOVE FcWind TO ScWind(ScIdx)
                    MOVE "N" TO ScHasAir(ScIdx), ScHasWind(ScIdx)
                 END-IF
              END-IF
              READ ForecastFile
                 AT END SET EndOfForecastFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE ForecastFile.

      * The first air and wind reading inside the forecast's hour at
      * the same location is its actual.
       JoinActuals.
           OPEN INPUT TempFile
           MOVE 1 TO TempRecNr
           IF TempFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ TempFile NEXT RECORD
              AT END SET EndOfTempFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTempFile
              CALL "CalibrateReading" USING Location, TempMetric,
                 TempDateNum, Temperature
              IF (AirMetric OR WindMetric)
                 AND TempDateNum NOT < FromDate
                 PERFORM OfferActual
              END-IF
              READ TempFile NEXT RECORD
                 AT END SET EndOfTempFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE TempFile.

       OfferActual.
           PERFORM VARYING ScIdx FROM 1 BY 1 UNTIL ScIdx > ScoreCount
              IF ScForDate(ScIdx) = TempDateNum
                 AND ScForHour(ScIdx) = TempHour
                 AND ScLocation(ScIdx) = Location
                 IF AirMetric AND ScHasAir(ScIdx) = "N"
                    MOVE "Y" TO ScHasAir(ScIdx)
                    MOVE Temperature TO ScActualAir(ScIdx)
                 END-IF
                 IF WindMetric AND ScHasWind(ScIdx) = "N"
                    MOVE "Y" TO ScHasWind(ScIdx)
                    MOVE Temperature TO ScActualWind(ScIdx)
                 END-IF
              END-IF
           END-PERFORM.

       SumErrors.
           MOVE ZEROES TO AccCount
           PERFORM VARYING ScIdx FROM 1 BY 1 UNTIL ScIdx > ScoreCount
              IF ScHasAir(ScIdx) = "N" AND ScHasWind(ScIdx) = "N"
                 ADD 1 TO UnmatchedCount
              ELSE
                 PERFORM FindAccLocation
                 IF AlIdx <= AccCount
                    SET LdIdx TO ScLead(ScIdx)
                    SET LdIdx UP BY 1
                    PERFORM AddErrors
                 END-IF
              END-IF
           END-PERFORM.

       FindAccLocation.
           PERFORM VARYING AlIdx FROM 1 BY 1 UNTIL AlIdx > AccCount
              IF AlName(AlIdx) = ScLocation(ScIdx)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF AccCount < 20
              ADD 1 TO AccCount
              SET AlIdx TO AccCount
              MOVE ScLocation(ScIdx) TO AlName(AlIdx)
              PERFORM VARYING LdIdx FROM 1 BY 1 UNTIL LdIdx > 4
                 MOVE ZEROES TO AlAirN(AlIdx, LdIdx),
                    AlAirAbs(AlIdx, LdIdx), AlAirBias(AlIdx, LdIdx),
                    AlWindN(AlIdx, LdIdx), AlWindAbs(AlIdx, LdIdx),
                    AlWindBias(AlIdx, LdIdx)
              END-PERFORM
           END-IF.

       AddErrors.
           IF ScHasAir(ScIdx) = "Y"
              COMPUTE ErrorValue =
                 ScAirTemp(ScIdx) - ScActualAir(ScIdx)
              ADD 1 TO AlAirN(AlIdx, LdIdx)
              ADD ErrorValue TO AlAirBias(AlIdx, LdIdx)
              IF ErrorValue < ZERO
                 SUBTRACT ErrorValue FROM AlAirAbs(AlIdx, LdIdx)
              ELSE
                 ADD ErrorValue TO AlAirAbs(AlIdx, LdIdx)
              END-IF
           END-IF
           IF ScHasWind(ScIdx) = "Y"
              COMPUTE ErrorValue =
                 ScWind(ScIdx) - ScActualWind(ScIdx)
              ADD 1 TO AlWindN(AlIdx, LdIdx)
              ADD ErrorValue TO AlWindBias(AlIdx, LdIdx)
              IF ErrorValue < ZERO
                 SUBTRACT ErrorValue FROM AlWindAbs(AlIdx, LdIdx)
              ELSE
                 ADD ErrorValue TO AlWindAbs(AlIdx, LdIdx)
              END-IF
           END-IF.

       WriteLeadLine.
           MOVE LeadName(LdIdx) TO PrnLeadText
           MOVE AlAirN(AlIdx, LdIdx) TO PrnAirN
           MOVE AlWindN(AlIdx, LdIdx) TO PrnWindN
           MOVE ZEROES TO PrnAirAbs, PrnAirBias, PrnWindAbs,
              PrnWindBias
           IF AlAirN(AlIdx, LdIdx) > ZERO
              COMPUTE MeanValue ROUNDED =
                 AlAirAbs(AlIdx, LdIdx) / AlAirN(AlIdx, LdIdx)
              MOVE MeanValue TO PrnAirAbs
              COMPUTE MeanValue ROUNDED =
                 AlAirBias(AlIdx, LdIdx) / AlAirN(AlIdx, LdIdx)
              MOVE MeanValue TO PrnAirBias
           END-IF
           IF AlWindN(AlIdx, LdIdx) > ZERO
              COMPUTE MeanValue ROUNDED =
                 AlWindAbs(AlIdx, LdIdx) / AlWindN(AlIdx, LdIdx)
              MOVE MeanValue TO PrnWindAbs
              COMPUTE MeanValue ROUNDED =
                 AlWindBias(AlIdx, LdIdx) / AlWindN(AlIdx, LdIdx)
              MOVE MeanValue TO PrnWindBias
           END-IF
           WRITE PrintLine FROM LeadLine AFTER ADVANCING 1 LINE.

       LogAudit.
           OPEN EXTEND AuditLog
           IF AuditLogStatus = "35"
              OPEN OUTPUT AuditLog
              CLOSE AuditLog
              OPEN EXTEND AuditLog
           END-IF
           MOVE "ForecastCheck" TO AuditProgram
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE "Forecasts.dat" TO AuditDataFile
           MOVE SPACES TO AuditAction, AuditKey,
              AuditBefore, AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "ForecastCheck" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Forecasts.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "ForecastLocMap.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "LocationMaster.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE TempFileNameVar TO PvInputName
           MOVE "T" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
