       IDENTIFICATION DIVISION.
       PROGRAM-ID. MouldRisk.
       AUTHOR. Andreas Richardsen.

      * Dew point and mould risk from the humidity readings. Mode 1
      * writes MouldRisk.rpt for a date range: every HumidityMetric
      * reading in Temps.dat is paired with the AirMetric reading at
      * the same location, date and hour, and the dew point is worked
      * out with the Magnus formula. Per location and day the report
      * shows the readings, average air and humidity, average dew
      * point and the number of clock hours with humidity above the
      * mould-risk threshold (80 % unless changed). A day with at
      * least the given number of such hours counts as a high day.
      * Locations named in LocationIndoor.dat get a weekly rating --
      * LOW with no high day, MODERATE with one or two, HIGH with
      * three or more -- and any location that runs high for the
      * given number of days in a row raises one Alerts.dat warning
      * per run. Mode 2 marks or clears the indoor flag for master
      * locations picked by number (TempWriter asks when a location
      * is added).
      * MouldRisk.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TempFile ASSIGN DYNAMIC TempFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS TempRecNr
           FILE STATUS IS TempFileStatus.

           SELECT LocationMaster ASSIGN TO "LocationMaster.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS LocRecNr
           FILE STATUS IS LocationMasterStatus.

           SELECT LocationIndoor ASSIGN TO "LocationIndoor.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LocIndoorStatus.

           SELECT Alerts ASSIGN TO "Alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AlertsStatus.

           SELECT RiskReport ASSIGN TO "MouldRisk.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TempFile.
       COPY "TEMPREC.cpy".

       FD LocationMaster.
       01 LocationMasterRecord.
           88 EndOfLocMaster    VALUE HIGH-VALUES.
           02 LMCountry         PIC X(13).
           02 LMName            PIC X(30).
           02 LMLowThr          PIC S9(2).
           02 LMHighThr         PIC S9(2).

       FD LocationIndoor.
       01 LocationIndoorRecord.
           88 EndOfLocIndoor    VALUE HIGH-VALUES.
           02 LXName            PIC X(30).

      * Shared alert hub record -- AlertInbox reads and
      * acknowledges these.
       FD Alerts.
       01 AlertRecord.
           88 EndOfAlerts       VALUE HIGH-VALUES.
           02 AlProgram         PIC X(20).
           02 AlDate            PIC 9(8).
           02 AlTime            PIC 9(8).
           02 AlSeverity        PIC X.
           02 AlAckFlag         PIC X.
           02 AlKey             PIC X(20).
           02 AlMessage         PIC X(60).

       FD RiskReport.
       01 PrintLine             PIC X(80).

       WORKING-STORAGE SECTION.
       01 TempFileNameVar       PIC X(60) VALUE "Temps.dat".
       01 TempLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 TempFileStatus        PIC XX.
       01 TempRecNr             PIC 9(6).
       01 LocationMasterStatus  PIC XX.
       01 LocRecNr              PIC 9(5).
       01 LocIndoorStatus       PIC XX.
       01 AlertsStatus          PIC XX.
       01 AlertSevWS            PIC X.
       01 AlertKeyWS            PIC X(20).
       01 AlertMsgWS            PIC X(60).
       01 RunMode               PIC X.
           88 RiskReportMode    VALUE "1".
           88 IndoorFlagMode    VALUE "2".
       01 DatePromptText        PIC X(44).
       01 DateInputWS           PIC X(8).
       01 DateOk                PIC X.
           88 DateAccepted      VALUE "Y".
       01 NumInputWS            PIC X(12).
       01 NumValueWS            PIC S9(6)V99.
       01 NumOkWS               PIC X.
       01 LocPickInput          PIC X(5).
       01 PrnPickNr             PIC ZZ9.
       01 PrnIndoorMark         PIC X(8).

       01 RangeFrom             PIC 9(8).
       01 RangeTo               PIC 9(8).
       01 RangeFromInt          PIC 9(7).
       01 RangeToInt            PIC 9(7).
       01 RiskThreshold         PIC 9(2) VALUE 80.
       01 HighDayHours          PIC 9(2) VALUE 6.
       01 AlertRunDays          PIC 9(2) VALUE 3.

      * master locations and their indoor flag
       01 MasterTable.
           02 MasterEntry       OCCURS 100 TIMES INDEXED BY MsIdx.
              03 MasterName     PIC X(30).
              03 MasterIndoor   PIC X.
       01 MasterCount           PIC 9(3) VALUE ZERO.
       01 IndoorTable.
           02 IndoorName        PIC X(30) OCCURS 100 TIMES
                                INDEXED BY InIdx.
       01 IndoorCount           PIC 9(3) VALUE ZERO.

      * air readings in the range, for pairing
       01 AirTable.
           02 AirEntry          OCCURS 5000 TIMES INDEXED BY ArIdx.
              03 ArLocation     PIC X(30).
              03 ArDate         PIC 9(8).
              03 ArHour         PIC 9(2).
              03 ArTemp         PIC S9(2).
       01 AirCount              PIC 9(4) VALUE ZERO.

      * one entry per location and day with humidity readings
       01 DayTable.
           02 DayEntry          OCCURS 3000 TIMES INDEXED BY DyIdx.
              03 DyLocation     PIC X(30).
              03 DyDate         PIC 9(8).
              03 DyReadings     PIC 9(4).
              03 DySumRH        PIC 9(6).
              03 DyPairs        PIC 9(4).
              03 DySumAir       PIC S9(6).
              03 DySumDew       PIC S9(6)V9.
              03 DyHourFlags    PIC X(24).
       01 DayCount              PIC 9(4) VALUE ZERO.
       01 DayFound              PIC X.

       01 ReportLocs.
           02 RpLocation        PIC X(30) OCCURS 100 TIMES
                                INDEXED BY RpIdx.
       01 RpCount               PIC 9(3) VALUE ZERO.
       01 RpIndoor              PIC X.

       01 PairFound             PIC X.
       01 PairedAir             PIC S9(2).
       01 DewGamma              PIC S9(3)V9(6).
       01 DewPoint              PIC S9(3)V9.
       01 HourSlot              PIC 9(2).
       01 HoursAbove            PIC 9(2).
       01 DayInt                PIC 9(7).
       01 DayDate               PIC 9(8).
       01 DowNumWS              PIC 9.
       01 DowNameWS             PIC X(9).
       01 IsoWeekWS             PIC 9(2).
       01 RunDays               PIC 9(3).
       01 RunStart              PIC 9(8).
       01 WeekHighDays          PIC 9.
       01 WeekHours             PIC 9(3).
       01 WeekDaysRead          PIC 9.
       01 WeekStart             PIC 9(8).
       01 ReadingsUsed          PIC 9(5) VALUE ZERO.
       01 AlertCount            PIC 9(3) VALUE ZERO.
       01 AlertRunText          PIC ZZ9.

      * keys of mould alerts already on the hub, so a re-run over the
      * same range does not repeat them
       01 RaisedTable.
           02 RaisedKey         PIC X(20) OCCURS 200 TIMES
                                INDEXED BY RkIdx.
       01 RaisedCount           PIC 9(3) VALUE ZERO.
       01 AlreadyRaised         PIC X.

       01 ReportHeading.
           02 FILLER            PIC X(20) VALUE "Mould risk report  ".
           02 PrnRangeFrom      PIC 9999/99/99.
           02 FILLER            PIC X(4) VALUE " to ".
           02 PrnRangeTo        PIC 9999/99/99.
           02 FILLER            PIC X(13) VALUE ", risk above ".
           02 PrnHeadThr        PIC Z9.
           02 FILLER            PIC X(5) VALUE " % RH".
       01 Divider               PIC X(80) VALUE ALL "*".
       01 LocHeadLine.
           02 FILLER            PIC X(10) VALUE "Location: ".
           02 PrnLocName        PIC X(30).
           02 PrnLocIndoor      PIC X(8).
       01 ColumnHeading.
           02 FILLER            PIC X(14) VALUE "  Date".
           02 FILLER            PIC X(10) VALUE "Readings".
           02 FILLER            PIC X(8) VALUE "Air C".
           02 FILLER            PIC X(8) VALUE "RH %".
           02 FILLER            PIC X(10) VALUE "Dew pt C".
           02 FILLER            PIC X(10) VALUE "Hrs over".
       01 DayLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnDayDate        PIC 9999/99/99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnDayReads       PIC Z(6)9.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnDayAir         PIC ---9.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnDayRH          PIC ZZ9.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnDayDew         PIC ---9.9.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnDayHours       PIC Z9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnDayHigh        PIC X(4).
       01 WeekLine.
           02 FILLER            PIC X(7) VALUE "  Week ".
           02 PrnWeekNr         PIC 99.
           02 FILLER            PIC X(5) VALUE " from".
           02 PrnWeekStart      PIC B9999/99/99.
           02 FILLER            PIC X(12) VALUE ": high days ".
           02 PrnWeekHigh       PIC 9.
           02 FILLER            PIC X(13) VALUE ", hours over ".
           02 PrnWeekHours      PIC ZZ9.
           02 FILLER            PIC X(7) VALUE ", risk ".
           02 PrnWeekRisk       PIC X(8).
       01 RunLine.
           02 FILLER            PIC X(23)
              VALUE "  High run of days from".
           02 PrnRunStart       PIC B9999/99/99.
           02 FILLER            PIC X(2) VALUE ": ".
           02 PrnRunDays        PIC ZZ9.
           02 FILLER            PIC X(6) VALUE " days".
       01 FooterLine.
           02 FILLER            PIC X(11) VALUE "High day = ".
           02 PrnFootHours      PIC Z9.
           02 FILLER            PIC X(33)
              VALUE " or more hours over; alert after ".
           02 PrnFootRun        PIC Z9.
           02 FILLER            PIC X(19) VALUE " high days in a row".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "1 = Mould risk report   2 = Indoor locations"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN RiskReportMode PERFORM MouldRiskReport
              WHEN IndoorFlagMode PERFORM MaintainIndoorFlags
              WHEN OTHER          DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       MouldRiskReport.
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
           MOVE "Report from (YYYYMMDD)" TO DatePromptText
           MOVE SPACE TO DateInputWS
           PERFORM UNTIL DateInputWS NOT = SPACE
              PERFORM AcceptDateInput
           END-PERFORM
           MOVE DateInputWS TO RangeFrom
           MOVE "Report to (YYYYMMDD)" TO DatePromptText
           MOVE SPACE TO DateInputWS
           PERFORM UNTIL DateInputWS NOT = SPACE
              PERFORM AcceptDateInput
           END-PERFORM
           MOVE DateInputWS TO RangeTo
           IF RangeTo < RangeFrom
              DISPLAY "The range ends before it starts"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Mould-risk humidity, % RH (Enter = "
              RiskThreshold ")"
           ACCEPT NumInputWS
           IF NumInputWS NOT = SPACES
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS > ZERO
                 AND NumValueWS < 100
                 MOVE NumValueWS TO RiskThreshold
              END-IF
           END-IF
           DISPLAY "Hours over for a high day (Enter = "
              HighDayHours ")"
           ACCEPT NumInputWS
           IF NumInputWS NOT = SPACES
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS > ZERO
                 AND NumValueWS < 25
                 MOVE NumValueWS TO HighDayHours
              END-IF
           END-IF
           DISPLAY "High days in a row before an alert (Enter = "
              AlertRunDays ")"
           ACCEPT NumInputWS
           IF NumInputWS NOT = SPACES
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS > ZERO
                 AND NumValueWS < 100
                 MOVE NumValueWS TO AlertRunDays
              END-IF
           END-IF
           COMPUTE RangeFromInt = FUNCTION INTEGER-OF-DATE(RangeFrom)
           COMPUTE RangeToInt = FUNCTION INTEGER-OF-DATE(RangeTo)

           PERFORM LoadIndoorNames
           PERFORM LoadAirReadings
           PERFORM CollectHumidity
           IF DayCount = ZERO
              DISPLAY "No humidity readings in that range"
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadRaisedAlerts
           PERFORM StartProvenance
           OPEN OUTPUT RiskReport
           MOVE RangeFrom TO PrnRangeFrom
           MOVE RangeTo TO PrnRangeTo
           MOVE RiskThreshold TO PrnHeadThr
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           PERFORM VARYING RpIdx FROM 1 BY 1 UNTIL RpIdx > RpCount
              PERFORM ReportLocation
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE HighDayHours TO PrnFootHours
           MOVE AlertRunDays TO PrnFootRun
           WRITE PrintLine FROM FooterLine AFTER ADVANCING 1 LINE
           CLOSE RiskReport
           MOVE "MouldRisk.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to MouldRisk.rpt (" ReadingsUsed
              " humidity readings, " AlertCount " alert(s) raised)".

      * First pass: the air readings in range, so a humidity reading
      * can find its partner whichever was keyed first.
       LoadAirReadings.
           MOVE ZEROES TO AirCount
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
              IF AirMetric AND TempDateNum NOT < RangeFrom
                 AND TempDateNum NOT > RangeTo AND AirCount < 5000
                 ADD 1 TO AirCount
                 SET ArIdx TO AirCount
                 MOVE Location TO ArLocation(ArIdx)
                 MOVE TempDateNum TO ArDate(ArIdx)
                 MOVE TempHour TO ArHour(ArIdx)
                 MOVE Temperature TO ArTemp(ArIdx)
              END-IF
              READ TempFile NEXT RECORD
                 AT END SET EndOfTempFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE TempFile.

       CollectHumidity.
           MOVE ZEROES TO DayCount, RpCount
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
              IF HumidityMetric AND TempDateNum NOT < RangeFrom
                 AND TempDateNum NOT > RangeTo
                 PERFORM TallyHumidity
              END-IF
              READ TempFile NEXT RECORD
                 AT END SET EndOfTempFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE TempFile.

       TallyHumidity.
           MOVE "N" TO DayFound
           PERFORM VARYING DyIdx FROM 1 BY 1 UNTIL DyIdx > DayCount
              IF DyLocation(DyIdx) = Location
                 AND DyDate(DyIdx) = TempDateNum
                 MOVE "Y" TO DayFound
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF DayFound = "N"
              IF DayCount >= 3000
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO DayCount
              SET DyIdx TO DayCount
              MOVE Location TO DyLocation(DyIdx)
              MOVE TempDateNum TO DyDate(DyIdx)
              MOVE ZEROES TO DyReadings(DyIdx), DySumRH(DyIdx),
                 DyPairs(DyIdx), DySumAir(DyIdx), DySumDew(DyIdx)
              MOVE ALL "N" TO DyHourFlags(DyIdx)
              PERFORM NoteReportLocation
           END-IF
           ADD 1 TO ReadingsUsed
           ADD 1 TO DyReadings(DyIdx)
           ADD Temperature TO DySumRH(DyIdx)
           IF Temperature > RiskThreshold
              COMPUTE HourSlot = TempHour + 1
              MOVE "Y" TO DyHourFlags(DyIdx)(HourSlot:1)
           END-IF
           PERFORM FindPairedAir
           IF PairFound = "Y" AND Temperature > ZERO
              PERFORM ComputeDewPoint
              ADD 1 TO DyPairs(DyIdx)
              ADD PairedAir TO DySumAir(DyIdx)
              ADD DewPoint TO DySumDew(DyIdx)
           END-IF.

       NoteReportLocation.
           PERFORM VARYING RpIdx FROM 1 BY 1 UNTIL RpIdx > RpCount
              IF RpLocation(RpIdx) = Location
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF RpCount < 100
              ADD 1 TO RpCount
              MOVE Location TO RpLocation(RpCount)
           END-IF.

       FindPairedAir.
           MOVE "N" TO PairFound
           PERFORM VARYING ArIdx FROM 1 BY 1 UNTIL ArIdx > AirCount
              IF ArLocation(ArIdx) = Location
                 AND ArDate(ArIdx) = TempDateNum
                 AND ArHour(ArIdx) = TempHour
                 MOVE "Y" TO PairFound
                 MOVE ArTemp(ArIdx) TO PairedAir
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * Magnus formula, b = 17.62 and c = 243.12 C
       ComputeDewPoint.
           COMPUTE DewGamma =
              FUNCTION LOG(Temperature / 100)
              + (17.62 * PairedAir) / (243.12 + PairedAir)
           COMPUTE DewPoint ROUNDED =
              (243.12 * DewGamma) / (17.62 - DewGamma).

      * Walks the range a day at a time, so runs of high days and the
      * Monday-to-Sunday weeks come out in calendar order.
       ReportLocation.
           MOVE RpLocation(RpIdx) TO PrnLocName
           MOVE "N" TO RpIndoor
           MOVE SPACES TO PrnLocIndoor
           PERFORM VARYING InIdx FROM 1 BY 1 UNTIL InIdx > IndoorCount
              IF IndoorName(InIdx) = RpLocation(RpIdx)
                 MOVE "Y" TO RpIndoor
                 MOVE "(indoor)" TO PrnLocIndoor
              END-IF
           END-PERFORM
           WRITE PrintLine FROM LocHeadLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 1 LINE
           MOVE ZEROES TO RunDays, WeekHighDays, WeekHours,
              WeekDaysRead
           MOVE RangeFrom TO WeekStart
           PERFORM VARYING DayInt FROM RangeFromInt BY 1
              UNTIL DayInt > RangeToInt
              COMPUTE DayDate = FUNCTION DATE-OF-INTEGER(DayInt)
              CALL "DayOfWeek" USING DayDate, DowNumWS, DowNameWS,
                 IsoWeekWS
              IF DowNumWS = 1
                 MOVE DayDate TO WeekStart
              END-IF
              PERFORM ReportDay
              IF DowNumWS = 7 OR DayInt = RangeToInt
                 PERFORM CloseWeek
              END-IF
           END-PERFORM
           PERFORM CloseRun.

       ReportDay.
           MOVE "N" TO DayFound
           PERFORM VARYING DyIdx FROM 1 BY 1 UNTIL DyIdx > DayCount
              IF DyLocation(DyIdx) = RpLocation(RpIdx)
                 AND DyDate(DyIdx) = DayDate
                 MOVE "Y" TO DayFound
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF DayFound = "N"
              PERFORM CloseRun
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO HoursAbove
           INSPECT DyHourFlags(DyIdx) TALLYING HoursAbove FOR ALL "Y"
           MOVE DayDate TO PrnDayDate
           MOVE DyReadings(DyIdx) TO PrnDayReads
           COMPUTE PrnDayRH ROUNDED =
              DySumRH(DyIdx) / DyReadings(DyIdx)
           MOVE ZEROES TO PrnDayAir, PrnDayDew
           IF DyPairs(DyIdx) > ZERO
              COMPUTE PrnDayAir ROUNDED =
                 DySumAir(DyIdx) / DyPairs(DyIdx)
              COMPUTE PrnDayDew ROUNDED =
                 DySumDew(DyIdx) / DyPairs(DyIdx)
           END-IF
           MOVE HoursAbove TO PrnDayHours
           ADD 1 TO WeekDaysRead
           ADD HoursAbove TO WeekHours
           IF HoursAbove >= HighDayHours
              MOVE "HIGH" TO PrnDayHigh
              ADD 1 TO WeekHighDays
              IF RunDays = ZERO
                 MOVE DayDate TO RunStart
              END-IF
              ADD 1 TO RunDays
              IF RunDays = AlertRunDays
                 PERFORM RaiseMouldAlert
              END-IF
           ELSE
              MOVE SPACES TO PrnDayHigh
              PERFORM CloseRun
           END-IF
           WRITE PrintLine FROM DayLine AFTER ADVANCING 1 LINE.

       CloseRun.
           IF RunDays >= AlertRunDays
              MOVE RunStart TO PrnRunStart
              MOVE RunDays TO PrnRunDays
              WRITE PrintLine FROM RunLine AFTER ADVANCING 1 LINE
           END-IF
           MOVE ZEROES TO RunDays.

       CloseWeek.
           IF RpIndoor = "Y" AND WeekDaysRead > ZERO
              MOVE IsoWeekWS TO PrnWeekNr
              MOVE WeekStart TO PrnWeekStart
              MOVE WeekHighDays TO PrnWeekHigh
              MOVE WeekHours TO PrnWeekHours
              EVALUATE TRUE
                 WHEN WeekHighDays >= 3
                    MOVE "HIGH" TO PrnWeekRisk
                 WHEN WeekHighDays >= 1
                    MOVE "MODERATE" TO PrnWeekRisk
                 WHEN OTHER
                    MOVE "LOW" TO PrnWeekRisk
              END-EVALUATE
              WRITE PrintLine FROM WeekLine AFTER ADVANCING 1 LINE
           END-IF
           MOVE ZEROES TO WeekHighDays, WeekHours, WeekDaysRead.

       RaiseMouldAlert.
           MOVE SPACES TO AlertKeyWS, AlertMsgWS
           STRING RpLocation(RpIdx)(1:11) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RunStart DELIMITED BY SIZE
              INTO AlertKeyWS
           END-STRING
           MOVE "N" TO AlreadyRaised
           PERFORM VARYING RkIdx FROM 1 BY 1 UNTIL RkIdx > RaisedCount
              IF RaisedKey(RkIdx) = AlertKeyWS
                 MOVE "Y" TO AlreadyRaised
              END-IF
           END-PERFORM
           IF AlreadyRaised = "Y"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO AlertCount
           MOVE "W" TO AlertSevWS
           MOVE RunDays TO AlertRunText
           STRING FUNCTION TRIM(RpLocation(RpIdx)) DELIMITED BY SIZE
              " humid " DELIMITED BY SIZE
              FUNCTION TRIM(AlertRunText) DELIMITED BY SIZE
              " days running from " DELIMITED BY SIZE
              RunStart DELIMITED BY SIZE
              " - mould risk" DELIMITED BY SIZE
              INTO AlertMsgWS
           END-STRING
           PERFORM WriteAlert
           IF RaisedCount < 200
              ADD 1 TO RaisedCount
              MOVE AlertKeyWS TO RaisedKey(RaisedCount)
           END-IF.

      * One line into the shared alert hub; the inbox and the daily
      * digest surface it even when nobody was watching this screen.
       WriteAlert.
           OPEN EXTEND Alerts
           IF AlertsStatus = "35"
              OPEN OUTPUT Alerts
              CLOSE Alerts
              OPEN EXTEND Alerts
           END-IF
           MOVE "MouldRisk" TO AlProgram
           ACCEPT AlDate FROM DATE YYYYMMDD
           ACCEPT AlTime FROM TIME
           MOVE AlertSevWS TO AlSeverity
           MOVE "N" TO AlAckFlag
           MOVE AlertKeyWS TO AlKey
           MOVE AlertMsgWS TO AlMessage
           WRITE AlertRecord
           CLOSE Alerts.

       LoadRaisedAlerts.
           MOVE ZEROES TO RaisedCount
           OPEN INPUT Alerts
           IF AlertsStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ Alerts
              AT END SET EndOfAlerts TO TRUE
           END-READ
           PERFORM UNTIL EndOfAlerts
              IF AlProgram = "MouldRisk" AND RaisedCount < 200
                 ADD 1 TO RaisedCount
                 MOVE AlKey TO RaisedKey(RaisedCount)
              END-IF
              READ Alerts
                 AT END SET EndOfAlerts TO TRUE
              END-READ
           END-PERFORM
           CLOSE Alerts.

       LoadIndoorNames.
           MOVE ZEROES TO IndoorCount
           OPEN INPUT LocationIndoor
           IF LocIndoorStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ LocationIndoor
              AT END SET EndOfLocIndoor TO TRUE
           END-READ
           PERFORM UNTIL EndOfLocIndoor OR IndoorCount >= 100
              ADD 1 TO IndoorCount
              MOVE LXName TO IndoorName(IndoorCount)
              READ LocationIndoor
                 AT END SET EndOfLocIndoor TO TRUE
              END-READ
           END-PERFORM
           CLOSE LocationIndoor.

      * Lists the master with its flag; a number flips that location
      * between indoor and outdoor.
       MaintainIndoorFlags.
           PERFORM LoadIndoorNames
           MOVE ZEROES TO MasterCount
           MOVE 1 TO LocRecNr
           OPEN INPUT LocationMaster
           IF LocationMasterStatus NOT = "00"
              DISPLAY "Location master is empty -- add locations in "
                 "TempWriter first"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LocationMasterRecord
           READ LocationMaster NEXT RECORD
              AT END SET EndOfLocMaster TO TRUE
           END-READ
           PERFORM UNTIL EndOfLocMaster OR MasterCount >= 100
              ADD 1 TO MasterCount
              SET MsIdx TO MasterCount
              MOVE LMName TO MasterName(MsIdx)
              MOVE "N" TO MasterIndoor(MsIdx)
              PERFORM VARYING InIdx FROM 1 BY 1
                 UNTIL InIdx > IndoorCount
                 IF IndoorName(InIdx) = LMName
                    MOVE "Y" TO MasterIndoor(MsIdx)
                 END-IF
              END-PERFORM
              READ LocationMaster NEXT RECORD
                 AT END SET EndOfLocMaster TO TRUE
              END-READ
           END-PERFORM
           CLOSE LocationMaster
           PERFORM UNTIL EXIT
              PERFORM VARYING MsIdx FROM 1 BY 1
                 UNTIL MsIdx > MasterCount
                 SET PrnPickNr TO MsIdx
                 MOVE SPACES TO PrnIndoorMark
                 IF MasterIndoor(MsIdx) = "Y"
                    MOVE "indoor" TO PrnIndoorMark
                 END-IF
                 DISPLAY "  " PrnPickNr ": " MasterName(MsIdx) " "
                    PrnIndoorMark
              END-PERFORM
              DISPLAY "Location number to flip (Enter to finish)"
              ACCEPT LocPickInput
              IF LocPickInput = SPACES
                 EXIT PERFORM
              END-IF
              IF FUNCTION TEST-NUMVAL(LocPickInput) NOT = ZERO
                 OR FUNCTION NUMVAL(LocPickInput) < 1
                 OR FUNCTION NUMVAL(LocPickInput) > MasterCount
                 DISPLAY "No master location " LocPickInput
                 EXIT PERFORM CYCLE
              END-IF
              SET MsIdx TO FUNCTION NUMVAL(LocPickInput)
              IF MasterIndoor(MsIdx) = "Y"
                 MOVE "N" TO MasterIndoor(MsIdx)
              ELSE
                 MOVE "Y" TO MasterIndoor(MsIdx)
              END-IF
           END-PERFORM
           OPEN OUTPUT LocationIndoor
           PERFORM VARYING MsIdx FROM 1 BY 1 UNTIL MsIdx > MasterCount
              IF MasterIndoor(MsIdx) = "Y"
                 MOVE MasterName(MsIdx) TO LXName
                 WRITE LocationIndoorRecord
              END-IF
           END-PERFORM
           CLOSE LocationIndoor.

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

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "MouldRisk" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE TempFileNameVar TO PvInputName
           MOVE "T" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "LocationMaster.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "LocationIndoor.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
