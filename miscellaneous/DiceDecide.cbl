      * cut their DiceConfig.dat weights, because a die nobody obeys
      * is just a delay. Rolls from before the follow-through fields
      * read back with blank dates and stay out of the statistics.
      * Mode 4 rolls on the activity list in DiceActivities.dat
      * (kept with mode 5), where each entry says whether it is
      * indoors or out and may carry a minimum air or water
      * temperature and a maximum wind. The draw looks at today's
      * latest readings in Temps.dat for one LocationMaster location
      * -- calibrated, as every reporter reads them -- drops what the
      * weather rules out (a limit whose reading is missing today
      * counts as not met), and on a wet, windy or cold day makes the
      * indoor entries likelier, up to four times their weight. The
      * reading that decided the pick is kept on the Rolls.dat line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RELATIVE KEY IS MealRecNr
           FILE STATUS IS MealFileStatus.

           SELECT ActivityFile ASSIGN TO "DiceActivities.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ActivityFileStatus.

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

       DATA DIVISION.
       FILE SECTION.
       FD RollFile.
           02 RollDate          PIC 9(8).
           02 RollKind          PIC X.
           02 RollFollowed      PIC X.
      * the reading behind a weather-aware roll; spaces otherwise
           02 RollReading.
              03 RrMetric       PIC X.
              03 RrLocation     PIC X(30).
              03 RrDate         PIC 9(8).
              03 RrTime         PIC 9(4).
              03 RrValue        PIC S9(2).

       FD ConfigFile.
       01 ConfigLine            PIC X(13).
      * pads the record to the file's full slot width
           02 FILLER         PIC X(124).

      * An activity for the weather-aware roll. DaPlace I = indoors,
      * O = outdoors; a minimum of -99 or a maximum wind of 99 means
      * no limit on that reading.
       FD ActivityFile.
       01 ActivityRecord.
           88 EndOfActivities   VALUE HIGH-VALUES.
           02 DaName            PIC X(20).
           02 DaWeight          PIC 9(3).
           02 DaPlace           PIC X.
              88 DaIndoor       VALUE "I".
           02 DaMinAir          PIC S9(2).
           02 DaMinWater        PIC S9(2).
           02 DaMaxWind         PIC 9(2).

       FD LocationMaster.
       01 LocationMasterRecord.
           88 EndOfLocMaster    VALUE HIGH-VALUES.
           02 LMCountry         PIC X(13).
           02 LMName            PIC X(30).
           02 LMLowThr          PIC S9(2).
           02 LMHighThr         PIC S9(2).

       FD TempFile.
       COPY "TEMPREC.cpy".

       WORKING-STORAGE SECTION.
       01 EndOfConfig           PIC X VALUE "N".
           88 AtEndOfConfig     VALUE "Y".
              03 ChoiceCumWeight  PIC 9(5).
              03 ChoiceTally      PIC 9(5) VALUE ZERO.
              03 ChoiceLastDate   PIC 9(8).
              03 ChoiceDriver     PIC X.
       01 TotalWeight           PIC 9(5) VALUE ZERO.
       01 RunningWeight         PIC 9(5) VALUE ZERO.
       01 RandomSeed            PIC 9(8).
       01 RollMode              PIC X.
           88 DinnerRoulette    VALUE "2".
           88 FollowReport      VALUE "3".
           88 WeatherRoulette   VALUE "4".
           88 ActivityListMode  VALUE "5".
       01 TodayDateNum          PIC 9(8).
       01 TodayDayNum           PIC 9(7).
       01 DaysSinceEaten        PIC S9(5).
              03 RlDate         PIC 9(8).
              03 RlKind         PIC X.
              03 RlFollowed     PIC X.
              03 RlReading      PIC X(45).
       01 RollCount             PIC 9(3) VALUE ZERO.
       01 RollIdx               PIC 9(3).
       01 DinnerMatched         PIC X.
              03 CfLine         PIC X(13).
       01 ConfigCount           PIC 9(2) VALUE ZERO.
       01 CfIdx                 PIC 9(2).
       01 ActivityFileStatus    PIC XX.
       01 LocationMasterStatus  PIC XX.
       01 LocRecNr              PIC 9(5).
       01 TempFileNameVar       PIC X(60) VALUE "Temps.dat".
       01 TempLayoutGen         PIC 9(2) VALUE 02.
       01 TempFileStatus        PIC XX.
       01 TempRecNr             PIC 9(6).
       01 MasterTable.
           02 MasterEntry       OCCURS 100 TIMES INDEXED BY MsIdx.
              03 MasterName     PIC X(30).
       01 MasterCount           PIC 9(3) VALUE ZERO.
       01 LocPickInput          PIC X(5).
       01 PrnPickNr             PIC ZZ9.
       01 WeatherLocation       PIC X(30).
      * today's latest reading per metric at WeatherLocation, in the
      * order water, air, humidity, wind
       01 WeatherTable.
           02 WeatherEntry      OCCURS 4 TIMES INDEXED BY WxIdx.
              03 WxCode         PIC X.
              03 WxName         PIC X(8).
              03 WxFound        PIC X.
              03 WxTime         PIC 9(4).
              03 WxValue        PIC S9(2).
       01 ReadingMetric         PIC X.
       01 ReadingTime           PIC 9(4).
       01 WxWater               PIC 9 VALUE 1.
       01 WxAir                 PIC 9 VALUE 2.
       01 WxHumidity            PIC 9 VALUE 3.
       01 WxWind                PIC 9 VALUE 4.
       01 WxText                PIC ---9.
       01 BadWeatherScore       PIC 9.
       01 BadWeatherDriver      PIC X.
       01 ActivityOk            PIC X.
       01 ActivityDriver        PIC X.
       01 ActivityWeight        PIC 9(4).
       01 ActivityTable.
           02 ActivityEntry     OCCURS 30 TIMES INDEXED BY AcIdx.
              03 AtRecord       PIC X(30).
       01 ActivityCount         PIC 9(2) VALUE ZERO.
       01 ActivityFound         PIC X.
       01 InputWS               PIC X(20).
       01 NumInputWS            PIC X(12).
       01 NumValueWS            PIC S9(6)V99.
       01 NumOkWS               PIC X.

       PROCEDURE DIVISION.
           ACCEPT MealFileNameVar FROM ENVIRONMENT "MEALFILE"
           DISPLAY "1 = Roll from DiceConfig.dat   "
              "2 = Dinner roulette from meal history   "
              "3 = Follow-through report"
           DISPLAY "4 = Activity roulette by today's weather   "
              "5 = Maintain activity list"
           ACCEPT RollMode
           IF FollowReport
              PERFORM FollowThroughReport
              STOP RUN
           END-IF
           IF ActivityListMode
              PERFORM MaintainActivities
              STOP RUN
           END-IF

           EVALUATE TRUE
              WHEN DinnerRoulette
                 PERFORM LoadDinnerChoices
                 IF ChoiceCount = ZERO
                    DISPLAY "No dinners in Meals.dat to roll on"
                    STOP RUN
                 END-IF
              WHEN WeatherRoulette
                 PERFORM LoadWeatherChoices
                 IF ChoiceCount = ZERO
                    DISPLAY "Nothing on the activity list suits "
                       "today's weather"
                    STOP RUN
                 END-IF
              WHEN OTHER
                 PERFORM LoadChoices
           END-EVALUATE
           PERFORM TallyHistory

           ACCEPT RandomSeed FROM TIME
           END-IF
           MOVE ChoiceName(ChoiceIdx) TO DiceChoice
           ACCEPT RollDate FROM DATE YYYYMMDD
           MOVE SPACES TO RollReading
           EVALUATE TRUE
              WHEN DinnerRoulette
                 MOVE "D" TO RollKind
              WHEN WeatherRoulette
                 MOVE "W" TO RollKind
                 PERFORM RecordDrivingReading
              WHEN OTHER
                 MOVE "O" TO RollKind
           END-EVALUATE
           MOVE SPACE TO RollFollowed

           OPEN EXTEND RollFile
              END-IF
              MOVE RollKind TO RlKind(RollCount)
              MOVE RollFollowed TO RlFollowed(RollCount)
              MOVE RollReading TO RlReading(RollCount)
              READ RollFile
                 AT END SET AtEndOfRollFile TO TRUE
              END-READ
              MOVE RlDate(RollIdx) TO RollDate
              MOVE RlKind(RollIdx) TO RollKind
              MOVE RlFollowed(RollIdx) TO RollFollowed
              MOVE RlReading(RollIdx) TO RollReading
              WRITE RollRecord
           END-PERFORM
           CLOSE RollFile.

      * The weather-aware choice table: every activity the readings
      * allow, indoor ones weighted up by one share of their own
      * weight for each sign of bad weather -- wind of 10 m/s or
      * more, humidity of 90 % or more (the nearest the loggers come
      * to rain), air below 10 degrees.
       LoadWeatherChoices.
           MOVE ZEROES TO ChoiceCount
           PERFORM LoadActivities
           IF ActivityCount = ZERO
              DISPLAY "No activities on file -- add some with mode 5"
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadMasterNames
           IF MasterCount = ZERO
              DISPLAY "Location master is empty -- add locations in "
                 "TempWriter first"
              MOVE ZEROES TO ActivityCount
              EXIT PARAGRAPH
           END-IF
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
           MOVE MasterName(MsIdx) TO WeatherLocation
           PERFORM ScanTodayReadings
           PERFORM ShowTodayWeather

           MOVE ZERO TO BadWeatherScore
           MOVE SPACE TO BadWeatherDriver
           IF WxFound(WxWind) = "Y" AND WxValue(WxWind) >= 10
              ADD 1 TO BadWeatherScore
              MOVE "N" TO BadWeatherDriver
           END-IF
           IF WxFound(WxHumidity) = "Y"
              AND WxValue(WxHumidity) >= 90
              ADD 1 TO BadWeatherScore
              IF BadWeatherDriver = SPACE
                 MOVE "H" TO BadWeatherDriver
              END-IF
           END-IF
           IF WxFound(WxAir) = "Y" AND WxValue(WxAir) < 10
              ADD 1 TO BadWeatherScore
              IF BadWeatherDriver = SPACE
                 MOVE "A" TO BadWeatherDriver
              END-IF
           END-IF

           PERFORM VARYING AcIdx FROM 1 BY 1
              UNTIL AcIdx > ActivityCount
              MOVE AtRecord(AcIdx) TO ActivityRecord
              PERFORM CheckActivityWeather
              IF ActivityOk = "Y" AND ChoiceCount < MaxDinnerChoices
                 ADD 1 TO ChoiceCount
                 MOVE DaName TO ChoiceName(ChoiceCount)
                 MOVE ZEROES TO ChoiceTally(ChoiceCount)
                 MOVE ZEROES TO ChoiceLastDate(ChoiceCount)
                 MOVE ActivityDriver TO ChoiceDriver(ChoiceCount)
                 MOVE DaWeight TO ActivityWeight
                 IF DaIndoor AND BadWeatherScore > ZERO
                    COMPUTE ActivityWeight =
                       DaWeight * (1 + BadWeatherScore)
                    MOVE BadWeatherDriver TO ChoiceDriver(ChoiceCount)
                 END-IF
                 IF ActivityWeight > 999
                    MOVE 999 TO ActivityWeight
                 END-IF
                 IF ActivityWeight < 1
                    MOVE 1 TO ActivityWeight
                 END-IF
                 MOVE ActivityWeight TO ChoiceWeight(ChoiceCount)
              END-IF
           END-PERFORM
           PERFORM SumWeights.

      * Drops an activity whose limits today's readings do not meet;
      * the first limit checked becomes the reading that drove it.
       CheckActivityWeather.
           MOVE "Y" TO ActivityOk
           MOVE SPACE TO ActivityDriver
           IF DaMinWater NOT = -99
              IF WxFound(WxWater) NOT = "Y"
                 OR WxValue(WxWater) < DaMinWater
                 MOVE "N" TO ActivityOk
                 EXIT PARAGRAPH
              END-IF
              MOVE "W" TO ActivityDriver
           END-IF
           IF DaMinAir NOT = -99
              IF WxFound(WxAir) NOT = "Y"
                 OR WxValue(WxAir) < DaMinAir
                 MOVE "N" TO ActivityOk
                 EXIT PARAGRAPH
              END-IF
              IF ActivityDriver = SPACE
                 MOVE "A" TO ActivityDriver
              END-IF
           END-IF
           IF DaMaxWind NOT = 99
              IF WxFound(WxWind) NOT = "Y"
                 OR WxValue(WxWind) > DaMaxWind
                 MOVE "N" TO ActivityOk
                 EXIT PARAGRAPH
              END-IF
              IF ActivityDriver = SPACE
                 MOVE "N" TO ActivityDriver
              END-IF
           END-IF.

      * The latest reading of each metric logged today at
      * WeatherLocation.
       ScanTodayReadings.
           MOVE "W" TO WxCode(WxWater)
           MOVE "A" TO WxCode(WxAir)
           MOVE "H" TO WxCode(WxHumidity)
           MOVE "N" TO WxCode(WxWind)
           MOVE "water" TO WxName(WxWater)
           MOVE "air" TO WxName(WxAir)
           MOVE "humidity" TO WxName(WxHumidity)
           MOVE "wind" TO WxName(WxWind)
           PERFORM VARYING WxIdx FROM 1 BY 1 UNTIL WxIdx > 4
              MOVE "N" TO WxFound(WxIdx)
              MOVE ZEROES TO WxTime(WxIdx), WxValue(WxIdx)
           END-PERFORM
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           ACCEPT TempFileNameVar FROM ENVIRONMENT "TEMPFILE"
           IF TempFileNameVar = SPACES
              MOVE "Temps.dat" TO TempFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING TempFileNameVar,
              TempLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run TempMigrate before opening this file"
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT TempFile
           MOVE 1 TO TempRecNr
           IF TempFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ TempFile NEXT RECORD
              AT END SET EndOfTempFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTempFile
              IF TempDateNum = TodayDateNum
                 AND Location = WeatherLocation
                 CALL "CalibrateReading" USING Location, TempMetric,
                    TempDateNum, Temperature
                 MOVE TempMetric TO ReadingMetric
                 IF ReadingMetric = SPACE
                    MOVE "W" TO ReadingMetric
                 END-IF
                 MOVE TempTime TO ReadingTime
                 PERFORM VARYING WxIdx FROM 1 BY 1 UNTIL WxIdx > 4
                    IF WxCode(WxIdx) = ReadingMetric
                       AND (WxFound(WxIdx) = "N"
                          OR ReadingTime >= WxTime(WxIdx))
                       MOVE "Y" TO WxFound(WxIdx)
                       MOVE ReadingTime TO WxTime(WxIdx)
                       MOVE Temperature TO WxValue(WxIdx)
                    END-IF
                 END-PERFORM
              END-IF
              READ TempFile NEXT RECORD
                 AT END SET EndOfTempFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE TempFile.

       ShowTodayWeather.
           DISPLAY "Today at " FUNCTION TRIM(WeatherLocation) ":"
           IF WxFound(WxWater) = "Y"
              MOVE WxValue(WxWater) TO WxText
              DISPLAY "  water " FUNCTION TRIM(WxText) " C at "
                 WxTime(WxWater)
           ELSE
              DISPLAY "  water -- no reading today"
           END-IF
           IF WxFound(WxAir) = "Y"
              MOVE WxValue(WxAir) TO WxText
              DISPLAY "  air " FUNCTION TRIM(WxText) " C at "
                 WxTime(WxAir)
           ELSE
              DISPLAY "  air -- no reading today"
           END-IF
           IF WxFound(WxHumidity) = "Y"
              MOVE WxValue(WxHumidity) TO WxText
              DISPLAY "  humidity " FUNCTION TRIM(WxText) " % at "
                 WxTime(WxHumidity)
           ELSE
              DISPLAY "  humidity -- no reading today"
           END-IF
           IF WxFound(WxWind) = "Y"
              MOVE WxValue(WxWind) TO WxText
              DISPLAY "  wind " FUNCTION TRIM(WxText) " m/s at "
                 WxTime(WxWind)
           ELSE
              DISPLAY "  wind -- no reading today"
           END-IF.

      * The picked entry's driving reading goes on the roll; an
      * activity with no limits and no weighting falls back to the
      * air reading, the best single summary of the day.
       RecordDrivingReading.
           MOVE ChoiceDriver(ChoiceIdx) TO ReadingMetric
           IF ReadingMetric = SPACE
              MOVE "A" TO ReadingMetric
           END-IF
           PERFORM VARYING WxIdx FROM 1 BY 1 UNTIL WxIdx > 4
              IF WxCode(WxIdx) = ReadingMetric
                 AND WxFound(WxIdx) = "Y"
                 MOVE ReadingMetric TO RrMetric
                 MOVE WeatherLocation TO RrLocation
                 MOVE TodayDateNum TO RrDate
                 MOVE WxTime(WxIdx) TO RrTime
                 MOVE WxValue(WxIdx) TO RrValue
                 MOVE WxValue(WxIdx) TO WxText
                 DISPLAY "(decided by the "
                    FUNCTION TRIM(WxName(WxIdx)) " reading of "
                    FUNCTION TRIM(WxText) " at " WxTime(WxIdx) ")"
              END-IF
           END-PERFORM.

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

       LoadActivities.
           MOVE ZEROES TO ActivityCount
           OPEN INPUT ActivityFile
           IF ActivityFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ActivityFile
              AT END SET EndOfActivities TO TRUE
           END-READ
           PERFORM UNTIL EndOfActivities OR ActivityCount >= 30
              ADD 1 TO ActivityCount
              MOVE ActivityRecord TO AtRecord(ActivityCount)
              READ ActivityFile
                 AT END SET EndOfActivities TO TRUE
              END-READ
           END-PERFORM
           CLOSE ActivityFile.

      * Adds or changes activities by name; a weight of 0 removes
      * one.
       MaintainActivities.
           PERFORM LoadActivities
           PERFORM UNTIL EXIT
              PERFORM VARYING AcIdx FROM 1 BY 1
                 UNTIL AcIdx > ActivityCount
                 MOVE AtRecord(AcIdx) TO ActivityRecord
                 DISPLAY "  " DaName " weight " DaWeight " place "
                    DaPlace " min air " DaMinAir " min water "
                    DaMinWater " max wind " DaMaxWind
              END-PERFORM
              DISPLAY "Activity name to add or change "
                 "(Enter to finish)"
              ACCEPT InputWS
              IF InputWS = SPACES
                 EXIT PERFORM
              END-IF
              PERFORM EditActivity
           END-PERFORM
           OPEN OUTPUT ActivityFile
           PERFORM VARYING AcIdx FROM 1 BY 1
              UNTIL AcIdx > ActivityCount
              MOVE AtRecord(AcIdx) TO ActivityRecord
              WRITE ActivityRecord
           END-PERFORM
           CLOSE ActivityFile
           DISPLAY ActivityCount " activities on file".

       EditActivity.
           MOVE "N" TO ActivityFound
           PERFORM VARYING AcIdx FROM 1 BY 1
              UNTIL AcIdx > ActivityCount
              IF AtRecord(AcIdx)(1:20) = InputWS
                 MOVE "Y" TO ActivityFound
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF ActivityFound = "N" AND ActivityCount >= 30
              DISPLAY "Activity list full (30)"
              EXIT PARAGRAPH
           END-IF
           MOVE InputWS TO DaName
           DISPLAY "Weight, 1-999 (Enter = 10, 0 = remove)"
           ACCEPT NumInputWS
           MOVE 10 TO DaWeight
           IF NumInputWS NOT = SPACES
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS >= ZERO
                 AND NumValueWS <= 999
                 MOVE NumValueWS TO DaWeight
              END-IF
           END-IF
           IF DaWeight = ZERO
              IF ActivityFound = "Y"
                 PERFORM UNTIL AcIdx >= ActivityCount
                    MOVE AtRecord(AcIdx + 1) TO AtRecord(AcIdx)
                    SET AcIdx UP BY 1
                 END-PERFORM
                 SUBTRACT 1 FROM ActivityCount
                 DISPLAY "Removed " FUNCTION TRIM(InputWS)
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO DaPlace
           PERFORM UNTIL DaPlace = "I" OR DaPlace = "O"
              DISPLAY "Indoors or outdoors (I/O)"
              ACCEPT DaPlace
              MOVE FUNCTION UPPER-CASE(DaPlace) TO DaPlace
           END-PERFORM
           DISPLAY "Minimum air temperature (Enter = no limit)"
           MOVE -99 TO DaMinAir
           PERFORM AcceptLimit
           IF NumOkWS = "Y"
              MOVE NumValueWS TO DaMinAir
           END-IF
           DISPLAY "Minimum water temperature (Enter = no limit)"
           MOVE -99 TO DaMinWater
           PERFORM AcceptLimit
           IF NumOkWS = "Y"
              MOVE NumValueWS TO DaMinWater
           END-IF
           DISPLAY "Maximum wind in m/s (Enter = no limit)"
           MOVE 99 TO DaMaxWind
           PERFORM AcceptLimit
           IF NumOkWS = "Y" AND NumValueWS >= ZERO
              MOVE NumValueWS TO DaMaxWind
           END-IF
           IF ActivityFound = "N"
              ADD 1 TO ActivityCount
              SET AcIdx TO ActivityCount
           END-IF
           MOVE ActivityRecord TO AtRecord(AcIdx).

      * NumOkWS comes back "Y" only for a usable whole-degree
      * limit; Enter or a bad answer leaves the limit off.
       AcceptLimit.
           ACCEPT NumInputWS
           MOVE "N" TO NumOkWS
           IF NumInputWS = SPACES
              EXIT PARAGRAPH
           END-IF
           CALL "CheckNumber" USING NumInputWS, NumValueWS, NumOkWS
           IF NumOkWS = "Y" AND (NumValueWS < -98 OR NumValueWS > 98)
              MOVE "N" TO NumOkWS
           END-IF
           IF NumOkWS NOT = "Y"
              DISPLAY "Not a usable limit -- left without one"
           END-IF.
