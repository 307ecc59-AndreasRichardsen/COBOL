       IDENTIFICATION DIVISION.
       PROGRAM-ID. SwimLog.
       AUTHOR. Andreas Richardsen.

      * The swims the water readings are taken for. Mode 1 logs a
      * session into Swims.dat: date and time, a LocationMaster.dat
      * location (picked by number, as in TempWriter), member,
      * minutes in the water and whether the sauna was part of it.
      * Mode 2 writes SwimSeason.rpt for a date range: each swim is
      * joined to the nearest water reading in Temps.dat at the same
      * location within a window of hours either side, then totalled
      * per member and per location, with the season's coldest swim
      * and its temperature. Swims with no water reading inside the
      * window are counted per location -- where that count grows, a
      * sensor is missing.
      * SwimSeason.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SwimFile ASSIGN TO "Swims.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SwimFileStatus.

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

           SELECT SwimReport ASSIGN TO "SwimSeason.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SwimFile.
       01 SwimRecord.
           88 EndOfSwimFile     VALUE HIGH-VALUES.
           02 SwDate            PIC 9(8).
           02 SwTime            PIC 9(4).
           02 SwLocation        PIC X(30).
           02 SwMember          PIC X(8).
           02 SwMinutes         PIC 9(3).
           02 SwSauna           PIC X.
              88 SwWithSauna    VALUE "Y".

       FD TempFile.
       COPY "TEMPREC.cpy".

       FD LocationMaster.
       01 LocationMasterRecord.
           88 EndOfLocMaster    VALUE HIGH-VALUES.
           02 LMCountry         PIC X(13).
           02 LMName            PIC X(30).
           02 LMLowThr          PIC S9(2).
           02 LMHighThr         PIC S9(2).

       FD SwimReport.
       01 PrintLine             PIC X(80).

       WORKING-STORAGE SECTION.
       01 SwimFileStatus        PIC XX.
       01 TempFileNameVar       PIC X(60) VALUE "Temps.dat".
       01 TempLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 TempFileStatus        PIC XX.
       01 TempRecNr             PIC 9(6).
       01 LocationMasterStatus  PIC XX.
       01 LocRecNr              PIC 9(5).
       01 RunMode               PIC X.
           88 LogSwimsMode      VALUE "1".
           88 SeasonReportMode  VALUE "2".
       01 DatePromptText        PIC X(44).
       01 DateInputWS           PIC X(8).
       01 DateOk                PIC X.
           88 DateAccepted      VALUE "Y".
       01 TimeInputWS           PIC X(4).
       01 TimeOkWS              PIC X.
       01 NumInputWS            PIC X(12).
       01 NumValueWS            PIC S9(6)V99.
       01 NumOkWS               PIC X.
       01 LocPickInput          PIC X(5).
       01 LocPickNr             PIC 9(5).
       01 PickedLocation        PIC X(30) VALUE SPACES.
       01 LocationChosen        PIC X VALUE "N".
           88 HaveLocation      VALUE "Y".
       01 EntryPerson           PIC X(8) VALUE SPACES.
       01 PersonInput           PIC X(8).
       01 SaunaInput            PIC X.

       01 SeasonFrom            PIC 9(8).
       01 SeasonTo              PIC 9(8).
       01 WindowHours           PIC 9(2) VALUE 3.
       01 WindowMinutes         PIC 9(5).

      * swims in the season, with the reading they were joined to
       01 SwimTable.
           02 SwimEntry         OCCURS 500 TIMES INDEXED BY StIdx.
              03 StDate         PIC 9(8).
              03 StTime         PIC 9(4).
              03 StLocation     PIC X(30).
              03 StMember       PIC X(8).
              03 StMinutes      PIC 9(3).
              03 StSauna        PIC X.
              03 StStamp        PIC 9(11).
              03 StGap          PIC 9(5).
              03 StTemp         PIC S9(2).
              03 StHasTemp      PIC X.
       01 SwimCount             PIC 9(3) VALUE ZERO.
       01 ReadingStamp          PIC 9(11).
       01 GapMinutes            PIC S9(11).
       01 TimeSplit.
           02 TSHour            PIC 9(2).
           02 TSMinute          PIC 9(2).
       01 StampDate             PIC 9(8).
       01 StampTime             PIC 9(4).
       01 StampValue            PIC 9(11).

       01 MemberTable.
           02 MemberEntry       OCCURS 20 TIMES INDEXED BY MbIdx.
              03 MbName         PIC X(8).
              03 MbSwims        PIC 9(4).
              03 MbMinutes      PIC 9(6).
              03 MbSaunas       PIC 9(4).
              03 MbColdest      PIC S9(2).
              03 MbHasTemp      PIC X.
       01 MemberCount           PIC 9(2) VALUE ZERO.
       01 LocTable.
           02 LocEntry          OCCURS 40 TIMES INDEXED BY LcIdx.
              03 LcName         PIC X(30).
              03 LcSwims        PIC 9(4).
              03 LcNoReading    PIC 9(4).
              03 LcColdest      PIC S9(2).
              03 LcHasTemp      PIC X.
       01 LocCount              PIC 9(2) VALUE ZERO.
       01 EntryFound            PIC X.
       01 ColdestIdx            PIC 9(3) VALUE ZERO.
       01 NoReadingCount        PIC 9(4) VALUE ZERO.

       01 ReportHeading.
           02 FILLER            PIC X(17) VALUE "Swim season from ".
           02 PrnSeasonFrom     PIC 9(8).
           02 FILLER            PIC X(4) VALUE " to ".
           02 PrnSeasonTo       PIC 9(8).
       01 Divider               PIC X(80) VALUE ALL "*".
       01 SectionLine           PIC X(60).
       01 SwimLine.
           02 PrnSwDate         PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnSwTime         PIC 9(4).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnSwLocation     PIC X(24).
           02 PrnSwMember       PIC X(9).
           02 PrnSwMinutes      PIC ZZ9.
           02 FILLER            PIC X(5) VALUE " min ".
           02 PrnSwSauna        PIC X(6).
           02 PrnSwTemp         PIC X(15).
       01 TempText.
           02 PrnTxTemp         PIC -Z9.
           02 FILLER            PIC X(5) VALUE " C  (".
           02 PrnTxGap          PIC ZZ9.
           02 FILLER            PIC X(4) VALUE "m)".
       01 MemberLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnMbName         PIC X(9).
           02 PrnMbSwims        PIC ZZZ9.
           02 FILLER            PIC X(8) VALUE " swims, ".
           02 PrnMbMinutes      PIC ZZZZ9.
           02 FILLER            PIC X(7) VALUE " min, ".
           02 PrnMbSaunas       PIC ZZZ9.
           02 FILLER            PIC X(22)
              VALUE " with sauna, coldest ".
           02 PrnMbColdest      PIC X(4).
       01 LocLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnLcName         PIC X(30).
           02 PrnLcSwims        PIC ZZZ9.
           02 FILLER            PIC X(8) VALUE " swims, ".
           02 FILLER            PIC X(9) VALUE "coldest ".
           02 PrnLcColdest      PIC X(4).
           02 FILLER            PIC X(2) VALUE ", ".
           02 PrnLcNoReading    PIC ZZZ9.
           02 FILLER            PIC X(11) VALUE " no reading".
       01 ColdestLine.
           02 FILLER            PIC X(15) VALUE "Coldest swim: ".
           02 PrnCdDate         PIC 9(8).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnCdMember       PIC X(9).
           02 PrnCdLocation     PIC X(30).
           02 PrnCdTemp         PIC -Z9.
           02 FILLER            PIC X(2) VALUE " C".
       01 NoReadingLine.
           02 FILLER            PIC X(35)
              VALUE "Swims with no water reading within ".
           02 PrnNrWindow       PIC Z9.
           02 FILLER            PIC X(9) VALUE " hours: ".
           02 PrnNrCount        PIC ZZZ9.
       01 TempWork              PIC -Z9.

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "1 = Log swims   2 = Season report"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN LogSwimsMode     PERFORM LogSwims
              WHEN SeasonReportMode PERFORM SeasonReport
              WHEN OTHER            DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       LogSwims.
           ACCEPT EntryPerson FROM ENVIRONMENT "PERSONID"
           OPEN EXTEND SwimFile
           IF SwimFileStatus = "35"
              OPEN OUTPUT SwimFile
              CLOSE SwimFile
              OPEN EXTEND SwimFile
           END-IF
           PERFORM UNTIL EXIT
              MOVE "Date (YYYYMMDD, Enter to finish)"
                 TO DatePromptText
              PERFORM AcceptDateInput
              IF DateInputWS = SPACE
                 EXIT PERFORM
              END-IF
              MOVE SPACES TO SwimRecord
              MOVE DateInputWS TO SwDate
              MOVE "N" TO TimeOkWS
              PERFORM UNTIL TimeOkWS = "Y"
                 DISPLAY "Time in the water (HHMM)"
                 ACCEPT TimeInputWS
                 CALL "CheckTime" USING TimeInputWS, TimeOkWS
                 IF TimeOkWS NOT = "Y"
                    DISPLAY "Enter a clock time as HHMM"
                 END-IF
              END-PERFORM
              MOVE TimeInputWS TO SwTime
              PERFORM PickLocation
              MOVE PickedLocation TO SwLocation
              DISPLAY "Member (Enter = '" FUNCTION TRIM(EntryPerson)
                 "')"
              ACCEPT PersonInput
              IF PersonInput NOT = SPACES
                 MOVE PersonInput TO EntryPerson
              END-IF
              MOVE EntryPerson TO SwMember
              MOVE "N" TO NumOkWS
              PERFORM UNTIL NumOkWS = "Y"
                 DISPLAY "Minutes in the water"
                 ACCEPT NumInputWS
                 CALL "CheckNumber" USING NumInputWS,
                    NumValueWS, NumOkWS
                 IF NumOkWS NOT = "Y" OR NumValueWS NOT > ZERO
                    OR NumValueWS > 999
                    DISPLAY "Enter whole minutes, 1 to 999"
                    MOVE "N" TO NumOkWS
                 END-IF
              END-PERFORM
              MOVE NumValueWS TO SwMinutes
              DISPLAY "Sauna as well (Y/N)"
              ACCEPT SaunaInput
              IF SaunaInput = "Y" OR SaunaInput = "y"
                 MOVE "Y" TO SwSauna
              ELSE
                 MOVE "N" TO SwSauna
              END-IF
              WRITE SwimRecord
           END-PERFORM
           CLOSE SwimFile.

      * pick by number against LocationMaster.dat; Enter keeps the
      * previous swim's location
       PickLocation.
           MOVE "N" TO LocationChosen
           PERFORM UNTIL HaveLocation
              IF PickedLocation NOT = SPACES
                 DISPLAY "Location (number, ? = list, Enter = "
                    FUNCTION TRIM(PickedLocation) ")"
              ELSE
                 DISPLAY "Location (number, ? = list)"
              END-IF
              ACCEPT LocPickInput
              EVALUATE TRUE
                 WHEN LocPickInput = SPACES
                    AND PickedLocation NOT = SPACES
                    MOVE "Y" TO LocationChosen
                 WHEN LocPickInput = "?"
                    PERFORM ListLocationMaster
                 WHEN LocPickInput(1:1) >= "0"
                    AND LocPickInput(1:1) <= "9"
                    PERFORM FetchLocationByNumber
                 WHEN OTHER
                    DISPLAY "Pick a number or ?"
              END-EVALUATE
           END-PERFORM.

       FetchLocationByNumber.
           COMPUTE LocPickNr = FUNCTION NUMVAL(LocPickInput)
           MOVE LocPickNr TO LocRecNr
           OPEN INPUT LocationMaster
           IF LocationMasterStatus NOT = "00"
              DISPLAY "Location master is empty -- add one in "
                 "TempWriter"
              EXIT PARAGRAPH
           END-IF
           READ LocationMaster
              INVALID KEY
                 DISPLAY "No master location " LocPickNr
                 CLOSE LocationMaster
                 EXIT PARAGRAPH
           END-READ
           CLOSE LocationMaster
           MOVE LMName TO PickedLocation
           DISPLAY "Location: " FUNCTION TRIM(PickedLocation)
           MOVE "Y" TO LocationChosen.

       ListLocationMaster.
           MOVE 1 TO LocRecNr
           OPEN INPUT LocationMaster
           IF LocationMasterStatus NOT = "00"
              DISPLAY "Location master is empty -- add one in "
                 "TempWriter"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LocationMasterRecord
           READ LocationMaster NEXT RECORD
              AT END SET EndOfLocMaster TO TRUE
           END-READ
           PERFORM UNTIL EndOfLocMaster
              DISPLAY LocRecNr ": " FUNCTION TRIM(LMName) " ("
                 FUNCTION TRIM(LMCountry) ")"
              READ LocationMaster NEXT RECORD
                 AT END SET EndOfLocMaster TO TRUE
              END-READ
           END-PERFORM
           CLOSE LocationMaster.

       SeasonReport.
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
           MOVE "Season from (YYYYMMDD)" TO DatePromptText
           MOVE SPACE TO DateInputWS
           PERFORM UNTIL DateInputWS NOT = SPACE
              PERFORM AcceptDateInput
           END-PERFORM
           MOVE DateInputWS TO SeasonFrom
           MOVE "Season to (YYYYMMDD)" TO DatePromptText
           MOVE SPACE TO DateInputWS
           PERFORM UNTIL DateInputWS NOT = SPACE
              PERFORM AcceptDateInput
           END-PERFORM
           MOVE DateInputWS TO SeasonTo
           DISPLAY "Reading window either side, hours (Enter = "
              WindowHours ")"
           ACCEPT NumInputWS
           IF NumInputWS NOT = SPACES
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS > ZERO
                 AND NumValueWS < 100
                 MOVE NumValueWS TO WindowHours
              END-IF
           END-IF
           COMPUTE WindowMinutes = WindowHours * 60

           PERFORM LoadSeasonSwims
           IF SwimCount = ZERO
              DISPLAY "No swims logged in that range"
              EXIT PARAGRAPH
           END-IF
           PERFORM JoinWaterReadings
           PERFORM StartProvenance
           OPEN OUTPUT SwimReport
           MOVE SeasonFrom TO PrnSeasonFrom
           MOVE SeasonTo TO PrnSeasonTo
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           PERFORM VARYING StIdx FROM 1 BY 1 UNTIL StIdx > SwimCount
              PERFORM TallySwim
              PERFORM WriteSwimLine
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE "Swims per member:" TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
           PERFORM VARYING MbIdx FROM 1 BY 1
              UNTIL MbIdx > MemberCount
              PERFORM WriteMemberLine
           END-PERFORM
           MOVE "Swims per location:" TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
           PERFORM VARYING LcIdx FROM 1 BY 1 UNTIL LcIdx > LocCount
              PERFORM WriteLocLine
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           IF ColdestIdx > ZERO
              MOVE StDate(ColdestIdx) TO PrnCdDate
              MOVE StMember(ColdestIdx) TO PrnCdMember
              MOVE StLocation(ColdestIdx) TO PrnCdLocation
              MOVE StTemp(ColdestIdx) TO PrnCdTemp
              WRITE PrintLine FROM ColdestLine AFTER ADVANCING 1 LINE
           END-IF
           MOVE WindowHours TO PrnNrWindow
           MOVE NoReadingCount TO PrnNrCount
           WRITE PrintLine FROM NoReadingLine AFTER ADVANCING 1 LINE
           CLOSE SwimReport
           MOVE "SwimSeason.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to SwimSeason.rpt (" SwimCount
              " swims, " NoReadingCount " with no reading)".

       LoadSeasonSwims.
           MOVE ZEROES TO SwimCount
           OPEN INPUT SwimFile
           IF SwimFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ SwimFile
              AT END SET EndOfSwimFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfSwimFile OR SwimCount >= 500
              IF SwDate NOT < SeasonFrom AND SwDate NOT > SeasonTo
                 ADD 1 TO SwimCount
                 SET StIdx TO SwimCount
                 MOVE SwDate TO StDate(StIdx)
                 MOVE SwTime TO StTime(StIdx)
                 MOVE SwLocation TO StLocation(StIdx)
                 MOVE SwMember TO StMember(StIdx)
                 MOVE SwMinutes TO StMinutes(StIdx)
                 MOVE SwSauna TO StSauna(StIdx)
                 MOVE SwDate TO StampDate
                 MOVE SwTime TO StampTime
                 PERFORM ComputeStamp
                 MOVE StampValue TO StStamp(StIdx)
                 MOVE "N" TO StHasTemp(StIdx)
                 MOVE ZEROES TO StGap(StIdx), StTemp(StIdx)
              END-IF
              READ SwimFile
                 AT END SET EndOfSwimFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE SwimFile.

      * minutes since the INTEGER-OF-DATE epoch, so readings either
      * side of midnight compare cleanly
       ComputeStamp.
           MOVE StampTime TO TimeSplit
           COMPUTE StampValue =
              FUNCTION INTEGER-OF-DATE(StampDate) * 1440
              + (TSHour * 60) + TSMinute.

      * One pass over the water readings: each is offered to every
      * swim at the same location and kept where it is the closest
      * yet inside the window.
       JoinWaterReadings.
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
              IF WaterMetric
                 MOVE TempDateNum TO StampDate
                 MOVE TempTime TO StampTime
                 PERFORM ComputeStamp
                 MOVE StampValue TO ReadingStamp
                 PERFORM OfferReading
              END-IF
              READ TempFile NEXT RECORD
                 AT END SET EndOfTempFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE TempFile.

       OfferReading.
           PERFORM VARYING StIdx FROM 1 BY 1 UNTIL StIdx > SwimCount
              IF StLocation(StIdx) = Location
                 COMPUTE GapMinutes = ReadingStamp - StStamp(StIdx)
                 IF GapMinutes < ZERO
                    MULTIPLY -1 BY GapMinutes
                 END-IF
                 IF GapMinutes NOT > WindowMinutes
                    AND (StHasTemp(StIdx) = "N"
                       OR GapMinutes < StGap(StIdx))
                    MOVE "Y" TO StHasTemp(StIdx)
                    MOVE GapMinutes TO StGap(StIdx)
                    MOVE Temperature TO StTemp(StIdx)
                 END-IF
              END-IF
           END-PERFORM.

       TallySwim.
           MOVE "N" TO EntryFound
           PERFORM VARYING MbIdx FROM 1 BY 1
              UNTIL MbIdx > MemberCount
              IF MbName(MbIdx) = StMember(StIdx)
                 MOVE "Y" TO EntryFound
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF EntryFound = "N" AND MemberCount < 20
              ADD 1 TO MemberCount
              SET MbIdx TO MemberCount
              MOVE StMember(StIdx) TO MbName(MbIdx)
              MOVE ZEROES TO MbSwims(MbIdx), MbMinutes(MbIdx),
                 MbSaunas(MbIdx), MbColdest(MbIdx)
              MOVE "N" TO MbHasTemp(MbIdx)
              MOVE "Y" TO EntryFound
           END-IF
           IF EntryFound = "Y"
              ADD 1 TO MbSwims(MbIdx)
              ADD StMinutes(StIdx) TO MbMinutes(MbIdx)
              IF StSauna(StIdx) = "Y"
                 ADD 1 TO MbSaunas(MbIdx)
              END-IF
              IF StHasTemp(StIdx) = "Y"
                 AND (MbHasTemp(MbIdx) = "N"
                    OR StTemp(StIdx) < MbColdest(MbIdx))
                 MOVE StTemp(StIdx) TO MbColdest(MbIdx)
                 MOVE "Y" TO MbHasTemp(MbIdx)
              END-IF
           END-IF

           MOVE "N" TO EntryFound
           PERFORM VARYING LcIdx FROM 1 BY 1 UNTIL LcIdx > LocCount
              IF LcName(LcIdx) = StLocation(StIdx)
                 MOVE "Y" TO EntryFound
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF EntryFound = "N" AND LocCount < 40
              ADD 1 TO LocCount
              SET LcIdx TO LocCount
              MOVE StLocation(StIdx) TO LcName(LcIdx)
              MOVE ZEROES TO LcSwims(LcIdx), LcNoReading(LcIdx),
                 LcColdest(LcIdx)
              MOVE "N" TO LcHasTemp(LcIdx)
              MOVE "Y" TO EntryFound
           END-IF
           IF EntryFound = "Y"
              ADD 1 TO LcSwims(LcIdx)
              IF StHasTemp(StIdx) = "N"
                 ADD 1 TO LcNoReading(LcIdx)
              ELSE
                 IF LcHasTemp(LcIdx) = "N"
                    OR StTemp(StIdx) < LcColdest(LcIdx)
                    MOVE StTemp(StIdx) TO LcColdest(LcIdx)
                    MOVE "Y" TO LcHasTemp(LcIdx)
                 END-IF
              END-IF
           END-IF

           IF StHasTemp(StIdx) = "N"
              ADD 1 TO NoReadingCount
           ELSE
              IF ColdestIdx = ZERO
                 OR StTemp(StIdx) < StTemp(ColdestIdx)
                 SET ColdestIdx TO StIdx
              END-IF
           END-IF.

       WriteSwimLine.
           MOVE StDate(StIdx) TO PrnSwDate
           MOVE StTime(StIdx) TO PrnSwTime
           MOVE StLocation(StIdx) TO PrnSwLocation
           MOVE StMember(StIdx) TO PrnSwMember
           MOVE StMinutes(StIdx) TO PrnSwMinutes
           IF StSauna(StIdx) = "Y"
              MOVE "sauna" TO PrnSwSauna
           ELSE
              MOVE SPACES TO PrnSwSauna
           END-IF
           IF StHasTemp(StIdx) = "Y"
              MOVE StTemp(StIdx) TO PrnTxTemp
              MOVE StGap(StIdx) TO PrnTxGap
              MOVE TempText TO PrnSwTemp
           ELSE
              MOVE "no reading" TO PrnSwTemp
           END-IF
           WRITE PrintLine FROM SwimLine AFTER ADVANCING 1 LINE.

       WriteMemberLine.
           MOVE MbName(MbIdx) TO PrnMbName
           MOVE MbSwims(MbIdx) TO PrnMbSwims
           MOVE MbMinutes(MbIdx) TO PrnMbMinutes
           MOVE MbSaunas(MbIdx) TO PrnMbSaunas
           IF MbHasTemp(MbIdx) = "Y"
              MOVE MbColdest(MbIdx) TO TempWork
              MOVE TempWork TO PrnMbColdest
           ELSE
              MOVE "-" TO PrnMbColdest
           END-IF
           WRITE PrintLine FROM MemberLine AFTER ADVANCING 1 LINE.

       WriteLocLine.
           MOVE LcName(LcIdx) TO PrnLcName
           MOVE LcSwims(LcIdx) TO PrnLcSwims
           MOVE LcNoReading(LcIdx) TO PrnLcNoReading
           IF LcHasTemp(LcIdx) = "Y"
              MOVE LcColdest(LcIdx) TO TempWork
              MOVE TempWork TO PrnLcColdest
           ELSE
              MOVE "-" TO PrnLcColdest
           END-IF
           WRITE PrintLine FROM LocLine AFTER ADVANCING 1 LINE.

      * Shared date prompt: re-prompts until CheckDate accepts the
      * input as a real calendar date; a blank entry passes through
      * as the "done" signal.
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
           MOVE "SwimLog" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Swims.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE TempFileNameVar TO PvInputName
           MOVE "T" TO PvInputKind
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
