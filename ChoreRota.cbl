       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChoreRota.
       AUTHOR. Andreas Richardsen.

      * Who does what around the house, and whether it evens out.
      * Chores.dat is the chore master: name, how often it comes
      * round (every N days) and its effort points. Mode 3 builds the
      * rota for the coming weeks into ChoreRota.dat, one line per
      * chore occurrence and member, over the member ids in Users.dat:
      * each occurrence goes to the member available that day with
      * the fewest points in the rota so far that month, so the heavy
      * jobs spread out instead of following the alphabet. A member
      * is away on the days of an active LeavePlans.dat plan when
      * they are the one whose leave that file holds (named in
      * ChoreSettings.dat -- the plans carry no member of their own),
      * and on the days of a Trips.dat trip they are listed on in
      * TripMembers.dat; a trip nobody is listed on took the whole
      * household. An occurrence nobody is home for stays
      * unassigned. Rebuilding keeps everything done or dated before
      * the start and replaces the rest. Mode 4 ticks chores off --
      * whoever actually did it gets the points, logged in
      * ChoreDone.dat -- and mode 5 writes ChoreFairness.rpt: per
      * month and member the effort points assigned against the
      * points done. MenuDriver lists open chores dated before
      * today at startup, next to the due reminders.
      * ChoreRota.dat only grows, so no mode holds it whole: a
      * rebuild and a tick-off both copy it record by record into
      * ChoreRota.new, changing only the rows they touch, and swap
      * that in. The rebuild keeps in memory just the kept rows from
      * the start date's month on (for the month's points), and the
      * absences and travellers that fall in the weeks it builds;
      * when even those are more than it can hold it says so and
      * leaves the rota as it was. Travellers are edited one trip at
      * a time, the other trips' lines copied through unchanged.
      * ChoreFairness.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Chores ASSIGN TO "Chores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ChoresStatus.

           SELECT ChoreSettings ASSIGN TO "ChoreSettings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SettingsStatus.

           SELECT ChoreRotaFile ASSIGN TO "ChoreRota.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RotaStatus.

           SELECT RotaNew ASSIGN TO "ChoreRota.new"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TripMembersNew ASSIGN TO "TripMembers.new"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ChoreDone ASSIGN TO "ChoreDone.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ChoreDoneStatus.

           SELECT Users ASSIGN TO "Users.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UsersStatus.

           SELECT LeavePlans ASSIGN TO "LeavePlans.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LeavePlansStatus.

           SELECT TripsFile ASSIGN TO "Trips.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TripsFileStatus.

           SELECT TripMembers ASSIGN TO "TripMembers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TripMembersStatus.

           SELECT FairnessReport ASSIGN TO "ChoreFairness.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Chores.
       01 ChoreRecord.
           88 EndOfChores       VALUE HIGH-VALUES.
           02 ChName            PIC X(20).
           02 ChEveryDays       PIC 9(3).
           02 ChPoints          PIC 9(2).

       FD ChoreSettings.
       01 ChoreSettingsRecord.
           02 CsLeaveMember     PIC X(8).
           02 CsWeeks           PIC 9(2).

       FD ChoreRotaFile.
       01 RotaRecord.
           88 EndOfRota         VALUE HIGH-VALUES.
           02 RoDate            PIC 9(8).
           02 RoChore           PIC X(20).
           02 RoMember          PIC X(8).
           02 RoPoints          PIC 9(2).
           02 RoDone            PIC X.
              88 RoIsDone       VALUE "Y".
           02 RoDoneDate        PIC 9(8).
           02 RoDoneBy          PIC X(8).

       FD RotaNew.
       01 RotaNewLine           PIC X(55).

       FD ChoreDone.
       01 ChoreDoneRecord.
           88 EndOfChoreDone    VALUE HIGH-VALUES.
           02 CdDate            PIC 9(8).
           02 CdChore           PIC X(20).
           02 CdMember          PIC X(8).
           02 CdPoints          PIC 9(2).
           02 CdRotaDate        PIC 9(8).
           02 CdAssignedTo      PIC X(8).

       FD Users.
       01 UserRecord.
           88 EndOfUsers        VALUE HIGH-VALUES.
           02 UserId            PIC X(8).
           02 UserPin           PIC 9(4).
           02 UserAdmin         PIC X.

       FD LeavePlans.
       01 LeavePlanRecord.
           88 EndOfPlansFile    VALUE HIGH-VALUES.
           02 LPStart           PIC 9(8).
           02 LPEnd             PIC 9(8).
           02 LPDays            PIC 9(3).
           02 LPStatus          PIC X.
              88 LPActive       VALUE "A".

       FD TripsFile.
       01 TripRecord.
           88 EndOfTripsFile    VALUE HIGH-VALUES.
           02 TripId            PIC 9(3).
           02 TripStart         PIC 9(8).
           02 TripEnd           PIC 9(8).
           02 TripCountry       PIC X(13).
           02 TripName          PIC X(20).
           02 TripBudget        PIC 9(6)V99.

      * Who went on a trip; one line per trip and member.
       FD TripMembers.
       01 TripMemberRecord.
           88 EndOfTripMembers  VALUE HIGH-VALUES.
           02 TmTripId          PIC 9(3).
           02 TmMember          PIC X(8).

       FD TripMembersNew.
       01 TripMemberNewLine     PIC X(11).

       FD FairnessReport.
       01 PrintLine             PIC X(80).

       WORKING-STORAGE SECTION.
       01 ChoresStatus          PIC XX.
       01 SettingsStatus        PIC XX.
       01 RotaStatus            PIC XX.
       01 ChoreDoneStatus       PIC XX.
       01 UsersStatus           PIC XX.
       01 LeavePlansStatus      PIC XX.
       01 TripsFileStatus       PIC XX.
       01 TripMembersStatus     PIC XX.
       01 RunMode               PIC X.
           88 ChoreMasterMode   VALUE "1".
           88 SettingsMode      VALUE "2".
           88 GenerateMode      VALUE "3".
           88 DoneMode          VALUE "4".
           88 FairnessMode      VALUE "5".
       01 DatePromptText        PIC X(44).
       01 DateInputWS           PIC X(8).
       01 DateOk                PIC X.
           88 DateAccepted      VALUE "Y".
       01 InputWS               PIC X(20).
       01 NumInputWS            PIC X(12).
       01 NumValueWS            PIC S9(6)V99.
       01 NumOkWS               PIC X.
       01 TodayDateNum          PIC 9(8).
       01 OperatorWS            PIC X(8).

       01 ChoreTable.
           02 ChoreEntry        OCCURS 40 TIMES INDEXED BY ChIdx.
              03 CtName         PIC X(20).
              03 CtEveryDays    PIC 9(3).
              03 CtPoints       PIC 9(2).
              03 CtNextDay      PIC 9(7).
              03 CtLastDay      PIC 9(7).
       01 ChoreCount            PIC 9(2) VALUE ZERO.
       01 ChoreFound            PIC X.

       01 MemberTable.
           02 MemberEntry       OCCURS 10 TIMES INDEXED BY MbIdx.
              03 MtId           PIC X(8).
              03 MtMonthPoints  PIC 9(5).
              03 MtAway         PIC X.
       01 MemberCount           PIC 9(2) VALUE ZERO.
       01 BestMember            PIC 9(2).

      * a rebuild's kept rows from the start month on, or the open
      * rows a tick-off lists with their line in the file
       01 RotaTable.
           02 RotaEntry         OCCURS 600 TIMES INDEXED BY RtIdx.
              03 RtImage        PIC X(55).
              03 RtLineNr       PIC 9(6).
       01 RotaCount             PIC 9(3) VALUE ZERO.
       01 RotaOverflow          PIC X.
       01 RotaLineNr            PIC 9(6).
       01 MonthStartDate        PIC 9(8).
       01 SwapCmd               PIC X(40).

      * absence spells: leave plans of the leave member and trips
       01 AwayTable.
           02 AwayEntry         OCCURS 100 TIMES INDEXED BY AwIdx.
              03 AwStart        PIC 9(8).
              03 AwEnd          PIC 9(8).
              03 AwTripId       PIC 9(3).
              03 AwLeave        PIC X.
       01 AwayCount             PIC 9(3) VALUE ZERO.
       01 AwayOverflow          PIC X.
       01 TripMemberTable.
           02 TripMemberEntry   OCCURS 100 TIMES INDEXED BY TmIdx.
              03 TtTripId       PIC 9(3).
              03 TtMember       PIC X(8).
       01 TripMemberCount       PIC 9(3) VALUE ZERO.
       01 TripMemberOverflow    PIC X.
      * T = one trip's travellers (PickNr), A = the away trips'
       01 TripLoadMode          PIC X.
       01 TripOnAway            PIC X.
       01 TripListed            PIC X.
       01 OnThisTrip            PIC X.

       01 StartDate             PIC 9(8).
       01 StartDay              PIC 9(7).
       01 EndDate               PIC 9(8).
       01 EndDay                PIC 9(7).
       01 CurrentDay            PIC 9(7).
       01 CurrentDate           PIC 9(8).
       01 CurrentMonth          PIC 9(6).
       01 PointsMonth           PIC 9(6).
       01 WeeksAhead            PIC 9(2).
       01 RotaDay               PIC 9(7).
       01 AssignedCount         PIC 9(4) VALUE ZERO.
       01 UnassignedCount       PIC 9(4) VALUE ZERO.

       01 OpenListNr            PIC 9(3).
       01 PickNr                PIC 9(3).
       01 DoneCount             PIC 9(3) VALUE ZERO.

       01 FairTable.
           02 FairEntry         OCCURS 300 TIMES INDEXED BY FtIdx.
              03 FtMonth        PIC 9(6).
              03 FtMember       PIC X(8).
              03 FtAssigned     PIC 9(5).
              03 FtDone         PIC 9(5).
       01 FairCount             PIC 9(3) VALUE ZERO.
       01 FairKeyMonth          PIC 9(6).
       01 FairKeyMember         PIC X(8).
       01 FairSwap              PIC X(24).
       01 SortIdx               PIC 9(3).
       01 SortInner             PIC 9(3).
       01 DonePct               PIC 9(3).
       01 PrevFairMonth         PIC 9(6) VALUE ZERO.

       01 ReportHeading         PIC X(50)
           VALUE "Chore fairness -- effort points per member".
       01 Divider               PIC X(80) VALUE ALL "*".
       01 ColumnHeading.
           02 FILLER            PIC X(10) VALUE "Month".
           02 FILLER            PIC X(12) VALUE "Member".
           02 FILLER            PIC X(10) VALUE "  Assigned".
           02 FILLER            PIC X(10) VALUE "      Done".
           02 FILLER            PIC X(10) VALUE "    Done %".
       01 FairLine.
           02 PrnMonth          PIC 9999/99.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnMember         PIC X(12).
           02 PrnAssigned       PIC Z(9)9.
           02 PrnDone           PIC Z(9)9.
           02 PrnPct            PIC Z(8)9.
           02 FILLER            PIC X VALUE "%".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           PERFORM LoadSettings
           DISPLAY "1 = Chores   2 = Settings and trip travellers   "
              "3 = Build rota"
           DISPLAY "4 = Tick off chores   5 = Fairness report"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN ChoreMasterMode PERFORM MaintainChores
              WHEN SettingsMode    PERFORM EditSettings
              WHEN GenerateMode    PERFORM BuildRota
              WHEN DoneMode        PERFORM TickOffChores
              WHEN FairnessMode    PERFORM FairnessReportRun
              WHEN OTHER           DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

       LoadSettings.
           OPEN INPUT ChoreSettings
           IF SettingsStatus = "00"
              READ ChoreSettings
                 AT END PERFORM SeedDefaultSettings
              END-READ
              CLOSE ChoreSettings
           ELSE
              PERFORM SeedDefaultSettings
           END-IF.

       SeedDefaultSettings.
           MOVE SPACES TO CsLeaveMember
           MOVE 4 TO CsWeeks.

       SaveChoreSettings.
           OPEN OUTPUT ChoreSettings
           WRITE ChoreSettingsRecord
           CLOSE ChoreSettings.

       EditSettings.
           DISPLAY "Current: leave plans belong to '"
              FUNCTION TRIM(CsLeaveMember) "', rota built "
              CsWeeks " weeks ahead"
           DISPLAY "Member whose leave LeavePlans.dat holds "
              "(Enter = keep, - = nobody)"
           ACCEPT InputWS
           EVALUATE TRUE
              WHEN InputWS = "-"
                 MOVE SPACES TO CsLeaveMember
              WHEN InputWS NOT = SPACES
                 MOVE InputWS TO CsLeaveMember
           END-EVALUATE
           DISPLAY "Weeks to build ahead, 1-12 (Enter = keep)"
           ACCEPT NumInputWS
           IF NumInputWS NOT = SPACES
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS >= 1
                 AND NumValueWS <= 12
                 MOVE NumValueWS TO CsWeeks
              END-IF
           END-IF
           PERFORM SaveChoreSettings
           DISPLAY "Settings saved"
           PERFORM EditTripMembers.

      * Travellers per trip: a member id already listed on the trip
      * is taken off it again. Each trip picked is saved before the
      * next is asked for.
       EditTripMembers.
           OPEN INPUT TripsFile
           IF TripsFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ TripsFile
              AT END SET EndOfTripsFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfTripsFile
              IF TripEnd >= TodayDateNum
                 DISPLAY "  trip " TripId " " FUNCTION TRIM(TripName)
                    " " TripStart "-" TripEnd
              END-IF
              READ TripsFile
                 AT END SET EndOfTripsFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE TripsFile
           PERFORM UNTIL EXIT
              DISPLAY "Trip id to set travellers for (Enter to finish)"
              ACCEPT NumInputWS
              IF NumInputWS = SPACES
                 EXIT PERFORM
              END-IF
              IF FUNCTION TEST-NUMVAL(NumInputWS) NOT = ZERO
                 EXIT PERFORM CYCLE
              END-IF
              COMPUTE PickNr = FUNCTION NUMVAL(NumInputWS)
              MOVE "T" TO TripLoadMode
              PERFORM LoadTripMembers
              IF TripMemberOverflow = "Y"
                 DISPLAY "More than 100 travellers on trip " PickNr
                    " -- left as it is"
                 EXIT PERFORM CYCLE
              END-IF
              PERFORM VARYING TmIdx FROM 1 BY 1
                 UNTIL TmIdx > TripMemberCount
                 DISPLAY "  on the trip: " TtMember(TmIdx)
              END-PERFORM
              PERFORM UNTIL EXIT
                 DISPLAY "Member id to add or take off "
                    "(Enter = done with this trip)"
                 ACCEPT InputWS
                 IF InputWS = SPACES
                    EXIT PERFORM
                 END-IF
                 PERFORM ToggleTripMember
              END-PERFORM
              PERFORM SaveTripMembers
           END-PERFORM.

      * The other trips' lines go through to TripMembers.new as they
      * are, then the picked trip's travellers; the new file is
      * swapped in.
       SaveTripMembers.
           OPEN OUTPUT TripMembersNew
           OPEN INPUT TripMembers
           IF TripMembersStatus = "00"
              READ TripMembers
                 AT END SET EndOfTripMembers TO TRUE
              END-READ
              PERFORM UNTIL EndOfTripMembers
                 IF TmTripId NOT = PickNr
                    MOVE TripMemberRecord TO TripMemberNewLine
                    WRITE TripMemberNewLine
                 END-IF
                 READ TripMembers
                    AT END SET EndOfTripMembers TO TRUE
                 END-READ
              END-PERFORM
              CLOSE TripMembers
           END-IF
           PERFORM VARYING TmIdx FROM 1 BY 1
              UNTIL TmIdx > TripMemberCount
              IF TtMember(TmIdx) NOT = SPACES
                 MOVE TtTripId(TmIdx) TO TmTripId
                 MOVE TtMember(TmIdx) TO TmMember
                 MOVE TripMemberRecord TO TripMemberNewLine
                 WRITE TripMemberNewLine
              END-IF
           END-PERFORM
           CLOSE TripMembersNew
           MOVE "mv TripMembers.new TripMembers.dat" TO SwapCmd
           CALL "SYSTEM" USING SwapCmd.

       ToggleTripMember.
           PERFORM VARYING TmIdx FROM 1 BY 1
              UNTIL TmIdx > TripMemberCount
              IF TtTripId(TmIdx) = PickNr
                 AND TtMember(TmIdx) = InputWS
                 MOVE SPACES TO TtMember(TmIdx)
                 DISPLAY "  taken off"
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF TripMemberCount >= 100
              DISPLAY "Traveller list full (100)"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TripMemberCount
           MOVE PickNr TO TtTripId(TripMemberCount)
           MOVE InputWS TO TtMember(TripMemberCount)
           DISPLAY "  added".

      * Only the lines TripLoadMode asks for: the picked trip's, or
      * those of the trips in the away table.
       LoadTripMembers.
           MOVE ZEROES TO TripMemberCount
           MOVE "N" TO TripMemberOverflow
           OPEN INPUT TripMembers
           IF TripMembersStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ TripMembers
              AT END SET EndOfTripMembers TO TRUE
           END-READ
           PERFORM UNTIL EndOfTripMembers
              MOVE "N" TO TripOnAway
              IF TripLoadMode = "T"
                 IF TmTripId = PickNr
                    MOVE "Y" TO TripOnAway
                 END-IF
              ELSE
                 PERFORM VARYING AwIdx FROM 1 BY 1
                    UNTIL AwIdx > AwayCount
                    IF AwTripId(AwIdx) = TmTripId
                       AND AwLeave(AwIdx) = "N"
                       MOVE "Y" TO TripOnAway
                    END-IF
                 END-PERFORM
              END-IF
              IF TripOnAway = "Y"
                 IF TripMemberCount >= 100
                    MOVE "Y" TO TripMemberOverflow
                 ELSE
                    ADD 1 TO TripMemberCount
                    MOVE TmTripId TO TtTripId(TripMemberCount)
                    MOVE TmMember TO TtMember(TripMemberCount)
                 END-IF
              END-IF
              READ TripMembers
                 AT END SET EndOfTripMembers TO TRUE
              END-READ
           END-PERFORM
           CLOSE TripMembers.

      * Add or change a chore by name; every 0 days removes it.
       MaintainChores.
           PERFORM LoadChores
           PERFORM UNTIL EXIT
              PERFORM VARYING ChIdx FROM 1 BY 1
                 UNTIL ChIdx > ChoreCount
                 DISPLAY "  " CtName(ChIdx) " every "
                    CtEveryDays(ChIdx) " days, " CtPoints(ChIdx)
                    " points"
              END-PERFORM
              DISPLAY "Chore name to add or change (Enter to finish)"
              ACCEPT InputWS
              IF InputWS = SPACES
                 EXIT PERFORM
              END-IF
              PERFORM EditChore
           END-PERFORM
           OPEN OUTPUT Chores
           PERFORM VARYING ChIdx FROM 1 BY 1 UNTIL ChIdx > ChoreCount
              MOVE CtName(ChIdx) TO ChName
              MOVE CtEveryDays(ChIdx) TO ChEveryDays
              MOVE CtPoints(ChIdx) TO ChPoints
              WRITE ChoreRecord
           END-PERFORM
           CLOSE Chores
           DISPLAY ChoreCount " chores on file".

       EditChore.
           MOVE "N" TO ChoreFound
           PERFORM VARYING ChIdx FROM 1 BY 1 UNTIL ChIdx > ChoreCount
              IF CtName(ChIdx) = InputWS
                 MOVE "Y" TO ChoreFound
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF ChoreFound = "N" AND ChoreCount >= 40
              DISPLAY "Chore list full (40)"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Comes round every how many days "
              "(1 = daily, 7 = weekly; 0 = remove)"
           PERFORM AcceptWholeNumber
           IF NumValueWS = ZERO
              IF ChoreFound = "Y"
                 PERFORM UNTIL ChIdx >= ChoreCount
                    MOVE ChoreEntry(ChIdx + 1) TO ChoreEntry(ChIdx)
                    SET ChIdx UP BY 1
                 END-PERFORM
                 SUBTRACT 1 FROM ChoreCount
                 DISPLAY "Removed " FUNCTION TRIM(InputWS)
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF ChoreFound = "N"
              ADD 1 TO ChoreCount
              SET ChIdx TO ChoreCount
              MOVE InputWS TO CtName(ChIdx)
           END-IF
           MOVE NumValueWS TO CtEveryDays(ChIdx)
           DISPLAY "Effort points, 1-99"
           MOVE ZERO TO NumValueWS
           PERFORM UNTIL NumValueWS >= 1 AND NumValueWS <= 99
              PERFORM AcceptWholeNumber
           END-PERFORM
           MOVE NumValueWS TO CtPoints(ChIdx).

       AcceptWholeNumber.
           MOVE "N" TO NumOkWS
           PERFORM UNTIL NumOkWS = "Y"
              ACCEPT NumInputWS
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS > 999
                 MOVE "N" TO NumOkWS
              END-IF
              IF NumOkWS NOT = "Y"
                 DISPLAY "Not a valid number -- try again"
              END-IF
           END-PERFORM.

       LoadChores.
           MOVE ZEROES TO ChoreCount
           OPEN INPUT Chores
           IF ChoresStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ Chores
              AT END SET EndOfChores TO TRUE
           END-READ
           PERFORM UNTIL EndOfChores OR ChoreCount >= 40
              ADD 1 TO ChoreCount
              MOVE ChName TO CtName(ChoreCount)
              MOVE ChEveryDays TO CtEveryDays(ChoreCount)
              MOVE ChPoints TO CtPoints(ChoreCount)
              READ Chores
                 AT END SET EndOfChores TO TRUE
              END-READ
           END-PERFORM
           CLOSE Chores.

       LoadMembers.
           MOVE ZEROES TO MemberCount
           OPEN INPUT Users
           IF UsersStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ Users
              AT END SET EndOfUsers TO TRUE
           END-READ
           PERFORM UNTIL EndOfUsers OR MemberCount >= 10
              ADD 1 TO MemberCount
              MOVE UserId TO MtId(MemberCount)
              READ Users
                 AT END SET EndOfUsers TO TRUE
              END-READ
           END-PERFORM
           CLOSE Users.

       SwapRota.
           MOVE "mv ChoreRota.new ChoreRota.dat" TO SwapCmd
           CALL "SYSTEM" USING SwapCmd.

      * Absence spells for the availability check: active leave
      * plans (for the leave member) and every trip, as far as they
      * touch StartDate to EndDate.
       LoadAbsences.
           MOVE ZEROES TO AwayCount
           MOVE "N" TO AwayOverflow
           IF CsLeaveMember NOT = SPACES
              OPEN INPUT LeavePlans
              IF LeavePlansStatus = "00"
                 READ LeavePlans
                    AT END SET EndOfPlansFile TO TRUE
                 END-READ
                 PERFORM UNTIL EndOfPlansFile
                    IF LPActive AND LPEnd >= StartDate
                       AND LPStart <= EndDate
                       AND AwayCount >= 100
                       MOVE "Y" TO AwayOverflow
                    END-IF
                    IF LPActive AND LPEnd >= StartDate
                       AND LPStart <= EndDate
                       AND AwayCount < 100
                       ADD 1 TO AwayCount
                       MOVE LPStart TO AwStart(AwayCount)
                       MOVE LPEnd TO AwEnd(AwayCount)
                       MOVE ZEROES TO AwTripId(AwayCount)
                       MOVE "Y" TO AwLeave(AwayCount)
                    END-IF
                    READ LeavePlans
                       AT END SET EndOfPlansFile TO TRUE
                    END-READ
                 END-PERFORM
                 CLOSE LeavePlans
              END-IF
           END-IF
           OPEN INPUT TripsFile
           IF TripsFileStatus = "00"
              READ TripsFile
                 AT END SET EndOfTripsFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfTripsFile
                 IF TripEnd >= StartDate AND TripStart <= EndDate
                    IF AwayCount >= 100
                       MOVE "Y" TO AwayOverflow
                    ELSE
                       ADD 1 TO AwayCount
                       MOVE TripStart TO AwStart(AwayCount)
                       MOVE TripEnd TO AwEnd(AwayCount)
                       MOVE TripId TO AwTripId(AwayCount)
                       MOVE "N" TO AwLeave(AwayCount)
                    END-IF
                 END-IF
                 READ TripsFile
                    AT END SET EndOfTripsFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE TripsFile
           END-IF
           MOVE "A" TO TripLoadMode
           PERFORM LoadTripMembers.

      * Rebuilds from the start date: entries done, or dated before
      * the start, stay; the open ones from the start on are
      * replaced. Each chore carries on from its last kept date.
      * ChoreRota.new is written as the old file is read, the new
      * occurrences after the kept rows, and swapped in at the end.
       BuildRota.
           PERFORM LoadChores
           IF ChoreCount = ZERO
              DISPLAY "No chores on file -- add some with mode 1"
              EXIT PARAGRAPH
           END-IF
           PERFORM LoadMembers
           IF MemberCount = ZERO
              DISPLAY "No members in Users.dat -- sign on through "
                 "MenuDriver first"
              EXIT PARAGRAPH
           END-IF
           MOVE "Rota from (YYYYMMDD, Enter = today)"
              TO DatePromptText
           PERFORM AcceptDateInput
           IF DateInputWS = SPACE
              MOVE TodayDateNum TO StartDate
           ELSE
              MOVE DateInputWS TO StartDate
           END-IF
           MOVE CsWeeks TO WeeksAhead
           DISPLAY "Weeks ahead (Enter = " WeeksAhead ")"
           ACCEPT NumInputWS
           IF NumInputWS NOT = SPACES
              CALL "CheckNumber" USING NumInputWS, NumValueWS,
                 NumOkWS
              IF NumOkWS = "Y" AND NumValueWS >= 1
                 AND NumValueWS <= 12
                 MOVE NumValueWS TO WeeksAhead
              END-IF
           END-IF
           COMPUTE StartDay = FUNCTION INTEGER-OF-DATE(StartDate)
           COMPUTE EndDay = StartDay + WeeksAhead * 7 - 1
           COMPUTE EndDate = FUNCTION DATE-OF-INTEGER(EndDay)
           PERFORM LoadAbsences
           IF AwayOverflow = "Y" OR TripMemberOverflow = "Y"
              DISPLAY "More than 100 absences or travellers fall in "
                 "those weeks -- rota left as it was"
              EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT RotaNew
           PERFORM CopyKeptRota
           IF RotaOverflow = "Y"
              CLOSE RotaNew
              DISPLAY "More than 600 kept chores from "
                 MonthStartDate " on -- rota left as it was"
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING ChIdx FROM 1 BY 1 UNTIL ChIdx > ChoreCount
              IF CtLastDay(ChIdx) = ZERO
                 OR CtLastDay(ChIdx) + CtEveryDays(ChIdx) < StartDay
                 MOVE StartDay TO CtNextDay(ChIdx)
              ELSE
                 COMPUTE CtNextDay(ChIdx) =
                    CtLastDay(ChIdx) + CtEveryDays(ChIdx)
              END-IF
           END-PERFORM

           MOVE ZEROES TO PointsMonth
           PERFORM VARYING CurrentDay FROM StartDay BY 1
              UNTIL CurrentDay > EndDay
              COMPUTE CurrentDate =
                 FUNCTION DATE-OF-INTEGER(CurrentDay)
              MOVE CurrentDate(1:6) TO CurrentMonth
              IF CurrentMonth NOT = PointsMonth
                 PERFORM CountMonthPoints
              END-IF
              PERFORM MarkAbsentMembers
              PERFORM VARYING ChIdx FROM 1 BY 1
                 UNTIL ChIdx > ChoreCount
                 IF CtNextDay(ChIdx) = CurrentDay
                    PERFORM AssignOccurrence
                    ADD CtEveryDays(ChIdx) TO CtNextDay(ChIdx)
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE RotaNew
           PERFORM SwapRota
           DISPLAY AssignedCount " chores assigned, "
              UnassignedCount " with nobody home, from "
              StartDate " for " WeeksAhead " weeks".

      * Kept rows go through to ChoreRota.new as they are read; each
      * chore's last kept date is noted, and the kept rows from the
      * start date's month on are held for CountMonthPoints.
       CopyKeptRota.
           MOVE ZEROES TO RotaCount
           MOVE "N" TO RotaOverflow
           PERFORM VARYING ChIdx FROM 1 BY 1 UNTIL ChIdx > ChoreCount
              MOVE ZEROES TO CtLastDay(ChIdx)
           END-PERFORM
           MOVE StartDate TO MonthStartDate
           MOVE "01" TO MonthStartDate(7:2)
           OPEN INPUT ChoreRotaFile
           IF RotaStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ChoreRotaFile
              AT END SET EndOfRota TO TRUE
           END-READ
           PERFORM UNTIL EndOfRota
              IF RoIsDone OR RoDate < StartDate
                 MOVE RotaRecord TO RotaNewLine
                 WRITE RotaNewLine
                 PERFORM NoteChoreLastDay
                 IF RoDate NOT < MonthStartDate
                    IF RotaCount >= 600
                       MOVE "Y" TO RotaOverflow
                    ELSE
                       ADD 1 TO RotaCount
                       MOVE RotaRecord TO RtImage(RotaCount)
                    END-IF
                 END-IF
              END-IF
              READ ChoreRotaFile
                 AT END SET EndOfRota TO TRUE
              END-READ
           END-PERFORM
           CLOSE ChoreRotaFile.

       NoteChoreLastDay.
           COMPUTE RotaDay = FUNCTION INTEGER-OF-DATE(RoDate)
           PERFORM VARYING ChIdx FROM 1 BY 1 UNTIL ChIdx > ChoreCount
              IF RoChore = CtName(ChIdx)
                 AND RotaDay > CtLastDay(ChIdx)
                 MOVE RotaDay TO CtLastDay(ChIdx)
              END-IF
           END-PERFORM.

      * Points already in the rota for the month, per member -- the
      * balance each new occurrence is weighed against. The kept
      * rows are in the table; the new ones were added to the month
      * as they were assigned.
       CountMonthPoints.
           MOVE CurrentMonth TO PointsMonth
           PERFORM VARYING MbIdx FROM 1 BY 1 UNTIL MbIdx > MemberCount
              MOVE ZEROES TO MtMonthPoints(MbIdx)
           END-PERFORM
           PERFORM VARYING RtIdx FROM 1 BY 1 UNTIL RtIdx > RotaCount
              MOVE RtImage(RtIdx) TO RotaRecord
              IF RoDate(1:6) = CurrentDate(1:6)
                 PERFORM VARYING MbIdx FROM 1 BY 1
                    UNTIL MbIdx > MemberCount
                    IF MtId(MbIdx) = RoMember
                       ADD RoPoints TO MtMonthPoints(MbIdx)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       MarkAbsentMembers.
           PERFORM VARYING MbIdx FROM 1 BY 1 UNTIL MbIdx > MemberCount
              MOVE "N" TO MtAway(MbIdx)
           END-PERFORM
           PERFORM VARYING AwIdx FROM 1 BY 1 UNTIL AwIdx > AwayCount
              IF CurrentDate >= AwStart(AwIdx)
                 AND CurrentDate <= AwEnd(AwIdx)
                 PERFORM MarkOneAbsence
              END-IF
           END-PERFORM.

       MarkOneAbsence.
           IF AwLeave(AwIdx) = "Y"
              PERFORM VARYING MbIdx FROM 1 BY 1
                 UNTIL MbIdx > MemberCount
                 IF MtId(MbIdx) = CsLeaveMember
                    MOVE "Y" TO MtAway(MbIdx)
                 END-IF
              END-PERFORM
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TripListed
           PERFORM VARYING TmIdx FROM 1 BY 1
              UNTIL TmIdx > TripMemberCount
              IF TtTripId(TmIdx) = AwTripId(AwIdx)
                 MOVE "Y" TO TripListed
              END-IF
           END-PERFORM
           PERFORM VARYING MbIdx FROM 1 BY 1 UNTIL MbIdx > MemberCount
              IF TripListed = "N"
                 MOVE "Y" TO MtAway(MbIdx)
              ELSE
                 MOVE "N" TO OnThisTrip
                 PERFORM VARYING TmIdx FROM 1 BY 1
                    UNTIL TmIdx > TripMemberCount
                    IF TtTripId(TmIdx) = AwTripId(AwIdx)
                       AND TtMember(TmIdx) = MtId(MbIdx)
                       MOVE "Y" TO OnThisTrip
                    END-IF
                 END-PERFORM
                 IF OnThisTrip = "Y"
                    MOVE "Y" TO MtAway(MbIdx)
                 END-IF
              END-IF
           END-PERFORM.

      * The available member with the fewest points this month; a
      * tie goes to the one listed first in Users.dat.
       AssignOccurrence.
           MOVE ZEROES TO BestMember
           PERFORM VARYING MbIdx FROM 1 BY 1 UNTIL MbIdx > MemberCount
              IF MtAway(MbIdx) = "N"
                 IF BestMember = ZERO
                    SET BestMember TO MbIdx
                 ELSE
                    IF MtMonthPoints(MbIdx)
                       < MtMonthPoints(BestMember)
                       SET BestMember TO MbIdx
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO RotaRecord
           MOVE CurrentDate TO RoDate
           MOVE CtName(ChIdx) TO RoChore
           MOVE CtPoints(ChIdx) TO RoPoints
           MOVE "N" TO RoDone
           MOVE ZEROES TO RoDoneDate
           IF BestMember = ZERO
              ADD 1 TO UnassignedCount
           ELSE
              MOVE MtId(BestMember) TO RoMember
              ADD CtPoints(ChIdx) TO MtMonthPoints(BestMember)
              ADD 1 TO AssignedCount
           END-IF
           MOVE RotaRecord TO RotaNewLine
           WRITE RotaNewLine.

      * Open chores up to today, numbered; the one who did it gets
      * the points whoever the rota named.
       TickOffChores.
           PERFORM LoadOpenChores
           IF RotaOverflow = "Y"
              DISPLAY "More than 600 open chores up to today -- the "
                 "oldest 600 are listed"
           END-IF
           CALL "GetOperator" USING OperatorWS
           PERFORM UNTIL EXIT
              MOVE ZEROES TO OpenListNr
              PERFORM VARYING RtIdx FROM 1 BY 1
                 UNTIL RtIdx > RotaCount
                 MOVE RtImage(RtIdx) TO RotaRecord
                 IF NOT RoIsDone AND RoDate <= TodayDateNum
                    ADD 1 TO OpenListNr
                    DISPLAY "  " OpenListNr " " RoDate " " RoChore
                       " " RoMember
                 END-IF
              END-PERFORM
              IF OpenListNr = ZERO
                 DISPLAY "No open chores up to today"
                 EXIT PERFORM
              END-IF
              DISPLAY "Number done (Enter to finish)"
              ACCEPT NumInputWS
              IF NumInputWS = SPACES
                 EXIT PERFORM
              END-IF
              IF FUNCTION TEST-NUMVAL(NumInputWS) NOT = ZERO
                 EXIT PERFORM CYCLE
              END-IF
              COMPUTE PickNr = FUNCTION NUMVAL(NumInputWS)
              PERFORM TickOffOne
           END-PERFORM
           IF DoneCount > ZERO
              PERFORM SaveTickedRota
           END-IF
           DISPLAY DoneCount " chores ticked off".

      * The open rows up to today, each with its line in the file.
       LoadOpenChores.
           MOVE ZEROES TO RotaCount, RotaLineNr
           MOVE "N" TO RotaOverflow
           OPEN INPUT ChoreRotaFile
           IF RotaStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ChoreRotaFile
              AT END SET EndOfRota TO TRUE
           END-READ
           PERFORM UNTIL EndOfRota
              ADD 1 TO RotaLineNr
              IF NOT RoIsDone AND RoDate <= TodayDateNum
                 IF RotaCount >= 600
                    MOVE "Y" TO RotaOverflow
                 ELSE
                    ADD 1 TO RotaCount
                    MOVE RotaRecord TO RtImage(RotaCount)
                    MOVE RotaLineNr TO RtLineNr(RotaCount)
                 END-IF
              END-IF
              READ ChoreRotaFile
                 AT END SET EndOfRota TO TRUE
              END-READ
           END-PERFORM
           CLOSE ChoreRotaFile.

      * Every line of ChoreRota.dat goes through to ChoreRota.new,
      * the listed ones as they stand after the tick-off.
       SaveTickedRota.
           OPEN OUTPUT RotaNew
           OPEN INPUT ChoreRotaFile
           MOVE ZEROES TO RotaLineNr
           SET RtIdx TO 1
           READ ChoreRotaFile
              AT END SET EndOfRota TO TRUE
           END-READ
           PERFORM UNTIL EndOfRota
              ADD 1 TO RotaLineNr
              MOVE RotaRecord TO RotaNewLine
              IF RtIdx <= RotaCount
                 IF RtLineNr(RtIdx) = RotaLineNr
                    MOVE RtImage(RtIdx) TO RotaNewLine
                    SET RtIdx UP BY 1
                 END-IF
              END-IF
              WRITE RotaNewLine
              READ ChoreRotaFile
                 AT END SET EndOfRota TO TRUE
              END-READ
           END-PERFORM
           CLOSE ChoreRotaFile
           CLOSE RotaNew
           PERFORM SwapRota.

       TickOffOne.
           MOVE ZEROES TO OpenListNr
           PERFORM VARYING RtIdx FROM 1 BY 1 UNTIL RtIdx > RotaCount
              MOVE RtImage(RtIdx) TO RotaRecord
              IF NOT RoIsDone AND RoDate <= TodayDateNum
                 ADD 1 TO OpenListNr
                 IF OpenListNr = PickNr
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM
           IF RtIdx > RotaCount
              DISPLAY "No chore number " PickNr
              EXIT PARAGRAPH
           END-IF
           MOVE RoMember TO InputWS
           IF OperatorWS NOT = SPACES
              MOVE OperatorWS TO InputWS
           END-IF
           DISPLAY "Done by (Enter = " FUNCTION TRIM(InputWS) ")"
           ACCEPT OperatorWS
           IF OperatorWS = SPACES
              MOVE InputWS TO OperatorWS
           END-IF
           MOVE "Y" TO RoDone
           MOVE TodayDateNum TO RoDoneDate
           MOVE OperatorWS TO RoDoneBy
           MOVE RotaRecord TO RtImage(RtIdx)
           MOVE TodayDateNum TO CdDate
           MOVE RoChore TO CdChore
           MOVE OperatorWS TO CdMember
           MOVE RoPoints TO CdPoints
           MOVE RoDate TO CdRotaDate
           MOVE RoMember TO CdAssignedTo
           OPEN EXTEND ChoreDone
           IF ChoreDoneStatus = "35"
              OPEN OUTPUT ChoreDone
              CLOSE ChoreDone
              OPEN EXTEND ChoreDone
           END-IF
           WRITE ChoreDoneRecord
           CLOSE ChoreDone
           ADD 1 TO DoneCount.

      * Assigned points count in the month of the rota date, done
      * points in the month the work was logged.
       FairnessReportRun.
           MOVE ZEROES TO FairCount
           OPEN INPUT ChoreRotaFile
           IF RotaStatus = "00"
              READ ChoreRotaFile
                 AT END SET EndOfRota TO TRUE
              END-READ
              PERFORM UNTIL EndOfRota
                 IF RoMember NOT = SPACES
                    MOVE RoDate(1:6) TO FairKeyMonth
                    MOVE RoMember TO FairKeyMember
                    PERFORM FindFairEntry
                    IF FtIdx <= FairCount
                       ADD RoPoints TO FtAssigned(FtIdx)
                    END-IF
                 END-IF
                 READ ChoreRotaFile
                    AT END SET EndOfRota TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ChoreRotaFile
           END-IF
           OPEN INPUT ChoreDone
           IF ChoreDoneStatus = "00"
              READ ChoreDone
                 AT END SET EndOfChoreDone TO TRUE
              END-READ
              PERFORM UNTIL EndOfChoreDone
                 MOVE CdDate(1:6) TO FairKeyMonth
                 MOVE CdMember TO FairKeyMember
                 PERFORM FindFairEntry
                 IF FtIdx <= FairCount
                    ADD CdPoints TO FtDone(FtIdx)
                 END-IF
                 READ ChoreDone
                    AT END SET EndOfChoreDone TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ChoreDone
           END-IF
           IF FairCount = ZERO
              DISPLAY "Nothing assigned or done yet"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SortIdx FROM 1 BY 1
              UNTIL SortIdx >= FairCount
              PERFORM VARYING SortInner FROM 1 BY 1
                 UNTIL SortInner > FairCount - SortIdx
                 IF FairEntry(SortInner)(1:14)
                    > FairEntry(SortInner + 1)(1:14)
                    MOVE FairEntry(SortInner) TO FairSwap
                    MOVE FairEntry(SortInner + 1)
                       TO FairEntry(SortInner)
                    MOVE FairSwap TO FairEntry(SortInner + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM StartProvenance
           OPEN OUTPUT FairnessReport
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 1 LINE
           PERFORM VARYING FtIdx FROM 1 BY 1 UNTIL FtIdx > FairCount
              IF FtMonth(FtIdx) NOT = PrevFairMonth
                 AND PrevFairMonth NOT = ZERO
                 MOVE SPACES TO PrintLine
                 WRITE PrintLine AFTER ADVANCING 1 LINE
              END-IF
              MOVE FtMonth(FtIdx) TO PrevFairMonth
              MOVE FtMonth(FtIdx) TO PrnMonth
              MOVE FtMember(FtIdx) TO PrnMember
              MOVE FtAssigned(FtIdx) TO PrnAssigned
              MOVE FtDone(FtIdx) TO PrnDone
              IF FtAssigned(FtIdx) > ZERO
                 COMPUTE DonePct ROUNDED =
                    FtDone(FtIdx) * 100 / FtAssigned(FtIdx)
                    ON SIZE ERROR MOVE 999 TO DonePct
                 END-COMPUTE
              ELSE
                 MOVE ZEROES TO DonePct
              END-IF
              MOVE DonePct TO PrnPct
              WRITE PrintLine FROM FairLine AFTER ADVANCING 1 LINE
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           CLOSE FairnessReport
           MOVE "ChoreFairness.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to ChoreFairness.rpt".

      * FtIdx comes back on the month and member entry, added when
      * new; past FairCount when the table is full.
       FindFairEntry.
           PERFORM VARYING FtIdx FROM 1 BY 1 UNTIL FtIdx > FairCount
              IF FtMonth(FtIdx) = FairKeyMonth
                 AND FtMember(FtIdx) = FairKeyMember
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF FairCount >= 300
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO FairCount
           SET FtIdx TO FairCount
           MOVE FairKeyMonth TO FtMonth(FtIdx)
           MOVE FairKeyMember TO FtMember(FtIdx)
           MOVE ZEROES TO FtAssigned(FtIdx), FtDone(FtIdx).

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
           MOVE "ChoreRota" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Chores.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "ChoreSettings.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "ChoreRota.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "ChoreDone.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Users.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "LeavePlans.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Trips.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "TripMembers.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
