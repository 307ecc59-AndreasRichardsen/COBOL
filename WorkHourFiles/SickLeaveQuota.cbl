       IDENTIFICATION DIVISION.
       PROGRAM-ID. SickLeaveQuota.
       AUTHOR. Andreas Richardsen.

      * Self-certified sick leave (egenmelding) tracker: collects the
      * effective WHLeaveCode "K" days from WorkHours.dat (voids
      * skipped), groups consecutive days into occurrences -- a
      * weekend between a Friday and a Monday does not break one --
      * and checks every occurrence against the limits in
      * SickLeaveRules.dat (seeded with defaults on first run, mode 2
      * edits them): days per occurrence, occurrences per rolling 12
      * months and days per rolling 12 months. Occurrences that went
      * past any limit are flagged as needing a doctor's note. The
      * report closes with the quota left in the 12 months up to
      * today, and when the next sick day would go over a limit a
      * warning is raised in Alerts.dat so it shows in the inbox and
      * the daily digest. Output goes to SickLeave.rpt.
      * SickLeave.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkHourFile ASSIGN DYNAMIC WHFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WHRecNr
           FILE STATUS IS WHFileStatus.

           SELECT SickLeaveRules ASSIGN TO "SickLeaveRules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SickRulesStatus.

           SELECT SickLeaveReport ASSIGN TO "SickLeave.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Alerts ASSIGN TO "Alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AlertsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD WorkHourFile.
       01 WorkHourDetails.
           88 EndOfFileWH       VALUE HIGH-VALUES.
           COPY "WORKHREC.cpy".

       FD SickLeaveRules.
       01 SickRulesRecord.
           02 SRDaysPerOcc      PIC 9(2).
           02 SROccPerYear      PIC 9(2).
           02 SRDaysPerYear     PIC 9(3).

       FD SickLeaveReport.
       01 PrintLine             PIC X(75).

       FD Alerts.
       01 AlertRecord.
           02 AlProgram         PIC X(20).
           02 AlDate            PIC 9(8).
           02 AlTime            PIC 9(8).
           02 AlSeverity        PIC X.
           02 AlAckFlag         PIC X.
           02 AlKey             PIC X(20).
           02 AlMessage         PIC X(60).

       WORKING-STORAGE SECTION.
       01 WHFileNameVar         PIC X(60) VALUE "WorkHours.dat".
       01 WHLayoutGen           PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 WHFileStatus          PIC XX.
       01 SickRulesStatus       PIC XX.
       01 AlertsStatus          PIC XX.
       01 AlertSevWS            PIC X.
       01 AlertKeyWS            PIC X(20).
       01 AlertMsgWS            PIC X(60).
       01 WHRecNr               PIC 9(6).
       01 RunMode               PIC X.
           88 EditRulesMode     VALUE "2".

      * Distinct sick dates in date order; a day split over two
      * records (e.g. sent home at noon) still counts once.
       01 SickDayTable.
           02 SickDayEntry      OCCURS 400 TIMES INDEXED BY SdIdx.
              03 SdDate         PIC 9(8).
              03 SdDayNum       PIC 9(7).
       01 SickDayCount          PIC 9(3) VALUE ZERO.
       01 SickDayFound          PIC X.
           88 FoundSickDay      VALUE "Y".
       01 InsertAt              PIC 9(3).
       01 ShuffleIdx            PIC 9(3).

       01 OccTable.
           02 OccEntry          OCCURS 200 TIMES INDEXED BY OcIdx,
              WinIdx.
              03 OcStart        PIC 9(8).
              03 OcEnd          PIC 9(8).
              03 OcStartNum     PIC 9(7).
              03 OcEndNum       PIC 9(7).
              03 OcDays         PIC 9(3).
              03 OcNoteFlag     PIC X.
                 88 OcNeedsNote VALUE "Y".
              03 OcReason       PIC X(20).
       01 OccCount              PIC 9(3) VALUE ZERO.

       01 PrevDayNum            PIC 9(7).
       01 PrevDow               PIC 9.
       01 WindowStartNum        PIC 9(7).
       01 WindowOccs            PIC 9(3).
       01 WindowDays            PIC 9(4).
       01 TodayDate             PIC 9(8).
       01 TodayNum              PIC 9(7).
       01 OccsLeft              PIC S9(3).
       01 DaysLeft              PIC S9(4).
       01 FlaggedOccs           PIC 9(3) VALUE ZERO.

       01 ReportHeading         PIC X(45)
           VALUE "Self-certified sick leave (egenmelding)".
       01 Divider               PIC X(75) VALUE ALL "*".
       01 NoneLine              PIC X(30)
           VALUE "  (no sick days logged)".

       01 RulesLine.
           02 FILLER            PIC X(8) VALUE "Limits: ".
           02 PrnRuleDays       PIC Z9.
           02 FILLER            PIC X(21) VALUE " days/occurrence,  ".
           02 PrnRuleOccs       PIC Z9.
           02 FILLER            PIC X(20) VALUE " occurrences and ".
           02 PrnRuleYearDays   PIC ZZ9.
           02 FILLER            PIC X(14) VALUE " days/12 mths".

       01 OccColumnLine         PIC X(60)
           VALUE "  From      To         Days  Note needed".

       01 OccLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnOccStart       PIC 9(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnOccEnd         PIC 9(8).
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnOccDays        PIC ZZ9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnOccNote        PIC X(4).
           02 PrnOccReason      PIC X(20).

       01 QuotaLine1.
           02 FILLER            PIC X(34)
              VALUE "Last 12 months to today: used ".
           02 PrnUsedOccs       PIC ZZ9.
           02 FILLER            PIC X(17) VALUE " occurrences and ".
           02 PrnUsedDays       PIC ZZZ9.
           02 FILLER            PIC X(5) VALUE " days".

       01 QuotaLine2.
           02 FILLER            PIC X(34)
              VALUE "Quota left today:             ".
           02 PrnLeftOccs       PIC -ZZ9.
           02 FILLER            PIC X(16) VALUE " occurrences and".
           02 PrnLeftDays       PIC -ZZZ9.
           02 FILLER            PIC X(5) VALUE " days".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WHFileNameVar FROM ENVIRONMENT "WORKHOURFILE"
           IF WHFileNameVar = SPACES
              MOVE "WorkHours.dat" TO WHFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING WHFileNameVar,
              WHLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run WorkHourMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LoadSickRules

           DISPLAY "1 = Sick leave quota report   2 = Edit limits"
           ACCEPT RunMode
           IF EditRulesMode
              PERFORM EditSickRules
              GOBACK
           END-IF

           ACCEPT TodayDate FROM DATE YYYYMMDD
           COMPUTE TodayNum = FUNCTION INTEGER-OF-DATE(TodayDate)
           PERFORM BuildSickDayTable
           PERFORM GroupOccurrences
           PERFORM FlagOccurrences

           PERFORM StartProvenance
           OPEN OUTPUT SickLeaveReport
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           MOVE SRDaysPerOcc TO PrnRuleDays
           MOVE SROccPerYear TO PrnRuleOccs
           MOVE SRDaysPerYear TO PrnRuleYearDays
           WRITE PrintLine FROM RulesLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           IF OccCount = ZERO
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           ELSE
              WRITE PrintLine FROM OccColumnLine
                 AFTER ADVANCING 1 LINE
              PERFORM VARYING OcIdx FROM 1 BY 1
                 UNTIL OcIdx > OccCount
                 MOVE OcStart(OcIdx) TO PrnOccStart
                 MOVE OcEnd(OcIdx) TO PrnOccEnd
                 MOVE OcDays(OcIdx) TO PrnOccDays
                 IF OcNeedsNote(OcIdx)
                    MOVE "YES " TO PrnOccNote
                 ELSE
                    MOVE "no  " TO PrnOccNote
                 END-IF
                 MOVE OcReason(OcIdx) TO PrnOccReason
                 WRITE PrintLine FROM OccLine AFTER ADVANCING 1 LINE
              END-PERFORM
           END-IF
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           PERFORM ComputeQuotaToday
           CLOSE SickLeaveReport
           MOVE "SickLeave.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to SickLeave.rpt (" OccCount
              " occurrences, " FlaggedOccs " needed a note)"
           GOBACK.

       LoadSickRules.
           OPEN INPUT SickLeaveRules
           IF SickRulesStatus = "00"
              READ SickLeaveRules
                 AT END PERFORM SeedDefaultRules
              END-READ
              CLOSE SickLeaveRules
           ELSE
              PERFORM SeedDefaultRules
              PERFORM SaveSickRules
           END-IF.

      * The statutory defaults: up to 3 calendar days per occurrence,
      * at most 4 occurrences in 12 months. An employer on the wider
      * agreement allows 8 days per occurrence and 24 days a year --
      * mode 2 changes the figures.
       SeedDefaultRules.
           MOVE 3 TO SRDaysPerOcc
           MOVE 4 TO SROccPerYear
           MOVE 12 TO SRDaysPerYear.

       SaveSickRules.
           OPEN OUTPUT SickLeaveRules
           WRITE SickRulesRecord
           CLOSE SickLeaveRules.

       EditSickRules.
           DISPLAY "Current limits: " SRDaysPerOcc " days/occurrence, "
              SROccPerYear " occurrences, " SRDaysPerYear " days/year"
           DISPLAY "Days per occurrence"
           ACCEPT SRDaysPerOcc
           DISPLAY "Occurrences per rolling 12 months"
           ACCEPT SROccPerYear
           DISPLAY "Days per rolling 12 months"
           ACCEPT SRDaysPerYear
           PERFORM SaveSickRules
           DISPLAY "Sick leave limits saved".

       BuildSickDayTable.
           MOVE ZEROES TO SickDayCount
           OPEN INPUT WorkHourFile
           IF WHFileStatus = "35"
              DISPLAY "WorkHours.dat not found"
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WHRecNr
           PERFORM UNTIL EndOfFileWH
              READ WorkHourFile NEXT RECORD
                 AT END SET EndOfFileWH TO TRUE
              END-READ
              IF NOT EndOfFileWH AND WHSickLeave
                 PERFORM AddSickDay
              END-IF
           END-PERFORM
           CLOSE WorkHourFile.

       AddSickDay.
           MOVE "N" TO SickDayFound
           PERFORM VARYING SdIdx FROM 1 BY 1
              UNTIL SdIdx > SickDayCount
              IF SdDate(SdIdx) = WHDate
                 SET FoundSickDay TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF FoundSickDay
              EXIT PARAGRAPH
           END-IF
           IF SickDayCount >= 400
              DISPLAY "Sick day table full -- skipping " WHDate
              EXIT PARAGRAPH
           END-IF
           MOVE SickDayCount TO InsertAt
           ADD 1 TO InsertAt
           PERFORM UNTIL InsertAt = 1
              OR SdDate(InsertAt - 1) < WHDate
              MOVE InsertAt TO ShuffleIdx
              SUBTRACT 1 FROM ShuffleIdx
              MOVE SickDayEntry(ShuffleIdx) TO SickDayEntry(InsertAt)
              MOVE ShuffleIdx TO InsertAt
           END-PERFORM
           ADD 1 TO SickDayCount
           SET SdIdx TO InsertAt
           MOVE WHDate TO SdDate(SdIdx)
           COMPUTE SdDayNum(SdIdx) =
              FUNCTION INTEGER-OF-DATE(SdDate(SdIdx)).

      * A sick day continues the running occurrence when it is the
      * next calendar day, or the Monday after a Friday (the weekend
      * in between was never going to be logged).
       GroupOccurrences.
           MOVE ZEROES TO OccCount, PrevDayNum
           PERFORM VARYING SdIdx FROM 1 BY 1
              UNTIL SdIdx > SickDayCount
              IF OccCount > ZERO
                 AND (SdDayNum(SdIdx) = PrevDayNum + 1
                    OR (PrevDow = 5
                       AND SdDayNum(SdIdx) = PrevDayNum + 3))
                 SET OcIdx TO OccCount
                 MOVE SdDate(SdIdx) TO OcEnd(OcIdx)
                 MOVE SdDayNum(SdIdx) TO OcEndNum(OcIdx)
                 COMPUTE OcDays(OcIdx) =
                    OcEndNum(OcIdx) - OcStartNum(OcIdx) + 1
              ELSE
                 IF OccCount >= 200
                    DISPLAY "Occurrence table full -- stopping at "
                       SdDate(SdIdx)
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO OccCount
                 SET OcIdx TO OccCount
                 MOVE SdDate(SdIdx) TO OcStart(OcIdx), OcEnd(OcIdx)
                 MOVE SdDayNum(SdIdx) TO OcStartNum(OcIdx),
                    OcEndNum(OcIdx)
                 MOVE 1 TO OcDays(OcIdx)
                 MOVE "N" TO OcNoteFlag(OcIdx)
                 MOVE SPACES TO OcReason(OcIdx)
              END-IF
              MOVE SdDayNum(SdIdx) TO PrevDayNum
              COMPUTE PrevDow = FUNCTION MOD(PrevDayNum - 1, 7) + 1
           END-PERFORM.

      * Each occurrence is judged on the 12 months that end on its
      * last day: too long on its own, one occurrence too many, or
      * the running day count pushed past the yearly limit.
       FlagOccurrences.
           PERFORM VARYING OcIdx FROM 1 BY 1
              UNTIL OcIdx > OccCount
              COMPUTE WindowStartNum = OcEndNum(OcIdx) - 364
              MOVE ZEROES TO WindowOccs, WindowDays
              PERFORM VARYING WinIdx FROM 1 BY 1
                 UNTIL WinIdx > OcIdx
                 IF OcEndNum(WinIdx) >= WindowStartNum
                    ADD 1 TO WindowOccs
                    ADD OcDays(WinIdx) TO WindowDays
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN OcDays(OcIdx) > SRDaysPerOcc
                    MOVE "Y" TO OcNoteFlag(OcIdx)
                    MOVE "occurrence too long" TO OcReason(OcIdx)
                 WHEN WindowOccs > SROccPerYear
                    MOVE "Y" TO OcNoteFlag(OcIdx)
                    MOVE "too many occurrences" TO OcReason(OcIdx)
                 WHEN WindowDays > SRDaysPerYear
                    MOVE "Y" TO OcNoteFlag(OcIdx)
                    MOVE "yearly days used up" TO OcReason(OcIdx)
              END-EVALUATE
              IF OcNeedsNote(OcIdx)
                 ADD 1 TO FlaggedOccs
              END-IF
           END-PERFORM.

       ComputeQuotaToday.
           COMPUTE WindowStartNum = TodayNum - 364
           MOVE ZEROES TO WindowOccs, WindowDays
           PERFORM VARYING OcIdx FROM 1 BY 1
              UNTIL OcIdx > OccCount
              IF OcEndNum(OcIdx) >= WindowStartNum
                 ADD 1 TO WindowOccs
                 ADD OcDays(OcIdx) TO WindowDays
              END-IF
           END-PERFORM
           COMPUTE OccsLeft = SROccPerYear - WindowOccs
           COMPUTE DaysLeft = SRDaysPerYear - WindowDays
           MOVE WindowOccs TO PrnUsedOccs
           MOVE WindowDays TO PrnUsedDays
           MOVE OccsLeft TO PrnLeftOccs
           MOVE DaysLeft TO PrnLeftDays
           WRITE PrintLine FROM QuotaLine1 AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM QuotaLine2 AFTER ADVANCING 1 LINE
           DISPLAY "Quota left: " OccsLeft " occurrences, " DaysLeft
              " days"
           IF OccsLeft <= ZERO OR DaysLeft <= ZERO
              MOVE "W" TO AlertSevWS
              MOVE "egenmelding" TO AlertKeyWS
              MOVE SPACES TO AlertMsgWS
              IF OccsLeft <= ZERO
                 STRING "Next sick day needs a doctor's note: "
                    DELIMITED BY SIZE
                    "occurrences used up" DELIMITED BY SIZE
                    INTO AlertMsgWS
                 END-STRING
              ELSE
                 STRING "Next sick day needs a doctor's note: "
                    DELIMITED BY SIZE
                    "12-month days used up" DELIMITED BY SIZE
                    INTO AlertMsgWS
                 END-STRING
              END-IF
              WRITE PrintLine FROM AlertMsgWS AFTER ADVANCING 1 LINE
              PERFORM WriteAlert
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
           MOVE "SickLeaveQuota" TO AlProgram
           ACCEPT AlDate FROM DATE YYYYMMDD
           ACCEPT AlTime FROM TIME
           MOVE AlertSevWS TO AlSeverity
           MOVE "N" TO AlAckFlag
           MOVE AlertKeyWS TO AlKey
           MOVE AlertMsgWS TO AlMessage
           WRITE AlertRecord
           CLOSE Alerts.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "SickLeaveQuota" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "SickLeaveRules.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
