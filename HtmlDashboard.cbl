       IDENTIFICATION DIVISION.
       PROGRAM-ID. HtmlDashboard.
       AUTHOR. Andreas Richardsen.

      * The summary reports as one static web page for the rest of
      * the household: Dashboard.html holds today's DailySummary
      * page, this month's MonthlyScorecard with its deltas, the open
      * alerts from Alerts.dat by severity, and the per-file health
      * rows SystemHealth leaves in HealthStatus.dat. Both reports are
      * rerun first through their script files -- the household's
      * own DailySummary.script / Scorecard.script when present,
      * otherwise a one-off "TODAY" / "THIS" script that is removed
      * again -- and when a rerun is refused (a writer still active)
      * the page carries the last report written and says so. The
      * page is self-contained: styles inline, no scripts, no links
      * outside itself, so it opens from the folder in any browser.
      * The page is always written as Dashboard.html here, where
      * ReportSpool files it with the other reports, and then copied
      * to the file named by the DASHBOARDFILE environment variable
      * when one is set -- point it into the shared folder.
      * No prompts, so JobScheduler runs it daily after SystemHealth;
      * RETURN-CODE 8 when the page cannot be written or copied.
      * Both reports mask their MONEY figures ("****") for an
      * operator without the MONEY class (FigureMask), and the rerun
      * happens under the same sign-on, so the page carries them
      * masked too; a last report kept from an earlier run may have
      * been written for someone who held the class, so for such an
      * operator it is left off the page instead.
      * The page ends with the ReportProvenance block, written as HTML
      * comment lines: operator, run time and the count, checksum and
      * layout generation of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HtmlFile ASSIGN DYNAMIC HtmlFileNameVar
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HtmlFileStatus.

           SELECT ReportIn ASSIGN DYNAMIC ReportInName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportInStatus.

           SELECT ScriptFile ASSIGN DYNAMIC ScriptFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ScriptFileStatus.

           SELECT Alerts ASSIGN TO "Alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AlertsStatus.

           SELECT HealthStatusFile ASSIGN TO "HealthStatus.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HealthStatusStatus.

       DATA DIVISION.
       FILE SECTION.
       FD HtmlFile.
       01 HtmlLine              PIC X(250).

       FD ReportIn.
       01 ReportInLine          PIC X(132).
           88 EndOfReportIn     VALUE HIGH-VALUES.

       FD ScriptFile.
       01 ScriptLine            PIC X(44).

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

       FD HealthStatusFile.
       01 HealthStatusRecord.
           88 EndOfHealthStatus VALUE HIGH-VALUES.
           02 HsFile            PIC X(20).
           02 HsCount           PIC 9(7).
           02 HsLastEntry       PIC 9(8).
           02 HsLock            PIC X(5).
           02 HsBackup          PIC X(60).
           02 HsRunDate         PIC 9(8).
           02 HsRunTime         PIC 9(8).

       WORKING-STORAGE SECTION.
       01 HtmlFileStatus        PIC XX.
       01 HtmlFileNameVar       PIC X(60) VALUE "Dashboard.html".
       01 SharedFileName        PIC X(60).
       01 CopyCmd               PIC X(140).
       01 ReportInStatus        PIC XX.
       01 ReportInName          PIC X(60).
       01 ScriptFileStatus      PIC XX.
       01 ScriptFileName        PIC X(60).
       01 ScriptAnswer          PIC X(44).
       01 AlertsStatus          PIC XX.
       01 HealthStatusStatus    PIC XX.

       01 OwnScript             PIC X.
           88 OneOffScript      VALUE "Y".
       01 RemoveCmd             PIC X(80).
       01 CallTarget            PIC X(30).
       01 RefreshOk             PIC X.
           88 ReportRefreshed   VALUE "Y".
       01 SummaryRefreshed      PIC X.
       01 ScorecardRefreshed    PIC X.

       01 TodayDateNum          PIC 9(8).
       01 NowTime               PIC 9(8).
       01 DateIn                PIC 9(8).
       01 DateText              PIC X(10).
       01 TimeIn                PIC 9(8).
       01 TimeText              PIC X(5).

       01 HtmlOut               PIC X(250).
       01 EscIn                 PIC X(132).
       01 EscOut                PIC X(250).
       01 EscLen                PIC 9(3).
       01 EscInLen              PIC 9(3).
       01 CharIdx               PIC 9(3).
       01 OneChar               PIC X.

      * open alerts, oldest first as the hub keeps them
       01 AlertTable.
           02 AlertEntry        OCCURS 300 TIMES INDEXED BY AlIdx.
              03 AtProgram      PIC X(20).
              03 AtDate         PIC 9(8).
              03 AtTime         PIC 9(8).
              03 AtSeverity     PIC X.
              03 AtMessage      PIC X(60).
       01 AlertCount            PIC 9(3) VALUE ZERO.
       01 OpenAlertTotal        PIC 9(5) VALUE ZERO.
       01 SeverityCodes         PIC X(3) VALUE "CWI".
       01 SeverityNameList.
           02 FILLER            PIC X(12) VALUE "Critical".
           02 FILLER            PIC X(12) VALUE "Warning".
           02 FILLER            PIC X(12) VALUE "Information".
       01 SeverityNameTable REDEFINES SeverityNameList.
           02 SeverityName      PIC X(12) OCCURS 3 TIMES.
       01 SeverityCounts.
           02 SeverityCount     PIC 9(5) OCCURS 3 TIMES.
       01 SevIdx                PIC 9.
       01 CountEdit             PIC Z(4)9.
       01 CountEdit2            PIC Z(4)9.
       01 CountEdit3            PIC Z(4)9.
       01 RecordEdit            PIC Z(6)9.
       01 HealthRows            PIC 9(2).
       01 LockCell              PIC X(30).

       COPY "PROVREQ.cpy".
       COPY "MASKREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE SPACES TO SharedFileName
           ACCEPT SharedFileName FROM ENVIRONMENT "DASHBOARDFILE"
           IF SharedFileName = HtmlFileNameVar
              MOVE SPACES TO SharedFileName
           END-IF
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           ACCEPT NowTime FROM TIME

           MOVE "DailySummary" TO CallTarget
           MOVE "DailySummary.script" TO ScriptFileName
           MOVE "TODAY" TO ScriptAnswer
           PERFORM RefreshReport
           MOVE RefreshOk TO SummaryRefreshed
           MOVE "MonthlyScorecard" TO CallTarget
           MOVE "Scorecard.script" TO ScriptFileName
           MOVE "THIS" TO ScriptAnswer
           PERFORM RefreshReport
           MOVE RefreshOk TO ScorecardRefreshed

           MOVE "HtmlDashboard" TO FmProgramName
           MOVE HtmlFileNameVar TO FmOutputName
           MOVE "N" TO FmCarriesPay
           MOVE "Y" TO FmCarriesMoney
           CALL "FigureMask" USING FigureMaskRequest

           PERFORM StartProvenance
           OPEN OUTPUT HtmlFile
           IF HtmlFileStatus NOT = "00"
              DISPLAY "Cannot write " FUNCTION TRIM(HtmlFileNameVar)
                 " (status " HtmlFileStatus ")"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WritePageHead
           PERFORM WriteSummarySection
           PERFORM WriteScorecardSection
           PERFORM WriteAlertSection
           PERFORM WriteHealthSection
           MOVE "</body>" TO HtmlOut
           PERFORM EmitLine
           MOVE "</html>" TO HtmlOut
           PERFORM EmitLine
           CLOSE HtmlFile
           MOVE HtmlFileNameVar TO PvReportName
           PERFORM StampProvenance

           DISPLAY "Dashboard written to "
              FUNCTION TRIM(HtmlFileNameVar)
           IF SharedFileName NOT = SPACES
              MOVE SPACES TO CopyCmd
              STRING "cp " DELIMITED BY SIZE
                 FUNCTION TRIM(HtmlFileNameVar) DELIMITED BY SIZE
                 " '" DELIMITED BY SIZE
                 FUNCTION TRIM(SharedFileName) DELIMITED BY SIZE
                 "'" DELIMITED BY SIZE
                 INTO CopyCmd
              END-STRING
              CALL "SYSTEM" USING CopyCmd
              IF RETURN-CODE NOT = ZERO
                 DISPLAY "Cannot copy the page to "
                    FUNCTION TRIM(SharedFileName)
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              DISPLAY "  and copied to " FUNCTION TRIM(SharedFileName)
           END-IF
           MOVE ZEROES TO RETURN-CODE
           GOBACK.

      * Reruns one report through its script file. A household script
      * already on disk is used as it stands; otherwise the one-line
      * answer in ScriptAnswer goes into a script of our own, which is
      * removed once the report has run.
       RefreshReport.
           MOVE "N" TO RefreshOk, OwnScript
           OPEN INPUT ScriptFile
           IF ScriptFileStatus = "00"
              CLOSE ScriptFile
           ELSE
              OPEN OUTPUT ScriptFile
              WRITE ScriptLine FROM ScriptAnswer
              MOVE SPACES TO ScriptLine
              WRITE ScriptLine
              CLOSE ScriptFile
              SET OneOffScript TO TRUE
           END-IF
           CALL CallTarget
              ON EXCEPTION
                 DISPLAY FUNCTION TRIM(CallTarget)
                    " is not available -- last report kept"
                 MOVE 8 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE = ZERO
              SET ReportRefreshed TO TRUE
           END-IF
           MOVE ZEROES TO RETURN-CODE
           IF OneOffScript
              MOVE SPACES TO RemoveCmd
              STRING "rm -f " DELIMITED BY SIZE
                 FUNCTION TRIM(ScriptFileName) DELIMITED BY SIZE
                 INTO RemoveCmd
              END-STRING
              CALL "SYSTEM" USING RemoveCmd
              MOVE ZEROES TO RETURN-CODE
           END-IF.

       WritePageHead.
           MOVE "<!DOCTYPE html>" TO HtmlOut
           PERFORM EmitLine
           MOVE "<html lang=""en""><head><meta charset=""utf-8"">"
              TO HtmlOut
           PERFORM EmitLine
           MOVE "<title>Household dashboard</title>" TO HtmlOut
           PERFORM EmitLine
           MOVE "<style>" TO HtmlOut
           PERFORM EmitLine
           MOVE "body{font-family:sans-serif;margin:1em 2em;}"
              TO HtmlOut
           PERFORM EmitLine
           MOVE "pre{background:#f4f4f4;padding:.5em;}" TO HtmlOut
           PERFORM EmitLine
           MOVE "table{border-collapse:collapse;}" TO HtmlOut
           PERFORM EmitLine
           MOVE "td,th{border:1px solid #ccc;padding:2px 8px;}"
              TO HtmlOut
           PERFORM EmitLine
           MOVE ".C{color:#b00;}.W{color:#a60;}.note{color:#666;}"
              TO HtmlOut
           PERFORM EmitLine
           MOVE "</style></head><body>" TO HtmlOut
           PERFORM EmitLine
           MOVE "<h1>Household dashboard</h1>" TO HtmlOut
           PERFORM EmitLine
           MOVE TodayDateNum TO DateIn
           PERFORM FormatDate
           MOVE NowTime TO TimeIn
           PERFORM FormatTime
           STRING "<p class=""note"">Made " DELIMITED BY SIZE
              DateText DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TimeText DELIMITED BY SIZE
              "</p>" DELIMITED BY SIZE
              INTO HtmlOut
           END-STRING
           PERFORM EmitLine
           STRING "<p><a href=""#today"">Today</a> | " DELIMITED BY
              SIZE
              "<a href=""#month"">This month</a> | " DELIMITED BY
              SIZE
              "<a href=""#alerts"">Alerts</a> | " DELIMITED BY SIZE
              "<a href=""#health"">Data files</a></p>" DELIMITED BY
              SIZE
              INTO HtmlOut
           END-STRING
           PERFORM EmitLine.

       WriteSummarySection.
           MOVE "<h2 id=""today"">Today's summary</h2>" TO HtmlOut
           PERFORM EmitLine
           IF SummaryRefreshed NOT = "Y"
              STRING "<p class=""W"">Could not be rerun just now"
                 DELIMITED BY SIZE
                 " -- this is the last summary written.</p>"
                 DELIMITED BY SIZE
                 INTO HtmlOut
              END-STRING
              PERFORM EmitLine
              IF FmMaskMoney
                 PERFORM WithholdStaleReport
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "DailySummary.rpt" TO ReportInName
           PERFORM EmbedReport.

       WriteScorecardSection.
           MOVE "<h2 id=""month"">This month's scorecard</h2>"
              TO HtmlOut
           PERFORM EmitLine
           IF ScorecardRefreshed NOT = "Y"
              STRING "<p class=""W"">Could not be rerun just now"
                 DELIMITED BY SIZE
                 " -- this is the last scorecard written.</p>"
                 DELIMITED BY SIZE
                 INTO HtmlOut
              END-STRING
              PERFORM EmitLine
              IF FmMaskMoney
                 PERFORM WithholdStaleReport
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "Scorecard.rpt" TO ReportInName
           PERFORM EmbedReport.

      * A report that could not be rerun may hold figures this
      * operator is not cleared for, so it is not copied onto the page.
       WithholdStaleReport.
           STRING "<p class=""note"">Not shown: money figures are "
              DELIMITED BY SIZE
              "masked for your user id.</p>" DELIMITED BY SIZE
              INTO HtmlOut
           END-STRING
           PERFORM EmitLine.

      * A printed report goes in as preformatted text, page breaks
      * dropped and markup characters escaped.
       EmbedReport.
           OPEN INPUT ReportIn
           IF ReportInStatus NOT = "00"
              MOVE "<p class=""note"">Not written yet.</p>" TO HtmlOut
              PERFORM EmitLine
              EXIT PARAGRAPH
           END-IF
           MOVE "<pre>" TO HtmlOut
           PERFORM EmitLine
           READ ReportIn
              AT END SET EndOfReportIn TO TRUE
           END-READ
           PERFORM UNTIL EndOfReportIn
              MOVE ReportInLine TO EscIn
              PERFORM EscapeText
              IF EscLen = ZERO
                 MOVE SPACE TO HtmlOut
              ELSE
                 MOVE EscOut(1:EscLen) TO HtmlOut
              END-IF
              PERFORM EmitLine
              READ ReportIn
                 AT END SET EndOfReportIn TO TRUE
              END-READ
           END-PERFORM
           CLOSE ReportIn
           MOVE "</pre>" TO HtmlOut
           PERFORM EmitLine.

      * Open (unacknowledged) alerts: a count line, then one table
      * per severity, newest first.
       WriteAlertSection.
           PERFORM LoadOpenAlerts
           MOVE "<h2 id=""alerts"">Open alerts</h2>" TO HtmlOut
           PERFORM EmitLine
           MOVE SeverityCount(1) TO CountEdit
           MOVE SeverityCount(2) TO CountEdit2
           MOVE SeverityCount(3) TO CountEdit3
           STRING "<p><span class=""C"">" DELIMITED BY SIZE
              FUNCTION TRIM(CountEdit) DELIMITED BY SIZE
              " critical</span>, <span class=""W"">" DELIMITED BY SIZE
              FUNCTION TRIM(CountEdit2) DELIMITED BY SIZE
              " warning</span>, " DELIMITED BY SIZE
              FUNCTION TRIM(CountEdit3) DELIMITED BY SIZE
              " information -- acknowledge them in AlertInbox.</p>"
              DELIMITED BY SIZE
              INTO HtmlOut
           END-STRING
           PERFORM EmitLine
           IF OpenAlertTotal > AlertCount
              MOVE AlertCount TO CountEdit
              STRING "<p class=""note"">Only the oldest "
                 DELIMITED BY SIZE
                 FUNCTION TRIM(CountEdit) DELIMITED BY SIZE
                 " are listed.</p>" DELIMITED BY SIZE
                 INTO HtmlOut
              END-STRING
              PERFORM EmitLine
           END-IF
           PERFORM VARYING SevIdx FROM 1 BY 1 UNTIL SevIdx > 3
              IF SeverityCount(SevIdx) > ZERO
                 PERFORM WriteSeverityTable
              END-IF
           END-PERFORM.

       LoadOpenAlerts.
           INITIALIZE SeverityCounts
           MOVE ZEROES TO AlertCount, OpenAlertTotal
           OPEN INPUT Alerts
           IF AlertsStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ Alerts
              AT END SET EndOfAlerts TO TRUE
           END-READ
           PERFORM UNTIL EndOfAlerts
              IF AlAckFlag NOT = "Y"
                 ADD 1 TO OpenAlertTotal
                 EVALUATE AlSeverity
                    WHEN "C" ADD 1 TO SeverityCount(1)
                    WHEN "W" ADD 1 TO SeverityCount(2)
                    WHEN OTHER ADD 1 TO SeverityCount(3)
                 END-EVALUATE
                 IF AlertCount < 300
                    ADD 1 TO AlertCount
                    SET AlIdx TO AlertCount
                    MOVE AlProgram TO AtProgram(AlIdx)
                    MOVE AlDate TO AtDate(AlIdx)
                    MOVE AlTime TO AtTime(AlIdx)
                    MOVE AlSeverity TO AtSeverity(AlIdx)
                    IF AlSeverity NOT = "C" AND NOT = "W"
                       MOVE "I" TO AtSeverity(AlIdx)
                    END-IF
                    MOVE AlMessage TO AtMessage(AlIdx)
                 END-IF
              END-IF
              READ Alerts
                 AT END SET EndOfAlerts TO TRUE
              END-READ
           END-PERFORM
           CLOSE Alerts.

       WriteSeverityTable.
           STRING "<h3 class=""" DELIMITED BY SIZE
              SeverityCodes(SevIdx:1) DELIMITED BY SIZE
              """>" DELIMITED BY SIZE
              FUNCTION TRIM(SeverityName(SevIdx)) DELIMITED BY SIZE
              "</h3>" DELIMITED BY SIZE
              INTO HtmlOut
           END-STRING
           PERFORM EmitLine
           STRING "<table><tr><th>When</th><th>From</th>"
              DELIMITED BY SIZE
              "<th>Message</th></tr>" DELIMITED BY SIZE
              INTO HtmlOut
           END-STRING
           PERFORM EmitLine
           PERFORM VARYING AlIdx FROM AlertCount BY -1
              UNTIL AlIdx < 1
              IF AtSeverity(AlIdx) = SeverityCodes(SevIdx:1)
                 PERFORM WriteAlertRow
              END-IF
           END-PERFORM
           MOVE "</table>" TO HtmlOut
           PERFORM EmitLine.

       WriteAlertRow.
           MOVE AtDate(AlIdx) TO DateIn
           PERFORM FormatDate
           MOVE AtTime(AlIdx) TO TimeIn
           PERFORM FormatTime
           MOVE AtMessage(AlIdx) TO EscIn
           PERFORM EscapeText
           IF EscLen = ZERO
              MOVE 1 TO EscLen
           END-IF
           STRING "<tr><td>" DELIMITED BY SIZE
              DateText DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              TimeText DELIMITED BY SIZE
              "</td><td>" DELIMITED BY SIZE
              FUNCTION TRIM(AtProgram(AlIdx)) DELIMITED BY SIZE
              "</td><td>" DELIMITED BY SIZE
              EscOut(1:EscLen) DELIMITED BY SIZE
              "</td></tr>" DELIMITED BY SIZE
              INTO HtmlOut
           END-STRING
           PERFORM EmitLine.

      * One row per data file from SystemHealth's last check.
       WriteHealthSection.
           MOVE "<h2 id=""health"">Data files</h2>" TO HtmlOut
           PERFORM EmitLine
           OPEN INPUT HealthStatusFile
           IF HealthStatusStatus NOT = "00"
              STRING "<p class=""note"">No health check on file"
                 DELIMITED BY SIZE
                 " -- run SystemHealth.</p>" DELIMITED BY SIZE
                 INTO HtmlOut
              END-STRING
              PERFORM EmitLine
              EXIT PARAGRAPH
           END-IF
           STRING "<table><tr><th>File</th><th>Records</th>"
              DELIMITED BY SIZE
              "<th>Last entry</th><th>Lock</th>" DELIMITED BY SIZE
              "<th>Newest backup</th></tr>" DELIMITED BY SIZE
              INTO HtmlOut
           END-STRING
           PERFORM EmitLine
           MOVE ZEROES TO HealthRows
           READ HealthStatusFile
              AT END SET EndOfHealthStatus TO TRUE
           END-READ
           PERFORM UNTIL EndOfHealthStatus
              ADD 1 TO HealthRows
              PERFORM WriteHealthRow
              MOVE HsRunDate TO DateIn
              MOVE HsRunTime TO TimeIn
              READ HealthStatusFile
                 AT END SET EndOfHealthStatus TO TRUE
              END-READ
           END-PERFORM
           CLOSE HealthStatusFile
           MOVE "</table>" TO HtmlOut
           PERFORM EmitLine
           IF HealthRows > ZERO
              PERFORM FormatDate
              PERFORM FormatTime
              STRING "<p class=""note"">Checked " DELIMITED BY SIZE
                 DateText DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 TimeText DELIMITED BY SIZE
                 " by SystemHealth.</p>" DELIMITED BY SIZE
                 INTO HtmlOut
              END-STRING
              PERFORM EmitLine
           END-IF.

       WriteHealthRow.
           EVALUATE HsLock
              WHEN "STALE"
                 MOVE "<td class=""C"">stale" TO LockCell
              WHEN "HELD"
                 MOVE "<td class=""W"">held" TO LockCell
              WHEN OTHER
                 MOVE "<td>free" TO LockCell
           END-EVALUATE
           MOVE HsCount TO RecordEdit
           MOVE HsLastEntry TO DateIn
           PERFORM FormatDate
           IF HsBackup = SPACES
              MOVE "none" TO EscIn
           ELSE
              MOVE HsBackup TO EscIn
           END-IF
           PERFORM EscapeText
           STRING "<tr><td>" DELIMITED BY SIZE
              FUNCTION TRIM(HsFile) DELIMITED BY SIZE
              "</td><td>" DELIMITED BY SIZE
              FUNCTION TRIM(RecordEdit) DELIMITED BY SIZE
              "</td><td>" DELIMITED BY SIZE
              DateText DELIMITED BY SIZE
              "</td>" DELIMITED BY SIZE
              FUNCTION TRIM(LockCell) DELIMITED BY SIZE
              "</td><td>" DELIMITED BY SIZE
              EscOut(1:EscLen) DELIMITED BY SIZE
              "</td></tr>" DELIMITED BY SIZE
              INTO HtmlOut
           END-STRING
           PERFORM EmitLine.

      * &, < and > as entities; form feeds and other control bytes
      * left by the printed reports are dropped.
       EscapeText.
           MOVE SPACES TO EscOut
           MOVE ZEROES TO EscLen, EscInLen
           IF EscIn NOT = SPACES
              COMPUTE EscInLen = FUNCTION LENGTH
                 (FUNCTION TRIM(EscIn TRAILING))
           END-IF
           PERFORM VARYING CharIdx FROM 1 BY 1
              UNTIL CharIdx > EscInLen
              MOVE EscIn(CharIdx:1) TO OneChar
              EVALUATE TRUE
                 WHEN OneChar = "&"
                    MOVE "&amp;" TO EscOut(EscLen + 1:5)
                    ADD 5 TO EscLen
                 WHEN OneChar = "<"
                    MOVE "&lt;" TO EscOut(EscLen + 1:4)
                    ADD 4 TO EscLen
                 WHEN OneChar = ">"
                    MOVE "&gt;" TO EscOut(EscLen + 1:4)
                    ADD 4 TO EscLen
                 WHEN OneChar < SPACE
                    CONTINUE
                 WHEN OTHER
                    ADD 1 TO EscLen
                    MOVE OneChar TO EscOut(EscLen:1)
              END-EVALUATE
           END-PERFORM.

       FormatDate.
           MOVE SPACES TO DateText
           IF DateIn = ZERO
              MOVE "-" TO DateText
           ELSE
              STRING DateIn(1:4) "-" DateIn(5:2) "-" DateIn(7:2)
                 DELIMITED BY SIZE INTO DateText
              END-STRING
           END-IF.

       FormatTime.
           MOVE SPACES TO TimeText
           STRING TimeIn(1:2) ":" TimeIn(3:2)
              DELIMITED BY SIZE INTO TimeText
           END-STRING.

       EmitLine.
           WRITE HtmlLine FROM HtmlOut
           MOVE SPACES TO HtmlOut.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "HtmlDashboard" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "DailySummary.rpt" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Scorecard.rpt" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Alerts.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "HealthStatus.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
