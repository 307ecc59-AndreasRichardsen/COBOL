       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimeExportReconcile.
       AUTHOR. Andreas Richardsen.

      * Reconciliation against the employer's time registration
      * system: reads its export (EmployerHours.csv, one
      * "date,in,out,hours" line per registered day -- dates as
      * YYYYMMDD or YYYY-MM-DD, times as HHMM or HH:MM, a header line
      * is skipped) for one PayPeriodId and lines each day up against
      * the effective WorkHours.dat records for the same period. Voids
      * are skipped and a day keyed as several segments is summed, the
      * same way the pay statement sees it; standby windows are not
      * working time and stay out. The report lists days registered
      * on only one side and days where the two hour totals differ by
      * more than the tolerance, so a short registration is caught
      * while the period can still be corrected with the employer.
      * Output goes to EmployerRecon.rpt.
      * An export comes from one employer. With a second job on the
      * register (Employers.dat) the run asks which employer it is
      * from and keeps only the entries linked to that employer in
      * WorkEmployer.dat -- no link being the main job -- so the
      * other job's days never show as missing at this employer.
      * EmployerRecon.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkHourFile ASSIGN DYNAMIC WHFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS WHRecNr
           FILE STATUS IS WHFileStatus.

           SELECT EmployerFile ASSIGN TO "EmployerHours.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EmployerFileStatus.

           SELECT RegisterFile ASSIGN TO "Employers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RegisterStatus.

           SELECT WorkEmployer ASSIGN TO "WorkEmployer.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WorkEmployerStatus.

           SELECT EmployerReconReport ASSIGN TO "EmployerRecon.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WorkHourFile.
       01 WorkHourDetails.
           88 EndOfFileWH       VALUE HIGH-VALUES.
           COPY "WORKHREC.cpy".

       FD EmployerFile.
       01 EmployerLine          PIC X(80).
           88 EndOfEmployerFile VALUE HIGH-VALUES.

       FD RegisterFile.
       01 EmployerRecord.
           88 EndOfRegister     VALUE HIGH-VALUES.
           COPY "EMPLOYREC.cpy".

       FD WorkEmployer.
       01 WorkEmployerRecord.
           88 EndOfWorkEmployer VALUE HIGH-VALUES.
           02 WEDate            PIC 9(8).
           02 WESeqNr           PIC 9(2).
           02 WECode            PIC X(6).

       FD EmployerReconReport.
       01 PrintLine             PIC X(75).

       WORKING-STORAGE SECTION.
       01 WHFileNameVar         PIC X(60) VALUE "WorkHours.dat".
       01 WHLayoutGen           PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 WHFileStatus          PIC XX.
       01 EmployerFileStatus    PIC XX.
       01 WHRecNr               PIC 9(6).
       01 TargetPeriod          PIC 9(6).
       01 Tolerance             PIC 9V99 VALUE 0.25.
       01 ToleranceIn           PIC X(12).

       01 ParsedDate            PIC X(10).
       01 ParsedIn              PIC X(5).
       01 ParsedOut             PIC X(5).
       01 ParsedHours           PIC X(12).
       01 CleanDate             PIC X(8).
       01 CleanDateNum REDEFINES CleanDate PIC 9(8).
       01 CleanTime             PIC X(4).
       01 CleanTimeNum REDEFINES CleanTime PIC 9(4).
       01 CleanIdx              PIC 9(2).
       01 CleanOut              PIC 9(2).
       01 CleanSource           PIC X(10).
       01 StripWork             PIC X(10).
       01 LinePeriod            PIC 9(6).
       01 SkippedLines          PIC 9(3) VALUE ZERO.

       01 RegisterStatus        PIC XX.
       01 WorkEmployerStatus    PIC XX.
       01 EmployerTable.
           02 EmployerEntry     OCCURS 9 TIMES INDEXED BY EmIdx.
              03 EtCode         PIC X(6).
              03 EtName         PIC X(30).
       01 EmployerCount         PIC 9 VALUE ZERO.
       01 MainEmpCode           PIC X(6) VALUE SPACES.
       01 SelEmp                PIC X(6) VALUE SPACES.
       01 RecEmpCode            PIC X(6).
       01 EmpCodeInput          PIC X(6).
       01 EmployerFound         PIC X.
           88 FoundEmployer     VALUE "Y".
      * WorkEmployer.dat links for the dates the period spans
       01 EmpLinkTable.
           02 EmpLinkEntry      OCCURS 1000 TIMES INDEXED BY ElIdx.
              03 ElDate         PIC 9(8).
              03 ElSeqNr        PIC 9(2).
              03 ElCode         PIC X(6).
       01 EmpLinkCount          PIC 9(4) VALUE ZERO.
       01 PeriodFirstDate       PIC 9(8).
       01 PeriodLastDate        PIC 9(8).

      * One row per calendar day seen on either side.
       01 ReconTable.
           02 ReconEntry        OCCURS 62 TIMES INDEXED BY RcIdx.
              03 RcDate         PIC 9(8).
              03 RcOwnHours     PIC 9(2)V99.
              03 RcOwnFlag      PIC X.
              03 RcOwnStart     PIC 9(4).
              03 RcOwnEnd       PIC 9(4).
              03 RcEmpHours     PIC 9(2)V99.
              03 RcEmpFlag      PIC X.
              03 RcEmpIn        PIC 9(4).
              03 RcEmpOut       PIC 9(4).
       01 ReconCount            PIC 9(3) VALUE ZERO.
       01 ReconFound            PIC X.
           88 FoundReconEntry   VALUE "Y".
       01 SeekDate              PIC 9(8).
       01 InsertAt              PIC 9(3).
       01 ShuffleIdx            PIC 9(3).
       01 HourDiff              PIC S9(2)V99.

       01 MissingEmpCount       PIC 9(3) VALUE ZERO.
       01 MissingOwnCount       PIC 9(3) VALUE ZERO.
       01 DiffCount             PIC 9(3) VALUE ZERO.
       01 OwnTotal              PIC 9(4)V99 VALUE ZERO.
       01 EmpTotal              PIC 9(4)V99 VALUE ZERO.

       01 ReportHeading.
           02 FILLER            PIC X(35)
              VALUE "Employer time export reconciliation".
           02 FILLER            PIC X(9) VALUE " period ".
           02 PrnHeadPeriod     PIC 9(6).
       01 EmployerNameLine.
           02 FILLER            PIC X(10) VALUE "Employer: ".
           02 PrnEmpCode        PIC X(7).
           02 PrnEmpName        PIC X(30).
       01 SectionLine           PIC X(60).
       01 Divider               PIC X(75) VALUE ALL "*".
       01 NoneLine              PIC X(20) VALUE "  (none)".

       01 DayLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnDayDate        PIC 9(8).
           02 FILLER            PIC X(7) VALUE "  own ".
           02 PrnOwnStart       PIC 9(4).
           02 FILLER            PIC X VALUE "-".
           02 PrnOwnEnd         PIC 9(4).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnOwnHours       PIC Z9.99.
           02 FILLER            PIC X(12) VALUE "  employer ".
           02 PrnEmpIn          PIC 9(4).
           02 FILLER            PIC X VALUE "-".
           02 PrnEmpOut         PIC 9(4).
           02 FILLER            PIC X VALUE SPACE.
           02 PrnEmpHours       PIC Z9.99.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnDayDiff        PIC +Z9.99.

       01 TotalLine.
           02 FILLER            PIC X(16) VALUE "Period totals:  ".
           02 FILLER            PIC X(4) VALUE "own ".
           02 PrnOwnTotal       PIC ZZZ9.99.
           02 FILLER            PIC X(11) VALUE "  employer ".
           02 PrnEmpTotal       PIC ZZZ9.99.

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

           MOVE ZEROES TO TargetPeriod
           PERFORM UNTIL TargetPeriod >= 190001
              AND TargetPeriod <= 209912
              AND FUNCTION MOD(TargetPeriod, 100) >= 1
              AND FUNCTION MOD(TargetPeriod, 100) <= 12
              DISPLAY "PayPeriodId to reconcile (YYYYMM)"
              ACCEPT TargetPeriod
           END-PERFORM
           DISPLAY "Hour tolerance per day (default 0.25, Enter keeps "
              "it)"
           ACCEPT ToleranceIn
           IF ToleranceIn NOT = SPACES
              COMPUTE Tolerance = FUNCTION NUMVAL(ToleranceIn)
           END-IF

           PERFORM LoadEmployers
           PERFORM AskExportEmployer
           PERFORM LoadOwnHours
           PERFORM LoadEmployerExport
           IF ReconCount = ZERO
              DISPLAY "Nothing registered on either side for "
                 TargetPeriod
              GOBACK
           END-IF
           PERFORM WriteReconReport
           DISPLAY "Reconciliation written to EmployerRecon.rpt ("
              MissingEmpCount " missing at employer, "
              MissingOwnCount " missing here, " DiffCount
              " differing)"
           GOBACK.

      * With two or more employers a first pass finds the dates the
      * period spans, so only their WorkEmployer.dat links are held.
       LoadOwnHours.
           OPEN INPUT WorkHourFile
           IF WHFileStatus = "35"
              DISPLAY "WorkHours.dat not found"
              EXIT PARAGRAPH
           END-IF
           IF EmployerCount > 1
              MOVE 99999999 TO PeriodFirstDate
              MOVE ZEROES TO PeriodLastDate
              MOVE 1 TO WHRecNr
              PERFORM UNTIL EndOfFileWH
                 READ WorkHourFile NEXT RECORD
                    AT END SET EndOfFileWH TO TRUE
                 END-READ
                 IF NOT EndOfFileWH AND PayPeriodId = TargetPeriod
                    IF WHDate < PeriodFirstDate
                       MOVE WHDate TO PeriodFirstDate
                    END-IF
                    IF WHDate > PeriodLastDate
                       MOVE WHDate TO PeriodLastDate
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE WorkHourFile
              PERFORM LoadEmployerLinks
              OPEN INPUT WorkHourFile
              MOVE SPACES TO WorkHourDetails
           END-IF
           MOVE 1 TO WHRecNr
           PERFORM UNTIL EndOfFileWH
              READ WorkHourFile NEXT RECORD
                 AT END SET EndOfFileWH TO TRUE
              END-READ
              IF NOT EndOfFileWH AND NOT WHVoided AND WHWorkedDay
                 AND PayPeriodId = TargetPeriod
                 PERFORM FindRecordEmployer
              END-IF
              IF NOT EndOfFileWH AND NOT WHVoided AND WHWorkedDay
                 AND PayPeriodId = TargetPeriod
                 AND RecEmpCode = SelEmp
                 MOVE WHDate TO SeekDate
                 PERFORM FindReconDay
                 IF FoundReconEntry
                    IF RcOwnFlag(RcIdx) = "N"
                       MOVE WHStartTime TO RcOwnStart(RcIdx)
                       MOVE WHEndTime TO RcOwnEnd(RcIdx)
                    END-IF
                    MOVE "Y" TO RcOwnFlag(RcIdx)
                    ADD WHHoursWorked TO RcOwnHours(RcIdx)
                    ADD WHHoursWorked TO OwnTotal
                    IF WHStartTime < RcOwnStart(RcIdx)
                       MOVE WHStartTime TO RcOwnStart(RcIdx)
                    END-IF
                    IF WHEndTime > RcOwnEnd(RcIdx)
                       MOVE WHEndTime TO RcOwnEnd(RcIdx)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE WorkHourFile.

      * The register, and the main job's code that unlinked entries
      * stand for (spaces while there is no register).
       LoadEmployers.
           MOVE ZEROES TO EmployerCount
           OPEN INPUT RegisterFile
           IF RegisterStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ RegisterFile
              AT END SET EndOfRegister TO TRUE
           END-READ
           PERFORM UNTIL EndOfRegister OR EmployerCount >= 9
              ADD 1 TO EmployerCount
              SET EmIdx TO EmployerCount
              MOVE EmpCode TO EtCode(EmIdx)
              MOVE EmpName TO EtName(EmIdx)
              IF EmpIsMain
                 MOVE EmpCode TO MainEmpCode
              END-IF
              READ RegisterFile
                 AT END SET EndOfRegister TO TRUE
              END-READ
           END-PERFORM
           CLOSE RegisterFile.

      * Which employer the export is from, into SelEmp. With fewer
      * than two employers there is nothing to choose.
       AskExportEmployer.
           MOVE MainEmpCode TO SelEmp
           IF EmployerCount < 2
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EmployerFound
           PERFORM UNTIL FoundEmployer
              DISPLAY "Employer the export is from (Enter = main "
                 "job, ? = list employers)"
              ACCEPT EmpCodeInput
              MOVE FUNCTION UPPER-CASE(EmpCodeInput) TO EmpCodeInput
              EVALUATE TRUE
                 WHEN EmpCodeInput = SPACES
                    SET FoundEmployer TO TRUE
                 WHEN EmpCodeInput = "?"
                    PERFORM VARYING EmIdx FROM 1 BY 1
                       UNTIL EmIdx > EmployerCount
                       DISPLAY EtCode(EmIdx) " "
                          FUNCTION TRIM(EtName(EmIdx))
                    END-PERFORM
                 WHEN OTHER
                    PERFORM VARYING EmIdx FROM 1 BY 1
                       UNTIL EmIdx > EmployerCount
                       IF EtCode(EmIdx) = EmpCodeInput
                          MOVE EmpCodeInput TO SelEmp
                          SET FoundEmployer TO TRUE
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
                    IF NOT FoundEmployer
                       DISPLAY "Unknown employer '" EmpCodeInput "'"
                    END-IF
              END-EVALUATE
           END-PERFORM.

       LoadEmployerLinks.
           MOVE ZEROES TO EmpLinkCount
           OPEN INPUT WorkEmployer
           IF WorkEmployerStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ WorkEmployer
              AT END SET EndOfWorkEmployer TO TRUE
           END-READ
           PERFORM UNTIL EndOfWorkEmployer
              IF WEDate >= PeriodFirstDate
                 AND WEDate <= PeriodLastDate
                 AND EmpLinkCount < 1000
                 ADD 1 TO EmpLinkCount
                 SET ElIdx TO EmpLinkCount
                 MOVE WEDate TO ElDate(ElIdx)
                 MOVE WESeqNr TO ElSeqNr(ElIdx)
                 MOVE WECode TO ElCode(ElIdx)
              END-IF
              READ WorkEmployer
                 AT END SET EndOfWorkEmployer TO TRUE
              END-READ
           END-PERFORM
           CLOSE WorkEmployer.

      * Employer of the record in the buffer: the newest link for its
      * date and sequence wins, and an entry with none is the main
      * job's.
       FindRecordEmployer.
           MOVE SPACES TO RecEmpCode
           PERFORM VARYING ElIdx FROM 1 BY 1
              UNTIL ElIdx > EmpLinkCount
              IF ElDate(ElIdx) = WHDate AND ElSeqNr(ElIdx) = WHSeqNr
                 MOVE ElCode(ElIdx) TO RecEmpCode
              END-IF
           END-PERFORM
           IF RecEmpCode = SPACES
              MOVE MainEmpCode TO RecEmpCode
           END-IF.

       LoadEmployerExport.
           OPEN INPUT EmployerFile
           IF EmployerFileStatus NOT = "00"
              DISPLAY "EmployerHours.csv not found -- every own day "
                 "will show as missing at the employer"
              EXIT PARAGRAPH
           END-IF
           READ EmployerFile
              AT END SET EndOfEmployerFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfEmployerFile
              PERFORM ParseEmployerLine
              READ EmployerFile
                 AT END SET EndOfEmployerFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE EmployerFile
           IF SkippedLines > ZERO
              DISPLAY SkippedLines " export line(s) skipped as "
                 "unparsable"
           END-IF.

       ParseEmployerLine.
           MOVE SPACES TO ParsedDate, ParsedIn, ParsedOut, ParsedHours
           UNSTRING EmployerLine DELIMITED BY "," OR ";"
              INTO ParsedDate, ParsedIn, ParsedOut, ParsedHours
           END-UNSTRING
           MOVE ParsedDate TO CleanSource
           MOVE SPACES TO CleanDate
           PERFORM StripSeparators
           MOVE CleanSource(1:8) TO CleanDate
           IF CleanDate IS NOT NUMERIC
      *       a column header has text in the hours column too
              IF ParsedHours NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(ParsedHours) = ZERO
                 ADD 1 TO SkippedLines
                 DISPLAY "Skipped: " FUNCTION TRIM(EmployerLine)
              END-IF
              EXIT PARAGRAPH
           END-IF
           COMPUTE LinePeriod = CleanDateNum / 100
           IF LinePeriod NOT = TargetPeriod
              EXIT PARAGRAPH
           END-IF
           MOVE CleanDateNum TO SeekDate
           PERFORM FindReconDay
           IF NOT FoundReconEntry
              EXIT PARAGRAPH
           END-IF
           MOVE ParsedIn TO CleanSource
           PERFORM StripSeparators
           MOVE CleanSource(1:4) TO CleanTime
           IF CleanTime IS NUMERIC
              AND (RcEmpFlag(RcIdx) = "N"
                 OR CleanTimeNum < RcEmpIn(RcIdx))
              MOVE CleanTimeNum TO RcEmpIn(RcIdx)
           END-IF
           MOVE ParsedOut TO CleanSource
           PERFORM StripSeparators
           MOVE CleanSource(1:4) TO CleanTime
           IF CleanTime IS NUMERIC
              AND CleanTimeNum > RcEmpOut(RcIdx)
              MOVE CleanTimeNum TO RcEmpOut(RcIdx)
           END-IF
           MOVE "Y" TO RcEmpFlag(RcIdx)
           IF FUNCTION TEST-NUMVAL(ParsedHours) = ZERO
              ADD FUNCTION NUMVAL(ParsedHours) TO RcEmpHours(RcIdx)
              ADD FUNCTION NUMVAL(ParsedHours) TO EmpTotal
           END-IF.

      * Drops "-", ":" and "." so 2026-04-07 and 07:30 come through
      * in the same digit-only shape the log uses.
       StripSeparators.
           MOVE CleanSource TO StripWork
           MOVE SPACES TO CleanSource
           MOVE ZEROES TO CleanOut
           PERFORM VARYING CleanIdx FROM 1 BY 1 UNTIL CleanIdx > 10
              IF StripWork(CleanIdx:1) NOT = "-"
                 AND StripWork(CleanIdx:1) NOT = ":"
                 AND StripWork(CleanIdx:1) NOT = "."
                 AND StripWork(CleanIdx:1) NOT = SPACE
                 ADD 1 TO CleanOut
                 MOVE StripWork(CleanIdx:1) TO CleanSource(CleanOut:1)
              END-IF
           END-PERFORM.

      * Finds the day row for SeekDate, inserting it in date order
      * when it is new; FoundReconEntry is false only when full.
       FindReconDay.
           MOVE "N" TO ReconFound
           PERFORM VARYING RcIdx FROM 1 BY 1
              UNTIL RcIdx > ReconCount
              IF RcDate(RcIdx) = SeekDate
                 SET FoundReconEntry TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF FoundReconEntry
              EXIT PARAGRAPH
           END-IF
           IF ReconCount >= 62
              DISPLAY "Day table full -- skipping " SeekDate
              EXIT PARAGRAPH
           END-IF
           MOVE ReconCount TO InsertAt
           ADD 1 TO InsertAt
           PERFORM UNTIL InsertAt = 1
              OR RcDate(InsertAt - 1) < SeekDate
              MOVE InsertAt TO ShuffleIdx
              SUBTRACT 1 FROM ShuffleIdx
              MOVE ReconEntry(ShuffleIdx) TO ReconEntry(InsertAt)
              MOVE ShuffleIdx TO InsertAt
           END-PERFORM
           ADD 1 TO ReconCount
           SET RcIdx TO InsertAt
           MOVE SeekDate TO RcDate(RcIdx)
           MOVE ZEROES TO RcOwnHours(RcIdx), RcOwnStart(RcIdx),
              RcOwnEnd(RcIdx), RcEmpHours(RcIdx), RcEmpIn(RcIdx),
              RcEmpOut(RcIdx)
           MOVE "N" TO RcOwnFlag(RcIdx), RcEmpFlag(RcIdx)
           SET FoundReconEntry TO TRUE.

       WriteReconReport.
           PERFORM StartProvenance
           OPEN OUTPUT EmployerReconReport
           MOVE TargetPeriod TO PrnHeadPeriod
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           IF EmployerCount > 1
              MOVE SelEmp TO PrnEmpCode
              MOVE SelEmp TO PrnEmpName
              PERFORM VARYING EmIdx FROM 1 BY 1
                 UNTIL EmIdx > EmployerCount
                 IF EtCode(EmIdx) = SelEmp
                    MOVE EtName(EmIdx) TO PrnEmpName
                 END-IF
              END-PERFORM
              WRITE PrintLine FROM EmployerNameLine
                 AFTER ADVANCING 1 LINE
           END-IF
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE

           MOVE "Days logged here but missing in the employer export:"
              TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
           PERFORM VARYING RcIdx FROM 1 BY 1
              UNTIL RcIdx > ReconCount
              IF RcOwnFlag(RcIdx) = "Y" AND RcEmpFlag(RcIdx) = "N"
                 ADD 1 TO MissingEmpCount
                 PERFORM WriteDayLine
              END-IF
           END-PERFORM
           IF MissingEmpCount = ZERO
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE

           MOVE "Days registered by the employer but not logged here:"
              TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
           PERFORM VARYING RcIdx FROM 1 BY 1
              UNTIL RcIdx > ReconCount
              IF RcOwnFlag(RcIdx) = "N" AND RcEmpFlag(RcIdx) = "Y"
                 ADD 1 TO MissingOwnCount
                 PERFORM WriteDayLine
              END-IF
           END-PERFORM
           IF MissingOwnCount = ZERO
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE

           MOVE "Days where the hours differ beyond the tolerance:"
              TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
           PERFORM VARYING RcIdx FROM 1 BY 1
              UNTIL RcIdx > ReconCount
              IF RcOwnFlag(RcIdx) = "Y" AND RcEmpFlag(RcIdx) = "Y"
                 COMPUTE HourDiff = RcEmpHours(RcIdx)
                    - RcOwnHours(RcIdx)
                 IF FUNCTION ABS(HourDiff) > Tolerance
                    ADD 1 TO DiffCount
                    PERFORM WriteDayLine
                 END-IF
              END-IF
           END-PERFORM
           IF DiffCount = ZERO
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE OwnTotal TO PrnOwnTotal
           MOVE EmpTotal TO PrnEmpTotal
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
           CLOSE EmployerReconReport
           MOVE "EmployerRecon.rpt" TO PvReportName
           PERFORM StampProvenance.

       WriteDayLine.
           MOVE RcDate(RcIdx) TO PrnDayDate
           MOVE RcOwnStart(RcIdx) TO PrnOwnStart
           MOVE RcOwnEnd(RcIdx) TO PrnOwnEnd
           MOVE RcOwnHours(RcIdx) TO PrnOwnHours
           MOVE RcEmpIn(RcIdx) TO PrnEmpIn
           MOVE RcEmpOut(RcIdx) TO PrnEmpOut
           MOVE RcEmpHours(RcIdx) TO PrnEmpHours
           COMPUTE PrnDayDiff = RcEmpHours(RcIdx) - RcOwnHours(RcIdx)
           WRITE PrintLine FROM DayLine AFTER ADVANCING 1 LINE.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "TimeExportReconcile" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "EmployerHours.csv" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           IF EmployerCount > 1
              MOVE "Employers.dat" TO PvInputName
              MOVE "L" TO PvInputKind
              PERFORM AddProvenanceInput
              MOVE "WorkEmployer.dat" TO PvInputName
              MOVE "L" TO PvInputKind
              PERFORM AddProvenanceInput
           END-IF.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
