      * Pulls one date's worth of records out of MealFile, TempFile,
      * WorkHourFile and ReceiptFile and prints them together, so
      * "what did my day look like" doesn't mean running four separate
      * report programs and merging the output by hand. Personal
      * records set on the date (RecordEvents.dat, kept by
      * PersonalRecords) close the report.
      * Receipt prices are MONEY figures: an operator without the
      * MONEY class (FigureMask) gets "****" in their place, the
      * item names, quantities and the rest of the day unchanged.
      * DailySummary.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RELATIVE KEY IS SnackRecNr
           FILE STATUS IS SnackCatalogStatus.

           SELECT RecordEvents ASSIGN TO "RecordEvents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RecordEventsStatus.

           SELECT Alerts ASSIGN TO "Alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AlertsStatus.
           02 SCCalories         PIC 9(4).
           02 SCProteinG         PIC 9(3).

       FD RecordEvents.
       01 RecordEventRecord.
           88 EndOfRecordEvents  VALUE HIGH-VALUES.
           02 EvDate             PIC 9(8).
           02 EvRunDate          PIC 9(8).
           02 EvText             PIC X(60).

       FD Alerts.
       01 AlertRecord.
           88 EndOfAlerts        VALUE HIGH-VALUES.

       01 WHHoursDisplay          PIC Z9.99.
       01 PrnAmtEdited            PIC -Z9.
       01 PriceText               PIC X(6).
       01 PriceDigits REDEFINES PriceText PIC 9(4)V99.

      * Print-ready pagination: fixed page length and a page header
      * with the report title, summarized date and page number
           02 PrnRemDue           PIC 9(8).
           02 FILLER              PIC X VALUE SPACE.
           02 PrnRemText          PIC X(40).
       01 RecordEventsStatus      PIC XX.
       01 RecordsSet              PIC 9(3).
       01 RecordEventLine.
           02 FILLER              PIC X(2) VALUE SPACES.
           02 PrnEvText           PIC X(58).

       COPY "PROVREQ.cpy".
       COPY "MASKREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
              GOBACK
           END-IF
           MOVE ReceiptSnapName TO ReceiptFileNameVar
           PERFORM StartProvenance

           PERFORM ProbeScriptFile
           IF ScriptActive
              END-IF
              PERFORM GetScriptAnswer
              MOVE ScriptAnswer(1:8) TO PersonFilter
              CLOSE ScriptFile
           ELSE
              MOVE "N" TO DateOk
              PERFORM UNTIL DateAccepted
              ACCEPT PersonFilter
           END-IF

           MOVE "DailySummary" TO FmProgramName
           MOVE "DailySummary.rpt" TO FmOutputName
           MOVE "N" TO FmCarriesPay
           MOVE "Y" TO FmCarriesMoney
           CALL "FigureMask" USING FigureMaskRequest

           OPEN OUTPUT DailySummaryReport
           MOVE TargetDate TO PrnPageDate

           PERFORM SummarizeTemps
           PERFORM SummarizeWorkHours
           PERFORM SummarizeReceipts
           PERFORM SummarizeRecords

           CLOSE DailySummaryReport
           MOVE "DailySummary.rpt" TO PvReportName
           PERFORM StampProvenance

           CALL "RemoveSnapshot" USING MealSnapName
           CALL "RemoveSnapshot" USING TempSnapName
                 SET EndOfTempFile TO TRUE
                 EXIT PERFORM
              END-IF
              CALL "CalibrateReading" USING Location, TempMetric,
                 TempDateNum, Temperature
              IF TempDate = TargetDate
                 MOVE SPACES TO TempLine
                 STRING TempHour ":" TempMinute
                    MOVE SPACES TO ReceiptLine
                    MOVE RName TO PrnRName
                    MOVE RAmount TO PrnAmtEdited
                    MOVE RPrice TO PriceDigits
                    IF FmMaskMoney
                       MOVE FmMaskText TO PriceText
                    END-IF
                    IF RAmount < ZERO
                       STRING "$" PriceText DELIMITED BY SPACE
                          " x " PrnAmtEdited
                          " RETURN (" FUNCTION TRIM(RType) ")"
                          DELIMITED BY SIZE INTO PrnRAmount
                    ELSE
                       STRING "$" PriceText DELIMITED BY SPACE
                          " x " PrnAmtEdited " ("
                          FUNCTION TRIM(RType) ")"
                          DELIMITED BY SIZE INTO PrnRAmount
                    END-IF
              PERFORM WriteReportLine
           END-IF.

      * Personal records and milestones set on the summarized date.
       SummarizeRecords.
           MOVE "Records set" TO SectionHeading
           MOVE Divider TO PrintLine
           PERFORM WriteReportLine
           MOVE SectionHeading TO PrintLine
           PERFORM WriteReportLine
           MOVE ZEROES TO RecordsSet
           OPEN INPUT RecordEvents
           IF RecordEventsStatus = "00"
              READ RecordEvents
                 AT END SET EndOfRecordEvents TO TRUE
              END-READ
              PERFORM UNTIL EndOfRecordEvents
                 IF EvDate = TargetDate
                    ADD 1 TO RecordsSet
                    MOVE EvText TO PrnEvText
                    MOVE RecordEventLine TO PrintLine
                    PERFORM WriteReportLine
                 END-IF
                 READ RecordEvents
                    AT END SET EndOfRecordEvents TO TRUE
                 END-READ
              END-PERFORM
              CLOSE RecordEvents
           END-IF
           IF RecordsSet = ZERO
              MOVE "  (no new records)" TO PrintLine
              PERFORM WriteReportLine
           END-IF.

       CountOpenAlerts.
           MOVE ZEROES TO OpenAlerts
           OPEN INPUT Alerts
              END-READ
           END-PERFORM
           CLOSE TempMonthIndex.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "DailySummary" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE MealFileNameVar TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE TempFileNameVar TO PvInputName
           MOVE "T" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE WHFileNameVar TO PvInputName
           MOVE "W" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "MealsMonthIndex.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "TempsMonthIndex.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Reminders.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "SnackCatalog.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "RecordEvents.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Alerts.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
