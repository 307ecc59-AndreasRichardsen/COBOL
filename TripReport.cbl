      * against the budget stored on the trip record, the per-day
      * burn rate, and where the trip lands at the current pace --
      * the 40 % overrun warning before the journey home, not after.
      * TripReport.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              VALUE "Trip spend total: ".
           02 PrnTripSpend      PIC ZZZZZZ9.99-.

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"
              EXIT PARAGRAPH
           END-IF

           PERFORM StartProvenance
           OPEN OUTPUT TripReportFile
           MOVE SavedName TO PrnTripName
           MOVE SavedStart TO PrnTripStart
           PERFORM ReportTripMeals
           PERFORM ReportTripTemps
           CLOSE TripReportFile
           MOVE "TripReport.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to TripReport.rpt ("
              TripReceiptCount " receipts, " TripMealCount
              " meals, " TripTempCount " readings)"
                 SET EndOfTempFile TO TRUE
                 EXIT PERFORM
              END-IF
              CALL "CalibrateReading" USING Location, TempMetric,
                 TempDateNum, Temperature
              IF Country = SavedCountry
                 AND TempDateNum >= SavedStart
                 AND TempDateNum <= SavedEnd
              END-READ
           END-PERFORM
           CLOSE TempMonthIndex.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "TripReport" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "Trips.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE MealFileNameVar TO PvInputName
           MOVE "M" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE TempFileNameVar TO PvInputName
           MOVE "T" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "MealsMonthIndex.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "TempsMonthIndex.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
