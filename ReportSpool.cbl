      * per month for a year, nothing older. When someone questions
      * the March pay statement, this is where the March statement
      * still lives. Shells out for the moves, same idiom as
      * BackupFile. Every report ends with the ReportProvenance block;
      * the sweep copies its input fingerprint into the index (entries
      * spooled before the block existed carry none), and mode 5
      * compares two spooled reports -- same fingerprint means they
      * were built from identical inputs -- and shows both blocks.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProbeFileStatus.

           SELECT ReportIn ASSIGN DYNAMIC ReportInName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReportInStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SpoolIndex.
           02 SxDate            PIC 9(8).
           02 SxTime            PIC 9(8).
           02 SxSeq             PIC 9(3).
           02 SxFingerprint     PIC X(12).

       FD ProbeFile.
       01 ProbeLine             PIC X(1).

       FD ReportIn.
       01 ReportInLine          PIC X(200).
           88 EndOfReportIn     VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
       01 SpoolIndexStatus      PIC XX.
       01 ProbeFileStatus       PIC XX.
       01 ProbeFileName         PIC X(60).
       01 ReportInStatus        PIC XX.
       01 ReportInName          PIC X(60).
       01 RunMode               PIC X.
           88 BrowseMode        VALUE "2".
           88 ReprintMode       VALUE "3".
           88 RetentionMode     VALUE "4".
           88 CompareMode       VALUE "5".

       01 KnownReportList.
           02 FILLER PIC X(24) VALUE "Scorecard.rpt".
           02 FILLER PIC X(24) VALUE "Subscriptions.rpt".
           02 FILLER PIC X(24) VALUE "VehicleLog.rpt".
           02 FILLER PIC X(24) VALUE "WarrantyReport.rpt".
           02 FILLER PIC X(24) VALUE "SickLeave.rpt".
           02 FILLER PIC X(24) VALUE "EmployerRecon.rpt".
           02 FILLER PIC X(24) VALUE "PayslipVariance.rpt".
           02 FILLER PIC X(24) VALUE "BackPay.rpt".
           02 FILLER PIC X(24) VALUE "ExpenseClaim.rpt".
           02 FILLER PIC X(24) VALUE "ProjectBudget.rpt".
           02 FILLER PIC X(24) VALUE "Invoice.rpt".
           02 FILLER PIC X(24) VALUE "InvoiceAging.rpt".
           02 FILLER PIC X(24) VALUE "BillsDue.rpt".
           02 FILLER PIC X(24) VALUE "BillMatch.rpt".
           02 FILLER PIC X(24) VALUE "LoyaltyBonus.rpt".
           02 FILLER PIC X(24) VALUE "UnitPrice.rpt".
           02 FILLER PIC X(24) VALUE "ListAdherence.rpt".
           02 FILLER PIC X(24) VALUE "AssetDepreciation.rpt".
           02 FILLER PIC X(24) VALUE "AssetInventory.rpt".
           02 FILLER PIC X(24) VALUE "SpendAnomaly.rpt".
           02 FILLER PIC X(24) VALUE "BasketReport.rpt".
           02 FILLER PIC X(24) VALUE "CashLedger.rpt".
           02 FILLER PIC X(24) VALUE "NetWorth.rpt".
           02 FILLER PIC X(24) VALUE "LoanSchedule.rpt".
           02 FILLER PIC X(24) VALUE "LoanInterest.rpt".
           02 FILLER PIC X(24) VALUE "SavingsGoals.rpt".
           02 FILLER PIC X(24) VALUE "DocMissing.rpt".
           02 FILLER PIC X(24) VALUE "RecipeAllergens.rpt".
           02 FILLER PIC X(24) VALUE "FoodWaste.rpt".
           02 FILLER PIC X(24) VALUE "DiningRanking.rpt".
           02 FILLER PIC X(24) VALUE "DiningRevisit.rpt".
           02 FILLER PIC X(24) VALUE "EnergyBalance.rpt".
           02 FILLER PIC X(24) VALUE "SleepReport.rpt".
           02 FILLER PIC X(24) VALUE "SwimSeason.rpt".
           02 FILLER PIC X(24) VALUE "ForecastAccuracy.rpt".
           02 FILLER PIC X(24) VALUE "MouldRisk.rpt".
           02 FILLER PIC X(24) VALUE "Calibrations.rpt".
           02 FILLER PIC X(24) VALUE "PowerBillCheck.rpt".
           02 FILLER PIC X(24) VALUE "MaintDue.rpt".
           02 FILLER PIC X(24) VALUE "ChoreFairness.rpt".
           02 FILLER PIC X(24) VALUE "OffboardCertificate.rpt".
           02 FILLER PIC X(24) VALUE "RollForward.rpt".
           02 FILLER PIC X(24) VALUE "DataQuality.rpt".
           02 FILLER PIC X(24) VALUE "PersonalRecords.rpt".
           02 FILLER PIC X(24) VALUE "PersonalGoals.rpt".
           02 FILLER PIC X(24) VALUE "Dashboard.html".
           02 FILLER PIC X(24) VALUE "ImportRegister.rpt".
       01 KnownReportTable REDEFINES KnownReportList.
           02 KnownReport       PIC X(24) OCCURS 75 TIMES.
       01 RptIdx                PIC 9(2).

       01 IndexTable.
              03 IxDate         PIC 9(8).
              03 IxTime         PIC 9(8).
              03 IxSeq          PIC 9(3).
              03 IxPrint        PIC X(12).
              03 IxKeep         PIC X.
       01 IndexCount            PIC 9(3) VALUE ZERO.

       01 BetterFound           PIC X.
       01 PrunedCount           PIC 9(3) VALUE ZERO.
       01 PruneConfirm          PIC X.
       01 FoundPrint            PIC X(12).
       01 PrintLead             PIC 9(3).
       01 OtherNr               PIC 9(3).
       01 BlockStarted          PIC X.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "1 = Spool finished reports   2 = Browse spool"
           DISPLAY "3 = Reprint a spooled report   4 = Apply "
              "retention"
           DISPLAY "5 = Compare the inputs of two spooled reports"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN BrowseMode    PERFORM BrowseSpool
              WHEN CompareMode   PERFORM CompareReports
              WHEN ReprintMode   PERFORM ReprintReport
              WHEN RetentionMode PERFORM ApplyRetention
              WHEN OTHER         PERFORM SpoolReports
       SpoolReports.
           MOVE "mkdir -p Spool" TO MoveCmd
           CALL "SYSTEM" USING MoveCmd
           PERFORM VARYING RptIdx FROM 1 BY 1 UNTIL RptIdx > 75
              MOVE KnownReport(RptIdx) TO ProbeFileName
              OPEN INPUT ProbeFile
              IF ProbeFileStatus = "00"
                 COMPUTE NextSeq = IxSeq(IxIdx) + 1
              END-IF
           END-PERFORM
           MOVE KnownReport(RptIdx) TO ReportInName
           PERFORM ReadFingerprint
           MOVE SPACES TO SpoolName
           STRING "Spool/" DELIMITED BY SIZE
              FUNCTION TRIM(KnownReport(RptIdx)) DELIMITED BY SIZE
              MOVE TodayDateNum TO IxDate(IxIdx)
              MOVE NowTimeFull TO IxTime(IxIdx)
              MOVE NextSeq TO IxSeq(IxIdx)
              MOVE FoundPrint TO IxPrint(IxIdx)
              MOVE "Y" TO IxKeep(IxIdx)
           END-IF
           ADD 1 TO SpooledCount
              DISPLAY IxIdx ": "
                 FUNCTION TRIM(IxReport(IxIdx)) " run "
                 IxDate(IxIdx) " " IxTime(IxIdx)(1:4) " seq "
                 IxSeq(IxIdx) " inputs "
                 FUNCTION TRIM(IxPrint(IxIdx))
           END-PERFORM.

      * The last "Input fingerprint" line in the report is the one
      * its own provenance block wrote; spaces when there is none.
       ReadFingerprint.
           MOVE SPACES TO FoundPrint
           OPEN INPUT ReportIn
           IF ReportInStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ReportIn
              AT END SET EndOfReportIn TO TRUE
           END-READ
           PERFORM UNTIL EndOfReportIn
              MOVE ZEROES TO PrintLead
              INSPECT ReportInLine TALLYING PrintLead
                 FOR CHARACTERS BEFORE INITIAL "Input fingerprint "
              IF PrintLead < 170
                 MOVE ReportInLine(PrintLead + 19:12) TO FoundPrint
              END-IF
              READ ReportIn
                 AT END SET EndOfReportIn TO TRUE
              END-READ
           END-PERFORM
           CLOSE ReportIn.

      * Two spooled reports were built from identical inputs when
      * their fingerprints agree; both provenance blocks are shown
      * so a difference can be traced to the input that moved.
       CompareReports.
           PERFORM BrowseSpool
           IF IndexCount = ZERO
              EXIT PARAGRAPH
           END-IF
           DISPLAY "First entry number (0 = none)"
           ACCEPT PickNr
           DISPLAY "Second entry number (0 = none)"
           ACCEPT OtherNr
           IF PickNr = ZERO OR PickNr > IndexCount
              OR OtherNr = ZERO OR OtherNr > IndexCount
              DISPLAY "Nothing compared"
              EXIT PARAGRAPH
           END-IF
           SET IxIdx TO PickNr
           SET CmpIdx TO OtherNr
           EVALUATE TRUE
              WHEN IxPrint(IxIdx) = SPACES
                 OR IxPrint(CmpIdx) = SPACES
                 DISPLAY "Cannot tell -- spooled before reports "
                    "carried a provenance block"
              WHEN IxPrint(IxIdx) = IxPrint(CmpIdx)
                 DISPLAY "Same inputs: both were built from "
                    "identical data (fingerprint "
                    IxPrint(IxIdx) ")"
              WHEN OTHER
                 DISPLAY "Different inputs: fingerprint "
                    IxPrint(IxIdx) " against " IxPrint(CmpIdx)
           END-EVALUATE
           MOVE IxFile(IxIdx) TO ReportInName
           PERFORM ShowProvenanceBlock
           MOVE IxFile(CmpIdx) TO ReportInName
           PERFORM ShowProvenanceBlock.

       ShowProvenanceBlock.
           DISPLAY " "
           DISPLAY FUNCTION TRIM(ReportInName)
           OPEN INPUT ReportIn
           IF ReportInStatus NOT = "00"
              DISPLAY "  (no longer in the spool)"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO BlockStarted
           READ ReportIn
              AT END SET EndOfReportIn TO TRUE
           END-READ
           PERFORM UNTIL EndOfReportIn
              MOVE ZEROES TO PrintLead
              INSPECT ReportInLine TALLYING PrintLead
                 FOR CHARACTERS BEFORE INITIAL "Provenance"
              IF PrintLead < 12
                 MOVE "Y" TO BlockStarted
              END-IF
              IF BlockStarted = "Y"
                 DISPLAY FUNCTION TRIM(ReportInLine TRAILING)
              END-IF
              READ ReportIn
                 AT END SET EndOfReportIn TO TRUE
              END-READ
           END-PERFORM
           CLOSE ReportIn
           IF BlockStarted = "N"
              DISPLAY "  (no provenance block)"
           END-IF.

       ReprintReport.
           PERFORM BrowseSpool
           IF IndexCount = ZERO
              MOVE SxDate TO IxDate(IxIdx)
              MOVE SxTime TO IxTime(IxIdx)
              MOVE SxSeq TO IxSeq(IxIdx)
              MOVE SxFingerprint TO IxPrint(IxIdx)
              MOVE "Y" TO IxKeep(IxIdx)
              READ SpoolIndex
                 AT END SET EndOfSpoolIndex TO TRUE
              MOVE IxDate(IxIdx) TO SxDate
              MOVE IxTime(IxIdx) TO SxTime
              MOVE IxSeq(IxIdx) TO SxSeq
              MOVE IxPrint(IxIdx) TO SxFingerprint
              WRITE SpoolIndexRecord
           END-PERFORM
           CLOSE SpoolIndex.
