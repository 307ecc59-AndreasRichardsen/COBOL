       IDENTIFICATION DIVISION.
       PROGRAM-ID. ListAdherence.
       AUTHOR. Andreas Richardsen.

      * Did the shop follow the list? Takes the newest list
      * ShoppingList saved for a week (ShoppingLists.dat) and the
      * receipt lines from the day the list was generated through
      * the next few days, and matches them through
      * FoodReceiptLink.dat: a receipt line belongs to a list item
      * when a link maps its receipt name to the item's food name
      * (or the names are the same). Three groups are printed --
      * list items bought, list items never bought, and lines bought
      * that were never on the list. The last group is the impulse
      * spend; its kroner total is kept per week in
      * ImpulseSpend.dat (a rerun for the same week replaces the
      * row) and the report ends with the weekly trend so months of
      * habits can be read at a glance. Returns are skipped. Written
      * to ListAdherence.rpt.
      * ListAdherence.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SavedListFile ASSIGN TO "ShoppingLists.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SavedListStatus.

           SELECT LinkFile ASSIGN TO "FoodReceiptLink.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LinkFileStatus.

           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT ImpulseFile ASSIGN TO "ImpulseSpend.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ImpulseFileStatus.

           SELECT AdherenceReport ASSIGN TO "ListAdherence.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SavedListFile.
       01 SavedListRecord.
           88 EndOfSavedList    VALUE HIGH-VALUES.
           02 SLWeek            PIC 9(8).
           02 SLStamp           PIC 9(14).
           02 SLFood            PIC X(20).
           02 SLGrams           PIC 9(5).
           02 SLStore           PIC X(20).
           02 SLPrice           PIC 9(4)V99.

       FD LinkFile.
       01 LinkRecord.
           88 EndOfLinkFile     VALUE HIGH-VALUES.
           02 LinkFoodName      PIC X(20).
           02 LinkReceiptName   PIC X(30).

       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD ImpulseFile.
       01 ImpulseRecord.
           88 EndOfImpulseFile  VALUE HIGH-VALUES.
           02 IHWeek            PIC 9(8).
           02 IHListed          PIC 9(3).
           02 IHBought          PIC 9(3).
           02 IHImpulseKr       PIC 9(6)V99.
           02 IHRunDate         PIC 9(8).

       FD AdherenceReport.
       01 PrintLine             PIC X(72).

       WORKING-STORAGE SECTION.
       01 SavedListStatus       PIC XX.
       01 LinkFileStatus        PIC XX.
       01 ImpulseFileStatus     PIC XX.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 LiveFileName          PIC X(60).
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 ReceiptFileStatus     PIC XX.
       01 RRecNr                PIC 9(5).
       01 TodayDateNum          PIC 9(8).
       01 WindowYear            PIC 9(4).

       01 WeekStartDate         PIC 9(8).
       01 NewestStamp           PIC 9(14).
       01 ShopFromDate          PIC 9(8).
       01 ShopToDate            PIC 9(8).
       01 ShopDays              PIC 9(2).
       01 ShopDaysInput         PIC X(2).
       01 DayNumWS              PIC 9(7).
       01 DatePromptText        PIC X(44).
       01 DateInputWS           PIC X(8).
       01 DateOk                PIC X.
           88 DateAccepted      VALUE "Y".

       01 ListTable.
           02 ListEntry         OCCURS 60 TIMES INDEXED BY LstIdx.
              03 LstFood        PIC X(20).
              03 LstGrams       PIC 9(5).
              03 LstEstPrice    PIC 9(4)V99.
              03 LstBought      PIC X.
              03 LstSpent       PIC 9(6)V99.
       01 ListCount             PIC 9(2) VALUE ZERO.
       01 BoughtCount           PIC 9(2) VALUE ZERO.

       01 LinkTable.
           02 LinkEntry         OCCURS 300 TIMES INDEXED BY LnkIdx.
              03 LnkFood        PIC X(20).
              03 LnkReceipt     PIC X(30).
       01 LinkCount             PIC 9(3) VALUE ZERO.

       01 ImpulseTable.
           02 ImpulseEntry      OCCURS 100 TIMES INDEXED BY ImpIdx.
              03 ImpName        PIC X(30).
              03 ImpStore       PIC X(20).
              03 ImpQty         PIC 9(3).
              03 ImpKr          PIC 9(6)V99.
       01 ImpulseCount          PIC 9(3) VALUE ZERO.
       01 ImpulseTotal          PIC 9(6)V99 VALUE ZERO.
       01 BoughtTotal           PIC 9(6)V99 VALUE ZERO.
       01 LineValue             PIC 9(6)V99.
       01 MatchedFood           PIC X.
           88 LineOnList        VALUE "Y".

       01 HistTable.
           02 HistEntry         OCCURS 200 TIMES INDEXED BY HstIdx.
              03 HstImage       PIC X(30).
       01 HistCount             PIC 9(3) VALUE ZERO.
       01 HistSlot              PIC 9(3).
       01 TrendFrom             PIC 9(3).
       01 TrendSum              PIC 9(8)V99.
       01 TrendWeeks            PIC 9(3).
       01 TrendAvg              PIC 9(6)V99.

       01 ReportHeading.
           02 FILLER            PIC X(27)
              VALUE "List adherence, week of ".
           02 PrnHeadWeek       PIC 9(8).
       01 WindowLine.
           02 FILLER            PIC X(18) VALUE "Receipts scanned ".
           02 PrnFromDate       PIC 9(8).
           02 FILLER            PIC X(4) VALUE " to ".
           02 PrnToDate         PIC 9(8).
       01 SectionLine           PIC X(60).
       01 NoneLine              PIC X(12) VALUE "  (none)".
       01 Divider               PIC X(72) VALUE ALL "*".

       01 ListItemLine.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnFood           PIC X(20).
           02 PrnGrams          PIC ZZZZ9.
           02 FILLER            PIC X(4) VALUE " g  ".
           02 PrnEstPrice       PIC ZZZ9.99.
           02 FILLER            PIC X(10) VALUE " est, paid".
           02 PrnSpent          PIC ZZZZZ9.99.

       01 ImpulseLine.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnImpName        PIC X(30).
           02 PrnImpStore       PIC X(20).
           02 PrnImpQty         PIC ZZ9.
           02 FILLER            PIC X(2) VALUE " x".
           02 PrnImpKr          PIC ZZZZZ9.99.

       01 TotalLine.
           02 PrnTotalText      PIC X(34).
           02 PrnTotalKr        PIC ZZZZZ9.99.

       01 AdherenceLine.
           02 FILLER            PIC X(17) VALUE "List items bought".
           02 FILLER            PIC X(2) VALUE ": ".
           02 PrnBought         PIC Z9.
           02 FILLER            PIC X(4) VALUE " of ".
           02 PrnListed         PIC Z9.

       01 TrendColumns.
           02 FILLER            PIC X(12) VALUE "Week of".
           02 FILLER            PIC X(14) VALUE "Listed Bought".
           02 FILLER            PIC X(14) VALUE "   Impulse kr".
       01 TrendLine.
           02 PrnTrWeek         PIC 9(8).
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnTrListed       PIC ZZ9.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnTrBought       PIC ZZ9.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnTrKr           PIC ZZZZZ9.99.

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT ReceiptFileNameVar FROM ENVIRONMENT "RECEIPTFILE"
           IF ReceiptFileNameVar = SPACES
              MOVE "Receipts.dat" TO ReceiptFileNameVar
           END-IF
           CALL "CheckLayoutVersion" USING ReceiptFileNameVar,
              RcptLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run ReceiptMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE "Week start date of the list (YYYYMMDD)"
              TO DatePromptText
           PERFORM AcceptRequiredDate
           MOVE DateInputWS TO WeekStartDate
           PERFORM LoadSavedList
           IF ListCount = ZERO
              DISPLAY "No saved list for that week -- run "
                 "ShoppingList first"
              GOBACK
           END-IF
           DISPLAY "Days of receipts to scan after the list was "
              "made (Enter = 3)"
           ACCEPT ShopDaysInput
           IF ShopDaysInput NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ShopDaysInput) = ZERO
              COMPUTE ShopDays = FUNCTION NUMVAL(ShopDaysInput)
           ELSE
              MOVE 3 TO ShopDays
           END-IF
           MOVE NewestStamp(1:8) TO ShopFromDate
           COMPUTE DayNumWS =
              FUNCTION INTEGER-OF-DATE(ShopFromDate) + ShopDays
           COMPUTE ShopToDate = FUNCTION DATE-OF-INTEGER(DayNumWS)

           PERFORM LoadLinks
      * a window reaching back into an archived year reads that
      * year's file before the live one
           ACCEPT TodayDateNum FROM DATE YYYYMMDD
           MOVE ReceiptFileNameVar TO LiveFileName
           MOVE ShopFromDate(1:4) TO WindowYear
           IF WindowYear < TodayDateNum(1:4)
              MOVE SPACES TO ReceiptFileNameVar
              STRING "Receipts." DELIMITED BY SIZE
                 WindowYear DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO ReceiptFileNameVar
              END-STRING
              PERFORM ScanOneReceiptFile
              MOVE LiveFileName TO ReceiptFileNameVar
           END-IF
           PERFORM ScanOneReceiptFile

           PERFORM SaveImpulseWeek
           PERFORM WriteAdherenceReport
           DISPLAY "Report written to ListAdherence.rpt (" BoughtCount
              " of " ListCount " bought, impulse " ImpulseTotal
              " kr)"
           GOBACK.

      * Two passes: the newest generation stamp for the week, then
      * that generation's lines.
       LoadSavedList.
           MOVE ZEROES TO NewestStamp, ListCount
           OPEN INPUT SavedListFile
           IF SavedListStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ SavedListFile
              AT END SET EndOfSavedList TO TRUE
           END-READ
           PERFORM UNTIL EndOfSavedList
              IF SLWeek = WeekStartDate AND SLStamp > NewestStamp
                 MOVE SLStamp TO NewestStamp
              END-IF
              READ SavedListFile
                 AT END SET EndOfSavedList TO TRUE
              END-READ
           END-PERFORM
           CLOSE SavedListFile
           IF NewestStamp = ZERO
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT SavedListFile
           READ SavedListFile
              AT END SET EndOfSavedList TO TRUE
           END-READ
           PERFORM UNTIL EndOfSavedList
              IF SLWeek = WeekStartDate AND SLStamp = NewestStamp
                 AND ListCount < 60
                 ADD 1 TO ListCount
                 SET LstIdx TO ListCount
                 MOVE SLFood TO LstFood(LstIdx)
                 MOVE SLGrams TO LstGrams(LstIdx)
                 MOVE SLPrice TO LstEstPrice(LstIdx)
                 MOVE "N" TO LstBought(LstIdx)
                 MOVE ZEROES TO LstSpent(LstIdx)
              END-IF
              READ SavedListFile
                 AT END SET EndOfSavedList TO TRUE
              END-READ
           END-PERFORM
           CLOSE SavedListFile.

       LoadLinks.
           MOVE ZEROES TO LinkCount
           OPEN INPUT LinkFile
           IF LinkFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ LinkFile
              AT END SET EndOfLinkFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfLinkFile OR LinkCount >= 300
              ADD 1 TO LinkCount
              SET LnkIdx TO LinkCount
              MOVE LinkFoodName TO LnkFood(LnkIdx)
              MOVE LinkReceiptName TO LnkReceipt(LnkIdx)
              READ LinkFile
                 AT END SET EndOfLinkFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE LinkFile.

       ScanOneReceiptFile.
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReceiptDetails
           MOVE 1 TO RRecNr
           PERFORM UNTIL EndOfReceipt
              READ ReceiptFile NEXT RECORD
                 AT END SET EndOfReceipt TO TRUE
              END-READ
              IF NOT EndOfReceipt AND NOT RHeaderRecord
                 AND RAmount > ZERO
                 AND RDate >= ShopFromDate AND RDate <= ShopToDate
                 PERFORM MatchOneLine
              END-IF
           END-PERFORM
           CLOSE ReceiptFile
           MOVE SPACES TO ReceiptDetails.

      * A line is on the list when its own name is a list item or a
      * link maps it to one; anything else is impulse spend.
       MatchOneLine.
           COMPUTE LineValue = RPrice * RAmount
           MOVE "N" TO MatchedFood
           PERFORM VARYING LstIdx FROM 1 BY 1
              UNTIL LstIdx > ListCount
              IF LstFood(LstIdx) = RName
                 SET LineOnList TO TRUE
                 EXIT PERFORM
              END-IF
              PERFORM VARYING LnkIdx FROM 1 BY 1
                 UNTIL LnkIdx > LinkCount
                 IF LnkReceipt(LnkIdx) = RName
                    AND LnkFood(LnkIdx) = LstFood(LstIdx)
                    SET LineOnList TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF LineOnList
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF LineOnList
              IF LstBought(LstIdx) NOT = "Y"
                 MOVE "Y" TO LstBought(LstIdx)
                 ADD 1 TO BoughtCount
              END-IF
              ADD LineValue TO LstSpent(LstIdx), BoughtTotal
           ELSE
              PERFORM AddImpulseLine
           END-IF.

       AddImpulseLine.
           ADD LineValue TO ImpulseTotal
           PERFORM VARYING ImpIdx FROM 1 BY 1
              UNTIL ImpIdx > ImpulseCount
              IF ImpName(ImpIdx) = RName AND ImpStore(ImpIdx) = RStore
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF ImpIdx > ImpulseCount
              IF ImpulseCount >= 100
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO ImpulseCount
              SET ImpIdx TO ImpulseCount
              MOVE RName TO ImpName(ImpIdx)
              MOVE RStore TO ImpStore(ImpIdx)
              MOVE ZEROES TO ImpQty(ImpIdx), ImpKr(ImpIdx)
           END-IF
           ADD RAmount TO ImpQty(ImpIdx)
           ADD LineValue TO ImpKr(ImpIdx).

      * One row per week in week order; this week's row is replaced
      * or slotted in, and the whole file rewritten.
       SaveImpulseWeek.
           MOVE ZEROES TO HistCount
           OPEN INPUT ImpulseFile
           IF ImpulseFileStatus = "00"
              READ ImpulseFile
                 AT END SET EndOfImpulseFile TO TRUE
              END-READ
              PERFORM UNTIL EndOfImpulseFile OR HistCount >= 199
                 IF IHWeek NOT = WeekStartDate
                    ADD 1 TO HistCount
                    MOVE ImpulseRecord TO HstImage(HistCount)
                 END-IF
                 READ ImpulseFile
                    AT END SET EndOfImpulseFile TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ImpulseFile
           END-IF
           MOVE 1 TO HistSlot
           PERFORM VARYING HstIdx FROM 1 BY 1
              UNTIL HstIdx > HistCount
              MOVE HstImage(HstIdx) TO ImpulseRecord
              IF IHWeek < WeekStartDate
                 SET HistSlot TO HstIdx
                 ADD 1 TO HistSlot
              END-IF
           END-PERFORM
           PERFORM VARYING HstIdx FROM HistCount BY -1
              UNTIL HstIdx < HistSlot
              MOVE HstImage(HstIdx) TO HstImage(HstIdx + 1)
           END-PERFORM
           MOVE WeekStartDate TO IHWeek
           MOVE ListCount TO IHListed
           MOVE BoughtCount TO IHBought
           MOVE ImpulseTotal TO IHImpulseKr
           MOVE TodayDateNum TO IHRunDate
           MOVE ImpulseRecord TO HstImage(HistSlot)
           ADD 1 TO HistCount
           OPEN OUTPUT ImpulseFile
           PERFORM VARYING HstIdx FROM 1 BY 1
              UNTIL HstIdx > HistCount
              MOVE HstImage(HstIdx) TO ImpulseRecord
              WRITE ImpulseRecord
           END-PERFORM
           CLOSE ImpulseFile.

       WriteAdherenceReport.
           PERFORM StartProvenance
           OPEN OUTPUT AdherenceReport
           MOVE WeekStartDate TO PrnHeadWeek
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           MOVE ShopFromDate TO PrnFromDate
           MOVE ShopToDate TO PrnToDate
           WRITE PrintLine FROM WindowLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE

           MOVE "On the list and bought:" TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
           IF BoughtCount = ZERO
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           PERFORM VARYING LstIdx FROM 1 BY 1
              UNTIL LstIdx > ListCount
              IF LstBought(LstIdx) = "Y"
                 PERFORM WriteListItem
              END-IF
           END-PERFORM
           MOVE "  Paid for list items" TO PrnTotalText
           MOVE BoughtTotal TO PrnTotalKr
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE

           MOVE "On the list, never bought:" TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
           IF BoughtCount = ListCount
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           PERFORM VARYING LstIdx FROM 1 BY 1
              UNTIL LstIdx > ListCount
              IF LstBought(LstIdx) NOT = "Y"
                 PERFORM WriteListItem
              END-IF
           END-PERFORM

           MOVE "Bought, never on the list (impulse):" TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
           IF ImpulseCount = ZERO
              WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
           END-IF
           PERFORM VARYING ImpIdx FROM 1 BY 1
              UNTIL ImpIdx > ImpulseCount
              MOVE ImpName(ImpIdx) TO PrnImpName
              MOVE ImpStore(ImpIdx) TO PrnImpStore
              MOVE ImpQty(ImpIdx) TO PrnImpQty
              MOVE ImpKr(ImpIdx) TO PrnImpKr
              WRITE PrintLine FROM ImpulseLine AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE "  Impulse spend this week" TO PrnTotalText
           MOVE ImpulseTotal TO PrnTotalKr
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
           MOVE BoughtCount TO PrnBought
           MOVE ListCount TO PrnListed
           WRITE PrintLine FROM AdherenceLine AFTER ADVANCING 1 LINE

           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           PERFORM WriteImpulseTrend
           CLOSE AdherenceReport
           MOVE "ListAdherence.rpt" TO PvReportName
           PERFORM StampProvenance.

       WriteListItem.
           MOVE LstFood(LstIdx) TO PrnFood
           MOVE LstGrams(LstIdx) TO PrnGrams
           MOVE LstEstPrice(LstIdx) TO PrnEstPrice
           MOVE LstSpent(LstIdx) TO PrnSpent
           WRITE PrintLine FROM ListItemLine AFTER ADVANCING 1 LINE.

      * The latest 26 weeks on file (about six months), oldest
      * first, with the average over the weeks shown.
       WriteImpulseTrend.
           MOVE "Impulse spend per week:" TO SectionLine
           WRITE PrintLine FROM SectionLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM TrendColumns AFTER ADVANCING 1 LINE
           MOVE 1 TO TrendFrom
           IF HistCount > 26
              COMPUTE TrendFrom = HistCount - 25
           END-IF
           MOVE ZEROES TO TrendSum, TrendWeeks
           PERFORM VARYING HstIdx FROM TrendFrom BY 1
              UNTIL HstIdx > HistCount
              MOVE HstImage(HstIdx) TO ImpulseRecord
              MOVE IHWeek TO PrnTrWeek
              MOVE IHListed TO PrnTrListed
              MOVE IHBought TO PrnTrBought
              MOVE IHImpulseKr TO PrnTrKr
              WRITE PrintLine FROM TrendLine AFTER ADVANCING 1 LINE
              ADD IHImpulseKr TO TrendSum
              ADD 1 TO TrendWeeks
           END-PERFORM
           IF TrendWeeks > ZERO
              COMPUTE TrendAvg ROUNDED = TrendSum / TrendWeeks
              MOVE "  Average per week" TO PrnTotalText
              MOVE TrendAvg TO PrnTotalKr
              WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
           END-IF.

      * Shared date prompt: re-prompts until CheckDate accepts the
      * input as a real calendar date.
       AcceptRequiredDate.
           MOVE "N" TO DateOk
           PERFORM UNTIL DateAccepted
              DISPLAY FUNCTION TRIM(DatePromptText)
              ACCEPT DateInputWS
              IF DateInputWS = SPACE
                 DISPLAY "A date is required"
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
           MOVE "ListAdherence" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "ShoppingLists.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "FoodReceiptLink.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "ImpulseSpend.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
