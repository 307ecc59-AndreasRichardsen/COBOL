       IDENTIFICATION DIVISION.
       PROGRAM-ID. DiningReview.
       AUTHOR. Andreas Richardsen.

      * What we thought of the place. ReceiptWriter already knows
      * which stores are restaurants, cafes or takeaways
      * (StoreClass.dat class "E") and queues their receipts for
      * MealWriter; this keeps the verdict. Mode 1 reviews one
      * eating-out receipt by its header RNr ("?" lists the recent
      * eating-out receipts not yet reviewed): the dishes ordered,
      * a 1-6 rating from each household member at the table
      * (Users.dat ids), a price level 1-4 and whether we would go
      * back. Reviews.dat carries the receipt's date, store and
      * total beside the RNr, so a renumbering does not detach the
      * review and the spend is on hand without the receipt file.
      * Mode 2 writes DiningRanking.rpt: each place's average
      * rating against its average spend per reviewed visit, best
      * first. Mode 3 writes DiningRevisit.rpt, the favourites
      * (average 5 or better, or 4 and a "would return") whose last
      * visit in Receipts.dat or Reviews.dat is more than N months
      * back.
      * Each report ends with the ReportProvenance block: operator, run
      * time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT ReviewFile ASSIGN TO "Reviews.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ReviewFileStatus.

           SELECT StoreClass ASSIGN TO "StoreClass.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StoreClassStatus.

           SELECT Users ASSIGN TO "Users.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UsersStatus.

           SELECT RankingRpt ASSIGN TO "DiningRanking.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RevisitRpt ASSIGN TO "DiningRevisit.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD ReviewFile.
       01 ReviewRecord.
           88 EndOfReviewFile   VALUE HIGH-VALUES.
           02 DrRNr             PIC 9(5).
           02 DrDate            PIC 9(8).
           02 DrStore           PIC X(20).
           02 DrTotal           PIC S9(6)V99.
           02 DrDishes          PIC X(60).
      * 1 cheap, 2 moderate, 3 pricey, 4 special occasion
           02 DrPriceLevel      PIC 9.
           02 DrReturn          PIC X.
              88 DrWouldReturn  VALUE "Y".
           02 DrScore           OCCURS 4 TIMES.
              03 DrMember       PIC X(8).
              03 DrRating       PIC 9.

       FD StoreClass.
       01 StoreClassRecord.
           88 EndOfStoreClass   VALUE HIGH-VALUES.
           02 SCStoreName       PIC X(20).
           02 SCClass           PIC X.

       FD Users.
       01 UserRecord.
           88 EndOfUsers        VALUE HIGH-VALUES.
           02 UserId            PIC X(8).
           02 UserPin           PIC 9(4).
           02 UserAdmin         PIC X.

       FD RankingRpt.
       01 PrintLine             PIC X(90).

       FD RevisitRpt.
       01 RevisitLine           PIC X(80).

       WORKING-STORAGE SECTION.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 ReceiptFileStatus     PIC XX.
       01 RRecNr                PIC 9(5).
       01 ReviewFileStatus      PIC XX.
       01 StoreClassStatus      PIC XX.
       01 UsersStatus           PIC XX.
       01 RunMode               PIC X.
           88 ReviewMode        VALUE "1".
           88 RankingMode       VALUE "2".
           88 RevisitMode       VALUE "3".

       01 ReviewTable.
           02 ReviewEntry       OCCURS 1000 TIMES INDEXED BY RevIdx.
              03 RevImage       PIC X(139).
       01 ReviewCount           PIC 9(4) VALUE ZERO.
       01 EatOutTable.
           02 EatOutStore       PIC X(20) OCCURS 200 TIMES
                                INDEXED BY EatIdx.
       01 EatOutCount           PIC 9(3) VALUE ZERO.
       01 MemberTable.
           02 MemberId          PIC X(8) OCCURS 20 TIMES
                                INDEXED BY MemIdx.
       01 MemberCount           PIC 9(2) VALUE ZERO.

       01 TodayDate             PIC 9(8).
       01 NrInput               PIC X(5).
       01 AskedNr               PIC 9(5).
       01 HeaderFound           PIC X.
       01 ReviewFound           PIC X.
       01 IsEatOut              PIC X.
       01 AnswerWS              PIC X.
       01 ScoreIdx              PIC 9.
       01 RatingInput           PIC X.
       01 MemberInput           PIC X(8).
       01 ListCutoff            PIC 9(8).
       01 ListedCount           PIC 9(3).

      * per-place totals for the ranking and the revisit list
       01 PlaceTable.
           02 PlaceEntry        OCCURS 200 TIMES INDEXED BY PlcIdx,
              BestIdx.
              03 PlStore        PIC X(20).
              03 PlVisits       PIC 9(4).
              03 PlSpend        PIC S9(8)V99.
              03 PlRatingSum    PIC 9(6).
              03 PlRatings      PIC 9(5).
              03 PlReturnYes    PIC 9(4).
              03 PlLastLevel    PIC 9.
              03 PlLastReview   PIC 9(8).
              03 PlLastVisit    PIC 9(8).
              03 PlAvgRating    PIC 9V99.
              03 PlAvgSpend     PIC S9(6)V99.
              03 PlListed       PIC X.
       01 PlaceCount            PIC 9(3) VALUE ZERO.
       01 PlaceStore            PIC X(20).
       01 BestRating            PIC S9V99.
       01 RankNr                PIC 9(3).
       01 MonthsAway            PIC 9(2).
       01 MonthsInput           PIC X(2).
       01 CutoffYear            PIC 9(4).
       01 CutoffMonth           PIC S9(3).
       01 RevisitCutoff         PIC 9(8).
       01 SuggestCount          PIC 9(3) VALUE ZERO.

       01 RankHeading.
           02 FILLER            PIC X(40) VALUE
              "Places ranked by rating against spend".
       01 RankColumns.
           02 FILLER            PIC X(5) VALUE "  #".
           02 FILLER            PIC X(21) VALUE "Place".
           02 FILLER            PIC X(8) VALUE "Visits".
           02 FILLER            PIC X(9) VALUE "  Rating".
           02 FILLER            PIC X(14) VALUE "   Spend/visit".
           02 FILLER            PIC X(13) VALUE "  Kr/point".
           02 FILLER            PIC X(7) VALUE "Price".
           02 FILLER            PIC X(10) VALUE "Return".
       01 RankLine.
           02 PrnRkNr           PIC ZZ9.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnRkStore        PIC X(20).
           02 PrnRkVisits       PIC ZZZ9.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnRkRating       PIC Z9.99.
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnRkSpend        PIC ZZZ,ZZ9.99-.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnRkPerPoint     PIC ZZ,ZZ9.99.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnRkLevel        PIC X(4).
           02 FILLER            PIC X(3) VALUE SPACES.
           02 PrnRkReturn       PIC ZZ9.
           02 FILLER            PIC X(2) VALUE " %".
       01 PerPointWS            PIC 9(5)V99.
       01 LevelSigns            PIC X(4) VALUE "$$$$".
       01 ReturnPct             PIC 9(3).
       01 RevisitHeading.
           02 FILLER            PIC X(36) VALUE
              "Favourites not visited since before ".
           02 PrnRvCutoff       PIC 9(8).
       01 RevisitDetail.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnRvStore        PIC X(20).
           02 FILLER            PIC X(9) VALUE "  rating ".
           02 PrnRvRating       PIC 9.99.
           02 FILLER            PIC X(14) VALUE "  last visit ".
           02 PrnRvLast         PIC 9(8).
           02 FILLER            PIC X(9) VALUE "  spend ".
           02 PrnRvSpend        PIC ZZ,ZZ9.99-.
       01 Divider               PIC X(90) VALUE ALL "*".

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
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM LoadReviewTable
           PERFORM LoadEatOutStores
           DISPLAY "1 = Review a visit   2 = Ranking report   "
              "3 = Where haven't we been for a while"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN ReviewMode  PERFORM ReviewVisit
              WHEN RankingMode PERFORM WriteRankingReport
              WHEN RevisitMode PERFORM WriteRevisitList
              WHEN OTHER       DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

      * A second review of the same receipt replaces the first.
       ReviewVisit.
           MOVE ZEROES TO AskedNr
           PERFORM UNTIL AskedNr > ZERO
              DISPLAY "Receipt RNr (? = unreviewed eating-out "
                 "receipts, Enter = cancel)"
              ACCEPT NrInput
              EVALUATE TRUE
                 WHEN NrInput = SPACES
                    EXIT PARAGRAPH
                 WHEN NrInput = "?"
                    PERFORM ListUnreviewed
                 WHEN FUNCTION TEST-NUMVAL(NrInput) = ZERO
                    COMPUTE AskedNr = FUNCTION NUMVAL(NrInput)
                 WHEN OTHER
                    DISPLAY "Enter a receipt number"
              END-EVALUATE
           END-PERFORM
           PERFORM ReadReceiptHeader
           IF HeaderFound NOT = "Y"
              DISPLAY "RNr " AskedNr " is not a receipt header"
              EXIT PARAGRAPH
           END-IF
           PERFORM CheckEatOutStore
           IF IsEatOut NOT = "Y"
              DISPLAY FUNCTION TRIM(HdrStore) " is not classed as "
                 "eating out -- review it anyway? Y/N"
              ACCEPT AnswerWS
              IF AnswerWS NOT = "Y" AND AnswerWS NOT = "y"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           DISPLAY "Receipt " HdrNr ": " HdrDate " "
              FUNCTION TRIM(HdrStore) " " HdrTotal
           PERFORM FindReview
           IF ReviewFound = "Y"
              DISPLAY "Already reviewed -- this replaces it"
           ELSE
              IF ReviewCount >= 1000
                 DISPLAY "Review file full (1000 reviews)"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO ReviewCount
              SET RevIdx TO ReviewCount
           END-IF
           MOVE SPACES TO ReviewRecord
           MOVE HdrNr TO DrRNr
           MOVE HdrDate TO DrDate
           MOVE HdrStore TO DrStore
           MOVE HdrTotal TO DrTotal
           DISPLAY "Dishes ordered"
           ACCEPT DrDishes
           PERFORM AcceptRatings
           MOVE ZERO TO DrPriceLevel
           PERFORM UNTIL DrPriceLevel >= 1 AND DrPriceLevel <= 4
              DISPLAY "Price level 1 cheap, 2 moderate, 3 pricey, "
                 "4 special occasion"
              ACCEPT DrPriceLevel
           END-PERFORM
           MOVE SPACE TO DrReturn
           PERFORM UNTIL DrReturn = "Y" OR DrReturn = "N"
              DISPLAY "Would we go back? Y/N"
              ACCEPT DrReturn
              MOVE FUNCTION UPPER-CASE(DrReturn) TO DrReturn
           END-PERFORM
           MOVE ReviewRecord TO RevImage(RevIdx)
           PERFORM SaveReviewTable
           DISPLAY "Review saved".

      * Each member at the table rates 1 (never again) to 6 (best
      * in town); Enter passes over a member who was not there.
      * With no Users.dat the ids are keyed in.
       AcceptRatings.
           PERFORM LoadMemberList
           MOVE ZERO TO ScoreIdx
           IF MemberCount > ZERO
              PERFORM VARYING MemIdx FROM 1 BY 1
                 UNTIL MemIdx > MemberCount OR ScoreIdx >= 4
                 MOVE MemberId(MemIdx) TO MemberInput
                 PERFORM AcceptOneRating
              END-PERFORM
           ELSE
              PERFORM UNTIL ScoreIdx >= 4
                 DISPLAY "Member id (Enter = no more)"
                 ACCEPT MemberInput
                 IF MemberInput = SPACES
                    EXIT PERFORM
                 END-IF
                 PERFORM AcceptOneRating
              END-PERFORM
           END-IF.

       AcceptOneRating.
           PERFORM UNTIL EXIT
              DISPLAY "Rating 1-6 from " FUNCTION TRIM(MemberInput)
                 " (Enter = not there)"
              ACCEPT RatingInput
              IF RatingInput = SPACE
                 EXIT PARAGRAPH
              END-IF
              IF RatingInput >= "1" AND RatingInput <= "6"
                 EXIT PERFORM
              END-IF
              DISPLAY "Rate from 1 to 6"
           END-PERFORM
           ADD 1 TO ScoreIdx
           MOVE MemberInput TO DrMember(ScoreIdx)
           MOVE RatingInput TO DrRating(ScoreIdx).

       ListUnreviewed.
           COMPUTE ListCutoff = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(TodayDate) - 90)
           MOVE ZEROES TO ListedCount
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
              IF NOT EndOfReceipt AND RHeaderRecord
                 AND HdrDate >= ListCutoff
                 PERFORM CheckEatOutStore
                 IF IsEatOut = "Y"
                    PERFORM FindReview
                    IF ReviewFound = "N"
                       ADD 1 TO ListedCount
                       DISPLAY "  " HdrNr "  " HdrDate "  " HdrStore
                          " " HdrTotal
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ReceiptFile
           IF ListedCount = ZERO
              DISPLAY "  no unreviewed eating-out receipts in the "
                 "last 90 days"
           END-IF.

       ReadReceiptHeader.
           MOVE "N" TO HeaderFound
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE AskedNr TO RRecNr
           READ ReceiptFile
              INVALID KEY MOVE SPACES TO ReceiptDetails
           END-READ
           IF RHeaderRecord
              MOVE "Y" TO HeaderFound
           END-IF
           CLOSE ReceiptFile.

       CheckEatOutStore.
           MOVE "N" TO IsEatOut
           PERFORM VARYING EatIdx FROM 1 BY 1
              UNTIL EatIdx > EatOutCount
              IF EatOutStore(EatIdx) = HdrStore
                 MOVE "Y" TO IsEatOut
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * The receipt is found by date, store and total, the same
      * identity DocumentRegister matches on.
       FindReview.
           MOVE "N" TO ReviewFound
           PERFORM VARYING RevIdx FROM 1 BY 1
              UNTIL RevIdx > ReviewCount
              MOVE RevImage(RevIdx) TO ReviewRecord
              IF DrDate = HdrDate AND DrStore = HdrStore
                 AND DrTotal = HdrTotal
                 MOVE "Y" TO ReviewFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       WriteRankingReport.
           PERFORM BuildPlaceTable
           PERFORM StartProvenance
           OPEN OUTPUT RankingRpt
           WRITE PrintLine FROM RankHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM RankColumns AFTER ADVANCING 1 LINE
           MOVE ZEROES TO RankNr
           PERFORM PickBestPlace
           PERFORM UNTIL BestRating < ZERO
              ADD 1 TO RankNr
              PERFORM WriteRankLine
              PERFORM PickBestPlace
           END-PERFORM
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           CLOSE RankingRpt
           MOVE "DiningRanking.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY RankNr " places ranked -- written to "
              "DiningRanking.rpt".

      * Highest average rating not yet printed; BestRating stays
      * negative once every reviewed place is out.
       PickBestPlace.
           MOVE -1 TO BestRating
           PERFORM VARYING PlcIdx FROM 1 BY 1
              UNTIL PlcIdx > PlaceCount
              IF PlListed(PlcIdx) = "N" AND PlVisits(PlcIdx) > ZERO
                 AND PlAvgRating(PlcIdx) > BestRating
                 MOVE PlAvgRating(PlcIdx) TO BestRating
                 SET BestIdx TO PlcIdx
              END-IF
           END-PERFORM
           IF BestRating >= ZERO
              MOVE "Y" TO PlListed(BestIdx)
           END-IF.

       WriteRankLine.
           MOVE RankNr TO PrnRkNr
           MOVE PlStore(BestIdx) TO PrnRkStore
           MOVE PlVisits(BestIdx) TO PrnRkVisits
           MOVE PlAvgRating(BestIdx) TO PrnRkRating
           MOVE PlAvgSpend(BestIdx) TO PrnRkSpend
           MOVE ZEROES TO PerPointWS
           IF PlAvgRating(BestIdx) > ZERO AND PlAvgSpend(BestIdx) > 0
              COMPUTE PerPointWS ROUNDED =
                 PlAvgSpend(BestIdx) / PlAvgRating(BestIdx)
           END-IF
           MOVE PerPointWS TO PrnRkPerPoint
           MOVE SPACES TO PrnRkLevel
           IF PlLastLevel(BestIdx) > ZERO
              MOVE LevelSigns(1:PlLastLevel(BestIdx)) TO PrnRkLevel
           END-IF
           COMPUTE ReturnPct ROUNDED =
              PlReturnYes(BestIdx) * 100 / PlVisits(BestIdx)
           MOVE ReturnPct TO PrnRkReturn
           WRITE PrintLine FROM RankLine AFTER ADVANCING 1 LINE.

       WriteRevisitList.
           DISPLAY "Not visited for how many months? (Enter = 6)"
           ACCEPT MonthsInput
           IF MonthsInput = SPACES
              MOVE 6 TO MonthsAway
           ELSE
              MOVE FUNCTION NUMVAL(MonthsInput) TO MonthsAway
           END-IF
           MOVE TodayDate(1:4) TO CutoffYear
           MOVE TodayDate(5:2) TO CutoffMonth
           SUBTRACT MonthsAway FROM CutoffMonth
           PERFORM UNTIL CutoffMonth > ZERO
              ADD 12 TO CutoffMonth
              SUBTRACT 1 FROM CutoffYear
           END-PERFORM
           COMPUTE RevisitCutoff = CutoffYear * 10000
              + CutoffMonth * 100 + 1
           PERFORM BuildPlaceTable
           PERFORM NoteLastVisits
           PERFORM StartProvenance
           OPEN OUTPUT RevisitRpt
           MOVE RevisitCutoff TO PrnRvCutoff
           WRITE RevisitLine FROM RevisitHeading AFTER ADVANCING 1 LINE
           WRITE RevisitLine FROM Divider AFTER ADVANCING 1 LINE
           MOVE ZEROES TO SuggestCount
           PERFORM VARYING PlcIdx FROM 1 BY 1
              UNTIL PlcIdx > PlaceCount
              IF PlVisits(PlcIdx) > ZERO
                 AND PlLastVisit(PlcIdx) < RevisitCutoff
                 AND (PlAvgRating(PlcIdx) >= 5
                 OR (PlAvgRating(PlcIdx) >= 4
                 AND PlReturnYes(PlcIdx) > ZERO))
                 ADD 1 TO SuggestCount
                 MOVE PlStore(PlcIdx) TO PrnRvStore
                 MOVE PlAvgRating(PlcIdx) TO PrnRvRating
                 MOVE PlLastVisit(PlcIdx) TO PrnRvLast
                 MOVE PlAvgSpend(PlcIdx) TO PrnRvSpend
                 WRITE RevisitLine FROM RevisitDetail
                    AFTER ADVANCING 1 LINE
                 DISPLAY FUNCTION TRIM(PlStore(PlcIdx)) " -- rating "
                    PrnRvRating ", last there " PlLastVisit(PlcIdx)
              END-IF
           END-PERFORM
           CLOSE RevisitRpt
           MOVE "DiningRevisit.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY SuggestCount " favourite(s) worth a revisit -- "
              "written to DiningRevisit.rpt".

      * Reviews give the ratings and spend; an unreviewed visit
      * still counts as having been there.
       BuildPlaceTable.
           MOVE ZEROES TO PlaceCount
           PERFORM VARYING RevIdx FROM 1 BY 1
              UNTIL RevIdx > ReviewCount
              MOVE RevImage(RevIdx) TO ReviewRecord
              MOVE DrStore TO PlaceStore
              PERFORM FindPlace
              IF PlcIdx <= PlaceCount
                 ADD 1 TO PlVisits(PlcIdx)
                 ADD DrTotal TO PlSpend(PlcIdx)
                 PERFORM VARYING ScoreIdx FROM 1 BY 1
                    UNTIL ScoreIdx > 4
                    IF DrRating(ScoreIdx) IS NUMERIC
                       AND DrRating(ScoreIdx) > ZERO
                       ADD DrRating(ScoreIdx) TO PlRatingSum(PlcIdx)
                       ADD 1 TO PlRatings(PlcIdx)
                    END-IF
                 END-PERFORM
                 IF DrWouldReturn
                    ADD 1 TO PlReturnYes(PlcIdx)
                 END-IF
                 IF DrDate >= PlLastReview(PlcIdx)
                    MOVE DrDate TO PlLastReview(PlcIdx)
                    MOVE DrPriceLevel TO PlLastLevel(PlcIdx)
                 END-IF
                 IF DrDate > PlLastVisit(PlcIdx)
                    MOVE DrDate TO PlLastVisit(PlcIdx)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING PlcIdx FROM 1 BY 1
              UNTIL PlcIdx > PlaceCount
              IF PlRatings(PlcIdx) > ZERO
                 COMPUTE PlAvgRating(PlcIdx) ROUNDED =
                    PlRatingSum(PlcIdx) / PlRatings(PlcIdx)
              END-IF
              IF PlVisits(PlcIdx) > ZERO
                 COMPUTE PlAvgSpend(PlcIdx) ROUNDED =
                    PlSpend(PlcIdx) / PlVisits(PlcIdx)
              END-IF
           END-PERFORM.

       NoteLastVisits.
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
              IF NOT EndOfReceipt AND RHeaderRecord
                 PERFORM VARYING PlcIdx FROM 1 BY 1
                    UNTIL PlcIdx > PlaceCount
                    IF PlStore(PlcIdx) = HdrStore
                       IF HdrDate > PlLastVisit(PlcIdx)
                          MOVE HdrDate TO PlLastVisit(PlcIdx)
                       END-IF
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           CLOSE ReceiptFile.

      * Leaves PlcIdx on the place, past PlaceCount when full.
       FindPlace.
           PERFORM VARYING PlcIdx FROM 1 BY 1
              UNTIL PlcIdx > PlaceCount
              IF PlStore(PlcIdx) = PlaceStore
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF PlcIdx > PlaceCount AND PlaceCount < 200
              ADD 1 TO PlaceCount
              SET PlcIdx TO PlaceCount
              MOVE PlaceStore TO PlStore(PlcIdx)
              MOVE ZEROES TO PlVisits(PlcIdx), PlSpend(PlcIdx),
                 PlRatingSum(PlcIdx), PlRatings(PlcIdx),
                 PlReturnYes(PlcIdx), PlLastLevel(PlcIdx),
                 PlLastReview(PlcIdx), PlLastVisit(PlcIdx),
                 PlAvgRating(PlcIdx), PlAvgSpend(PlcIdx)
              MOVE "N" TO PlListed(PlcIdx)
           END-IF.

       LoadEatOutStores.
           MOVE ZEROES TO EatOutCount
           OPEN INPUT StoreClass
           IF StoreClassStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ StoreClass
              AT END SET EndOfStoreClass TO TRUE
           END-READ
           PERFORM UNTIL EndOfStoreClass OR EatOutCount >= 200
              IF SCClass = "E"
                 ADD 1 TO EatOutCount
                 MOVE SCStoreName TO EatOutStore(EatOutCount)
              END-IF
              READ StoreClass
                 AT END SET EndOfStoreClass TO TRUE
              END-READ
           END-PERFORM
           CLOSE StoreClass.

       LoadMemberList.
           MOVE ZEROES TO MemberCount
           OPEN INPUT Users
           IF UsersStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ Users
              AT END SET EndOfUsers TO TRUE
           END-READ
           PERFORM UNTIL EndOfUsers OR MemberCount >= 20
              ADD 1 TO MemberCount
              MOVE UserId TO MemberId(MemberCount)
              READ Users
                 AT END SET EndOfUsers TO TRUE
              END-READ
           END-PERFORM
           CLOSE Users.

       LoadReviewTable.
           MOVE ZEROES TO ReviewCount
           OPEN INPUT ReviewFile
           IF ReviewFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ ReviewFile
              AT END SET EndOfReviewFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfReviewFile OR ReviewCount >= 1000
              ADD 1 TO ReviewCount
              MOVE ReviewRecord TO RevImage(ReviewCount)
              READ ReviewFile
                 AT END SET EndOfReviewFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE ReviewFile.

       SaveReviewTable.
           OPEN OUTPUT ReviewFile
           PERFORM VARYING RevIdx FROM 1 BY 1
              UNTIL RevIdx > ReviewCount
              MOVE RevImage(RevIdx) TO ReviewRecord
              WRITE ReviewRecord
           END-PERFORM
           CLOSE ReviewFile.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "DiningReview" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Reviews.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "StoreClass.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Users.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
