       IDENTIFICATION DIVISION.
       PROGRAM-ID. DocumentRegister.
       AUTHOR. Andreas Richardsen.

      * Where the original of a receipt is kept. Paper fades, and a
      * warranty claim or the tax-category export needs the real
      * thing, so Documents.dat records for each receipt the file
      * name or folder of its scan or PDF, or a paper location such
      * as "box 2026-Q3". Mode 1 registers one: any RNr of the
      * receipt will do, a line item's RNr is walked back to its
      * header. The document row carries the header's date, store
      * and total as well as its RNr, and is matched on those, so
      * a reorganization or year-end renumbering does not lose it
      * and archived receipts still find theirs. Mode 2 looks up
      * where the document of an RNr is. Mode 3 writes DocMissing.rpt
      * for the live file or an archived year: every receipt that
      * should have a document and has none -- one with a line in
      * WarrantyReg.dat, one with a line in a tax-relevant
      * category, or one totalling at least the amount threshold.
      * The threshold and the categories are kept in DocSettings.dat
      * (mode 4; seeded with 1000 kr and "Other").
      * DocMissing.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReceiptFile ASSIGN DYNAMIC ReceiptFileNameVar
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RRecNr
           FILE STATUS IS ReceiptFileStatus.

           SELECT DocumentFile ASSIGN TO "Documents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DocumentFileStatus.

           SELECT DocSettings ASSIGN TO "DocSettings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DocSettingsStatus.

           SELECT WarrantyReg ASSIGN TO "WarrantyReg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WarrantyRegStatus.

           SELECT MissingRpt ASSIGN TO "DocMissing.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ReceiptFile.
       COPY "RCPTREC.cpy".

       FD DocumentFile.
       01 DocumentRecord.
           88 EndOfDocumentFile VALUE HIGH-VALUES.
           02 DcRNr             PIC 9(5).
           02 DcDate            PIC 9(8).
           02 DcStore           PIC X(20).
           02 DcTotal           PIC S9(6)V99.
           02 DcKind            PIC X.
              88 DcScanFile     VALUE "F".
              88 DcPaper        VALUE "P".
           02 DcLocation        PIC X(60).
           02 DcRegistered      PIC 9(8).

       FD DocSettings.
       01 DocSettingsRecord.
           02 DsThreshold       PIC 9(6)V99.
           02 DsTaxType         PIC X(7) OCCURS 5 TIMES.

       FD WarrantyReg.
       01 WarrantyRegRecord.
           88 EndOfWarrantyReg  VALUE HIGH-VALUES.
           02 WRNr              PIC 9(5).
           02 WRName            PIC X(30).
           02 WRDate            PIC 9(8).
           02 WRMonths          PIC 9(3).
           02 WRRetDays         PIC 9(3).

       FD MissingRpt.
       01 PrintLine             PIC X(90).

       WORKING-STORAGE SECTION.
       01 ReceiptFileNameVar    PIC X(60) VALUE "Receipts.dat".
       01 LiveFileName          PIC X(60).
       01 RcptLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 ReceiptFileStatus     PIC XX.
       01 RRecNr                PIC 9(5).
       01 DocumentFileStatus    PIC XX.
       01 DocSettingsStatus     PIC XX.
       01 WarrantyRegStatus     PIC XX.
       01 RunMode               PIC X.
           88 RegisterMode      VALUE "1".
           88 LookupMode        VALUE "2".
           88 MissingMode       VALUE "3".
           88 SettingsMode      VALUE "4".

       01 DocTable.
           02 DocEntry          OCCURS 3000 TIMES INDEXED BY DocIdx.
              03 DocImage       PIC X(110).
       01 DocCount              PIC 9(4) VALUE ZERO.
       01 DocFound              PIC X.
       01 WarrantyTable.
           02 WarrantyNr        PIC 9(5) OCCURS 500 TIMES
                                INDEXED BY WarIdx.
       01 WarrantyCount         PIC 9(3) VALUE ZERO.
       01 TypeIdx               PIC 9.

       01 TodayDate             PIC 9(8).
       01 InputWS               PIC X(12).
       01 NumValue              PIC S9(6)V99.
       01 NumOk                 PIC X.
       01 AskedNr               PIC 9(5).
       01 ArchiveYear           PIC 9(4).
       01 HeaderFound           PIC X.
       01 KeyDate               PIC 9(8).
       01 KeyStore              PIC X(20).
       01 KeyTotal              PIC S9(6)V99.
       01 KeyNr                 PIC 9(5).

      * the receipt being gathered in the missing-document scan
       01 CurrHeaderNr          PIC 9(5) VALUE ZERO.
       01 CurrDate              PIC 9(8).
       01 CurrStore             PIC X(20).
       01 CurrTotal             PIC S9(6)V99.
       01 NeedWarranty          PIC X.
       01 NeedTax               PIC X.
       01 WhyPtr                PIC 9(2).
       01 ReceiptsChecked       PIC 9(5) VALUE ZERO.
       01 ReceiptsNeeding       PIC 9(5) VALUE ZERO.
       01 ReceiptsMissing       PIC 9(5) VALUE ZERO.

       01 ReportHeading.
           02 FILLER            PIC X(31) VALUE
              "Receipts without a document -- ".
           02 PrnHeadFile       PIC X(30).
       01 RuleLine.
           02 FILLER            PIC X(28) VALUE
              "Needed for: warranty lines,".
           02 FILLER            PIC X(12) VALUE " categories ".
           02 PrnRuleTypes      PIC X(40).
       01 ThresholdLine.
           02 FILLER            PIC X(28) VALUE
              "            and totals from ".
           02 PrnRuleThreshold  PIC ZZZ,ZZ9.99.
       01 ColumnHeading.
           02 FILLER            PIC X(9) VALUE "  RNr".
           02 FILLER            PIC X(10) VALUE "Date".
           02 FILLER            PIC X(21) VALUE "Store".
           02 FILLER            PIC X(11) VALUE "     Total".
           02 FILLER            PIC X(30) VALUE "  Why".
       01 MissingLine.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnMsNr           PIC 9(5).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnMsDate         PIC 9(8).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnMsStore        PIC X(20).
           02 PrnMsTotal        PIC ZZZ,ZZ9.99-.
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnMsWhy          PIC X(30).
       01 SummaryLine.
           02 PrnSumChecked     PIC ZZZZ9.
           02 FILLER            PIC X(20) VALUE " receipts checked, ".
           02 PrnSumNeeding     PIC ZZZZ9.
           02 FILLER            PIC X(18) VALUE
              " need a document, ".
           02 PrnSumMissing     PIC ZZZZ9.
           02 FILLER            PIC X(8) VALUE " missing".
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
           MOVE ReceiptFileNameVar TO LiveFileName
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM LoadDocSettings
           PERFORM LoadDocTable
           DISPLAY "1 = Register a document   2 = Where is it?   "
              "3 = Missing-document report   4 = Settings"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN RegisterMode PERFORM RegisterDocument
              WHEN LookupMode   PERFORM LookupDocument
              WHEN MissingMode  PERFORM WriteMissingReport
              WHEN SettingsMode PERFORM EditDocSettings
              WHEN OTHER        DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

      * A second registration for the same receipt replaces the
      * first -- the scan moved, or the paper went into a box.
       RegisterDocument.
           PERFORM AcceptReceiptNr
           PERFORM FindHeaderOfNr
           IF HeaderFound NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindDocument
           IF DocFound = "Y"
              DISPLAY "Already registered: " DcKind " "
                 FUNCTION TRIM(DcLocation) " -- this replaces it"
           END-IF
           INITIALIZE DocumentRecord
           MOVE KeyNr TO DcRNr
           MOVE KeyDate TO DcDate
           MOVE KeyStore TO DcStore
           MOVE KeyTotal TO DcTotal
           PERFORM UNTIL DcScanFile OR DcPaper
              DISPLAY "F = scanned file / PDF   P = paper"
              ACCEPT DcKind
              MOVE FUNCTION UPPER-CASE(DcKind) TO DcKind
           END-PERFORM
           IF DcScanFile
              DISPLAY "File name or folder"
           ELSE
              DISPLAY "Where the paper is (e.g. box 2026-Q3)"
           END-IF
           ACCEPT DcLocation
           MOVE TodayDate TO DcRegistered
           IF DocFound = "Y"
              MOVE DocumentRecord TO DocImage(DocIdx)
           ELSE
              IF DocCount >= 3000
                 DISPLAY "Document register full (3000 entries)"
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO DocCount
              MOVE DocumentRecord TO DocImage(DocCount)
           END-IF
           PERFORM SaveDocTable
           DISPLAY "Document registered for receipt " KeyNr.

       LookupDocument.
           PERFORM AcceptReceiptNr
           DISPLAY "Archived year (YYYY, Enter = live file)"
           ACCEPT ArchiveYear
           IF ArchiveYear NOT = ZERO
              MOVE SPACES TO ReceiptFileNameVar
              STRING "Receipts." DELIMITED BY SIZE
                 ArchiveYear DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO ReceiptFileNameVar
              END-STRING
           END-IF
           PERFORM FindHeaderOfNr
           IF HeaderFound NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM FindDocument
           IF DocFound = "Y"
              IF DcScanFile
                 DISPLAY "Scanned: " FUNCTION TRIM(DcLocation)
              ELSE
                 DISPLAY "Paper: " FUNCTION TRIM(DcLocation)
              END-IF
              DISPLAY "(registered " DcRegistered ")"
           ELSE
              DISPLAY "No document registered for this receipt"
           END-IF.

       AcceptReceiptNr.
           MOVE ZEROES TO AskedNr
           PERFORM UNTIL AskedNr > ZERO
              DISPLAY "RNr (header or any line of the receipt)"
              ACCEPT AskedNr
           END-PERFORM.

      * Reads the record at AskedNr and walks back to the header it
      * belongs to; KeyNr/KeyDate/KeyStore/KeyTotal identify the
      * receipt from then on.
       FindHeaderOfNr.
           MOVE "N" TO HeaderFound
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              DISPLAY FUNCTION TRIM(ReceiptFileNameVar) " not found"
              EXIT PARAGRAPH
           END-IF
           MOVE AskedNr TO RRecNr
           PERFORM UNTIL HeaderFound = "Y" OR RRecNr = ZERO
              READ ReceiptFile
                 INVALID KEY MOVE SPACES TO ReceiptDetails
              END-READ
              IF RHeaderRecord
                 MOVE "Y" TO HeaderFound
              ELSE
                 IF RRecNr = AskedNr AND RNr NOT = AskedNr
                    MOVE ZEROES TO RRecNr
                 ELSE
                    SUBTRACT 1 FROM RRecNr
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ReceiptFile
           IF HeaderFound NOT = "Y"
              DISPLAY "No receipt holds RNr " AskedNr
              EXIT PARAGRAPH
           END-IF
           MOVE HdrNr TO KeyNr
           MOVE HdrDate TO KeyDate
           MOVE HdrStore TO KeyStore
           MOVE HdrTotal TO KeyTotal
           DISPLAY "Receipt " HdrNr ": " HdrDate " "
              FUNCTION TRIM(HdrStore) " " HdrTotal.

      * The receipt's identity is date, store and total; the RNr
      * alone would not survive a renumbering.
       FindDocument.
           MOVE "N" TO DocFound
           PERFORM VARYING DocIdx FROM 1 BY 1
              UNTIL DocIdx > DocCount
              MOVE DocImage(DocIdx) TO DocumentRecord
              IF DcDate = KeyDate AND DcStore = KeyStore
                 AND DcTotal = KeyTotal
                 MOVE "Y" TO DocFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       WriteMissingReport.
           DISPLAY "Archived year (YYYY, Enter = live file)"
           ACCEPT ArchiveYear
           IF ArchiveYear NOT = ZERO
              MOVE SPACES TO ReceiptFileNameVar
              STRING "Receipts." DELIMITED BY SIZE
                 ArchiveYear DELIMITED BY SIZE
                 ".dat" DELIMITED BY SIZE
                 INTO ReceiptFileNameVar
              END-STRING
           END-IF
      * warranty lines are keyed by live RNr and dropped at archiving
           MOVE ZEROES TO WarrantyCount
           IF ReceiptFileNameVar = LiveFileName
              PERFORM LoadWarrantyNumbers
           END-IF
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
              DISPLAY FUNCTION TRIM(ReceiptFileNameVar) " not found"
              EXIT PARAGRAPH
           END-IF
           PERFORM StartProvenance
           OPEN OUTPUT MissingRpt
           MOVE ReceiptFileNameVar TO PrnHeadFile
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           MOVE SPACES TO PrnRuleTypes
           STRING DsTaxType(1) DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              DsTaxType(2) DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              DsTaxType(3) DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              DsTaxType(4) DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              DsTaxType(5) DELIMITED BY SPACE
              INTO PrnRuleTypes
           END-STRING
           MOVE DsThreshold TO PrnRuleThreshold
           WRITE PrintLine FROM RuleLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ThresholdLine AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 1 LINE
           MOVE ZEROES TO CurrHeaderNr
           MOVE SPACES TO ReceiptDetails
           MOVE 1 TO RRecNr
           PERFORM UNTIL EndOfReceipt
              READ ReceiptFile NEXT RECORD
                 AT END SET EndOfReceipt TO TRUE
              END-READ
              IF NOT EndOfReceipt
                 IF RHeaderRecord
                    PERFORM CloseOffReceipt
                    MOVE HdrNr TO CurrHeaderNr
                    MOVE HdrDate TO CurrDate
                    MOVE HdrStore TO CurrStore
                    MOVE HdrTotal TO CurrTotal
                    MOVE "N" TO NeedWarranty, NeedTax
                 ELSE
                    PERFORM CheckLineNeeds
                 END-IF
              END-IF
           END-PERFORM
           PERFORM CloseOffReceipt
           CLOSE ReceiptFile
           MOVE ReceiptsChecked TO PrnSumChecked
           MOVE ReceiptsNeeding TO PrnSumNeeding
           MOVE ReceiptsMissing TO PrnSumMissing
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
           CLOSE MissingRpt
           MOVE "DocMissing.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY ReceiptsMissing " receipt(s) without the document "
              "they need -- written to DocMissing.rpt".

       CheckLineNeeds.
           IF CurrHeaderNr = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WarIdx FROM 1 BY 1
              UNTIL WarIdx > WarrantyCount
              IF WarrantyNr(WarIdx) = RNr
                 MOVE "Y" TO NeedWarranty
                 EXIT PERFORM
              END-IF
           END-PERFORM
           PERFORM VARYING TypeIdx FROM 1 BY 1
              UNTIL TypeIdx > 5
              IF DsTaxType(TypeIdx) NOT = SPACES
                 AND DsTaxType(TypeIdx) = RType
                 MOVE "Y" TO NeedTax
              END-IF
           END-PERFORM.

      * The receipt gathered so far is judged once its last line
      * has gone by.
       CloseOffReceipt.
           IF CurrHeaderNr = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ReceiptsChecked
           IF NeedWarranty = "N" AND NeedTax = "N"
              AND CurrTotal < DsThreshold
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ReceiptsNeeding
           MOVE CurrDate TO KeyDate
           MOVE CurrStore TO KeyStore
           MOVE CurrTotal TO KeyTotal
           PERFORM FindDocument
           IF DocFound = "Y"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ReceiptsMissing
           MOVE CurrHeaderNr TO PrnMsNr
           MOVE CurrDate TO PrnMsDate
           MOVE CurrStore TO PrnMsStore
           MOVE CurrTotal TO PrnMsTotal
           MOVE SPACES TO PrnMsWhy
           MOVE 1 TO WhyPtr
           IF NeedWarranty = "Y"
              STRING "warranty " DELIMITED BY SIZE
                 INTO PrnMsWhy WITH POINTER WhyPtr
              END-STRING
           END-IF
           IF NeedTax = "Y"
              STRING "tax category " DELIMITED BY SIZE
                 INTO PrnMsWhy WITH POINTER WhyPtr
              END-STRING
           END-IF
           IF CurrTotal >= DsThreshold
              STRING "amount" DELIMITED BY SIZE
                 INTO PrnMsWhy WITH POINTER WhyPtr
              END-STRING
           END-IF
           WRITE PrintLine FROM MissingLine AFTER ADVANCING 1 LINE.

       LoadWarrantyNumbers.
           OPEN INPUT WarrantyReg
           IF WarrantyRegStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ WarrantyReg
              AT END SET EndOfWarrantyReg TO TRUE
           END-READ
           PERFORM UNTIL EndOfWarrantyReg OR WarrantyCount >= 500
              ADD 1 TO WarrantyCount
              MOVE WRNr TO WarrantyNr(WarrantyCount)
              READ WarrantyReg
                 AT END SET EndOfWarrantyReg TO TRUE
              END-READ
           END-PERFORM
           CLOSE WarrantyReg.

       LoadDocSettings.
           OPEN INPUT DocSettings
           IF DocSettingsStatus NOT = "00"
              PERFORM SeedDocSettings
              EXIT PARAGRAPH
           END-IF
           READ DocSettings
              AT END PERFORM SeedDocSettings
           END-READ
           CLOSE DocSettings.

       SeedDocSettings.
           MOVE 1000.00 TO DsThreshold
           MOVE "Other" TO DsTaxType(1)
           MOVE SPACES TO DsTaxType(2), DsTaxType(3), DsTaxType(4),
              DsTaxType(5).

       SaveDocSettings.
           OPEN OUTPUT DocSettings
           WRITE DocSettingsRecord
           CLOSE DocSettings.

       EditDocSettings.
           DISPLAY "Amount threshold is " DsThreshold
              " (Enter = keep)"
           ACCEPT InputWS
           IF InputWS NOT = SPACES
              CALL "CheckNumber" USING InputWS, NumValue, NumOk
              IF NumOk = "Y" AND NumValue >= ZERO
                 MOVE NumValue TO DsThreshold
              ELSE
                 DISPLAY "Not a valid amount -- threshold kept"
              END-IF
           END-IF
           DISPLAY "Tax-relevant categories (Snack, Protein, Carb, "
              "Drink, Green, Sauce, Other), up to 5"
           PERFORM VARYING TypeIdx FROM 1 BY 1
              UNTIL TypeIdx > 5
              DISPLAY "  " TypeIdx ": " DsTaxType(TypeIdx)
                 " (Enter = keep, - = clear)"
              ACCEPT InputWS
              EVALUATE TRUE
                 WHEN InputWS = SPACES
                    CONTINUE
                 WHEN InputWS = "-"
                    MOVE SPACES TO DsTaxType(TypeIdx)
                 WHEN OTHER
                    MOVE InputWS TO DsTaxType(TypeIdx)
              END-EVALUATE
           END-PERFORM
           PERFORM SaveDocSettings
           DISPLAY "Settings saved".

       LoadDocTable.
           MOVE ZEROES TO DocCount
           OPEN INPUT DocumentFile
           IF DocumentFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ DocumentFile
              AT END SET EndOfDocumentFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfDocumentFile OR DocCount >= 3000
              ADD 1 TO DocCount
              MOVE DocumentRecord TO DocImage(DocCount)
              READ DocumentFile
                 AT END SET EndOfDocumentFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE DocumentFile.

       SaveDocTable.
           OPEN OUTPUT DocumentFile
           PERFORM VARYING DocIdx FROM 1 BY 1
              UNTIL DocIdx > DocCount
              MOVE DocImage(DocIdx) TO DocumentRecord
              WRITE DocumentRecord
           END-PERFORM
           CLOSE DocumentFile.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "DocumentRegister" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE ReceiptFileNameVar TO PvInputName
           MOVE "R" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Documents.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "DocSettings.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "WarrantyReg.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
