       IDENTIFICATION DIVISION.
       PROGRAM-ID. AllergenReport.
       AUTHOR. Andreas Richardsen.

      * Allergens and diets for the household. Mode 1 tags a food
      * catalog item in FoodTags.dat with up to six allergen or diet
      * tags (NUTS, GLUTEN, LACTOSE, EGG, FISH, SHELLFSH, SOY, MEAT,
      * PORK -- any short word works, as long as it is spelled the
      * same on both sides). Mode 2 keeps MemberDiet.dat, the tags
      * each member cannot eat, keyed by the member id Users.dat
      * signs on with. Mode 3 writes RecipeAllergens.rpt: every
      * recipe in Recipes.dat with the tag set its ingredients
      * add up to and, for every member, whether they can eat it.
      * The derivation itself lives in CheckDiet, the same check
      * MealWriter and MealPlanner warn with.
      * RecipeAllergens.rpt ends with the ReportProvenance block:
      * operator, run time and the count, checksum and layout generation
      * of every input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FoodTags ASSIGN TO "FoodTags.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FoodTagsStatus.

           SELECT MemberDiet ASSIGN TO "MemberDiet.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MemberDietStatus.

           SELECT FoodCatalog ASSIGN TO "FoodCatalog.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS FoodRecNr
           FILE STATUS IS FoodCatalogStatus.

           SELECT RecipeFile ASSIGN TO "Recipes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RecipeFileStatus.

           SELECT Users ASSIGN TO "Users.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UsersStatus.

           SELECT AllergenRpt ASSIGN TO "RecipeAllergens.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FoodTags.
       01 FoodTagRecord.
           88 EndOfFoodTags     VALUE HIGH-VALUES.
           02 FtName            PIC X(20).
           02 FtTag             PIC X(8) OCCURS 6 TIMES.

       FD MemberDiet.
       01 MemberDietRecord.
           88 EndOfMemberDiet   VALUE HIGH-VALUES.
           02 MdMember          PIC X(8).
           02 MdTag             PIC X(8) OCCURS 6 TIMES.

       FD FoodCatalog.
       01 FoodCatalogRecord.
           88 EndOfFoodCatalog  VALUE HIGH-VALUES.
           02 FoodItemName      PIC X(20).
           02 FoodCalories      PIC 9(4).
           02 FoodProteinG      PIC 9(3).

       FD RecipeFile.
       01 RecipeHeaderRec.
           88 EndOfRecipeFile   VALUE HIGH-VALUES.
           02 RcpKind           PIC X.
           02 RcpName           PIC X(20).
           02 RcpPortions       PIC 9(2).

       FD Users.
       01 UserRecord.
           88 EndOfUsers        VALUE HIGH-VALUES.
           02 UserId            PIC X(8).
           02 UserPin           PIC 9(4).
           02 UserAdmin         PIC X.

       FD AllergenRpt.
       01 PrintLine             PIC X(90).

       WORKING-STORAGE SECTION.
       01 FoodTagsStatus        PIC XX.
       01 MemberDietStatus      PIC XX.
       01 FoodCatalogStatus     PIC XX.
       01 FoodRecNr             PIC 9(5).
       01 RecipeFileStatus      PIC XX.
       01 UsersStatus           PIC XX.
       01 RunMode               PIC X.
           88 TagFoodMode       VALUE "1".
           88 MemberDietMode    VALUE "2".
           88 ReportMode        VALUE "3".

       01 TagTable.
           02 TagEntry          OCCURS 300 TIMES INDEXED BY TagIdx.
              03 TagImage       PIC X(68).
       01 TagCount              PIC 9(3) VALUE ZERO.
       01 DietTable.
           02 DietEntry         OCCURS 20 TIMES INDEXED BY DietIdx.
              03 DietImage      PIC X(56).
       01 DietCount             PIC 9(2) VALUE ZERO.
       01 MemberTable.
           02 MemberId          PIC X(8) OCCURS 20 TIMES
                                INDEXED BY MemIdx.
       01 MemberCount           PIC 9(2) VALUE ZERO.
       01 RecipeTable.
           02 RecipeName        PIC X(20) OCCURS 100 TIMES
                                INDEXED BY RcpIdx.
       01 RecipeCount           PIC 9(3) VALUE ZERO.

       01 EntryFound            PIC X.
       01 SlotIdx               PIC 9.
       01 NameInput             PIC X(20).
       01 MemberInput           PIC X(8).
       01 TagInput              PIC X(8).
       01 UsersOnFile           PIC X.
       01 MemberKnown           PIC X.

       01 DietRecipe            PIC X(20).
       01 DietMember            PIC X(8).
       01 DietTags              PIC X(60).
       01 DietConflict          PIC X(60).
       01 DietResult            PIC X.
           88 DietClear         VALUE "Y".
       01 CanEatText            PIC X(70).
       01 CanEatPtr             PIC 9(3).
       01 NotForText            PIC X(70).
       01 NotForPtr             PIC 9(3).
       01 RecipesRestricted     PIC 9(3) VALUE ZERO.

       01 ReportHeading.
           02 FILLER            PIC X(40) VALUE
              "Recipes, allergen tags and who can eat".
       01 ColumnHeading.
           02 FILLER            PIC X(22) VALUE "Recipe".
           02 FILLER            PIC X(60) VALUE "Tags".
       01 RecipeLine.
           02 PrnRcpName        PIC X(20).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 PrnRcpTags        PIC X(60).
       01 MemberLine.
           02 FILLER            PIC X(4) VALUE SPACES.
           02 PrnMemLabel       PIC X(10).
           02 PrnMemText        PIC X(70).
       01 SummaryLine.
           02 PrnSumRecipes     PIC ZZ9.
           02 FILLER            PIC X(11) VALUE " recipes, ".
           02 PrnSumRestricted  PIC ZZ9.
           02 FILLER            PIC X(36) VALUE
              " not for everyone in the household".
       01 Divider               PIC X(90) VALUE ALL "*".

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "1 = Tag a food item   2 = Member restrictions   "
              "3 = Recipe allergen report"
           ACCEPT RunMode
           EVALUATE TRUE
              WHEN TagFoodMode    PERFORM TagFoodItems
              WHEN MemberDietMode PERFORM MaintainMemberDiet
              WHEN ReportMode     PERFORM WriteAllergenReport
              WHEN OTHER          DISPLAY "Unknown mode"
           END-EVALUATE
           GOBACK.

      * Tags are keyed in one per prompt and replace the item's
      * whole set; "-" as the first tag removes the item's tags.
       TagFoodItems.
           PERFORM LoadTagTable
           PERFORM UNTIL EXIT
              DISPLAY "Food item name (Enter to finish)"
              ACCEPT NameInput
              IF NameInput = SPACES
                 EXIT PERFORM
              END-IF
              PERFORM CheckFoodInCatalog
              IF EntryFound NOT = "Y"
                 DISPLAY "  not in FoodCatalog.dat -- tagged anyway, "
                    "recipes only match catalog names"
              END-IF
              MOVE "N" TO EntryFound
              PERFORM VARYING TagIdx FROM 1 BY 1
                 UNTIL TagIdx > TagCount
                 MOVE TagImage(TagIdx) TO FoodTagRecord
                 IF FtName = NameInput
                    MOVE "Y" TO EntryFound
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF EntryFound = "Y"
                 DISPLAY "  now: " FtTag(1) " " FtTag(2) " " FtTag(3)
                    " " FtTag(4) " " FtTag(5) " " FtTag(6)
              ELSE
                 IF TagCount >= 300
                    DISPLAY "Tag file full (300 items)"
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO TagCount
                 SET TagIdx TO TagCount
              END-IF
              MOVE SPACES TO FoodTagRecord
              MOVE NameInput TO FtName
              PERFORM VARYING SlotIdx FROM 1 BY 1 UNTIL SlotIdx > 6
                 DISPLAY "  tag " SlotIdx " (Enter = done)"
                 ACCEPT TagInput
                 IF TagInput = SPACES
                    EXIT PERFORM
                 END-IF
                 MOVE FUNCTION UPPER-CASE(TagInput) TO FtTag(SlotIdx)
              END-PERFORM
              IF FtTag(1) = "-"
                 MOVE SPACES TO FtTag(1)
              END-IF
              MOVE FoodTagRecord TO TagImage(TagIdx)
           END-PERFORM
           PERFORM SaveTagTable.

       CheckFoodInCatalog.
           MOVE "N" TO EntryFound
           OPEN INPUT FoodCatalog
           IF FoodCatalogStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FoodCatalogRecord
           MOVE 1 TO FoodRecNr
           PERFORM UNTIL EndOfFoodCatalog OR EntryFound = "Y"
              READ FoodCatalog NEXT RECORD
                 AT END SET EndOfFoodCatalog TO TRUE
              END-READ
              IF NOT EndOfFoodCatalog AND FoodItemName = NameInput
                 MOVE "Y" TO EntryFound
              END-IF
           END-PERFORM
           CLOSE FoodCatalog.

      * Restrictions belong to a member who can sign on; once
      * Users.dat exists an unknown id is refused.
       MaintainMemberDiet.
           PERFORM LoadDietTable
           PERFORM LoadMemberList
           PERFORM UNTIL EXIT
              DISPLAY "Member id (Enter to finish)"
              ACCEPT MemberInput
              IF MemberInput = SPACES
                 EXIT PERFORM
              END-IF
              MOVE "N" TO MemberKnown
              PERFORM VARYING MemIdx FROM 1 BY 1
                 UNTIL MemIdx > MemberCount
                 IF MemberId(MemIdx) = MemberInput
                    MOVE "Y" TO MemberKnown
                 END-IF
              END-PERFORM
              IF UsersOnFile = "Y" AND MemberKnown = "N"
                 DISPLAY "  " FUNCTION TRIM(MemberInput)
                    " is not a member id in Users.dat"
                 EXIT PERFORM CYCLE
              END-IF
              MOVE "N" TO EntryFound
              PERFORM VARYING DietIdx FROM 1 BY 1
                 UNTIL DietIdx > DietCount
                 MOVE DietImage(DietIdx) TO MemberDietRecord
                 IF MdMember = MemberInput
                    MOVE "Y" TO EntryFound
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF EntryFound = "Y"
                 DISPLAY "  cannot eat now: " MdTag(1) " " MdTag(2)
                    " " MdTag(3) " " MdTag(4) " " MdTag(5) " "
                    MdTag(6)
              ELSE
                 IF DietCount >= 20
                    DISPLAY "Restriction file full (20 members)"
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO DietCount
                 SET DietIdx TO DietCount
              END-IF
              MOVE SPACES TO MemberDietRecord
              MOVE MemberInput TO MdMember
              PERFORM VARYING SlotIdx FROM 1 BY 1 UNTIL SlotIdx > 6
                 DISPLAY "  cannot eat tag " SlotIdx " (Enter = done)"
                 ACCEPT TagInput
                 IF TagInput = SPACES
                    EXIT PERFORM
                 END-IF
                 MOVE FUNCTION UPPER-CASE(TagInput) TO MdTag(SlotIdx)
              END-PERFORM
              IF MdTag(1) = "-"
                 MOVE SPACES TO MdTag(1)
              END-IF
              MOVE MemberDietRecord TO DietImage(DietIdx)
           END-PERFORM
           PERFORM SaveDietTable.

       WriteAllergenReport.
           PERFORM LoadMemberList
           PERFORM LoadDietTable
           PERFORM VARYING DietIdx FROM 1 BY 1
              UNTIL DietIdx > DietCount
              MOVE DietImage(DietIdx) TO MemberDietRecord
              MOVE "N" TO MemberKnown
              PERFORM VARYING MemIdx FROM 1 BY 1
                 UNTIL MemIdx > MemberCount
                 IF MemberId(MemIdx) = MdMember
                    MOVE "Y" TO MemberKnown
                 END-IF
              END-PERFORM
              IF MemberKnown = "N" AND MemberCount < 20
                 ADD 1 TO MemberCount
                 MOVE MdMember TO MemberId(MemberCount)
              END-IF
           END-PERFORM
           PERFORM LoadRecipeNames
           PERFORM StartProvenance
           OPEN OUTPUT AllergenRpt
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 1 LINE
           MOVE ZEROES TO RecipesRestricted
           PERFORM VARYING RcpIdx FROM 1 BY 1
              UNTIL RcpIdx > RecipeCount
              PERFORM ReportOneRecipe
           END-PERFORM
           MOVE RecipeCount TO PrnSumRecipes
           MOVE RecipesRestricted TO PrnSumRestricted
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
           CLOSE AllergenRpt
           MOVE "RecipeAllergens.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY RecipeCount " recipes written to "
              "RecipeAllergens.rpt".

       ReportOneRecipe.
           MOVE RecipeName(RcpIdx) TO DietRecipe
           MOVE SPACES TO DietMember
           CALL "CheckDiet" USING DietRecipe, DietMember, DietTags,
              DietConflict, DietResult
           MOVE DietRecipe TO PrnRcpName
           IF DietTags = SPACES
              MOVE "(no tags)" TO PrnRcpTags
           ELSE
              MOVE DietTags TO PrnRcpTags
           END-IF
           WRITE PrintLine FROM RecipeLine AFTER ADVANCING 1 LINE
           IF NOT DietClear
              ADD 1 TO RecipesRestricted
           END-IF
           IF MemberCount = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CanEatText, NotForText
           MOVE 1 TO CanEatPtr, NotForPtr
           PERFORM VARYING MemIdx FROM 1 BY 1
              UNTIL MemIdx > MemberCount
              MOVE MemberId(MemIdx) TO DietMember
              CALL "CheckDiet" USING DietRecipe, DietMember,
                 DietTags, DietConflict, DietResult
              IF DietClear
                 STRING FUNCTION TRIM(DietMember) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    INTO CanEatText WITH POINTER CanEatPtr
                    ON OVERFLOW CONTINUE
                 END-STRING
              ELSE
                 STRING FUNCTION TRIM(DietConflict) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    INTO NotForText WITH POINTER NotForPtr
                    ON OVERFLOW CONTINUE
                 END-STRING
              END-IF
           END-PERFORM
           MOVE "Can eat:" TO PrnMemLabel
           IF CanEatText = SPACES
              MOVE "nobody" TO PrnMemText
           ELSE
              MOVE CanEatText TO PrnMemText
           END-IF
           WRITE PrintLine FROM MemberLine AFTER ADVANCING 1 LINE
           IF NotForText NOT = SPACES
              MOVE "Not for:" TO PrnMemLabel
              MOVE NotForText TO PrnMemText
              WRITE PrintLine FROM MemberLine AFTER ADVANCING 1 LINE
           END-IF.

       LoadRecipeNames.
           MOVE ZEROES TO RecipeCount
           OPEN INPUT RecipeFile
           IF RecipeFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ RecipeFile
              AT END SET EndOfRecipeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRecipeFile
              IF RcpKind = "H" AND RecipeCount < 100
                 ADD 1 TO RecipeCount
                 MOVE RcpName TO RecipeName(RecipeCount)
              END-IF
              READ RecipeFile
                 AT END SET EndOfRecipeFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE RecipeFile.

       LoadMemberList.
           MOVE ZEROES TO MemberCount
           MOVE "N" TO UsersOnFile
           OPEN INPUT Users
           IF UsersStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO UsersOnFile
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

       LoadTagTable.
           MOVE ZEROES TO TagCount
           OPEN INPUT FoodTags
           IF FoodTagsStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ FoodTags
              AT END SET EndOfFoodTags TO TRUE
           END-READ
           PERFORM UNTIL EndOfFoodTags OR TagCount >= 300
              ADD 1 TO TagCount
              MOVE FoodTagRecord TO TagImage(TagCount)
              READ FoodTags
                 AT END SET EndOfFoodTags TO TRUE
              END-READ
           END-PERFORM
           CLOSE FoodTags.

      * Items whose tags were all removed are dropped on the rewrite.
       SaveTagTable.
           OPEN OUTPUT FoodTags
           PERFORM VARYING TagIdx FROM 1 BY 1
              UNTIL TagIdx > TagCount
              MOVE TagImage(TagIdx) TO FoodTagRecord
              IF FtTag(1) NOT = SPACES
                 WRITE FoodTagRecord
              END-IF
           END-PERFORM
           CLOSE FoodTags.

       LoadDietTable.
           MOVE ZEROES TO DietCount
           OPEN INPUT MemberDiet
           IF MemberDietStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ MemberDiet
              AT END SET EndOfMemberDiet TO TRUE
           END-READ
           PERFORM UNTIL EndOfMemberDiet OR DietCount >= 20
              ADD 1 TO DietCount
              MOVE MemberDietRecord TO DietImage(DietCount)
              READ MemberDiet
                 AT END SET EndOfMemberDiet TO TRUE
              END-READ
           END-PERFORM
           CLOSE MemberDiet.

       SaveDietTable.
           OPEN OUTPUT MemberDiet
           PERFORM VARYING DietIdx FROM 1 BY 1
              UNTIL DietIdx > DietCount
              MOVE DietImage(DietIdx) TO MemberDietRecord
              IF MdTag(1) NOT = SPACES
                 WRITE MemberDietRecord
              END-IF
           END-PERFORM
           CLOSE MemberDiet.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "AllergenReport" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "FoodTags.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "MemberDiet.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "FoodCatalog.dat" TO PvInputName
           MOVE "B" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Recipes.dat" TO PvInputName
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
