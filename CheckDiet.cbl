       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckDiet.
       AUTHOR. Andreas Richardsen.

      * Can this member eat this dinner? The recipe's allergen and
      * diet tags are derived from its ingredient lines in
      * Recipes.dat -- the union of each ingredient's tags in
      * FoodTags.dat (NUTS, GLUTEN, LACTOSE, MEAT, ...); a dinner
      * with no recipe is looked up as a food item itself. The set
      * comes back in DietTags. It is then held against
      * MemberDiet.dat, the tags each member (Users.dat id) cannot
      * eat: DietMember names one member, spaces checks the whole
      * household. Result "Y" = nobody checked is affected, "N" =
      * DietConflict lists "member: TAG TAG" for everyone who is.
      * Build as a callable module with
      * "cobc -m -o CheckDiet.so CheckDiet.cbl".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RecipeFile ASSIGN TO "Recipes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RecipeFileStatus.

           SELECT FoodTags ASSIGN TO "FoodTags.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FoodTagsStatus.

           SELECT MemberDiet ASSIGN TO "MemberDiet.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MemberDietStatus.

       DATA DIVISION.
       FILE SECTION.
       FD RecipeFile.
       01 RecipeHeaderRec.
           88 EndOfRecipeFile   VALUE HIGH-VALUES.
           02 RcpKind           PIC X.
           02 RcpName           PIC X(20).
           02 RcpPortions       PIC 9(2).

       01 RecipeIngredientRec.
           02 FILLER            PIC X.
           02 RcpIngRecipe      PIC X(20).
           02 RcpIngName        PIC X(20).
           02 RcpIngGrams       PIC 9(4).

      * Allergen and diet tags per food catalog item, kept beside
      * the catalog so its relative slots stay as they are.
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

       WORKING-STORAGE SECTION.
       01 RecipeFileStatus      PIC XX.
       01 FoodTagsStatus        PIC XX.
       01 MemberDietStatus      PIC XX.
       01 IngredientTable.
           02 IngName           PIC X(20) OCCURS 30 TIMES.
       01 IngCount              PIC 9(2) VALUE ZERO.
       01 IngIdx                PIC 9(2).
       01 RecipeFound           PIC X.
       01 TagSet.
           02 TagSetEntry       PIC X(8) OCCURS 20 TIMES.
       01 TagCount              PIC 9(2) VALUE ZERO.
       01 TagIdx                PIC 9(2).
       01 FtIdx                 PIC 9.
       01 TagKnown              PIC X.
       01 MemberHits            PIC 9.
       01 TagsPtr               PIC 9(3).
       01 ConflictPtr           PIC 9(3).

       LINKAGE SECTION.
       01 DietRecipe            PIC X(20).
       01 DietMember            PIC X(8).
       01 DietTags              PIC X(60).
       01 DietConflict          PIC X(60).
       01 DietResult            PIC X.
           88 DietClear         VALUE "Y".
           88 DietConflicts     VALUE "N".

       PROCEDURE DIVISION USING DietRecipe, DietMember, DietTags,
           DietConflict, DietResult.
       BEGIN.
           MOVE SPACES TO DietTags, DietConflict
           SET DietClear TO TRUE
           MOVE ZEROES TO IngCount, TagCount
           PERFORM LoadIngredients
           IF RecipeFound NOT = "Y"
              MOVE 1 TO IngCount
              MOVE DietRecipe TO IngName(1)
           END-IF
           PERFORM DeriveTagSet
           IF TagCount = ZERO
              GOBACK
           END-IF
           MOVE 1 TO TagsPtr
           PERFORM VARYING TagIdx FROM 1 BY 1
              UNTIL TagIdx > TagCount
              STRING FUNCTION TRIM(TagSetEntry(TagIdx))
                 DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 INTO DietTags WITH POINTER TagsPtr
                 ON OVERFLOW EXIT PERFORM
              END-STRING
           END-PERFORM
           PERFORM CheckMembers
           GOBACK.

       LoadIngredients.
           MOVE "N" TO RecipeFound
           OPEN INPUT RecipeFile
           IF RecipeFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ RecipeFile
              AT END SET EndOfRecipeFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRecipeFile
              EVALUATE RcpKind
                 WHEN "H"
                    IF RcpName = DietRecipe
                       MOVE "Y" TO RecipeFound
                    END-IF
                 WHEN "I"
                    IF RcpIngRecipe = DietRecipe AND IngCount < 30
                       ADD 1 TO IngCount
                       MOVE RcpIngName TO IngName(IngCount)
                    END-IF
              END-EVALUATE
              READ RecipeFile
                 AT END SET EndOfRecipeFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE RecipeFile.

      * One pass over FoodTags.dat; every tag of a listed ingredient
      * joins the set once.
       DeriveTagSet.
           OPEN INPUT FoodTags
           IF FoodTagsStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ FoodTags
              AT END SET EndOfFoodTags TO TRUE
           END-READ
           PERFORM UNTIL EndOfFoodTags
              PERFORM VARYING IngIdx FROM 1 BY 1
                 UNTIL IngIdx > IngCount
                 IF IngName(IngIdx) = FtName
                    PERFORM AddFoodTags
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              READ FoodTags
                 AT END SET EndOfFoodTags TO TRUE
              END-READ
           END-PERFORM
           CLOSE FoodTags.

       AddFoodTags.
           PERFORM VARYING FtIdx FROM 1 BY 1 UNTIL FtIdx > 6
              IF FtTag(FtIdx) NOT = SPACES
                 MOVE "N" TO TagKnown
                 PERFORM VARYING TagIdx FROM 1 BY 1
                    UNTIL TagIdx > TagCount
                    IF TagSetEntry(TagIdx) = FtTag(FtIdx)
                       MOVE "Y" TO TagKnown
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF TagKnown = "N" AND TagCount < 20
                    ADD 1 TO TagCount
                    MOVE FtTag(FtIdx) TO TagSetEntry(TagCount)
                 END-IF
              END-IF
           END-PERFORM.

       CheckMembers.
           MOVE 1 TO ConflictPtr
           OPEN INPUT MemberDiet
           IF MemberDietStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ MemberDiet
              AT END SET EndOfMemberDiet TO TRUE
           END-READ
           PERFORM UNTIL EndOfMemberDiet
              IF DietMember = SPACES OR DietMember = MdMember
                 PERFORM CheckOneMember
              END-IF
              READ MemberDiet
                 AT END SET EndOfMemberDiet TO TRUE
              END-READ
           END-PERFORM
           CLOSE MemberDiet.

       CheckOneMember.
           MOVE ZEROES TO MemberHits
           PERFORM VARYING FtIdx FROM 1 BY 1 UNTIL FtIdx > 6
              IF MdTag(FtIdx) NOT = SPACES
                 PERFORM VARYING TagIdx FROM 1 BY 1
                    UNTIL TagIdx > TagCount
                    IF TagSetEntry(TagIdx) = MdTag(FtIdx)
                       IF MemberHits = ZERO
                          SET DietConflicts TO TRUE
                          STRING FUNCTION TRIM(MdMember)
                             DELIMITED BY SIZE
                             ":" DELIMITED BY SIZE
                             INTO DietConflict WITH POINTER ConflictPtr
                             ON OVERFLOW CONTINUE
                          END-STRING
                       END-IF
                       ADD 1 TO MemberHits
                       STRING " " DELIMITED BY SIZE
                          FUNCTION TRIM(MdTag(FtIdx))
                          DELIMITED BY SIZE
                          INTO DietConflict WITH POINTER ConflictPtr
                          ON OVERFLOW CONTINUE
                       END-STRING
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           IF MemberHits > ZERO
              STRING "  " DELIMITED BY SIZE
                 INTO DietConflict WITH POINTER ConflictPtr
                 ON OVERFLOW CONTINUE
              END-STRING
           END-IF.
