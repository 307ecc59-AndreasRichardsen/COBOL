           88 CtlRefused     VALUE "N".
      * Staging for the audit image fields: a replace sets these
      * before its WRITE and LogAudit copies them into the audit
      * record, clearing them again. An add leaves them blank and is
      * logged as an ADD; an add or a replace carries the written
      * record's first 80 bytes as its after image and is followed
      * by an ADDCONT entry under the same key carrying the rest, so
      * RollForward can put the whole record back.
       01 AuditActionWS      PIC X(8) VALUE SPACES.
       01 AuditKeyWS         PIC X(20) VALUE SPACES.
       01 AuditBeforeWS      PIC X(80) VALUE SPACES.
       01 AuditAfterWS       PIC X(80) VALUE SPACES.
       01 AddImageKey        PIC X(20).
       01 RecordMatches      PIC X.
       01 PendingMealRecord  PIC X(153).
       01 LeftoversStatus    PIC XX.
       01 TimeInputWS        PIC X(4).
       01 TimeOkWS           PIC X.
           88 TimeValidWS    VALUE "Y".
       01 DietRecipe         PIC X(20).
       01 DietMember         PIC X(8).
       01 DietTags           PIC X(60).
       01 DietConflict       PIC X(60).
       01 DietResult         PIC X.
           88 DietClear      VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
              ACCEPT Sauce
              Display "Info"
              ACCEPT DinnerInfo
              PERFORM WarnDietConflict
              PERFORM LookupRecipeNutrition
              IF FoundRecipe
                 DISPLAY "Recipe auto-fill (per portion): "
                 RecipeProSum / RecipePortions
           END-IF.

      * Allergen check against MemberDiet.dat before the dinner is
      * logged: the session's person, or the whole household when
      * the dinner is shared. A warning only -- the dinner was eaten.
       WarnDietConflict.
           MOVE DinnerName TO DietRecipe
           MOVE EntryPerson TO DietMember
           CALL "CheckDiet" USING DietRecipe, DietMember, DietTags,
              DietConflict, DietResult
           IF NOT DietClear
              DISPLAY "** " FUNCTION TRIM(DinnerName) " is not for "
                 FUNCTION TRIM(DietConflict) " **"
           END-IF.

       AddIngredientPer100.
           IF IngredientLookupName = SPACES
              EXIT PARAGRAPH
           CLOSE MealMonthIndex.

       LogAudit.
           IF AuditActionWS = SPACES
              MOVE "ADD" TO AuditActionWS
              MOVE SPACES TO AuditKeyWS
              EVALUATE RecTypeCode IN DinnerDetails
                 WHEN "D"
                    STRING "D " DELIMITED BY SIZE
                       DinnerDateNum DELIMITED BY SIZE
                       INTO AuditKeyWS
                    END-STRING
                 WHEN "S"
                    STRING "S " DELIMITED BY SIZE
                       SnaDateNum DELIMITED BY SIZE
                       INTO AuditKeyWS
                    END-STRING
                 WHEN OTHER
                    STRING RecTypeCode IN DinnerDetails
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       OtherDateNum DELIMITED BY SIZE
                       INTO AuditKeyWS
                    END-STRING
              END-EVALUATE
           END-IF
           MOVE AuditKeyWS TO AddImageKey
           MOVE DinnerDetails TO AuditAfterWS
           PERFORM WriteAuditEntry
           MOVE "ADDCONT" TO AuditActionWS
           MOVE AddImageKey TO AuditKeyWS
           MOVE DinnerDetails(81:73) TO AuditAfterWS
           PERFORM WriteAuditEntry.

       WriteAuditEntry.
           OPEN EXTEND AuditLog
           IF AuditLogStatus = "35"
              OPEN OUTPUT AuditLog
           MOVE AuditAfterWS TO AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog
           MOVE SPACES TO AuditActionWS, AuditKeyWS,
           MOVE SPACES TO Protein, Carb, Fiber, Sauce
           MOVE "leftovers" TO DinnerInfo
           MOVE ZEROES TO DinnerCalories, DinnerProteinG
           PERFORM WarnDietConflict
           PERFORM LookupRecipeNutrition
           IF FoundRecipe
              MOVE AutoDinnerCalories TO DinnerCalories
