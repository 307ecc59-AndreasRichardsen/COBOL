       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckKid.
       AUTHOR. Andreas Richardsen.

      * Shared KID (customer reference on Norwegian giro bills)
      * validation: CALL "CheckKid" USING a 25-character KID field
      * and a one-character result. The KID is 2 to 25 digits whose
      * last position is a check digit under either MOD10 (Luhn,
      * weights 2-1-2-1 from the right) or MOD11 (weights 2 to 7
      * repeating from the right, remainder 1 giving "-" as the
      * check character). The result is "1" for a valid MOD10 KID,
      * "2" for a valid MOD11 KID and "N" when neither holds -- a
      * mistyped digit is caught at entry instead of at the bank.
      * Build as a callable module with
      * "cobc -m -o CheckKid.so CheckKid.cbl", same as CheckDate.so.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 KidLen                PIC 9(2).
       01 ScanIdx               PIC 9(2).
       01 DigitWS               PIC 9.
       01 WeightWS              PIC 9.
       01 ProductWS             PIC 9(2).
       01 CheckSum              PIC 9(4).
       01 CheckDigit            PIC 9(2).
       01 CheckChar             PIC X.
       01 BodyOk                PIC X.

       LINKAGE SECTION.
       01 KidInput              PIC X(25).
       01 KidResult             PIC X.
           88 KidMod10          VALUE "1".
           88 KidMod11          VALUE "2".
           88 KidInvalid        VALUE "N".

       PROCEDURE DIVISION USING KidInput, KidResult.
       BEGIN.
           SET KidInvalid TO TRUE
           IF KidInput = SPACES
              GOBACK
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(KidInput TRAILING))
              TO KidLen
           IF KidLen < 2 OR KidInput(1:1) = SPACE
              GOBACK
           END-IF
      * every position but the last must be a digit; the last may
      * also be the MOD11 "-"
           MOVE "Y" TO BodyOk
           PERFORM VARYING ScanIdx FROM 1 BY 1
              UNTIL ScanIdx > KidLen - 1
              IF KidInput(ScanIdx:1) NOT NUMERIC
                 MOVE "N" TO BodyOk
              END-IF
           END-PERFORM
           MOVE KidInput(KidLen:1) TO CheckChar
           IF BodyOk = "N"
              OR (CheckChar NOT NUMERIC AND CheckChar NOT = "-")
              GOBACK
           END-IF

           IF CheckChar NUMERIC
              PERFORM TryMod10
              IF KidMod10
                 GOBACK
              END-IF
           END-IF
           PERFORM TryMod11
           GOBACK.

      * Luhn: the check digit itself has weight 1, then 2, 1, 2 ...
      * leftwards; two-digit products count as their digit sum.
       TryMod10.
           MOVE ZEROES TO CheckSum
           MOVE 1 TO WeightWS
           PERFORM VARYING ScanIdx FROM KidLen BY -1
              UNTIL ScanIdx < 1
              MOVE KidInput(ScanIdx:1) TO DigitWS
              COMPUTE ProductWS = DigitWS * WeightWS
              IF ProductWS > 9
                 SUBTRACT 9 FROM ProductWS
              END-IF
              ADD ProductWS TO CheckSum
              IF WeightWS = 1
                 MOVE 2 TO WeightWS
              ELSE
                 MOVE 1 TO WeightWS
              END-IF
           END-PERFORM
           IF FUNCTION MOD(CheckSum, 10) = ZERO
              SET KidMod10 TO TRUE
           END-IF.

      * MOD11: weights 2 to 7 from the digit left of the check
      * position; 11 minus the remainder is the check digit, 11
      * becomes 0 and 10 is written as "-".
       TryMod11.
           MOVE ZEROES TO CheckSum
           MOVE 2 TO WeightWS
           PERFORM VARYING ScanIdx FROM KidLen BY -1
              UNTIL ScanIdx < 2
              MOVE KidInput(ScanIdx - 1:1) TO DigitWS
              COMPUTE ProductWS = DigitWS * WeightWS
              ADD ProductWS TO CheckSum
              IF WeightWS = 7
                 MOVE 2 TO WeightWS
              ELSE
                 ADD 1 TO WeightWS
              END-IF
           END-PERFORM
           COMPUTE CheckDigit = 11 - FUNCTION MOD(CheckSum, 11)
           IF CheckDigit = 11
              MOVE ZERO TO CheckDigit
           END-IF
           EVALUATE TRUE
              WHEN CheckDigit = 10 AND CheckChar = "-"
                 SET KidMod11 TO TRUE
              WHEN CheckDigit < 10 AND CheckChar NUMERIC
                 MOVE CheckChar TO DigitWS
                 IF DigitWS = CheckDigit
                    SET KidMod11 TO TRUE
                 END-IF
           END-EVALUATE.
