      * until now the only way to ask "when was Receipts.dat last
      * touched" was a text editor. Three modes: a filtered listing
      * by program and date range, daily activity counts per program,
      * and a last-touched summary per data file. Mode 5 walks the
      * audit hash chain through VerifyAuditChain and names the
      * first broken link.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 DailyCountMode    VALUE "2".
           88 LastTouchedMode   VALUE "3".
           88 KeyHistoryMode    VALUE "4".
           88 ChainVerifyMode   VALUE "5".
       01 ChainResultWS         PIC X.
       01 ChainDetailWS         PIC X(70).
       01 FilterKey             PIC X(20).
       01 FilterProgram         PIC X(20).
       01 FilterStartDate       PIC 9(8).
           DISPLAY "2 = Daily activity counts per program"
           DISPLAY "3 = Last-touched summary per data file"
           DISPLAY "4 = Change history for a record key"
           DISPLAY "5 = Verify the audit hash chain"
           ACCEPT InquiryMode

           IF ChainVerifyMode
              CALL "VerifyAuditChain" USING ChainResultWS,
                 ChainDetailWS
              EVALUATE ChainResultWS
                 WHEN "Y"
                    DISPLAY "Audit chain "
                       FUNCTION TRIM(ChainDetailWS)
                 WHEN "N"
                    DISPLAY "Audit chain BROKEN -- first bad link: "
                    DISPLAY "  " FUNCTION TRIM(ChainDetailWS)
                 WHEN OTHER
                    DISPLAY "No sealed audit entries yet"
              END-EVALUATE
              STOP RUN
           END-IF

           OPEN INPUT AuditLog
           IF AuditLogStatus NOT = "00"
              DISPLAY "AuditLog.dat not found -- nothing logged yet"
