       IDENTIFICATION DIVISION.
       PROGRAM-ID. RejectQueue.
       AUTHOR. Andreas Richardsen.

      * Puts a line an importer turned away on that importer's reject
      * worklist, so the reject files accumulate what still needs
      * fixing instead of being overwritten by every run: the entry
      * (REJECTREC.cpy) is appended as open with today's date, the
      * reason and the line as read. When the same line is already
      * open in the file nothing is added and RqResult says so.
      * RejectWorkbench works the list off. Build as a callable
      * module with "cobc -m -o RejectQueue.so RejectQueue.cbl".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RejectFile ASSIGN DYNAMIC RejectFileNameVar
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RejectFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD RejectFile.
       01 RejectEntry.
           88 EndOfRejectFile       VALUE HIGH-VALUES.
           COPY "REJECTREC.cpy".
       01 RejectText                PIC X(305).

       WORKING-STORAGE SECTION.
       01 RejectFileNameVar     PIC X(60).
       01 RejectFileStatus      PIC XX.
       01 OpenLine              PIC X(200).
       01 ReasonLen             PIC 9(3).
       01 LineStart             PIC 9(3).

       LINKAGE SECTION.
       COPY "REJQREQ.cpy".

       PROCEDURE DIVISION USING RejectQueueRequest.
       BEGIN.
           MOVE RqFileName TO RejectFileNameVar
           PERFORM CheckAlreadyOpen
           IF RqAlreadyOpen
              GOBACK
           END-IF

           OPEN EXTEND RejectFile
           IF RejectFileStatus = "35"
              OPEN OUTPUT RejectFile
              CLOSE RejectFile
              OPEN EXTEND RejectFile
           END-IF
           IF RejectFileStatus NOT = "00"
              SET RqFailed TO TRUE
              GOBACK
           END-IF
           MOVE SPACES TO RejectEntry
           SET RjOpen TO TRUE
           ACCEPT RjDate FROM DATE YYYYMMDD
           MOVE RqReason TO RjReason
           MOVE ZEROES TO RjClosedDate
           MOVE RqLine TO RjLine
           WRITE RejectEntry
           CLOSE RejectFile
           SET RqQueued TO TRUE
           GOBACK.

       CheckAlreadyOpen.
           MOVE SPACES TO RqResult
           OPEN INPUT RejectFile
           IF RejectFileStatus NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ RejectFile
              AT END SET EndOfRejectFile TO TRUE
           END-READ
           PERFORM UNTIL EndOfRejectFile
              PERFORM TakeOpenLine
              IF OpenLine NOT = SPACES AND OpenLine = RqLine
                 SET RqAlreadyOpen TO TRUE
                 EXIT PERFORM
              END-IF
              READ RejectFile
                 AT END SET EndOfRejectFile TO TRUE
              END-READ
           END-PERFORM
           CLOSE RejectFile.

      * OpenLine is the entry's line while it is open, spaces once it
      * has been dealt with. An entry in the old "reason: line" text
      * counts as open and its line starts after the first ": ".
       TakeOpenLine.
           MOVE SPACES TO OpenLine
           IF (RjOpen OR RjResubmitted OR RjDiscarded)
              AND RjDate IS NUMERIC
              IF RjOpen
                 MOVE RjLine TO OpenLine
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO ReasonLen
           INSPECT RejectText TALLYING ReasonLen
              FOR CHARACTERS BEFORE INITIAL ": "
           IF ReasonLen < 300
              COMPUTE LineStart = ReasonLen + 3
              MOVE RejectText(LineStart:) TO OpenLine
           END-IF.
