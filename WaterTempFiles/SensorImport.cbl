      * appended. Bad or duplicate lines land in SensorRejects.dat
      * with the reason, and the run ends with a loaded/rejected
      * count. Takes the writer lock and backs the file up, same as
      * TempWriter. SensorRejects.dat is a worklist rather than a
      * one-run log: each rejected line is queued as an open entry
      * through RejectQueue (a line already open there is not added
      * twice) and RejectWorkbench corrects and resubmits or
      * discards it. The SENSORFILE environment variable names
      * another export file -- that is how the workbench sends a
      * corrected line back through these rules. The export is
      * checked against the import register (ImportRegister) before
      * it is read -- one already loaded is refused unless the
      * operator overrides -- and afterwards registered and moved to
      * Imported/. A run refused for the register, the file layout
      * or the writer lock ends with return code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SensorFile ASSIGN DYNAMIC SensorFileNameVar
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SensorFileStatus.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TempMonthIndexStatus.

           SELECT AuditLog ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditLogStatus.
           02 MxFirst           PIC 9(6).
           02 MxLast            PIC 9(6).

       FD AuditLog.
       01 AuditDetails.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01 SensorFileStatus      PIC XX.
       01 SensorFileNameVar     PIC X(60) VALUE "SensorExport.csv".
       01 TempFileNameVar       PIC X(60) VALUE "Temps.dat".
       01 TempLayoutGen         PIC 9(2) VALUE 02.
       01 LayoutOkWS            PIC X.
       01 EntryDateNumWS        PIC 9(8).
       01 ClosedResultWS        PIC X.
           88 EntryPeriodClosed VALUE "Y".
       COPY "REJQREQ.cpy".
       COPY "IMPREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
              TempLayoutGen, LayoutOkWS
           IF LayoutOkWS NOT = "Y"
              DISPLAY "Run TempMigrate before opening this file"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TempFileNameVar TO LockFileName
           ACCEPT SensorFileNameVar FROM ENVIRONMENT "SENSORFILE"
           IF SensorFileNameVar = SPACES
              MOVE "SensorExport.csv" TO SensorFileNameVar
           END-IF
           MOVE "C" TO IrAction
           MOVE "SensorImport" TO IrProgramName
           MOVE SensorFileNameVar TO IrFileName
           MOVE "," TO IrSeparator
           CALL "ImportRegister" USING ImportRegisterRequest
           IF IrRefused
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SensorFile
           IF SensorFileStatus NOT = "00"
              DISPLAY FUNCTION TRIM(SensorFileNameVar)
                 " not found -- nothing to import"
              STOP RUN
           END-IF

           IF NOT LockAcquired
              DISPLAY "Temps.dat is already open in another run -- "
                 "try again later"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CALL "BackupFile" USING TempFileNameVar
              CLOSE TempFile
              OPEN I-O TempFile
           END-IF

           READ SensorFile
              AT END SET EndOfSensorFile TO TRUE

           CLOSE SensorFile
           CLOSE TempFile
           PERFORM SaveMonthIndex
           PERFORM SaveTempControlTotals
           PERFORM LogAudit
           CALL "UnlockFile" USING LockFileName
           DISPLAY "Loaded " LoadedCount " readings, rejected "
              RejectCount " (see SensorRejects.dat)"
           MOVE "R" TO IrAction
           MOVE LoadedCount TO IrLoadedCount
           MOVE RejectCount TO IrRejectedCount
           CALL "ImportRegister" USING ImportRegisterRequest
           IF IrArchiveName NOT = SPACES
              DISPLAY "Input moved to " FUNCTION TRIM(IrArchiveName)
           END-IF
           MOVE ZEROES TO RETURN-CODE
           STOP RUN.

       ProcessSensorLine.

       WriteReject.
           ADD 1 TO RejectCount
           MOVE "SensorRejects.dat" TO RqFileName
           MOVE RejectReason TO RqReason
           MOVE SensorLine TO RqLine
           CALL "RejectQueue" USING RejectQueueRequest.

      * Month index upkeep, same convention as TempWriter's.
       UpdateMonthIndex.
              AuditBefore, AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.
