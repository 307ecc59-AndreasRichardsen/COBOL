           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LocIntervalsStatus.

           SELECT LocationIndoor ASSIGN TO "LocationIndoor.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LocIndoorStatus.

           SELECT Alerts ASSIGN TO "Alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AlertsStatus.
           02 LIName            PIC X(30).
           02 LIHours           PIC 9(3).

      * Names of the indoor locations, also kept beside the master;
      * MouldRisk rates these weekly.
       FD LocationIndoor.
       01 LocationIndoorRecord.
           02 LXName            PIC X(30).

      * Shared alert hub record -- AlertInbox reads and
      * acknowledges these.
       FD Alerts.
       01 HighThreshold    PIC S9(2).
       01 LocationMasterStatus PIC XX.
       01 LocIntervalsStatus PIC XX.
       01 LocIndoorStatus  PIC XX.
       01 IndoorInputWS    PIC X.
       01 AlertsStatus           PIC XX.
       01 AlertSevWS             PIC X.
       01 AlertKeyWS             PIC X(20).
           MOVE NumValueWS TO LIHours
           WRITE LocationIntervalRecord
           CLOSE LocationIntervals
           DISPLAY "Indoor location (Y/N)"
           ACCEPT IndoorInputWS
           IF IndoorInputWS = "Y" OR IndoorInputWS = "y"
              OPEN EXTEND LocationIndoor
              IF LocIndoorStatus = "35"
                 OPEN OUTPUT LocationIndoor
                 CLOSE LocationIndoor
                 OPEN EXTEND LocationIndoor
              END-IF
              MOVE LMName TO LXName
              WRITE LocationIndoorRecord
              CLOSE LocationIndoor
           END-IF
           ADD 1 TO LocMasterMax
           MOVE LocMasterMax TO LocRecNr
           WRITE LocationMasterRecord
              AuditBefore, AuditAfter
           CALL "GetOperator" USING AuditUserWS
           MOVE AuditUserWS TO AuditUser
           CALL "SealAuditEntry" USING AuditDetails
           WRITE AuditDetails
           CLOSE AuditLog.
