      * when a fill's consumption jumps more than 20 % above its
      * rolling trend, the earliest warning that the car wants a
      * service. Mode 1 maintains the fuel item name list, mode 2
      * writes the report to VehicleLog.rpt -- for one vehicle when
      * the household keeps more than one in Vehicles.dat (fills
      * without a vehicle id belong to the first one listed).
      * VehicleLog.rpt ends with the ReportProvenance block: operator,
      * run time and the count, checksum and layout generation of every
      * input read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FillUpsStatus.

           SELECT Vehicles ASSIGN TO "Vehicles.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VehiclesStatus.

           SELECT VehicleRpt ASSIGN TO "VehicleLog.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           02 FUOdometer        PIC 9(7).
           02 FULitres          PIC 9(3)V99.
           02 FUCost            PIC 9(6)V99.
           02 FUVehicle         PIC X(6).

       FD Vehicles.
       01 VehicleRecord.
           88 EndOfVehicles     VALUE HIGH-VALUES.
           02 VhId              PIC X(6).
           02 VhName            PIC X(20).

       FD VehicleRpt.
       01 PrintLine             PIC X(80).
       WORKING-STORAGE SECTION.
       01 FuelItemsStatus       PIC XX.
       01 FillUpsStatus         PIC XX.
       01 VehiclesStatus        PIC XX.
       01 DefaultVehicle        PIC X(6) VALUE SPACES.
       01 WantedVehicle         PIC X(6) VALUE SPACES.
       01 FillVehicle           PIC X(6).
       01 RunMode               PIC X.
           88 ReportMode        VALUE "2".

           02 FILLER            PIC X(6) VALUE " /km  ".
           02 PrnFillFlag       PIC X(8).

       COPY "PROVREQ.cpy".

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "1 = Maintain fuel item names   "
      * receipt was keyed late; consumption per fill is the litres
      * of THIS fill over the distance since the previous one.
       ConsumptionReport.
           OPEN INPUT Vehicles
           IF VehiclesStatus = "00"
              READ Vehicles
                 AT END SET EndOfVehicles TO TRUE
              END-READ
              IF NOT EndOfVehicles
                 MOVE VhId TO DefaultVehicle
                 READ Vehicles
                    AT END SET EndOfVehicles TO TRUE
                 END-READ
                 IF NOT EndOfVehicles
                    DISPLAY "Vehicle id (Enter = " DefaultVehicle ")"
                    ACCEPT WantedVehicle
                    MOVE FUNCTION UPPER-CASE(WantedVehicle)
                       TO WantedVehicle
                    IF WantedVehicle = SPACES
                       MOVE DefaultVehicle TO WantedVehicle
                    END-IF
                 END-IF
              END-IF
              CLOSE Vehicles
           END-IF
           PERFORM LoadFillUps
           IF FillCount < 2
              DISPLAY "Need at least two fill-ups for consumption"
              STOP RUN
           END-IF

           PERFORM StartProvenance
           OPEN OUTPUT VehicleRpt
           WRITE PrintLine FROM ReportHeading AFTER ADVANCING 1 LINE
           WRITE PrintLine FROM Divider AFTER ADVANCING 1 LINE
              PERFORM WriteOneFill
           END-PERFORM
           CLOSE VehicleRpt
           MOVE "VehicleLog.rpt" TO PvReportName
           PERFORM StampProvenance
           DISPLAY "Report written to VehicleLog.rpt ("
              FlagCount " consumption flags)"
           STOP RUN.
              AT END SET EndOfFillUps TO TRUE
           END-READ
           PERFORM UNTIL EndOfFillUps OR FillCount >= 100
              MOVE FUVehicle TO FillVehicle
              IF FillVehicle = SPACES
                 MOVE DefaultVehicle TO FillVehicle
              END-IF
              IF WantedVehicle = SPACES
                 OR FillVehicle = WantedVehicle
                 ADD 1 TO FillCount
                 SET FilIdx TO FillCount
                 MOVE FUDate TO FtDate(FilIdx)
                 MOVE FUOdometer TO FtOdometer(FilIdx)
                 MOVE FULitres TO FtLitres(FilIdx)
                 MOVE FUCost TO FtCost(FilIdx)
                 MOVE ZEROES TO FtConsumption(FilIdx)
              END-IF
              READ FillUps
                 AT END SET EndOfFillUps TO TRUE
              END-READ
              ADD 1 TO FlagCount
           END-IF
           WRITE PrintLine FROM FillLine AFTER ADVANCING 1 LINE.

      * Names the program and takes the figures of every input it
      * reads for the provenance block that ends each report.
       StartProvenance.
           MOVE "B" TO PvAction
           MOVE "VehicleLog" TO PvProgramName
           CALL "ReportProvenance" USING ProvenanceRequest
           MOVE "FuelItems.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "FillUps.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput
           MOVE "Vehicles.dat" TO PvInputName
           MOVE "L" TO PvInputKind
           PERFORM AddProvenanceInput.

       AddProvenanceInput.
           MOVE "A" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.

       StampProvenance.
           MOVE "S" TO PvAction
           CALL "ReportProvenance" USING ProvenanceRequest.
