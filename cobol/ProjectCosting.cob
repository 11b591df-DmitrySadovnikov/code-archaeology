       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PyramidProjectsFile ASSIGN USING ProjectsFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId.

           SELECT ResourceOutputFile ASSIGN USING ResourceFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-ProjectId.

           SELECT LaborRosterFile ASSIGN USING RosterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-RosterKey.

           SELECT ManifestFile ASSIGN USING ManifestFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-ProjectId.

           SELECT ProvisionsFile ASSIGN USING ProvisionsFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-ProjectId.

           SELECT CostRateFile ASSIGN TO "COSTRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ProjectCostFile ASSIGN USING ProjectCostFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-ProjectId.

           SELECT ReportFile ASSIGN USING ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FD  LaborRosterFile.
       01  LaborRosterRecord.
           05  LR-RosterKey.
               10  LR-ProjectId PIC X(6).
               10  LR-CategoryCode PIC X(6).
               10  LR-Shift PIC X(4).
           05  LR-Headcount PIC 9(7).

       FD  ManifestFile.

       WORKING-STORAGE SECTION.
       01  CostingSwitches.
           05  EndOfResourcesFlag PIC X(01) VALUE "N".
               88  EndOfResources VALUE "Y".
           05  EndOfRosterFlag PIC X(01) VALUE "N".
               88  EndOfRoster VALUE "Y".
           05  EndOfRatesFlag PIC X(01) VALUE "N".
               88  EndOfRates VALUE "Y".
           05  ManifestFoundFlag PIC X(01) VALUE "N".
               88  ManifestFound VALUE "Y".

       01  RunMode PIC X(08) VALUE SPACES.
           88  ScenarioRun VALUE "SCENARIO".

       01  FileNames.
           05  ProjectsFileName PIC X(12) VALUE "PYRPROJ.DAT".
           05  ResourceFileName PIC X(12) VALUE "PYRRES.DAT".
           05  RosterFileName PIC X(12) VALUE "LABROST.DAT".
           05  ManifestFileName PIC X(12) VALUE "MANIFEST.DAT".
           05  ProvisionsFileName PIC X(12) VALUE "PROVREQ.DAT".
           05  ProjectCostFileName PIC X(12) VALUE "PROJCOST.DAT".
           05  ReportFileName PIC X(12) VALUE "PROJCOST.RPT".

       01  RunDate PIC 9(8).
       01  RunDateParts REDEFINES RunDate.
           05  NeededMonth PIC 9(2).
           05  NeededDay PIC 9(2).

       01  RateCount PIC 9(3) VALUE 0.
       01  RateNumber PIC 9(3).
       01  CostRateTable.
               10  CO-RateCode PIC X(6).
               10  CO-Rate PIC 9(7)V99.

       01  CostingWork.
           05  RateTypeWanted PIC X(4).
           05  RateCodeWanted PIC X(6).
           05  PageLineLimit PIC 9(2) VALUE 55.

       01  HeadingLine1.
           05  HD-ReportTitle PIC X(34)
               VALUE "PROJECT COST ESTIMATE REPORT      ".
           05  FILLER PIC X(9) VALUE "RUN DATE ".
           05  HD-RunDate PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT RunMode FROM COMMAND-LINE
           IF ScenarioRun
               PERFORM SelectScenarioFiles
           END-IF

           ACCEPT RunDate FROM DATE YYYYMMDD

           PERFORM LoadCostRates

           OPEN INPUT PyramidProjectsFile
           OPEN INPUT LaborRosterFile
           OPEN INPUT ManifestFile
           OPEN INPUT ProvisionsFile
           OPEN INPUT ResourceOutputFile
           OPEN OUTPUT ProjectCostFile
           OPEN OUTPUT ReportFile

           PERFORM PrintGrandTotals

           CLOSE PyramidProjectsFile
           CLOSE LaborRosterFile
           CLOSE ManifestFile
           CLOSE ProvisionsFile
           CLOSE ResourceOutputFile
           CLOSE ProjectCostFile
           CLOSE ReportFile

           STOP RUN.

       SelectScenarioFiles.
           MOVE "SCNPROJ.DAT" TO ProjectsFileName
           MOVE "SCNRES.DAT" TO ResourceFileName
           MOVE "SCNROST.DAT" TO RosterFileName
           MOVE "SCNMANF.DAT" TO ManifestFileName
           MOVE "SCNPROV.DAT" TO ProvisionsFileName
           MOVE "SCNCOST.DAT" TO ProjectCostFileName
           MOVE "SCNCOST.RPT" TO ReportFileName
           MOVE "SCENARIO COST ESTIMATE REPORT" TO HD-ReportTitle
           DISPLAY "Scenario run, live planning files not updated"
           EXIT.

       LoadCostRates.
           PERFORM ReadNextCostRate
           EXIT.

       ReadNextRosterRecord.
           READ LaborRosterFile NEXT RECORD
               AT END SET EndOfRoster TO TRUE
           END-READ
           EXIT.

       ReadNextResource.
           READ ResourceOutputFile NEXT RECORD
               AT END SET EndOfResources TO TRUE
           END-READ
           EXIT.
           MOVE RunDate TO NeededDate

           PERFORM FindProjectDate

           COMPUTE DurationDaysSigned =
               ((NeededYear - RunYear) * 360)
           EXIT.

       FindProjectDate.
           MOVE RR-ProjectId TO PP-ProjectId
           READ PyramidProjectsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PP-DateNeeded TO NeededDate
           END-READ
           EXIT.

       LookupCostRate.

       ComputeMaterialCost.
           MOVE 0 TO MaterialCost
           MOVE "N" TO ManifestFoundFlag

           MOVE RR-ProjectId TO MF-ProjectId
           READ ManifestFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ManifestFound TO TRUE
           END-READ

           IF ManifestFound
               MOVE "QFEE" TO RateTypeWanted
               MOVE MF-LimestoneQuarry TO RateCodeWanted
               PERFORM LookupCostRate
               COMPUTE MaterialCost = MaterialCost
                   + (RR-Limestone * RateFound)

               MOVE MF-GraniteQuarry TO RateCodeWanted
               PERFORM LookupCostRate
               COMPUTE MaterialCost = MaterialCost
                   + (RR-Granite * RateFound)
           END-IF
           EXIT.

       ComputeLaborCost.
           MOVE 0 TO LaborCost
           MOVE "N" TO EndOfRosterFlag

           MOVE LOW-VALUES TO LR-RosterKey
           MOVE RR-ProjectId TO LR-ProjectId
           START LaborRosterFile KEY IS NOT LESS THAN LR-RosterKey
               INVALID KEY SET EndOfRoster TO TRUE
           END-START

           IF NOT EndOfRoster
               PERFORM ReadNextRosterRecord
           END-IF

           PERFORM AddCategoryLaborCost
               UNTIL EndOfRoster OR LR-ProjectId NOT = RR-ProjectId
           EXIT.

       AddCategoryLaborCost.
           MOVE "WAGE" TO RateTypeWanted
           MOVE LR-CategoryCode TO RateCodeWanted
           PERFORM LookupCostRate
           COMPUTE LaborCost = LaborCost
               + (LR-Headcount * RateFound * DurationDays)

           PERFORM ReadNextRosterRecord
           EXIT.

       ComputeTransportCost.
           MOVE 0 TO TransportCost

           IF ManifestFound
               MOVE "HAUL" TO RateTypeWanted
               MOVE SPACES TO RateCodeWanted
               PERFORM LookupCostRate
               COMPUTE TransportCost =
                   MF-TotalHaulDistance * RateFound
           END-IF
           EXIT.

       ComputeProvisionsCost.
           MOVE 0 TO ProvisionsCost

           MOVE RR-ProjectId TO PV-ProjectId
           READ ProvisionsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM AddProvisionsCost
           END-READ
           EXIT.

       AddProvisionsCost.
           MOVE "PROV" TO RateTypeWanted

           MOVE "GRAIN" TO RateCodeWanted
           PERFORM LookupCostRate
           COMPUTE ProvisionsCost = ProvisionsCost
               + (PV-GrainDaily * RateFound * DurationDays)

           MOVE "BEER" TO RateCodeWanted
           PERFORM LookupCostRate
           COMPUTE ProvisionsCost = ProvisionsCost
               + (PV-BeerDaily * RateFound * DurationDays)

           MOVE "WATER" TO RateCodeWanted
           PERFORM LookupCostRate
           COMPUTE ProvisionsCost = ProvisionsCost
               + (PV-WaterDaily * RateFound * DurationDays)

           MOVE "TOOLS" TO RateCodeWanted
           PERFORM LookupCostRate
           COMPUTE ProvisionsCost = ProvisionsCost
               + (PV-ToolsDaily * RateFound * DurationDays)
           EXIT.

       WriteProjectCost.
           MOVE TotalCost TO PC-TotalCost

           WRITE ProjectCostRecord
               INVALID KEY
                   DISPLAY "Duplicate project cost record for ",
                       PC-ProjectId
           END-WRITE
           EXIT.

       PrintProjectCost.
