       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PyramidProjectsFile ASSIGN TO "PYRPROJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId.

           SELECT ProjectHistoryFile ASSIGN TO "PYRPROJH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProjectHistoryFileStatus.

           SELECT ResourceOutputFile ASSIGN TO "PYRRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-ProjectId
               FILE STATUS IS LiveFileStatus.

           SELECT ResourceHistoryFile ASSIGN TO "PYRRESH.DAT"
               FILE STATUS IS HistoryFileStatus.

           SELECT LaborRosterFile ASSIGN TO "LABROST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-RosterKey
               FILE STATUS IS LiveFileStatus.

           SELECT RosterHistoryFile ASSIGN TO "LABROSTH.DAT"
               FILE STATUS IS HistoryFileStatus.

           SELECT LaborRequisitionFile ASSIGN TO "LABREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LQ-ProjectId
               FILE STATUS IS LiveFileStatus.

           SELECT RequisitionHistoryFile ASSIGN TO "LABREQH.DAT"
               FILE STATUS IS HistoryFileStatus.

           SELECT SourcingFile ASSIGN TO "SOURCING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-ProjectId
               FILE STATUS IS LiveFileStatus.

           SELECT SourcingHistoryFile ASSIGN TO "SOURCNGH.DAT"
               FILE STATUS IS HistoryFileStatus.

           SELECT ManifestFile ASSIGN TO "MANIFEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-ProjectId
               FILE STATUS IS LiveFileStatus.

           SELECT ManifestHistoryFile ASSIGN TO "MANIFSTH.DAT"
               FILE STATUS IS HistoryFileStatus.

           SELECT ReconciliationFile ASSIGN TO "RECONCIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-ProjectId
               FILE STATUS IS LiveFileStatus.

           SELECT ReconciliationHistoryFile ASSIGN TO "RECONCLH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

           SELECT SiteProgressFile ASSIGN TO "PROGRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-ProgressKey
               FILE STATUS IS LiveFileStatus.

           SELECT ProgressHistoryFile ASSIGN TO "PROGRSSH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

           SELECT PlanBaselineFile ASSIGN TO "PLANBASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-BaselineKey
               FILE STATUS IS LiveFileStatus.

           SELECT BaselineHistoryFile ASSIGN TO "PLANBASH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

           SELECT ProgressSummaryFile ASSIGN TO "PROGSUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-ProjectId
               FILE STATUS IS LiveFileStatus.

           SELECT SummaryHistoryFile ASSIGN TO "PROGSUMH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

           SELECT MonthlyArrivalsFile ASSIGN TO "RECONMON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ArrivalKey
               FILE STATUS IS LiveFileStatus.

           SELECT ArrivalsHistoryFile ASSIGN TO "RECONMNH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

           SELECT FeasibilityFile ASSIGN TO "CONVFEAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ProjectId
               FILE STATUS IS LiveFileStatus.

           SELECT FeasibilityHistoryFile ASSIGN TO "CONVFEAH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

           SELECT ScheduleFile ASSIGN TO "PYRSCHED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ScheduleKey
               FILE STATUS IS LiveFileStatus.

           SELECT ScheduleHistoryFile ASSIGN TO "PYRSCHDH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

           SELECT CampSummaryFile ASSIGN TO "CAMPSUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-ProjectId
               FILE STATUS IS LiveFileStatus.

           SELECT CampSummaryHistoryFile ASSIGN TO "CAMPSUMH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

           SELECT ProvisionsFile ASSIGN TO "PROVREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-ProjectId
               FILE STATUS IS LiveFileStatus.

           SELECT ProvisionsHistoryFile ASSIGN TO "PROVREQH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

           SELECT ProjectCostFile ASSIGN TO "PROJCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-ProjectId
               FILE STATUS IS LiveFileStatus.

           SELECT ProjectCostHistoryFile ASSIGN TO "PROJCSTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

           SELECT ProjectJournalFile ASSIGN TO "PYRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PyramidProjectsFile.

       FD  LaborRosterFile.
       01  LaborRosterRecord.
           05  LR-RosterKey.
               10  LR-ProjectId PIC X(6).
               10  LR-CategoryCode PIC X(6).
               10  LR-Shift PIC X(4).
           05  FILLER PIC X(7).

       FD  RosterHistoryFile.
       01  RosterHistoryRecord PIC X(23).
       FD  ReconciliationHistoryFile.
       01  ReconciliationHistoryRecord PIC X(50).

       FD  SiteProgressFile.
       01  SiteProgressRecord.
           05  PG-ProgressKey.
               10  PG-ProjectId PIC X(6).
               10  PG-YearMonth PIC 9(6).
           05  FILLER PIC X(18).

       FD  ProgressHistoryFile.
       01  ProgressHistoryRecord PIC X(30).

       FD  PlanBaselineFile.
       01  PlanBaselineRecord.
           05  PB-BaselineKey.
               10  PB-ProjectId PIC X(6).
               10  PB-YearMonth PIC 9(6).
           05  FILLER PIC X(8).

       FD  BaselineHistoryFile.
       01  BaselineHistoryRecord PIC X(20).

       FD  ProgressSummaryFile.
       01  ProgressSummaryRecord.
           05  PS-ProjectId PIC X(6).
           05  FILLER PIC X(55).

       FD  SummaryHistoryFile.
       01  SummaryHistoryRecord PIC X(61).

       FD  MonthlyArrivalsFile.
       01  MonthlyArrivalRecord.
           05  RM-ArrivalKey.
               10  RM-ProjectId PIC X(6).
               10  RM-YearMonth PIC 9(6).
           05  FILLER PIC X(14).

       FD  ArrivalsHistoryFile.
       01  ArrivalsHistoryRecord PIC X(26).

       FD  FeasibilityFile.
       01  FeasibilityRecord.
           05  FS-ProjectId PIC X(6).
           05  FILLER PIC X(23).

       FD  FeasibilityHistoryFile.
       01  FeasibilityHistoryRecord PIC X(29).

       FD  ScheduleFile.
       01  ScheduleRecord.
           05  SC-ScheduleKey.
               10  SC-ProjectId PIC X(6).
               10  SC-YearMonth PIC 9(6).
           05  FILLER PIC X(21).

       FD  ScheduleHistoryFile.
       01  ScheduleHistoryRecord PIC X(33).

       FD  CampSummaryFile.
       01  CampSummaryRecord.
           05  CS-ProjectId PIC X(6).
           05  FILLER PIC X(27).

       FD  CampSummaryHistoryFile.
       01  CampSummaryHistoryRecord PIC X(33).

       FD  ProvisionsFile.
       01  ProvisionsRecord.
           05  PV-ProjectId PIC X(6).
           05  FILLER PIC X(36).

       FD  ProvisionsHistoryFile.
       01  ProvisionsHistoryRecord PIC X(42).

       FD  ProjectCostFile.
       01  ProjectCostRecord.
           05  PC-ProjectId PIC X(6).
           05  FILLER PIC X(67).

       FD  ProjectCostHistoryFile.
       01  ProjectCostHistoryRecord PIC X(73).

       FD  ProjectJournalFile.
           COPY PROJJRNL.

       WORKING-STORAGE SECTION.
       01  ArchiveSwitches.
           05  EndOfProjectsFlag PIC X(01) VALUE "N".
               88  EndOfProjects VALUE "Y".
           05  EndOfSweepFileFlag PIC X(01).
               88  EndOfSweepFile VALUE "Y".
           05  ResourceOpenFlag PIC X(01) VALUE "N".
               88  ResourceOpen VALUE "Y".
           05  RosterOpenFlag PIC X(01) VALUE "N".
               88  RosterOpen VALUE "Y".
           05  RequisitionOpenFlag PIC X(01) VALUE "N".
               88  RequisitionOpen VALUE "Y".
           05  SourcingOpenFlag PIC X(01) VALUE "N".
               88  SourcingOpen VALUE "Y".
           05  ManifestOpenFlag PIC X(01) VALUE "N".
               88  ManifestOpen VALUE "Y".
           05  ReconciliationOpenFlag PIC X(01) VALUE "N".
               88  ReconciliationOpen VALUE "Y".
           05  ProgressOpenFlag PIC X(01) VALUE "N".
               88  ProgressOpen VALUE "Y".
           05  BaselineOpenFlag PIC X(01) VALUE "N".
               88  BaselineOpen VALUE "Y".
           05  SummaryOpenFlag PIC X(01) VALUE "N".
               88  SummaryOpen VALUE "Y".
           05  ArrivalsOpenFlag PIC X(01) VALUE "N".
               88  ArrivalsOpen VALUE "Y".
           05  FeasibilityOpenFlag PIC X(01) VALUE "N".
               88  FeasibilityOpen VALUE "Y".
           05  ScheduleOpenFlag PIC X(01) VALUE "N".
               88  ScheduleOpen VALUE "Y".
           05  CampSummaryOpenFlag PIC X(01) VALUE "N".
               88  CampSummaryOpen VALUE "Y".
           05  ProvisionsOpenFlag PIC X(01) VALUE "N".
               88  ProvisionsOpen VALUE "Y".
           05  ProjectCostOpenFlag PIC X(01) VALUE "N".
               88  ProjectCostOpen VALUE "Y".

       01  ProjectHistoryFileStatus PIC X(02).
       01  LiveFileStatus PIC X(02).
       01  HistoryFileStatus PIC X(02).
       01  JournalFileStatus PIC X(02).

       01  ArchiveWork.
           05  ProjectIdToCheck PIC X(6).
           05  ProjectsArchivedCount PIC 9(3) VALUE 0.
           05  ResourceArchivedCount PIC 9(3) VALUE 0.
           05  RosterArchivedCount PIC 9(3) VALUE 0.
           05  RequisitionArchivedCount PIC 9(3) VALUE 0.
           05  SourcingArchivedCount PIC 9(3) VALUE 0.
           05  ManifestArchivedCount PIC 9(3) VALUE 0.
           05  ReconciliationArchivedCount PIC 9(3) VALUE 0.
           05  ProgressArchivedCount PIC 9(5) VALUE 0.
           05  BaselineArchivedCount PIC 9(5) VALUE 0.
           05  SummaryArchivedCount PIC 9(3) VALUE 0.
           05  ArrivalsArchivedCount PIC 9(5) VALUE 0.
           05  FeasibilityArchivedCount PIC 9(3) VALUE 0.
           05  ScheduleArchivedCount PIC 9(5) VALUE 0.
           05  CampSummaryArchivedCount PIC 9(3) VALUE 0.
           05  ProvisionsArchivedCount PIC 9(3) VALUE 0.
           05  ProjectCostArchivedCount PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           OPEN I-O PyramidProjectsFile

           OPEN EXTEND ProjectHistoryFile
           IF ProjectHistoryFileStatus NOT = "00"
               OPEN OUTPUT ProjectHistoryFile
           END-IF

           OPEN EXTEND ProjectJournalFile
           IF JournalFileStatus NOT = "00"
               OPEN OUTPUT ProjectJournalFile
           END-IF

           PERFORM OpenSweepFiles

           PERFORM ReadNextProject

           PERFORM ArchiveProject UNTIL EndOfProjects

           CLOSE PyramidProjectsFile
           CLOSE ProjectHistoryFile
           CLOSE ProjectJournalFile

           PERFORM CloseSweepFiles

           DISPLAY "PYRPROJ.DAT  projects archived: ",
               ProjectsArchivedCount
           DISPLAY "PYRRES.DAT   records archived: ",
               ResourceArchivedCount
           DISPLAY "LABROST.DAT  records archived: ",
               RosterArchivedCount
           DISPLAY "LABREQ.DAT   records archived: ",
               RequisitionArchivedCount
           DISPLAY "SOURCING.DAT records archived: ",
               SourcingArchivedCount
           DISPLAY "MANIFEST.DAT records archived: ",
               ManifestArchivedCount
           DISPLAY "RECONCIL.DAT records archived: ",
               ReconciliationArchivedCount
           DISPLAY "PROGRESS.DAT records archived: ",
               ProgressArchivedCount
           DISPLAY "PLANBASE.DAT records archived: ",
               BaselineArchivedCount
           DISPLAY "PROGSUM.DAT  records archived: ",
               SummaryArchivedCount
           DISPLAY "RECONMON.DAT records archived: ",
               ArrivalsArchivedCount
           DISPLAY "CONVFEAS.DAT records archived: ",
               FeasibilityArchivedCount
           DISPLAY "PYRSCHED.DAT records archived: ",
               ScheduleArchivedCount
           DISPLAY "CAMPSUM.DAT  records archived: ",
               CampSummaryArchivedCount
           DISPLAY "PROVREQ.DAT  records archived: ",
               ProvisionsArchivedCount
           DISPLAY "PROJCOST.DAT records archived: ",
               ProjectCostArchivedCount

           STOP RUN.

       OpenSweepFiles.
           OPEN I-O ResourceOutputFile
           IF LiveFileStatus = "00"
               SET ResourceOpen TO TRUE
               OPEN EXTEND ResourceHistoryFile
               IF HistoryFileStatus NOT = "00"
                   OPEN OUTPUT ResourceHistoryFile
               END-IF
           END-IF

           OPEN I-O LaborRosterFile
           IF LiveFileStatus = "00"
               SET RosterOpen TO TRUE
               OPEN EXTEND RosterHistoryFile
               IF HistoryFileStatus NOT = "00"
                   OPEN OUTPUT RosterHistoryFile
               END-IF
           END-IF

           OPEN I-O LaborRequisitionFile
           IF LiveFileStatus = "00"
               SET RequisitionOpen TO TRUE
               OPEN EXTEND RequisitionHistoryFile
               IF HistoryFileStatus NOT = "00"
                   OPEN OUTPUT RequisitionHistoryFile
               END-IF
           END-IF

           OPEN I-O SourcingFile
           IF LiveFileStatus = "00"
               SET SourcingOpen TO TRUE
               OPEN EXTEND SourcingHistoryFile
               IF HistoryFileStatus NOT = "00"
                   OPEN OUTPUT SourcingHistoryFile
               END-IF
           END-IF

           OPEN I-O ManifestFile
           IF LiveFileStatus = "00"
               SET ManifestOpen TO TRUE
               OPEN EXTEND ManifestHistoryFile
               IF HistoryFileStatus NOT = "00"
                   OPEN OUTPUT ManifestHistoryFile
               END-IF
           END-IF

           OPEN I-O ReconciliationFile
           IF LiveFileStatus = "00"
               SET ReconciliationOpen TO TRUE
               OPEN EXTEND ReconciliationHistoryFile
               IF HistoryFileStatus NOT = "00"
                   OPEN OUTPUT ReconciliationHistoryFile
               END-IF
           END-IF

           OPEN I-O SiteProgressFile
           IF LiveFileStatus = "00"
               SET ProgressOpen TO TRUE
               OPEN EXTEND ProgressHistoryFile
               IF HistoryFileStatus NOT = "00"
                   OPEN OUTPUT ProgressHistoryFile
               END-IF
           END-IF

           OPEN I-O PlanBaselineFile
           IF LiveFileStatus = "00"
               SET BaselineOpen TO TRUE
               OPEN EXTEND BaselineHistoryFile
               IF HistoryFileStatus NOT = "00"
                   OPEN OUTPUT BaselineHistoryFile
               END-IF
           END-IF

           OPEN I-O ProgressSummaryFile
           IF LiveFileStatus = "00"
               SET SummaryOpen TO TRUE
               OPEN EXTEND SummaryHistoryFile
               IF HistoryFileStatus NOT = "00"
                   OPEN OUTPUT SummaryHistoryFile
               END-IF
           END-IF

           OPEN I-O MonthlyArrivalsFile
           IF LiveFileStatus = "00"
               SET ArrivalsOpen TO TRUE
               OPEN EXTEND ArrivalsHistoryFile
               IF HistoryFileStatus NOT = "00"
                   OPEN OUTPUT ArrivalsHistoryFile
               END-IF
           END-IF

           OPEN I-O FeasibilityFile
           IF LiveFileStatus = "00"
               SET FeasibilityOpen TO TRUE
               OPEN EXTEND FeasibilityHistoryFile
               IF HistoryFileStatus NOT = "00"
                   OPEN OUTPUT FeasibilityHistoryFile
               END-IF
           END-IF

           OPEN I-O ScheduleFile
           IF LiveFileStatus = "00"
               SET ScheduleOpen TO TRUE
               OPEN EXTEND ScheduleHistoryFile
               IF HistoryFileStatus NOT = "00"
                   OPEN OUTPUT ScheduleHistoryFile
               END-IF
           END-IF

           OPEN I-O CampSummaryFile
           IF LiveFileStatus = "00"
               SET CampSummaryOpen TO TRUE
               OPEN EXTEND CampSummaryHistoryFile
               IF HistoryFileStatus NOT = "00"
                   OPEN OUTPUT CampSummaryHistoryFile
               END-IF
           END-IF

           OPEN I-O ProvisionsFile
           IF LiveFileStatus = "00"
               SET ProvisionsOpen TO TRUE
               OPEN EXTEND ProvisionsHistoryFile
               IF HistoryFileStatus NOT = "00"
                   OPEN OUTPUT ProvisionsHistoryFile
               END-IF
           END-IF

           OPEN I-O ProjectCostFile
           IF LiveFileStatus = "00"
               SET ProjectCostOpen TO TRUE
               OPEN EXTEND ProjectCostHistoryFile
               IF HistoryFileStatus NOT = "00"
                   OPEN OUTPUT ProjectCostHistoryFile
               END-IF
           END-IF
           EXIT.

       CloseSweepFiles.
           IF ResourceOpen
               CLOSE ResourceOutputFile
               CLOSE ResourceHistoryFile
           END-IF
           IF RosterOpen
               CLOSE LaborRosterFile
               CLOSE RosterHistoryFile
           END-IF
           IF RequisitionOpen
               CLOSE LaborRequisitionFile
               CLOSE RequisitionHistoryFile
           END-IF
           IF SourcingOpen
               CLOSE SourcingFile
               CLOSE SourcingHistoryFile
           END-IF
           IF ManifestOpen
               CLOSE ManifestFile
               CLOSE ManifestHistoryFile
           END-IF
           IF ReconciliationOpen
               CLOSE ReconciliationFile
               CLOSE ReconciliationHistoryFile
           END-IF
           IF ProgressOpen
               CLOSE SiteProgressFile
               CLOSE ProgressHistoryFile
           END-IF
           IF BaselineOpen
               CLOSE PlanBaselineFile
               CLOSE BaselineHistoryFile
           END-IF
           IF SummaryOpen
               CLOSE ProgressSummaryFile
               CLOSE SummaryHistoryFile
           END-IF
           IF ArrivalsOpen
               CLOSE MonthlyArrivalsFile
               CLOSE ArrivalsHistoryFile
           END-IF
           IF FeasibilityOpen
               CLOSE FeasibilityFile
               CLOSE FeasibilityHistoryFile
           END-IF
           IF ScheduleOpen
               CLOSE ScheduleFile
               CLOSE ScheduleHistoryFile
           END-IF
           IF CampSummaryOpen
               CLOSE CampSummaryFile
               CLOSE CampSummaryHistoryFile
           END-IF
           IF ProvisionsOpen
               CLOSE ProvisionsFile
               CLOSE ProvisionsHistoryFile
           END-IF
           IF ProjectCostOpen
               CLOSE ProjectCostFile
               CLOSE ProjectCostHistoryFile
           END-IF
           EXIT.

       ReadNextProject.
           READ PyramidProjectsFile NEXT RECORD
               AT END SET EndOfProjects TO TRUE
           END-READ
           EXIT.

       ArchiveProject.
           IF PP-Status = "COMPLETE" OR PP-Status = "CANCELLED"
               MOVE PP-ProjectId TO ProjectIdToCheck
               MOVE PyramidProjectRecord TO ProjectHistoryRecord
               WRITE ProjectHistoryRecord
               DELETE PyramidProjectsFile RECORD
               ADD 1 TO ProjectsArchivedCount
               PERFORM JournalProjectDelete

               IF ResourceOpen
                   PERFORM SweepResourceFile
               END-IF
               IF RosterOpen
                   PERFORM SweepRosterFile
               END-IF
               IF RequisitionOpen
                   PERFORM SweepRequisitionFile
               END-IF
               IF SourcingOpen
                   PERFORM SweepSourcingFile
               END-IF
               IF ManifestOpen
                   PERFORM SweepManifestFile
               END-IF
               IF ReconciliationOpen
                   PERFORM SweepReconciliationFile
               END-IF
               IF ProgressOpen
                   PERFORM SweepProgressFile
               END-IF
               IF BaselineOpen
                   PERFORM SweepBaselineFile
               END-IF
               IF SummaryOpen
                   PERFORM SweepSummaryFile
               END-IF
               IF ArrivalsOpen
                   PERFORM SweepArrivalsFile
               END-IF
               IF FeasibilityOpen
                   PERFORM SweepFeasibilityFile
               END-IF
               IF ScheduleOpen
                   PERFORM SweepScheduleFile
               END-IF
               IF CampSummaryOpen
                   PERFORM SweepCampSummaryFile
               END-IF
               IF ProvisionsOpen
                   PERFORM SweepProvisionsFile
               END-IF
               IF ProjectCostOpen
                   PERFORM SweepProjectCostFile
               END-IF
           END-IF

           PERFORM ReadNextProject
           EXIT.

       JournalProjectDelete.
           ACCEPT JR-JournalDate FROM DATE YYYYMMDD
           ACCEPT JR-JournalTime FROM TIME
           MOVE "ProjectArchive" TO JR-ProgramName
           MOVE "BATCH" TO JR-OperatorId
           MOVE "DEL" TO JR-Action
           MOVE "ARCH" TO JR-ReasonCode
           MOVE ProjectIdToCheck TO JR-ProjectId
           MOVE PyramidProjectRecord TO JR-BeforeImage
           MOVE SPACES TO JR-AfterImage

           WRITE ProjectJournalRecord
           EXIT.

       SweepResourceFile.
           MOVE ProjectIdToCheck TO RR-ProjectId
           READ ResourceOutputFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ArchiveResource
           END-READ
           EXIT.

       ArchiveResource.
           MOVE ResourceRecord TO ResourceHistoryRecord
           WRITE ResourceHistoryRecord
           DELETE ResourceOutputFile RECORD
           ADD 1 TO ResourceArchivedCount
           EXIT.

       SweepRosterFile.
           MOVE "N" TO EndOfSweepFileFlag

           MOVE LOW-VALUES TO LR-RosterKey
           MOVE ProjectIdToCheck TO LR-ProjectId
           START LaborRosterFile KEY IS NOT LESS THAN LR-RosterKey
               INVALID KEY SET EndOfSweepFile TO TRUE
           END-START

           IF NOT EndOfSweepFile
               PERFORM ReadNextRosterRecord
           END-IF

           PERFORM ArchiveRoster
               UNTIL EndOfSweepFile
                  OR LR-ProjectId NOT = ProjectIdToCheck
           EXIT.

       ReadNextRosterRecord.
           READ LaborRosterFile NEXT RECORD
               AT END SET EndOfSweepFile TO TRUE
           END-READ
           EXIT.

       ArchiveRoster.
           MOVE LaborRosterRecord TO RosterHistoryRecord
           WRITE RosterHistoryRecord
           DELETE LaborRosterFile RECORD
           ADD 1 TO RosterArchivedCount

           PERFORM ReadNextRosterRecord
           EXIT.

       SweepRequisitionFile.
           MOVE ProjectIdToCheck TO LQ-ProjectId
           READ LaborRequisitionFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ArchiveRequisition
           END-READ
           EXIT.

       ArchiveRequisition.
           MOVE LaborRequisitionRecord TO RequisitionHistoryRecord
           WRITE RequisitionHistoryRecord
           DELETE LaborRequisitionFile RECORD
           ADD 1 TO RequisitionArchivedCount
           EXIT.

       SweepSourcingFile.
           MOVE ProjectIdToCheck TO SR-ProjectId
           READ SourcingFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ArchiveSourcing
           END-READ
           EXIT.

       ArchiveSourcing.
           MOVE SourcingRecord TO SourcingHistoryRecord
           WRITE SourcingHistoryRecord
           DELETE SourcingFile RECORD
           ADD 1 TO SourcingArchivedCount
           EXIT.

       SweepManifestFile.
           MOVE ProjectIdToCheck TO MF-ProjectId
           READ ManifestFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ArchiveManifest
           END-READ
           EXIT.

       ArchiveManifest.
           MOVE ManifestRecord TO ManifestHistoryRecord
           WRITE ManifestHistoryRecord
           DELETE ManifestFile RECORD
           ADD 1 TO ManifestArchivedCount
           EXIT.

       SweepReconciliationFile.
           MOVE ProjectIdToCheck TO RC-ProjectId
           READ ReconciliationFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ArchiveReconciliation
           END-READ
           EXIT.

       ArchiveReconciliation.
           MOVE ReconciliationRecord TO ReconciliationHistoryRecord
           WRITE ReconciliationHistoryRecord
           DELETE ReconciliationFile RECORD
           ADD 1 TO ReconciliationArchivedCount
           EXIT.

       SweepProgressFile.
           MOVE "N" TO EndOfSweepFileFlag

           MOVE LOW-VALUES TO PG-ProgressKey
           MOVE ProjectIdToCheck TO PG-ProjectId
           START SiteProgressFile KEY IS NOT LESS THAN PG-ProgressKey
               INVALID KEY SET EndOfSweepFile TO TRUE
           END-START

           IF NOT EndOfSweepFile
               PERFORM ReadNextProgressRecord
           END-IF

           PERFORM ArchiveProgress
               UNTIL EndOfSweepFile
                  OR PG-ProjectId NOT = ProjectIdToCheck
           EXIT.

       ReadNextProgressRecord.
           READ SiteProgressFile NEXT RECORD
               AT END SET EndOfSweepFile TO TRUE
           END-READ
           EXIT.

       ArchiveProgress.
           MOVE SiteProgressRecord TO ProgressHistoryRecord
           WRITE ProgressHistoryRecord
           DELETE SiteProgressFile RECORD
           ADD 1 TO ProgressArchivedCount

           PERFORM ReadNextProgressRecord
           EXIT.

       SweepBaselineFile.
           MOVE "N" TO EndOfSweepFileFlag

           MOVE LOW-VALUES TO PB-BaselineKey
           MOVE ProjectIdToCheck TO PB-ProjectId
           START PlanBaselineFile KEY IS NOT LESS THAN PB-BaselineKey
               INVALID KEY SET EndOfSweepFile TO TRUE
           END-START

           IF NOT EndOfSweepFile
               PERFORM ReadNextBaselineRecord
           END-IF

           PERFORM ArchiveBaseline
               UNTIL EndOfSweepFile
                  OR PB-ProjectId NOT = ProjectIdToCheck
           EXIT.

       ReadNextBaselineRecord.
           READ PlanBaselineFile NEXT RECORD
               AT END SET EndOfSweepFile TO TRUE
           END-READ
           EXIT.

       ArchiveBaseline.
           MOVE PlanBaselineRecord TO BaselineHistoryRecord
           WRITE BaselineHistoryRecord
           DELETE PlanBaselineFile RECORD
           ADD 1 TO BaselineArchivedCount

           PERFORM ReadNextBaselineRecord
           EXIT.

       SweepSummaryFile.
           MOVE ProjectIdToCheck TO PS-ProjectId
           READ ProgressSummaryFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ArchiveSummary
           END-READ
           EXIT.

       ArchiveSummary.
           MOVE ProgressSummaryRecord TO SummaryHistoryRecord
           WRITE SummaryHistoryRecord
           DELETE ProgressSummaryFile RECORD
           ADD 1 TO SummaryArchivedCount
           EXIT.

       SweepArrivalsFile.
           MOVE "N" TO EndOfSweepFileFlag

           MOVE LOW-VALUES TO RM-ArrivalKey
           MOVE ProjectIdToCheck TO RM-ProjectId
           START MonthlyArrivalsFile KEY IS NOT LESS THAN RM-ArrivalKey
               INVALID KEY SET EndOfSweepFile TO TRUE
           END-START

           IF NOT EndOfSweepFile
               PERFORM ReadNextArrivalsRecord
           END-IF

           PERFORM ArchiveArrivals
               UNTIL EndOfSweepFile
                  OR RM-ProjectId NOT = ProjectIdToCheck
           EXIT.

       ReadNextArrivalsRecord.
           READ MonthlyArrivalsFile NEXT RECORD
               AT END SET EndOfSweepFile TO TRUE
           END-READ
           EXIT.

       ArchiveArrivals.
           MOVE MonthlyArrivalRecord TO ArrivalsHistoryRecord
           WRITE ArrivalsHistoryRecord
           DELETE MonthlyArrivalsFile RECORD
           ADD 1 TO ArrivalsArchivedCount

           PERFORM ReadNextArrivalsRecord
           EXIT.

       SweepFeasibilityFile.
           MOVE ProjectIdToCheck TO FS-ProjectId
           READ FeasibilityFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ArchiveFeasibility
           END-READ
           EXIT.

       ArchiveFeasibility.
           MOVE FeasibilityRecord TO FeasibilityHistoryRecord
           WRITE FeasibilityHistoryRecord
           DELETE FeasibilityFile RECORD
           ADD 1 TO FeasibilityArchivedCount
           EXIT.

       SweepScheduleFile.
           MOVE "N" TO EndOfSweepFileFlag

           MOVE LOW-VALUES TO SC-ScheduleKey
           MOVE ProjectIdToCheck TO SC-ProjectId
           START ScheduleFile KEY IS NOT LESS THAN SC-ScheduleKey
               INVALID KEY SET EndOfSweepFile TO TRUE
           END-START

           IF NOT EndOfSweepFile
               PERFORM ReadNextScheduleRecord
           END-IF

           PERFORM ArchiveSchedule
               UNTIL EndOfSweepFile
                  OR SC-ProjectId NOT = ProjectIdToCheck
           EXIT.

       ReadNextScheduleRecord.
           READ ScheduleFile NEXT RECORD
               AT END SET EndOfSweepFile TO TRUE
           END-READ
           EXIT.

       ArchiveSchedule.
           MOVE ScheduleRecord TO ScheduleHistoryRecord
           WRITE ScheduleHistoryRecord
           DELETE ScheduleFile RECORD
           ADD 1 TO ScheduleArchivedCount

           PERFORM ReadNextScheduleRecord
           EXIT.

       SweepCampSummaryFile.
           MOVE ProjectIdToCheck TO CS-ProjectId
           READ CampSummaryFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ArchiveCampSummary
           END-READ
           EXIT.

       ArchiveCampSummary.
           MOVE CampSummaryRecord TO CampSummaryHistoryRecord
           WRITE CampSummaryHistoryRecord
           DELETE CampSummaryFile RECORD
           ADD 1 TO CampSummaryArchivedCount
           EXIT.

       SweepProvisionsFile.
           MOVE ProjectIdToCheck TO PV-ProjectId
           READ ProvisionsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ArchiveProvisions
           END-READ
           EXIT.

       ArchiveProvisions.
           MOVE ProvisionsRecord TO ProvisionsHistoryRecord
           WRITE ProvisionsHistoryRecord
           DELETE ProvisionsFile RECORD
           ADD 1 TO ProvisionsArchivedCount
           EXIT.

       SweepProjectCostFile.
           MOVE ProjectIdToCheck TO PC-ProjectId
           READ ProjectCostFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ArchiveProjectCost
           END-READ
           EXIT.

       ArchiveProjectCost.
           MOVE ProjectCostRecord TO ProjectCostHistoryRecord
           WRITE ProjectCostHistoryRecord
           DELETE ProjectCostFile RECORD
           ADD 1 TO ProjectCostArchivedCount
           EXIT.

       END PROGRAM ProjectArchive.
