       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PyramidProjectsFile ASSIGN TO "PYRPROJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId
               FILE STATUS IS ProjectsFileStatus.

           SELECT ProjectJournalFile ASSIGN TO "PYRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalFileStatus.

           SELECT PlanningFactorFile ASSIGN TO "PLANFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PlanningFactorFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PyramidProjectsFile.
           05  PP-SiteCity PIC X(10).
           05  PP-Status PIC X(9).

       FD  ProjectJournalFile.
           COPY PROJJRNL.

       FD  PlanningFactorFile.
           COPY PLANFACT.

       WORKING-STORAGE SECTION.
       01  ProjectsFileStatus PIC X(02).
       01  JournalFileStatus PIC X(02).
       01  PlanningFactorFileStatus PIC X(02).

       01  MaintainSwitches.
           05  ProjectFoundFlag PIC X(01) VALUE "N".
               88  ProjectFound VALUE "Y".
           05  MaintenanceDoneFlag PIC X(01) VALUE "N".
               88  MaintenanceDone VALUE "Y".
           05  EntryValidFlag PIC X(01) VALUE "N".
               88  TypeIsValid VALUE "Y".
           05  DateValidFlag PIC X(01) VALUE "N".
               88  DateIsValid VALUE "Y".
           05  ReasonValidFlag PIC X(01) VALUE "N".
               88  ReasonIsValid VALUE "Y".
           05  EndOfFactorsFlag PIC X(01) VALUE "N".
               88  EndOfFactors VALUE "Y".

           COPY PYRTYPE.

           COPY REASONCD.

       01  RunDate PIC 9(8).
       01  FactorSetDate PIC 9(8) VALUE 0.

       01  MaintainAnswers.
           05  ActionAnswer PIC X(3).
           05  DateAnswer PIC X(8).
           05  SiteAnswer PIC X(10).
           05  StatusAnswer PIC X(9).
           05  OperatorAnswer PIC X(8).
           05  ReasonAnswer PIC X(4).

       01  SavedProjectRecord PIC X(40).

       01  EnteredSize PIC 9(3).
       01  EnteredDate PIC 9(8).
       MAIN-PROGRAM.
           ACCEPT RunDate FROM DATE YYYYMMDD

           PERFORM LoadPlanningFactors

           IF PyramidTypeCount = 0
               DISPLAY "No pyramid types in effect on ", RunDate,
                   " in PLANFACT.DAT, maintenance not started"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "Planning factor set effective ", FactorSetDate,
                   " used"
               PERFORM MaintainProjects
           END-IF

           STOP RUN.

       MaintainProjects.
           MOVE SPACES TO OperatorAnswer
           PERFORM AcceptOperator UNTIL OperatorAnswer NOT = SPACES

           OPEN I-O PyramidProjectsFile
           IF ProjectsFileStatus NOT = "00"
               OPEN OUTPUT PyramidProjectsFile
               CLOSE PyramidProjectsFile
               OPEN I-O PyramidProjectsFile
           END-IF

           OPEN EXTEND ProjectJournalFile
           IF JournalFileStatus NOT = "00"
               OPEN OUTPUT ProjectJournalFile
           END-IF

           PERFORM MaintenanceCycle UNTIL MaintenanceDone

           CLOSE PyramidProjectsFile
           CLOSE ProjectJournalFile
           EXIT.

       LoadPlanningFactors.
           MOVE 0 TO FactorSetDate
           MOVE "N" TO EndOfFactorsFlag

           OPEN INPUT PlanningFactorFile
           IF PlanningFactorFileStatus = "00"
               PERFORM ReadNextFactor
               PERFORM FindFactorSet UNTIL EndOfFactors
               CLOSE PlanningFactorFile
           END-IF

           IF FactorSetDate > 0
               MOVE "N" TO EndOfFactorsFlag
               OPEN INPUT PlanningFactorFile
               PERFORM ReadNextFactor
               PERFORM StoreFactor UNTIL EndOfFactors
               CLOSE PlanningFactorFile
           END-IF
           EXIT.

       ReadNextFactor.
           READ PlanningFactorFile
               AT END SET EndOfFactors TO TRUE
           END-READ
           EXIT.

       FindFactorSet.
           IF PF-EffectiveDate NOT > RunDate
               AND PF-EffectiveDate > FactorSetDate
               MOVE PF-EffectiveDate TO FactorSetDate
           END-IF

           PERFORM ReadNextFactor
           EXIT.

       StoreFactor.
           IF PF-EffectiveDate = FactorSetDate
               AND PF-PyramidTypeFactor AND PyramidTypeCount < 20
               ADD 1 TO PyramidTypeCount
               MOVE PF-TypeCode TO PT-TypeCode(PyramidTypeCount)
               MOVE PF-LimestoneFactor
                   TO PT-LimestoneFactor(PyramidTypeCount)
               MOVE PF-GraniteFactor
                   TO PT-GraniteFactor(PyramidTypeCount)
           END-IF

           PERFORM ReadNextFactor
           EXIT.

       AcceptOperator.
           DISPLAY "Operator id: "
           ACCEPT OperatorAnswer

           IF OperatorAnswer = SPACES
               DISPLAY "Operator id must not be blank"
           END-IF
           EXIT.

       MaintenanceCycle.
           IF ProjectIdAnswer = SPACES
               DISPLAY "Project id must not be blank"
           ELSE
               IF ProjectFound
                   DISPLAY "Project already on file: ",
                       ProjectIdAnswer
               ELSE
                   PERFORM AcceptProjectDetails
                   PERFORM AcceptReasonCode
                   IF EntryIsValid
                       PERFORM StoreEnteredProject
                       WRITE PyramidProjectRecord
                           INVALID KEY
                               DISPLAY "Project already on file: ",
                                   ProjectIdAnswer
                           NOT INVALID KEY
                               DISPLAY "Added project ",
                                   ProjectIdAnswer
                               PERFORM JournalProjectAdd
                       END-WRITE
                   END-IF
               END-IF
           END-IF

           PERFORM FindProject

           IF NOT ProjectFound
               DISPLAY "Project not on file: ", ProjectIdAnswer
           ELSE
               MOVE PyramidProjectRecord TO SavedProjectRecord
               PERFORM AcceptProjectDetails
               PERFORM AcceptReasonCode
               IF EntryIsValid
                   PERFORM StoreEnteredProject
                   REWRITE PyramidProjectRecord
                       INVALID KEY
                           DISPLAY "Project not on file: ",
                               ProjectIdAnswer
                       NOT INVALID KEY
                           DISPLAY "Changed project ", ProjectIdAnswer
                           PERFORM JournalProjectChange
                   END-REWRITE
               END-IF
           END-IF
           EXIT.

           PERFORM FindProject

           IF NOT ProjectFound
               DISPLAY "Project not on file: ", ProjectIdAnswer
           ELSE
               MOVE PyramidProjectRecord TO SavedProjectRecord
               MOVE "Y" TO EntryValidFlag
               PERFORM AcceptReasonCode
               IF EntryIsValid
                   DELETE PyramidProjectsFile
                       INVALID KEY
                           DISPLAY "Project not on file: ",
                               ProjectIdAnswer
                       NOT INVALID KEY
                           DISPLAY "Deleted project ", ProjectIdAnswer
                           PERFORM JournalProjectDelete
                   END-DELETE
               END-IF
           END-IF
           EXIT.

       FindProject.
           MOVE "N" TO ProjectFoundFlag

           IF ProjectIdAnswer NOT = SPACES
               MOVE ProjectIdAnswer TO PP-ProjectId
               READ PyramidProjectsFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ProjectFound TO TRUE
               END-READ
           END-IF
           EXIT.

           ACCEPT SizeAnswer
           PERFORM ValidateSize

           DISPLAY "Pyramid type: "
           ACCEPT TypeAnswer
           PERFORM ValidateType

           PERFORM ValidateStatus
           EXIT.

       AcceptReasonCode.
           DISPLAY "Reason code (NEWP, DECR, RSCH, SITE, CORR, CANC): "
           ACCEPT ReasonAnswer

           MOVE "N" TO ReasonValidFlag

           PERFORM MatchReasonEntry
               VARYING ReasonIndex FROM 1 BY 1
               UNTIL ReasonIndex > 9

           IF ReasonAnswer = "CLOS" OR ReasonAnswer = "ARCH"
               OR ReasonAnswer = "RELD"
               DISPLAY "Reason code ", ReasonAnswer,
                   " is kept for closeout, archive and reload runs"
               MOVE "N" TO EntryValidFlag
           ELSE
               IF NOT ReasonIsValid
                   DISPLAY "Unknown reason code: ", ReasonAnswer
                   MOVE "N" TO EntryValidFlag
               END-IF
           END-IF
           EXIT.

       MatchReasonEntry.
           IF CR-ReasonCode(ReasonIndex) = ReasonAnswer
               SET ReasonIsValid TO TRUE
           END-IF
           EXIT.

       ValidateStatus.
           IF StatusAnswer = SPACES
               MOVE "PLANNED" TO StatusAnswer

           PERFORM MatchTypeEntry
               VARYING TypeIndex FROM 1 BY 1
               UNTIL TypeIndex > PyramidTypeCount

           IF NOT TypeIsValid
               DISPLAY "Unknown pyramid type: ", TypeAnswer
           EXIT.

       StoreEnteredProject.
           MOVE ProjectIdAnswer TO PP-ProjectId
           MOVE EnteredSize TO PP-PyramidSize
           MOVE TypeAnswer TO PP-PyramidType
           MOVE EnteredDate TO PP-DateNeeded
           MOVE SiteAnswer TO PP-SiteCity
           MOVE StatusAnswer TO PP-Status
           EXIT.

       JournalProjectAdd.
           MOVE "ADD" TO JR-Action
           MOVE SPACES TO JR-BeforeImage
           MOVE PyramidProjectRecord TO JR-AfterImage

           PERFORM WriteJournalEntry
           EXIT.

       JournalProjectChange.
           MOVE SavedProjectRecord TO JR-BeforeImage
           MOVE PyramidProjectRecord TO JR-AfterImage

           IF JR-BeforeSize = JR-AfterSize
               AND JR-BeforeType = JR-AfterType
               AND JR-BeforeDateNeeded = JR-AfterDateNeeded
               AND JR-BeforeSiteCity = JR-AfterSiteCity
               AND JR-BeforeStatus NOT = JR-AfterStatus
               MOVE "STS" TO JR-Action
           ELSE
               MOVE "CHG" TO JR-Action
           END-IF

           PERFORM WriteJournalEntry
           EXIT.

       JournalProjectDelete.
           MOVE "DEL" TO JR-Action
           MOVE SavedProjectRecord TO JR-BeforeImage
           MOVE SPACES TO JR-AfterImage

           PERFORM WriteJournalEntry
           EXIT.

       WriteJournalEntry.
           ACCEPT JR-JournalDate FROM DATE YYYYMMDD
           ACCEPT JR-JournalTime FROM TIME
           MOVE "ProjectMaintain" TO JR-ProgramName
           MOVE OperatorAnswer TO JR-OperatorId
           MOVE ReasonAnswer TO JR-ReasonCode
           MOVE ProjectIdAnswer TO JR-ProjectId

           WRITE ProjectJournalRecord
           EXIT.

       END PROGRAM ProjectMaintain.
