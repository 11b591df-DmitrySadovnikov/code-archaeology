       01  ProjectJournalRecord.
           05  JR-JournalDate PIC 9(8).
           05  JR-JournalTime PIC 9(8).
           05  JR-ProgramName PIC X(16).
           05  JR-OperatorId PIC X(8).
           05  JR-Action PIC X(3).
               88  JR-ProjectAdded VALUE "ADD".
               88  JR-ProjectChanged VALUE "CHG".
               88  JR-ProjectDeleted VALUE "DEL".
               88  JR-StatusChanged VALUE "STS".
           05  JR-ReasonCode PIC X(4).
           05  JR-ProjectId PIC X(6).
           05  JR-BeforeImage.
               10  JR-BeforeProjectId PIC X(6).
               10  JR-BeforeSize PIC 9(3).
               10  JR-BeforeType PIC X(4).
               10  JR-BeforeDateNeeded PIC 9(8).
               10  JR-BeforeSiteCity PIC X(10).
               10  JR-BeforeStatus PIC X(9).
           05  JR-AfterImage.
               10  JR-AfterProjectId PIC X(6).
               10  JR-AfterSize PIC 9(3).
               10  JR-AfterType PIC X(4).
               10  JR-AfterDateNeeded PIC 9(8).
               10  JR-AfterSiteCity PIC X(10).
               10  JR-AfterStatus PIC X(9).
