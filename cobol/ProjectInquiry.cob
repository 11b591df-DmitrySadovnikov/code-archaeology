       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PyramidProjectsFile ASSIGN TO "PYRPROJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-ProjectId
               FILE STATUS IS InquiryFileStatus.

           SELECT ResourceOutputFile ASSIGN TO "PYRRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-ProjectId
               FILE STATUS IS InquiryFileStatus.

           SELECT ReconciliationFile ASSIGN TO "RECONCIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-ProjectId
               FILE STATUS IS InquiryFileStatus.

           SELECT ManifestFile ASSIGN TO "MANIFEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-ProjectId
               FILE STATUS IS InquiryFileStatus.

           SELECT FeasibilityFile ASSIGN TO "CONVFEAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ProjectId
               FILE STATUS IS InquiryFileStatus.

           SELECT CampSummaryFile ASSIGN TO "CAMPSUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-ProjectId
               FILE STATUS IS InquiryFileStatus.

       DATA DIVISION.
       01  InquiryFileStatus PIC X(02).

       01  InquirySwitches.
           05  InquiryDoneFlag PIC X(01) VALUE "N".
               88  InquiryDone VALUE "Y".
           05  ProjectsOpenFlag PIC X(01) VALUE "N".
               88  ProjectsOpen VALUE "Y".
           05  ResourcesOpenFlag PIC X(01) VALUE "N".
               88  ResourcesOpen VALUE "Y".
           05  ReconciliationOpenFlag PIC X(01) VALUE "N".
               88  ReconciliationOpen VALUE "Y".
           05  ManifestOpenFlag PIC X(01) VALUE "N".
               88  ManifestOpen VALUE "Y".
           05  FeasibilityOpenFlag PIC X(01) VALUE "N".
               88  FeasibilityOpen VALUE "Y".
           05  CampSummaryOpenFlag PIC X(01) VALUE "N".
               88  CampSummaryOpen VALUE "Y".
           05  RecordFoundFlag PIC X(01).
               88  RecordFound VALUE "Y".

       01  ProjectIdAnswer PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM OpenInquiryFiles

           PERFORM InquiryCycle UNTIL InquiryDone

           PERFORM CloseInquiryFiles

           STOP RUN.

       OpenInquiryFiles.
           OPEN INPUT PyramidProjectsFile
           IF InquiryFileStatus = "00"
               SET ProjectsOpen TO TRUE
           END-IF

           OPEN INPUT ResourceOutputFile
           IF InquiryFileStatus = "00"
               SET ResourcesOpen TO TRUE
           END-IF

           OPEN INPUT ReconciliationFile
           IF InquiryFileStatus = "00"
               SET ReconciliationOpen TO TRUE
           END-IF

           OPEN INPUT ManifestFile
           IF InquiryFileStatus = "00"
               SET ManifestOpen TO TRUE
           END-IF

           OPEN INPUT FeasibilityFile
           IF InquiryFileStatus = "00"
               SET FeasibilityOpen TO TRUE
           END-IF

           OPEN INPUT CampSummaryFile
           IF InquiryFileStatus = "00"
               SET CampSummaryOpen TO TRUE
           END-IF
           EXIT.

       CloseInquiryFiles.
           IF ProjectsOpen
               CLOSE PyramidProjectsFile
           END-IF
           IF ResourcesOpen
               CLOSE ResourceOutputFile
           END-IF
           IF ReconciliationOpen
               CLOSE ReconciliationFile
           END-IF
           IF ManifestOpen
               CLOSE ManifestFile
           END-IF
           IF FeasibilityOpen
               CLOSE FeasibilityFile
           END-IF
           IF CampSummaryOpen
               CLOSE CampSummaryFile
           END-IF
           EXIT.

       InquiryCycle.
           DISPLAY "Project id (END to finish): "
           ACCEPT ProjectIdAnswer
       DisplayProjectMaster.
           MOVE "N" TO RecordFoundFlag

           IF ProjectsOpen
               MOVE ProjectIdAnswer TO PP-ProjectId
               READ PyramidProjectsFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RecordFound TO TRUE
               END-READ
           END-IF

           IF RecordFound
               DISPLAY "MASTER      size ", PP-PyramidSize,
                   " type ", PP-PyramidType,
                   " needed ", PP-DateNeeded,
                   " site ", PP-SiteCity,
                   " status ", PP-Status
           ELSE
               DISPLAY "MASTER      no record on PYRPROJ.DAT"
           END-IF
           EXIT.

       DisplayResources.
           MOVE "N" TO RecordFoundFlag

           IF ResourcesOpen
               MOVE ProjectIdAnswer TO RR-ProjectId
               READ ResourceOutputFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RecordFound TO TRUE
               END-READ
           END-IF

           IF RecordFound
               DISPLAY "RESOURCES   limestone ", RR-Limestone,
                   " granite ", RR-Granite,
                   " labor ", RR-Labor
           ELSE
               DISPLAY "RESOURCES   no record on PYRRES.DAT"
           END-IF
           EXIT.

       DisplayDeliveries.
           MOVE "N" TO RecordFoundFlag

           IF ReconciliationOpen
               MOVE ProjectIdAnswer TO RC-ProjectId
               READ ReconciliationFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RecordFound TO TRUE
               END-READ
           END-IF

           IF RecordFound
               DISPLAY "DELIVERIES  limestone ",
                   RC-LimestoneDelivered,
                   " of ", RC-LimestoneNeeded,
                   " ", RC-LimestoneStatus
               DISPLAY "            granite   ",
                   RC-GraniteDelivered,
                   " of ", RC-GraniteNeeded,
                   " ", RC-GraniteStatus
           ELSE
               DISPLAY "DELIVERIES  no record on RECONCIL.DAT"
           END-IF
           EXIT.

       DisplayManifest.
           MOVE "N" TO RecordFoundFlag

           IF ManifestOpen
               MOVE ProjectIdAnswer TO MF-ProjectId
               READ ManifestFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RecordFound TO TRUE
               END-READ
           END-IF

           IF RecordFound
               DISPLAY "MANIFEST    limestone quarry ",
                   MF-LimestoneQuarry,
                   " distance ", MF-LimestoneDistance,
                   " trips ", MF-LimestoneTrips
               DISPLAY "            granite quarry   ",
                   MF-GraniteQuarry,
                   " distance ", MF-GraniteDistance,
                   " trips ", MF-GraniteTrips
               DISPLAY "            transport hours ",
                   MF-TransportHours
           ELSE
               DISPLAY "MANIFEST    no record on MANIFEST.DAT"
           END-IF
           EXIT.

       DisplayFeasibility.
           MOVE "N" TO RecordFoundFlag

           IF FeasibilityOpen
               MOVE ProjectIdAnswer TO FS-ProjectId
               READ FeasibilityFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RecordFound TO TRUE
               END-READ
           END-IF

           IF RecordFound
               DISPLAY "FEASIBILITY trips ", FS-TripsRequired,
                   " days available ", FS-DaysAvailable,
                   " last finish day ", FS-LastFinishDay,
                   " status ", FS-Status
           ELSE
               DISPLAY "FEASIBILITY no record on CONVFEAS.DAT"
           END-IF
           EXIT.

       DisplayCampSummary.
           MOVE "N" TO RecordFoundFlag

           IF CampSummaryOpen
               MOVE ProjectIdAnswer TO CS-ProjectId
               READ CampSummaryFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RecordFound TO TRUE
               END-READ
           END-IF

           IF RecordFound
               DISPLAY "CAMP        headcount ", CS-TotalHeadcount,
                   " days ", CS-DayShiftHeadcount,
                   " nights ", CS-NightShiftHeadcount,
                   " shelters ", CS-SheltersNeeded
           ELSE
               DISPLAY "CAMP        no record on CAMPSUM.DAT"
           END-IF
           EXIT.

       END PROGRAM ProjectInquiry.
