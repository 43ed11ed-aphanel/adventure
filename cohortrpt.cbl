       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cohortrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CohortsFile ASSIGN DYNAMIC CohortsFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS CohortsStatus.
              SELECT RegistryFile ASSIGN DYNAMIC RegistryFileName
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RegPlayerId
                     FILE STATUS IS RegistryStatus.
              SELECT GameStateFile ASSIGN DYNAMIC GameStateFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS GameStateStatus.
              SELECT CompletionFile ASSIGN DYNAMIC CompletionFileName
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CompKey
                     FILE STATUS IS CompletionStatus.
              SELECT ReportFile ASSIGN DYNAMIC ReportFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS ReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CohortsFile.
        01 CohortsRecord PIC X(80).

       FD RegistryFile.
       COPY "playreg.cpy".

       FD GameStateFile.
       COPY "protag.cpy".

       FD CompletionFile.
       COPY "complete.cpy".

       FD ReportFile.
        01 ReportRecord PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "cohorts.cpy".
        01 RegistryFileName PIC X(40) VALUE "playerreg.dat".
        01 RegistryStatus PIC XX.
        01 RegistryOpen PIC X VALUE "N".
        01 CompletionFileName PIC X(40) VALUE "completions.dat".
        01 CompletionStatus PIC XX.
        01 CompletionOpen PIC X VALUE "N".
        01 CompFound PIC X VALUE "N".
        01 GameStateFileName PIC X(40) VALUE SPACES.
        01 GameStateStatus PIC XX.
        01 ReportFileName PIC X(40) VALUE SPACES.
        01 ReportStatus PIC XX.
        01 ReportDate PIC 9(8) VALUE ZERO.
        01 ReportLine PIC X(80).
        01 CohortWanted PIC X(8) VALUE SPACES.
        01 CohortsReported PIC 99 VALUE ZERO.
        01 PlayerId PIC X(8) VALUE SPACES.
        01 RegFound PIC X VALUE "N".
        01 SaveFound PIC X VALUE "N".
        01 SaveModule PIC X(8) VALUE SPACES.
        01 TraineeName PIC X(18) VALUE SPACES.
        01 TraineeLast PIC X(8) VALUE SPACES.
        01 TraineeStatus PIC X(12) VALUE SPACES.
        01 CountEnrolled PIC 9(3) VALUE ZERO.
        01 CountNotStarted PIC 9(3) VALUE ZERO.
        01 CountInProgress PIC 9(3) VALUE ZERO.
        01 CountCompleted PIC 9(3) VALUE ZERO.
        01 CountOverdue PIC 9(3) VALUE ZERO.
        01 CompletionPct PIC 9(3) VALUE ZERO.
        01 PctShow PIC ZZ9.
        01 CohortKnown PIC X VALUE "N".
        01 OrphanCount PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       Incipit.
           ACCEPT CohortWanted FROM COMMAND-LINE.
           ACCEPT ReportDate FROM DATE YYYYMMDD.
           PERFORM LoadCohorts.
           IF CohortsStatus NOT = "00"
               DISPLAY "No cohort master file found (status " CohortsStatus ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CohortCount = ZERO
               DISPLAY "No cohorts are defined in " FUNCTION TRIM(CohortsFileName) "."
               STOP RUN
           END-IF.
           STRING "cohortrpt-" DELIMITED BY SIZE
                  ReportDate DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  INTO ReportFileName
           END-STRING.
           OPEN OUTPUT ReportFile.
           IF ReportStatus NOT = "00"
               DISPLAY "Warning: could not open report file (status " ReportStatus ")."
           END-IF.
           OPEN INPUT RegistryFile.
           IF RegistryStatus = "00"
               MOVE "Y" TO RegistryOpen
           ELSE
               DISPLAY "Warning: player registry cannot be opened (status " RegistryStatus ")."
           END-IF.
           OPEN INPUT CompletionFile.
           IF CompletionStatus = "00"
               MOVE "Y" TO CompletionOpen
           END-IF.
           MOVE SPACES TO ReportLine.
           STRING "===== Cohort status report for " DELIMITED BY SIZE
                  ReportDate DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           PERFORM VARYING CohortIdx FROM 1 BY 1 UNTIL CohortIdx > CohortCount
               IF CohortWanted = SPACES OR CohortCode(CohortIdx) = CohortWanted
                   PERFORM ReportOneCohort
               END-IF
           END-PERFORM.
           IF CohortsReported = ZERO
               MOVE SPACES TO ReportLine
               STRING "No cohort with code " DELIMITED BY SIZE
                      CohortWanted DELIMITED BY SPACE
                      " is defined." DELIMITED BY SIZE
                      INTO ReportLine
               END-STRING
               PERFORM PutReportLine
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF CohortWanted = SPACES
               PERFORM ReportOrphanEnrolments
           END-IF.
           IF RegistryOpen = "Y"
               CLOSE RegistryFile
           END-IF.
           IF CompletionOpen = "Y"
               CLOSE CompletionFile
           END-IF.
           IF ReportStatus = "00"
               CLOSE ReportFile
               DISPLAY "Report written to " FUNCTION TRIM(ReportFileName) "."
           END-IF.
           STOP RUN.

       LoadCohorts.
       COPY "cohortload.cpy".

       ReportOneCohort.
           ADD 1 TO CohortsReported.
           MOVE ZERO TO CountEnrolled.
           MOVE ZERO TO CountNotStarted.
           MOVE ZERO TO CountInProgress.
           MOVE ZERO TO CountCompleted.
           MOVE ZERO TO CountOverdue.
           MOVE SPACES TO ReportLine.
           PERFORM PutReportLine.
           MOVE SPACES TO ReportLine.
           STRING "Cohort " DELIMITED BY SIZE
                  CohortCode(CohortIdx) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CohortDesc(CohortIdx)) DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           MOVE SPACES TO ReportLine.
           STRING "Started " DELIMITED BY SIZE
                  CohortStart(CohortIdx) DELIMITED BY SIZE
                  "   Due " DELIMITED BY SIZE
                  CohortDue(CohortIdx) DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           IF ReportDate > CohortDue(CohortIdx)
               MOVE "(past due)" TO ReportLine(37:10)
           END-IF.
           PERFORM PutReportLine.
           MOVE "Player    Name                Module    Last played  Status" TO ReportLine.
           PERFORM PutReportLine.
           PERFORM VARYING EnrolIdx FROM 1 BY 1 UNTIL EnrolIdx > EnrolCount
               IF EnrolCohort(EnrolIdx) = CohortCode(CohortIdx)
                   PERFORM ReportOneTrainee
               END-IF
           END-PERFORM.
           MOVE ZERO TO CompletionPct.
           IF CountEnrolled > ZERO
               COMPUTE CompletionPct ROUNDED = CountCompleted * 100 / CountEnrolled
           END-IF.
           MOVE CompletionPct TO PctShow.
           MOVE SPACES TO ReportLine.
           STRING "Enrolled: " DELIMITED BY SIZE
                  CountEnrolled DELIMITED BY SIZE
                  "  Completed: " DELIMITED BY SIZE
                  CountCompleted DELIMITED BY SIZE
                  "  Completion: " DELIMITED BY SIZE
                  FUNCTION TRIM(PctShow) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           MOVE SPACES TO ReportLine.
           STRING "In progress: " DELIMITED BY SIZE
                  CountInProgress DELIMITED BY SIZE
                  "  Not started: " DELIMITED BY SIZE
                  CountNotStarted DELIMITED BY SIZE
                  "  Overdue: " DELIMITED BY SIZE
                  CountOverdue DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.

       ReportOneTrainee.
           ADD 1 TO CountEnrolled.
           MOVE EnrolPlayer(EnrolIdx) TO PlayerId.
           PERFORM LookUpRegistry.
           PERFORM LookUpGameState.
           PERFORM LookUpCompletion.
           EVALUATE TRUE
               WHEN CompFound = "Y"
                   MOVE "COMPLETED" TO TraineeStatus
               WHEN SaveFound = "Y" AND SaveModule = EnrolModule(EnrolIdx)
                    AND RunComplete = "Y"
                   MOVE "COMPLETED" TO TraineeStatus
               WHEN ReportDate > CohortDue(CohortIdx)
                   MOVE "OVERDUE" TO TraineeStatus
               WHEN RegFound = "Y" AND SaveFound = "Y"
                    AND SaveModule = EnrolModule(EnrolIdx)
                   MOVE "IN PROGRESS" TO TraineeStatus
               WHEN OTHER
                   MOVE "NOT STARTED" TO TraineeStatus
           END-EVALUATE.
           EVALUATE TraineeStatus
               WHEN "COMPLETED" ADD 1 TO CountCompleted
               WHEN "OVERDUE" ADD 1 TO CountOverdue
               WHEN "IN PROGRESS" ADD 1 TO CountInProgress
               WHEN OTHER ADD 1 TO CountNotStarted
           END-EVALUATE.
           MOVE SPACES TO ReportLine.
           STRING PlayerId DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TraineeName DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  EnrolModule(EnrolIdx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TraineeLast DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  TraineeStatus DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.

       LookUpRegistry.
           MOVE "N" TO RegFound.
           MOVE "(not registered)" TO TraineeName.
           MOVE "--------" TO TraineeLast.
           IF RegistryOpen = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE PlayerId TO RegPlayerId.
           READ RegistryFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO RegFound
                   MOVE RegName TO TraineeName
                   IF RegSessions IS NUMERIC AND RegSessions > ZERO
                       MOVE RegLastDate TO TraineeLast
                   END-IF
           END-READ.

       LookUpGameState.
           MOVE "N" TO SaveFound.
           MOVE SPACES TO SaveModule.
           MOVE SPACES TO GameStateFileName.
           STRING "gamestate-" DELIMITED BY SIZE
                  PlayerId DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO GameStateFileName
           END-STRING.
           OPEN INPUT GameStateFile.
           IF GameStateStatus = "00"
               READ GameStateFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE "Y" TO SaveFound
                       MOVE SavedModule TO SaveModule
                       IF SaveModule = SPACES
                           MOVE "WOODS" TO SaveModule
                       END-IF
               END-READ
               CLOSE GameStateFile
           END-IF.

       LookUpCompletion.
           MOVE "N" TO CompFound.
           IF CompletionOpen = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE PlayerId TO CompPlayerId.
           MOVE EnrolModule(EnrolIdx) TO CompModule.
           READ CompletionFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO CompFound
           END-READ.

       ReportOrphanEnrolments.
           PERFORM VARYING EnrolIdx FROM 1 BY 1 UNTIL EnrolIdx > EnrolCount
               MOVE "N" TO CohortKnown
               PERFORM VARYING CohortIdx FROM 1 BY 1 UNTIL CohortIdx > CohortCount
                   IF CohortCode(CohortIdx) = EnrolCohort(EnrolIdx)
                       MOVE "Y" TO CohortKnown
                   END-IF
               END-PERFORM
               IF CohortKnown = "N"
                   IF OrphanCount = ZERO
                       MOVE SPACES TO ReportLine
                       PERFORM PutReportLine
                   END-IF
                   ADD 1 TO OrphanCount
                   MOVE SPACES TO ReportLine
                   STRING "Warning: " DELIMITED BY SIZE
                          EnrolPlayer(EnrolIdx) DELIMITED BY SPACE
                          " is enrolled in undefined cohort " DELIMITED BY SIZE
                          EnrolCohort(EnrolIdx) DELIMITED BY SPACE
                          INTO ReportLine
                   END-STRING
                   PERFORM PutReportLine
               END-IF
           END-PERFORM.

       PutReportLine.
           DISPLAY ReportLine.
           IF ReportStatus = "00"
               MOVE ReportLine TO ReportRecord
               WRITE ReportRecord
           END-IF.
