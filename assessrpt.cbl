       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. assessrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RegistryFile ASSIGN DYNAMIC RegistryFileName
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS RegPlayerId
                     FILE STATUS IS RegistryStatus.
              SELECT ScorecardFile ASSIGN DYNAMIC ScorecardFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS ScorecardStatus.
              SELECT ReportFile ASSIGN DYNAMIC ReportFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS ReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD RegistryFile.
       COPY "playreg.cpy".

       FD ScorecardFile.
       COPY "scorecard.cpy".

       FD ReportFile.
        01 ReportRecord PIC X(80).

       WORKING-STORAGE SECTION.
        01 RegistryFileName PIC X(40) VALUE "playerreg.dat".
        01 RegistryStatus PIC XX.
        01 RegistryEof PIC X VALUE "N".
        01 ScorecardFileName PIC X(40) VALUE SPACES.
        01 ScorecardStatus PIC XX.
        01 ScorecardEof PIC X VALUE "N".
        01 ReportFileName PIC X(40) VALUE SPACES.
        01 ReportStatus PIC XX.
        01 ReportDate PIC 9(8) VALUE ZERO.
        01 ReportLine PIC X(80).
        01 ModuleWanted PIC X(8) VALUE SPACES.
        01 PlayerId PIC X(8) VALUE SPACES.
        01 RunTable.
           02 RunEntry OCCURS 10 TIMES.
              03 RunModule PIC X(8).
              03 RunTotal PIC 9(4).
              03 RunPassMark PIC 9(3).
              03 RunOutcome PIC X(11).
              03 RunDate PIC 9(8).
        01 RunCount PIC 99 VALUE ZERO.
        01 RunIdx PIC 99.
        01 RunHit PIC 99.
        01 RunFound PIC X VALUE "N".
        01 TraineesRead PIC 9(4) VALUE ZERO.
        01 CountAssessed PIC 9(4) VALUE ZERO.
        01 CountPassed PIC 9(4) VALUE ZERO.
        01 CountBelow PIC 9(4) VALUE ZERO.
        01 CountBelowVictory PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       Incipit.
           ACCEPT ModuleWanted FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(ModuleWanted) TO ModuleWanted.
           ACCEPT ReportDate FROM DATE YYYYMMDD.
           STRING "assessrpt-" DELIMITED BY SIZE
                  ReportDate DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  INTO ReportFileName
           END-STRING.
           OPEN INPUT RegistryFile.
           IF RegistryStatus NOT = "00"
               DISPLAY "The player registry cannot be opened (status " RegistryStatus ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ReportFile.
           IF ReportStatus NOT = "00"
               DISPLAY "Warning: could not open report file (status " ReportStatus ")."
           END-IF.
           MOVE SPACES TO ReportLine.
           STRING "===== Assessor report for " DELIMITED BY SIZE
                  ReportDate DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           IF ModuleWanted NOT = SPACES
               MOVE SPACES TO ReportLine
               STRING "Module " DELIMITED BY SIZE
                      ModuleWanted DELIMITED BY SPACE
                      " only" DELIMITED BY SIZE
                      INTO ReportLine
               END-STRING
               PERFORM PutReportLine
           END-IF.
           MOVE "Trainees below the pass mark:" TO ReportLine.
           PERFORM PutReportLine.
           MOVE "Player    Name                Module    Score  Pass  Last run  Outcome" TO ReportLine.
           PERFORM PutReportLine.
           PERFORM UNTIL RegistryEof = "Y"
               READ RegistryFile
                   AT END MOVE "Y" TO RegistryEof
                   NOT AT END PERFORM AssessOneTrainee
               END-READ
           END-PERFORM.
           CLOSE RegistryFile.
           IF CountBelow = ZERO
               MOVE "   (none)" TO ReportLine
               PERFORM PutReportLine
           END-IF.
           MOVE SPACES TO ReportLine.
           PERFORM PutReportLine.
           MOVE SPACES TO ReportLine.
           STRING "Trainees: " DELIMITED BY SIZE
                  TraineesRead DELIMITED BY SIZE
                  "  Assessed runs: " DELIMITED BY SIZE
                  CountAssessed DELIMITED BY SIZE
                  "  At or above pass mark: " DELIMITED BY SIZE
                  CountPassed DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           MOVE SPACES TO ReportLine.
           STRING "Below pass mark: " DELIMITED BY SIZE
                  CountBelow DELIMITED BY SIZE
                  "  of which reached Victory: " DELIMITED BY SIZE
                  CountBelowVictory DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           IF ReportStatus = "00"
               CLOSE ReportFile
               DISPLAY "Report written to " FUNCTION TRIM(ReportFileName) "."
           END-IF.
           STOP RUN.

       AssessOneTrainee.
           ADD 1 TO TraineesRead.
           MOVE RegPlayerId TO PlayerId.
           MOVE ZERO TO RunCount.
           MOVE SPACES TO ScorecardFileName.
           STRING "scorecard-" DELIMITED BY SIZE
                  PlayerId DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO ScorecardFileName
           END-STRING.
           OPEN INPUT ScorecardFile.
           IF ScorecardStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO ScorecardEof.
           PERFORM UNTIL ScorecardEof = "Y"
               READ ScorecardFile
                   AT END MOVE "Y" TO ScorecardEof
                   NOT AT END PERFORM NoteScorecardRecord
               END-READ
           END-PERFORM.
           CLOSE ScorecardFile.
           PERFORM VARYING RunIdx FROM 1 BY 1 UNTIL RunIdx > RunCount
               IF RunPassMark(RunIdx) > ZERO
                  AND (ModuleWanted = SPACES OR RunModule(RunIdx) = ModuleWanted)
                   PERFORM JudgeOneRun
               END-IF
           END-PERFORM.

       NoteScorecardRecord.
           IF ScrTotal IS NOT NUMERIC OR ScrPassMark IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO RunFound.
           PERFORM VARYING RunIdx FROM 1 BY 1 UNTIL RunIdx > RunCount
               IF RunModule(RunIdx) = ScrModule
                   MOVE "Y" TO RunFound
                   MOVE RunIdx TO RunHit
               END-IF
           END-PERFORM.
           IF RunFound = "N"
               IF RunCount >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RunCount
               MOVE RunCount TO RunHit
               MOVE ScrModule TO RunModule(RunHit)
           END-IF.
           MOVE ScrTotal TO RunTotal(RunHit).
           MOVE ScrPassMark TO RunPassMark(RunHit).
           MOVE ScrDate TO RunDate(RunHit).
           EVALUATE ScrType
               WHEN "H"
                   MOVE "STARTED" TO RunOutcome(RunHit)
               WHEN "E"
                   MOVE ScrTarget TO RunOutcome(RunHit)
               WHEN OTHER
                   MOVE "IN PROGRESS" TO RunOutcome(RunHit)
           END-EVALUATE.

       JudgeOneRun.
           ADD 1 TO CountAssessed.
           IF RunTotal(RunIdx) NOT < RunPassMark(RunIdx)
               ADD 1 TO CountPassed
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CountBelow.
           IF RunOutcome(RunIdx) = "COMPLETE"
               ADD 1 TO CountBelowVictory
               MOVE "VICTORY" TO RunOutcome(RunIdx)
           END-IF.
           MOVE SPACES TO ReportLine.
           STRING PlayerId DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RegName DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RunModule(RunIdx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RunTotal(RunIdx) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  RunPassMark(RunIdx) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  RunDate(RunIdx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RunOutcome(RunIdx) DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.

       PutReportLine.
           DISPLAY ReportLine.
           IF ReportStatus = "00"
               MOVE ReportLine TO ReportRecord
               WRITE ReportRecord
           END-IF.
