       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. saveconvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RegistryFile ASSIGN DYNAMIC RegistryFileName
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS RegPlayerId
                     FILE STATUS IS RegistryStatus.
              SELECT StateFile ASSIGN DYNAMIC StateFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS StateStatus.
              SELECT WorkFile ASSIGN DYNAMIC WorkFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS WorkStatus.
              SELECT SessionLockFile ASSIGN DYNAMIC SessionLockFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS SessionLockStatus.
              SELECT ReportFile ASSIGN DYNAMIC ReportFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS ReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD RegistryFile.
       COPY "playreg.cpy".

       FD StateFile.
        01 StateRecord PIC X(250).

       FD WorkFile.
       COPY "protag.cpy".

       FD SessionLockFile.
        01 SessionLockLine PIC X(80).

       FD ReportFile.
        01 ReportRecord PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "savelayout.cpy".
        01 RegistryFileName PIC X(40) VALUE "playerreg.dat".
        01 RegistryStatus PIC XX.
        01 RegistryEof PIC X VALUE "N".
        01 StateFileName PIC X(40) VALUE SPACES.
        01 StateStatus PIC XX.
        01 StateHasData PIC X VALUE "N".
        01 WorkFileName PIC X(40) VALUE SPACES.
        01 WorkStatus PIC XX.
        01 SessionLockFileName PIC X(40) VALUE SPACES.
        01 SessionLockStatus PIC XX.
        01 ReportFileName PIC X(40) VALUE SPACES.
        01 ReportStatus PIC XX.
        01 ReportLine PIC X(80).
        01 ReportDate PIC 9(8) VALUE ZERO.
        01 RunArg PIC X(10) VALUE SPACES.
        01 DryRun PIC X VALUE "N".
        01 PlayerId PIC X(8) VALUE SPACES.
        01 BackupGen PIC 9 VALUE ZERO.
        01 FoundLayout PIC 99 VALUE ZERO.
        01 ConvertNote PIC X(14) VALUE SPACES.
        01 FileShow PIC X(22) VALUE SPACES.
        01 PendingTable.
           02 PendingName OCCURS 4000 TIMES PIC X(40).
        01 PendingCount PIC 9(4) VALUE ZERO.
        01 PendingIdx PIC 9(4).
        01 PlayersRead PIC 9(4) VALUE ZERO.
        01 FilesExamined PIC 9(5) VALUE ZERO.
        01 CurrentCount PIC 9(5) VALUE ZERO.
        01 ConvertCount PIC 9(5) VALUE ZERO.
        01 EmptyCount PIC 9(5) VALUE ZERO.
        01 LockedCount PIC 9(4) VALUE ZERO.
        01 ErrorCount PIC 9(4) VALUE ZERO.
        01 ReplacedCount PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       Incipit.
           ACCEPT RunArg FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(RunArg) TO RunArg.
           IF RunArg = "DRYRUN" OR RunArg = "DRY"
               MOVE "Y" TO DryRun
           END-IF.
           ACCEPT ReportDate FROM DATE YYYYMMDD.
           STRING "saveconvert-" DELIMITED BY SIZE
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
           STRING "===== Save layout conversion " DELIMITED BY SIZE
                  ReportDate DELIMITED BY SIZE
                  ", current layout " DELIMITED BY SIZE
                  CurrentSaveLayout DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           IF DryRun = "Y"
               MOVE "Dry run: files are listed but nothing is changed." TO ReportLine
               PERFORM PutReportLine
           END-IF.
           PERFORM UNTIL RegistryEof = "Y"
               READ RegistryFile
                   AT END MOVE "Y" TO RegistryEof
                   NOT AT END PERFORM ConvertPlayer
               END-READ
           END-PERFORM.
           CLOSE RegistryFile.
           IF ConvertCount = ZERO AND ErrorCount = ZERO
               MOVE "   (no saves need converting)" TO ReportLine
               PERFORM PutReportLine
           END-IF.
           MOVE SPACES TO ReportLine.
           PERFORM PutReportLine.
           EVALUATE TRUE
               WHEN DryRun = "Y"
                   CONTINUE
               WHEN ErrorCount > ZERO
                   PERFORM DiscardWorkFiles
                   MOVE "Errors were found; no save files were replaced." TO ReportLine
                   PERFORM PutReportLine
               WHEN OTHER
                   PERFORM ReplaceOriginals
           END-EVALUATE.
           MOVE SPACES TO ReportLine.
           STRING "Players: " DELIMITED BY SIZE
                  PlayersRead DELIMITED BY SIZE
                  "  Files examined: " DELIMITED BY SIZE
                  FilesExamined DELIMITED BY SIZE
                  "  Already current: " DELIMITED BY SIZE
                  CurrentCount DELIMITED BY SIZE
                  "  Empty: " DELIMITED BY SIZE
                  EmptyCount DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           MOVE SPACES TO ReportLine.
           STRING "To convert: " DELIMITED BY SIZE
                  ConvertCount DELIMITED BY SIZE
                  "  Replaced: " DELIMITED BY SIZE
                  ReplacedCount DELIMITED BY SIZE
                  "  Players in session: " DELIMITED BY SIZE
                  LockedCount DELIMITED BY SIZE
                  "  Errors: " DELIMITED BY SIZE
                  ErrorCount DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           EVALUATE TRUE
               WHEN ErrorCount > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN LockedCount > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           IF ReportStatus = "00"
               CLOSE ReportFile
               DISPLAY "Report written to " FUNCTION TRIM(ReportFileName) "."
           END-IF.
           STOP RUN.

       ConvertPlayer.
           ADD 1 TO PlayersRead.
           MOVE RegPlayerId TO PlayerId.
           MOVE SPACES TO SessionLockFileName.
           STRING "session-" DELIMITED BY SIZE
                  PlayerId DELIMITED BY SPACE
                  ".lck" DELIMITED BY SIZE
                  INTO SessionLockFileName
           END-STRING.
           OPEN INPUT SessionLockFile.
           IF SessionLockStatus = "00"
               CLOSE SessionLockFile
               ADD 1 TO LockedCount
               MOVE SPACES TO ReportLine
               STRING PlayerId DELIMITED BY SIZE
                      "  session in progress; saves not converted, run again later" DELIMITED BY SIZE
                      INTO ReportLine
               END-STRING
               PERFORM PutReportLine
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO StateFileName.
           STRING "gamestate-" DELIMITED BY SIZE
                  PlayerId DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO StateFileName
           END-STRING.
           PERFORM ConvertOneFile.
           PERFORM VARYING BackupGen FROM 1 BY 1 UNTIL BackupGen > 3
               MOVE SPACES TO StateFileName
               STRING "gamestate-" DELIMITED BY SIZE
                      PlayerId DELIMITED BY SPACE
                      ".bk" DELIMITED BY SIZE
                      BackupGen DELIMITED BY SIZE
                      INTO StateFileName
               END-STRING
               PERFORM ConvertOneFile
           END-PERFORM.

       ConvertOneFile.
           OPEN INPUT StateFile.
           IF StateStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO StateHasData.
           READ StateFile
               AT END CONTINUE
               NOT AT END MOVE "Y" TO StateHasData
           END-READ.
           CLOSE StateFile.
           ADD 1 TO FilesExamined.
           IF StateHasData = "N"
               ADD 1 TO EmptyCount
               EXIT PARAGRAPH
           END-IF.
           PERFORM IdentifyLayout.
           IF FoundLayout = CurrentSaveLayout
               ADD 1 TO CurrentCount
               EXIT PARAGRAPH
           END-IF.
           IF FoundLayout = ZERO OR FoundLayout > CurrentSaveLayout
               ADD 1 TO ErrorCount
               MOVE SPACES TO ReportLine
               STRING PlayerId DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      StateFileName DELIMITED BY SPACE
                      "  ERROR: layout not recognised" DELIMITED BY SIZE
                      INTO ReportLine
               END-STRING
               PERFORM PutReportLine
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO Protagonist.
           MOVE StateRecord(1:215) TO Protagonist(1:215).
           IF FoundLayout = 1
               MOVE ZERO TO AssessScore
               MOVE SPACES TO ScoreFlags
           END-IF.
           IF AssessScore IS NOT NUMERIC
               MOVE ZERO TO AssessScore
           END-IF.
           MOVE CurrentSaveLayout TO SaveLayout.
           ADD 1 TO ConvertCount.
           MOVE "would convert" TO ConvertNote.
           IF DryRun = "N"
               PERFORM WriteWorkFile
           END-IF.
           MOVE SPACES TO ReportLine.
           MOVE StateFileName TO FileShow.
           STRING PlayerId DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FileShow DELIMITED BY SIZE
                  "  layout " DELIMITED BY SIZE
                  FoundLayout DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  CurrentSaveLayout DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ConvertNote DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.

       IdentifyLayout.
           MOVE ZERO TO FoundLayout.
           EVALUATE TRUE
               WHEN StateRecord(216:2) IS NUMERIC
                   MOVE StateRecord(216:2) TO FoundLayout
               WHEN StateRecord(216:2) NOT = SPACES
                   CONTINUE
               WHEN StateRecord(202:14) = SPACES
                   MOVE 1 TO FoundLayout
               WHEN StateRecord(202:4) IS NUMERIC
                   MOVE 2 TO FoundLayout
           END-EVALUATE.
           IF StateRecord(19:6) IS NOT NUMERIC
               MOVE ZERO TO FoundLayout
           END-IF.

       WriteWorkFile.
           PERFORM BuildWorkFileName.
           OPEN OUTPUT WorkFile.
           IF WorkStatus NOT = "00"
               ADD 1 TO ErrorCount
               MOVE "ERROR: no .cnv" TO ConvertNote
               EXIT PARAGRAPH
           END-IF.
           WRITE Protagonist.
           IF WorkStatus NOT = "00"
               ADD 1 TO ErrorCount
               MOVE "ERROR: no .cnv" TO ConvertNote
               CLOSE WorkFile
               DELETE FILE WorkFile
               EXIT PARAGRAPH
           END-IF.
           CLOSE WorkFile.
           IF PendingCount < 4000
               ADD 1 TO PendingCount
               MOVE StateFileName TO PendingName(PendingCount)
               MOVE "converted" TO ConvertNote
           ELSE
               ADD 1 TO ErrorCount
               MOVE "ERROR: too many" TO ConvertNote
           END-IF.

       DiscardWorkFiles.
           PERFORM VARYING PendingIdx FROM 1 BY 1 UNTIL PendingIdx > PendingCount
               MOVE PendingName(PendingIdx) TO StateFileName
               PERFORM BuildWorkFileName
               DELETE FILE WorkFile
           END-PERFORM.

       ReplaceOriginals.
           PERFORM VARYING PendingIdx FROM 1 BY 1 UNTIL PendingIdx > PendingCount
               MOVE PendingName(PendingIdx) TO StateFileName
               PERFORM ReplaceOneOriginal
           END-PERFORM.

       ReplaceOneOriginal.
           PERFORM BuildWorkFileName.
           OPEN INPUT WorkFile.
           IF WorkStatus NOT = "00"
               PERFORM ReportReplaceFailure
               EXIT PARAGRAPH
           END-IF.
           READ WorkFile
               AT END MOVE "10" TO WorkStatus
           END-READ.
           CLOSE WorkFile.
           IF Protagonist(1:18) = SPACES OR SaveLayout NOT = CurrentSaveLayout
               PERFORM ReportReplaceFailure
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PlayerId.
           UNSTRING StateFileName(11:) DELIMITED BY "." INTO PlayerId
           END-UNSTRING.
           MOVE SPACES TO SessionLockFileName.
           STRING "session-" DELIMITED BY SIZE
                  PlayerId DELIMITED BY SPACE
                  ".lck" DELIMITED BY SIZE
                  INTO SessionLockFileName
           END-STRING.
           OPEN INPUT SessionLockFile.
           IF SessionLockStatus = "00"
               CLOSE SessionLockFile
               ADD 1 TO LockedCount
               MOVE SPACES TO ReportLine
               STRING PlayerId DELIMITED BY SIZE
                      "  in session; not replaced, kept " DELIMITED BY SIZE
                      WorkFileName DELIMITED BY SPACE
                      INTO ReportLine
               END-STRING
               PERFORM PutReportLine
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT StateFile.
           IF StateStatus NOT = "00"
               PERFORM ReportReplaceFailure
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO StateRecord.
           MOVE Protagonist TO StateRecord.
           WRITE StateRecord.
           CLOSE StateFile.
           DELETE FILE WorkFile.
           ADD 1 TO ReplacedCount.

       BuildWorkFileName.
           MOVE SPACES TO WorkFileName.
           STRING StateFileName DELIMITED BY SPACE
                  ".cnv" DELIMITED BY SIZE
                  INTO WorkFileName
           END-STRING.

       ReportReplaceFailure.
           ADD 1 TO ErrorCount.
           MOVE SPACES TO ReportLine.
           STRING "ERROR: could not replace " DELIMITED BY SIZE
                  StateFileName DELIMITED BY SPACE
                  "; the converted copy is " DELIMITED BY SIZE
                  WorkFileName DELIMITED BY SPACE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.

       PutReportLine.
           DISPLAY ReportLine.
           IF ReportStatus = "00"
               MOVE ReportLine TO ReportRecord
               WRITE ReportRecord
           END-IF.
