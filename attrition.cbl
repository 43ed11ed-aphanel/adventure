       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. attrition.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT RegistryFile ASSIGN DYNAMIC RegistryFileName
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS RegPlayerId
                     FILE STATUS IS RegistryStatus.
              SELECT TranscriptFile ASSIGN DYNAMIC TranscriptFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS TranscriptStatus.
              SELECT ReportFile ASSIGN DYNAMIC ReportFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS ReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD RegistryFile.
       COPY "playreg.cpy".

       FD TranscriptFile.
        01 TranscriptRecord PIC X(80).

       FD ReportFile.
        01 ReportRecord PIC X(80).

       WORKING-STORAGE SECTION.
        01 RegistryFileName PIC X(40) VALUE "playerreg.dat".
        01 RegistryStatus PIC XX.
        01 RegistryEof PIC X VALUE "N".
        01 TranscriptFileName PIC X(40) VALUE SPACES.
        01 TranscriptStatus PIC XX.
        01 TranscriptEof PIC X VALUE "N".
        01 ReportFileName PIC X(40) VALUE SPACES.
        01 ReportStatus PIC XX.
        01 ReportLine PIC X(80).
        01 RangeArgs PIC X(40) VALUE SPACES.
        01 FromRaw PIC X(10) VALUE SPACES.
        01 ToRaw PIC X(10) VALUE SPACES.
        01 FromDate PIC 9(8) VALUE ZERO.
        01 ToDate PIC 9(8) VALUE ZERO.
        01 TodayDate PIC 9(8) VALUE ZERO.
        01 FromInt PIC 9(8) VALUE ZERO.
        01 ScanMonth PIC 9(6) VALUE ZERO.
        01 ScanYear PIC 9(4) VALUE ZERO.
        01 ScanMm PIC 99 VALUE ZERO.
        01 LeftPart PIC X(40) VALUE SPACES.
        01 ValuePart PIC X(40) VALUE SPACES.
        01 TokDate PIC X(8) VALUE SPACES.
        01 TokTime PIC X(8) VALUE SPACES.
        01 TokPlayer PIC X(8) VALUE SPACES.
        01 TokKind PIC X(6) VALUE SPACES.
        01 ValRoom PIC X(16) VALUE SPACES.
        01 ValStat PIC X(8) VALUE SPACES.
        01 ValResult PIC X(4) VALUE SPACES.
        01 ValDamage PIC X(2) VALUE SPACES.
        01 DamageTaken PIC 99 VALUE ZERO.
        01 CurrentModule PIC X(8) VALUE SPACES.
        01 PlayerTable.
           02 PlayerEntry OCCURS 500 TIMES.
              03 PlayerKey PIC X(8).
              03 PlayerModule PIC X(8).
        01 PlayerCount PIC 9(4) VALUE ZERO.
        01 PlayerIdx PIC 9(4).
        01 PlayerHit PIC 9(4).
        01 ModuleTable.
           02 ModuleEntry OCCURS 20 TIMES.
              03 SumModule PIC X(8).
              03 SumStarts PIC 9(5).
              03 SumDeaths PIC 9(5).
              03 SumQuits PIC 9(5).
        01 ModuleCount PIC 99 VALUE ZERO.
        01 ModuleIdx PIC 99.
        01 ModuleHit PIC 99.
        01 RoomTable.
           02 RoomEntry OCCURS 200 TIMES.
              03 StModule PIC X(8).
              03 StRoom PIC X(16).
              03 StStat PIC X(3).
              03 StChecks PIC 9(5).
              03 StCheckPass PIC 9(5).
              03 StCheckDamage PIC 9(6).
              03 StAttacks PIC 9(5).
              03 StAttackHits PIC 9(5).
              03 StDefends PIC 9(5).
              03 StDodges PIC 9(5).
              03 StDefendDamage PIC 9(6).
              03 StFlees PIC 9(5).
              03 StFleeOk PIC 9(5).
              03 StDeathTrail PIC 9(5).
              03 StDeathCombat PIC 9(5).
              03 StQuits PIC 9(5).
        01 RoomCount PIC 9(3) VALUE ZERO.
        01 RoomIdx PIC 9(3).
        01 RoomHit PIC 9(3).
        01 RoomFull PIC X VALUE "N".
        01 RecordsRead PIC 9(7) VALUE ZERO.
        01 RecordsUsed PIC 9(7) VALUE ZERO.
        01 FilesRead PIC 9(4) VALUE ZERO.
        01 RateWork PIC 9(3) VALUE ZERO.
        01 RateShow PIC ZZ9.
        01 AvgWork PIC 9(3)V9 VALUE ZERO.
        01 AvgShow PIC ZZ9.9.
        01 CountShow PIC ZZZZ9.
        01 CountShow2 PIC ZZZZ9.
        01 CountShow3 PIC ZZZZ9.

       PROCEDURE DIVISION.
       Incipit.
           ACCEPT RangeArgs FROM COMMAND-LINE.
           ACCEPT TodayDate FROM DATE YYYYMMDD.
           UNSTRING RangeArgs DELIMITED BY ALL SPACE
               INTO FromRaw ToRaw
           END-UNSTRING.
           IF ToRaw = SPACES OR FUNCTION TRIM(ToRaw) IS NOT NUMERIC
               MOVE TodayDate TO ToDate
           ELSE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(ToRaw)) TO ToDate
           END-IF.
           IF FromRaw = SPACES OR FUNCTION TRIM(FromRaw) IS NOT NUMERIC
               COMPUTE FromInt = FUNCTION INTEGER-OF-DATE(ToDate) - 30
               MOVE FUNCTION DATE-OF-INTEGER(FromInt) TO FromDate
           ELSE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(FromRaw)) TO FromDate
           END-IF.
           IF FromDate > ToDate
               DISPLAY "The start date " FromDate " is after the end date " ToDate "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING "attrition-" DELIMITED BY SIZE
                  ToDate DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  INTO ReportFileName
           END-STRING.
           OPEN OUTPUT ReportFile.
           IF ReportStatus NOT = "00"
               DISPLAY "Warning: could not open report file (status " ReportStatus ")."
           END-IF.
           MOVE SPACES TO ReportLine.
           STRING "===== Encounter and attrition analysis " DELIMITED BY SIZE
                  FromDate DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  ToDate DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           PERFORM ReadArchives.
           PERFORM ReadTranscripts.
           PERFORM WriteAnalysis.
           MOVE SPACES TO ReportLine.
           PERFORM PutReportLine.
           MOVE SPACES TO ReportLine.
           STRING "Files read: " DELIMITED BY SIZE
                  FilesRead DELIMITED BY SIZE
                  "  Records read: " DELIMITED BY SIZE
                  RecordsRead DELIMITED BY SIZE
                  "  Records in range: " DELIMITED BY SIZE
                  RecordsUsed DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           IF RoomFull = "Y"
               MOVE "Warning: more than 200 rooms in range; later rooms were not counted." TO ReportLine
               PERFORM PutReportLine
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF ReportStatus = "00"
               CLOSE ReportFile
               DISPLAY "Report written to " FUNCTION TRIM(ReportFileName) "."
           END-IF.
           STOP RUN.

       ReadArchives.
           MOVE FromDate(1:6) TO ScanMonth.
           PERFORM UNTIL ScanMonth > ToDate(1:6)
               MOVE SPACES TO TranscriptFileName
               STRING "archive-" DELIMITED BY SIZE
                      ScanMonth DELIMITED BY SIZE
                      ".log" DELIMITED BY SIZE
                      INTO TranscriptFileName
               END-STRING
               PERFORM ReadOneLog
               DIVIDE ScanMonth BY 100 GIVING ScanYear REMAINDER ScanMm
               ADD 1 TO ScanMm
               IF ScanMm > 12
                   MOVE 1 TO ScanMm
                   ADD 1 TO ScanYear
               END-IF
               COMPUTE ScanMonth = ScanYear * 100 + ScanMm
           END-PERFORM.

       ReadTranscripts.
           OPEN INPUT RegistryFile.
           IF RegistryStatus NOT = "00"
               DISPLAY "No player registry found (status " RegistryStatus ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL RegistryEof = "Y"
               READ RegistryFile
                   AT END MOVE "Y" TO RegistryEof
                   NOT AT END
                       MOVE SPACES TO TranscriptFileName
                       STRING "transcript-" DELIMITED BY SIZE
                              RegPlayerId DELIMITED BY SPACE
                              ".log" DELIMITED BY SIZE
                              INTO TranscriptFileName
                       END-STRING
                       PERFORM ReadOneLog
               END-READ
           END-PERFORM.
           CLOSE RegistryFile.

       ReadOneLog.
           OPEN INPUT TranscriptFile.
           IF TranscriptStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FilesRead.
           MOVE "N" TO TranscriptEof.
           PERFORM UNTIL TranscriptEof = "Y"
               READ TranscriptFile
                   AT END MOVE "Y" TO TranscriptEof
                   NOT AT END
                       ADD 1 TO RecordsRead
                       PERFORM NoteTranscriptRecord
               END-READ
           END-PERFORM.
           CLOSE TranscriptFile.

       NoteTranscriptRecord.
           MOVE SPACES TO LeftPart ValuePart.
           UNSTRING TranscriptRecord DELIMITED BY "="
               INTO LeftPart ValuePart
           END-UNSTRING.
           MOVE SPACES TO TokDate TokTime TokPlayer TokKind.
           UNSTRING LeftPart DELIMITED BY ALL SPACE
               INTO TokDate TokTime TokPlayer TokKind
           END-UNSTRING.
           IF TokDate IS NOT NUMERIC OR TokPlayer = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF TokDate < FromDate OR TokDate > ToDate
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RecordsUsed.
           PERFORM FindPlayer.
           IF TokKind = "START"
               MOVE ValuePart(1:8) TO PlayerModule(PlayerHit)
               MOVE PlayerModule(PlayerHit) TO CurrentModule
               PERFORM FindModule
               IF ModuleHit > ZERO
                   ADD 1 TO SumStarts(ModuleHit)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF TokKind NOT = "CHECK" AND TokKind NOT = "ATTACK" AND TokKind NOT = "DEFEND"
              AND TokKind NOT = "FLEE" AND TokKind NOT = "DEATH" AND TokKind NOT = "QUIT"
               EXIT PARAGRAPH
           END-IF.
           MOVE PlayerModule(PlayerHit) TO CurrentModule.
           MOVE SPACES TO ValRoom ValStat ValResult ValDamage.
           UNSTRING ValuePart DELIMITED BY ALL SPACE
               INTO ValRoom ValStat ValResult ValDamage
           END-UNSTRING.
           IF ValRoom = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF ValDamage NOT = SPACES AND FUNCTION TRIM(ValDamage) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(ValDamage)) TO DamageTaken
           ELSE
               MOVE ZERO TO DamageTaken
           END-IF.
           PERFORM FindModule.
           PERFORM FindRoom.
           IF RoomHit = ZERO
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TokKind
               WHEN "CHECK"
                   ADD 1 TO StChecks(RoomHit)
                   MOVE ValStat(1:3) TO StStat(RoomHit)
                   IF ValResult = "PASS"
                       ADD 1 TO StCheckPass(RoomHit)
                   END-IF
                   ADD DamageTaken TO StCheckDamage(RoomHit)
               WHEN "ATTACK"
                   ADD 1 TO StAttacks(RoomHit)
                   IF ValResult = "PASS"
                       ADD 1 TO StAttackHits(RoomHit)
                   END-IF
               WHEN "DEFEND"
                   ADD 1 TO StDefends(RoomHit)
                   IF ValResult = "PASS"
                       ADD 1 TO StDodges(RoomHit)
                   END-IF
                   ADD DamageTaken TO StDefendDamage(RoomHit)
               WHEN "FLEE"
                   ADD 1 TO StFlees(RoomHit)
                   IF ValResult = "PASS"
                       ADD 1 TO StFleeOk(RoomHit)
                   END-IF
               WHEN "DEATH"
                   IF ValStat = "COMBAT"
                       ADD 1 TO StDeathCombat(RoomHit)
                   ELSE
                       ADD 1 TO StDeathTrail(RoomHit)
                   END-IF
                   IF ModuleHit > ZERO
                       ADD 1 TO SumDeaths(ModuleHit)
                   END-IF
               WHEN "QUIT"
                   ADD 1 TO StQuits(RoomHit)
                   IF ModuleHit > ZERO
                       ADD 1 TO SumQuits(ModuleHit)
                   END-IF
           END-EVALUATE.

       FindPlayer.
           MOVE ZERO TO PlayerHit.
           PERFORM VARYING PlayerIdx FROM 1 BY 1 UNTIL PlayerIdx > PlayerCount
               IF PlayerKey(PlayerIdx) = TokPlayer
                   MOVE PlayerIdx TO PlayerHit
               END-IF
           END-PERFORM.
           IF PlayerHit = ZERO
               IF PlayerCount < 500
                   ADD 1 TO PlayerCount
               END-IF
               MOVE PlayerCount TO PlayerHit
               MOVE TokPlayer TO PlayerKey(PlayerHit)
               MOVE "UNKNOWN" TO PlayerModule(PlayerHit)
           END-IF.

       FindModule.
           MOVE ZERO TO ModuleHit.
           PERFORM VARYING ModuleIdx FROM 1 BY 1 UNTIL ModuleIdx > ModuleCount
               IF SumModule(ModuleIdx) = CurrentModule
                   MOVE ModuleIdx TO ModuleHit
               END-IF
           END-PERFORM.
           IF ModuleHit = ZERO AND ModuleCount < 20
               ADD 1 TO ModuleCount
               MOVE ModuleCount TO ModuleHit
               MOVE CurrentModule TO SumModule(ModuleHit)
               MOVE ZERO TO SumStarts(ModuleHit) SumDeaths(ModuleHit) SumQuits(ModuleHit)
           END-IF.

       FindRoom.
           MOVE ZERO TO RoomHit.
           PERFORM VARYING RoomIdx FROM 1 BY 1 UNTIL RoomIdx > RoomCount
               IF StModule(RoomIdx) = CurrentModule AND StRoom(RoomIdx) = ValRoom
                   MOVE RoomIdx TO RoomHit
               END-IF
           END-PERFORM.
           IF RoomHit > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF RoomCount >= 200
               MOVE "Y" TO RoomFull
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RoomCount.
           MOVE RoomCount TO RoomHit.
           MOVE CurrentModule TO StModule(RoomHit).
           MOVE ValRoom TO StRoom(RoomHit).
           MOVE SPACES TO StStat(RoomHit).
           MOVE ZERO TO StChecks(RoomHit) StCheckPass(RoomHit) StCheckDamage(RoomHit)
                        StAttacks(RoomHit) StAttackHits(RoomHit)
                        StDefends(RoomHit) StDodges(RoomHit) StDefendDamage(RoomHit)
                        StFlees(RoomHit) StFleeOk(RoomHit)
                        StDeathTrail(RoomHit) StDeathCombat(RoomHit) StQuits(RoomHit).

       WriteAnalysis.
           IF ModuleCount = ZERO
               MOVE "No sessions were recorded in this date range." TO ReportLine
               PERFORM PutReportLine
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ModuleIdx FROM 1 BY 1 UNTIL ModuleIdx > ModuleCount
               PERFORM WriteOneModule
           END-PERFORM.

       WriteOneModule.
           MOVE SPACES TO ReportLine.
           PERFORM PutReportLine.
           MOVE SumStarts(ModuleIdx) TO CountShow.
           MOVE SumDeaths(ModuleIdx) TO CountShow2.
           MOVE SumQuits(ModuleIdx) TO CountShow3.
           MOVE SPACES TO ReportLine.
           STRING "Module " DELIMITED BY SIZE
                  SumModule(ModuleIdx) DELIMITED BY SPACE
                  "   sessions started: " DELIMITED BY SIZE
                  FUNCTION TRIM(CountShow) DELIMITED BY SIZE
                  "  deaths: " DELIMITED BY SIZE
                  FUNCTION TRIM(CountShow2) DELIMITED BY SIZE
                  "  quits: " DELIMITED BY SIZE
                  FUNCTION TRIM(CountShow3) DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           PERFORM VARYING RoomIdx FROM 1 BY 1 UNTIL RoomIdx > RoomCount
               IF StModule(RoomIdx) = SumModule(ModuleIdx)
                   PERFORM WriteOneRoom
               END-IF
           END-PERFORM.

       WriteOneRoom.
           MOVE SPACES TO ReportLine.
           STRING "  " DELIMITED BY SIZE
                  StRoom(RoomIdx) DELIMITED BY SPACE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           IF StChecks(RoomIdx) > ZERO
               COMPUTE RateWork ROUNDED = StCheckPass(RoomIdx) * 100 / StChecks(RoomIdx)
               COMPUTE AvgWork ROUNDED = StCheckDamage(RoomIdx) / StChecks(RoomIdx)
               MOVE StChecks(RoomIdx) TO CountShow
               MOVE RateWork TO RateShow
               MOVE AvgWork TO AvgShow
               MOVE SPACES TO ReportLine
               STRING "    Skill checks (" DELIMITED BY SIZE
                      StStat(RoomIdx) DELIMITED BY SIZE
                      "): " DELIMITED BY SIZE
                      FUNCTION TRIM(CountShow) DELIMITED BY SIZE
                      "  passed " DELIMITED BY SIZE
                      FUNCTION TRIM(RateShow) DELIMITED BY SIZE
                      "%  average damage " DELIMITED BY SIZE
                      FUNCTION TRIM(AvgShow) DELIMITED BY SIZE
                      INTO ReportLine
               END-STRING
               PERFORM PutReportLine
           END-IF.
           IF StAttacks(RoomIdx) > ZERO
               COMPUTE RateWork ROUNDED = StAttackHits(RoomIdx) * 100 / StAttacks(RoomIdx)
               MOVE StAttacks(RoomIdx) TO CountShow
               MOVE RateWork TO RateShow
               MOVE SPACES TO ReportLine
               STRING "    Attacks: " DELIMITED BY SIZE
                      FUNCTION TRIM(CountShow) DELIMITED BY SIZE
                      "  hit " DELIMITED BY SIZE
                      FUNCTION TRIM(RateShow) DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO ReportLine
               END-STRING
               PERFORM PutReportLine
           END-IF.
           IF StDefends(RoomIdx) > ZERO
               COMPUTE RateWork ROUNDED = StDodges(RoomIdx) * 100 / StDefends(RoomIdx)
               COMPUTE AvgWork ROUNDED = StDefendDamage(RoomIdx) / StDefends(RoomIdx)
               MOVE StDefends(RoomIdx) TO CountShow
               MOVE RateWork TO RateShow
               MOVE AvgWork TO AvgShow
               MOVE SPACES TO ReportLine
               STRING "    Monster strikes: " DELIMITED BY SIZE
                      FUNCTION TRIM(CountShow) DELIMITED BY SIZE
                      "  dodged " DELIMITED BY SIZE
                      FUNCTION TRIM(RateShow) DELIMITED BY SIZE
                      "%  average damage " DELIMITED BY SIZE
                      FUNCTION TRIM(AvgShow) DELIMITED BY SIZE
                      INTO ReportLine
               END-STRING
               PERFORM PutReportLine
           END-IF.
           IF StFlees(RoomIdx) > ZERO
               COMPUTE RateWork ROUNDED = StFleeOk(RoomIdx) * 100 / StFlees(RoomIdx)
               MOVE StFlees(RoomIdx) TO CountShow
               MOVE RateWork TO RateShow
               MOVE SPACES TO ReportLine
               STRING "    Flee attempts: " DELIMITED BY SIZE
                      FUNCTION TRIM(CountShow) DELIMITED BY SIZE
                      "  escaped " DELIMITED BY SIZE
                      FUNCTION TRIM(RateShow) DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO ReportLine
               END-STRING
               PERFORM PutReportLine
           END-IF.
           IF StDeathTrail(RoomIdx) > ZERO OR StDeathCombat(RoomIdx) > ZERO
              OR StQuits(RoomIdx) > ZERO
               MOVE StDeathTrail(RoomIdx) TO CountShow
               MOVE StDeathCombat(RoomIdx) TO CountShow2
               MOVE StQuits(RoomIdx) TO CountShow3
               MOVE SPACES TO ReportLine
               STRING "    Deaths on the trail: " DELIMITED BY SIZE
                      FUNCTION TRIM(CountShow) DELIMITED BY SIZE
                      "  in combat: " DELIMITED BY SIZE
                      FUNCTION TRIM(CountShow2) DELIMITED BY SIZE
                      "  quit here: " DELIMITED BY SIZE
                      FUNCTION TRIM(CountShow3) DELIMITED BY SIZE
                      INTO ReportLine
               END-STRING
               PERFORM PutReportLine
           END-IF.

       PutReportLine.
           DISPLAY ReportLine.
           IF ReportStatus = "00"
               MOVE ReportLine TO ReportRecord
               WRITE ReportRecord
           END-IF.
