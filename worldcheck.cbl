       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. worldcheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT WorldFile ASSIGN DYNAMIC WorldFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS WorldStatus.
              SELECT ModulesFile ASSIGN DYNAMIC ModulesFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS ModulesStatus.
              SELECT CheckFile ASSIGN DYNAMIC CheckFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS CheckStatus.

       DATA DIVISION.
       FILE SECTION.
       FD WorldFile.
        01 WorldRecord PIC X(250).

       FD ModulesFile.
        01 ModulesRecord PIC X(60).

       FD CheckFile.
        01 CheckRecord PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "modules.cpy".
        01 WorldFileName PIC X(40) VALUE SPACES.
        01 WorldStatus PIC XX.
        01 WorldEof PIC X VALUE "N".
        01 CheckFileName PIC X(40) VALUE SPACES.
        01 CheckStatus PIC XX.
        01 CheckArg PIC X(40) VALUE SPACES.
        01 CheckModule PIC X(8) VALUE SPACES.
        01 CheckDate PIC 9(8) VALUE ZERO.
        01 DotCount PIC 99 VALUE ZERO.
        01 CheckLine PIC X(100) VALUE SPACES.
        01 LineNo PIC 9(4) VALUE ZERO.
        01 RecType PIC X VALUE SPACE.
        01 ColPos PIC 999 VALUE ZERO.
        01 TailLen PIC 999 VALUE ZERO.
        01 FieldName PIC X(14) VALUE SPACES.
        01 LimitShow PIC Z9.
        01 ColShow PIC ZZ9.
        01 Finding PIC X(70) VALUE SPACES.
        01 ModuleErrors PIC 9(4) VALUE ZERO.
        01 ModuleWarnings PIC 9(4) VALUE ZERO.
        01 TotalErrors PIC 9(4) VALUE ZERO.
        01 TotalWarnings PIC 9(4) VALUE ZERO.
        01 ModulesChecked PIC 99 VALUE ZERO.
        01 ModulesFailed PIC 99 VALUE ZERO.
        01 RoomLimit PIC 99 VALUE 20.
        01 ItemLimit PIC 99 VALUE 5.
        01 MonLimit PIC 99 VALUE 5.
        01 NpcLimit PIC 99 VALUE 5.
        01 NpcLineLimit PIC 99 VALUE 20.
        01 ChoiceLimit PIC 99 VALUE 15.
        01 DarkLimit PIC 99 VALUE 10.
        01 QuestLimit PIC 99 VALUE 5.
        01 IntroLimit PIC 99 VALUE 5.
        01 LookLimit PIC 99 VALUE 5.
        01 ScoreLimit PIC 99 VALUE 10.
        01 ExitTable.
           02 ExitEntry OCCURS 20 TIMES.
              03 ExitFrom PIC X(16).
              03 ExitNum PIC X.
              03 ExitTo PIC X(16).
              03 ExitStat PIC X(3).
              03 ExitLine PIC 9(4).
        01 ExitCount PIC 99 VALUE ZERO.
        01 ExitIdx PIC 99.
        01 OtherIdx PIC 99.
        01 PlaceTable.
           02 PlaceEntry OCCURS 20 TIMES.
              03 PlaceName PIC X(16).
              03 PlaceReached PIC X.
        01 PlaceCount PIC 99 VALUE ZERO.
        01 PlaceIdx PIC 99.
        01 PlaceWanted PIC X(16).
        01 PlaceFound PIC X VALUE "N".
        01 PlaceFoundIdx PIC 99 VALUE ZERO.
        01 StartPlace PIC X(16) VALUE SPACES.
        01 ReachChanged PIC X VALUE "N".
        01 ItemTable.
           02 ItemEntry OCCURS 5 TIMES.
              03 ItemName PIC X(16).
              03 ItemPlace PIC X(16).
              03 ItemLine PIC 9(4).
        01 ItemCount PIC 99 VALUE ZERO.
        01 ItemIdx PIC 99.
        01 MonTable.
           02 MonEntry OCCURS 5 TIMES.
              03 MonName PIC X(16).
              03 MonHome PIC X(16).
              03 MonDrop PIC X(16).
              03 MonLine PIC 9(4).
        01 MonCount PIC 99 VALUE ZERO.
        01 MonIdx PIC 99.
        01 NpcTable.
           02 NpcEntry OCCURS 5 TIMES.
              03 NpcName PIC X(16).
              03 NpcPlace PIC X(16).
              03 NpcLines PIC 99.
              03 NpcChoices PIC 99.
              03 NpcBestScore PIC 99.
              03 NpcLine PIC 9(4).
        01 NpcCount PIC 99 VALUE ZERO.
        01 NpcIdx PIC 99.
        01 NpcLineTot PIC 99 VALUE ZERO.
        01 NpcChoiceTot PIC 99 VALUE ZERO.
        01 LastNpcName PIC X(16) VALUE SPACES.
        01 LastNpcDropped PIC X VALUE "N".
        01 ChoiceSeen PIC X(10) VALUE SPACES.
        01 ChoiceDigit PIC 9 VALUE ZERO.
        01 DarkTable.
           02 DarkEntry OCCURS 10 TIMES.
              03 DarkRoom PIC X(16).
              03 DarkLine PIC 9(4).
        01 DarkCount PIC 99 VALUE ZERO.
        01 DarkIdx PIC 99.
        01 QuestTable.
           02 QuestEntry OCCURS 5 TIMES.
              03 QuestType PIC X(5).
              03 QuestTarget PIC X(16).
              03 QuestText PIC X(60).
              03 QuestLine PIC 9(4).
        01 QuestCount PIC 99 VALUE ZERO.
        01 QuestIdx PIC 99.
        01 QuestReachable PIC X VALUE "N".
        01 IntroCount PIC 99 VALUE ZERO.
        01 LookCount PIC 99 VALUE ZERO.
        01 ScoreTable.
           02 ScoreEntry OCCURS 10 TIMES.
              03 ScoreAction PIC X(5).
              03 ScoreTarget PIC X(16).
              03 ScorePlace PIC X(16).
              03 ScorePoints PIC 99.
              03 ScoreLine PIC 9(4).
        01 ScoreCount PIC 99 VALUE ZERO.
        01 ScoreIdx PIC 99.
        01 ScoreCounted PIC X VALUE "Y".
        01 ChoiceScore PIC 99 VALUE ZERO.
        01 PassMark PIC 9(3) VALUE ZERO.
        01 PassLine PIC 9(4) VALUE ZERO.
        01 MaxScore PIC 9(4) VALUE ZERO.
        01 ItemKnown PIC X VALUE "N".
        01 MonKnown PIC X VALUE "N".
        01 OverlayMode PIC X VALUE "N".
        01 BaseFileName PIC X(40) VALUE SPACES.
        01 OverlayFileName PIC X(40) VALUE SPACES.
        01 BaseLoaded PIC X VALUE "N".
        01 NameLen PIC 99 VALUE ZERO.
        01 HyphenCount PIC 99 VALUE ZERO.
        01 OverlayRows PIC 9(4) VALUE ZERO.
        01 OverlayNpcSeen PIC X VALUE "N".
        01 OverlayNpcIdx PIC 99 VALUE ZERO.
        01 OverlayLineNo PIC 99 VALUE ZERO.
        01 OverlayIntroNo PIC 99 VALUE ZERO.
        01 OverlayLookNo PIC 99 VALUE ZERO.
        01 KeyFound PIC X VALUE "N".
        01 BaseChoiceTable.
           02 BaseChoiceSeen OCCURS 5 TIMES PIC X(10).

       PROCEDURE DIVISION.
       Incipit.
           ACCEPT CheckArg FROM COMMAND-LINE.
           ACCEPT CheckDate FROM DATE YYYYMMDD.
           STRING "worldcheck-" DELIMITED BY SIZE
                  CheckDate DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  INTO CheckFileName
           END-STRING.
           OPEN OUTPUT CheckFile.
           IF CheckStatus NOT = "00"
               DISPLAY "Warning: could not open the check report (status " CheckStatus ")."
           END-IF.
           MOVE SPACES TO CheckLine.
           STRING "===== World data check for " DELIMITED BY SIZE
                  CheckDate DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO CheckLine
           END-STRING.
           PERFORM PutCheckLine.
           IF CheckArg = SPACES
               PERFORM LoadModuleList
               PERFORM VARYING ModIdx FROM 1 BY 1 UNTIL ModIdx > ModCount
                   MOVE ModCode(ModIdx) TO CheckModule
                   MOVE SPACES TO WorldFileName
                   STRING "world-" DELIMITED BY SIZE
                          CheckModule DELIMITED BY SPACE
                          ".dat" DELIMITED BY SIZE
                          INTO WorldFileName
                   END-STRING
                   PERFORM CheckOneWorld
               END-PERFORM
           ELSE
               MOVE ZERO TO DotCount
               INSPECT CheckArg TALLYING DotCount FOR ALL "."
               IF DotCount > ZERO
                   MOVE CheckArg TO WorldFileName
                   MOVE "(file)" TO CheckModule
               ELSE
                   MOVE FUNCTION UPPER-CASE(CheckArg) TO CheckModule
                   MOVE SPACES TO WorldFileName
                   STRING "world-" DELIMITED BY SIZE
                          CheckModule DELIMITED BY SPACE
                          ".dat" DELIMITED BY SIZE
                          INTO WorldFileName
                   END-STRING
               END-IF
               PERFORM CheckOneWorld
           END-IF.
           MOVE " " TO CheckLine.
           PERFORM PutCheckLine.
           MOVE SPACES TO CheckLine.
           STRING "World files checked: " DELIMITED BY SIZE
                  ModulesChecked DELIMITED BY SIZE
                  "  Errors: " DELIMITED BY SIZE
                  TotalErrors DELIMITED BY SIZE
                  "  Warnings: " DELIMITED BY SIZE
                  TotalWarnings DELIMITED BY SIZE
                  INTO CheckLine
           END-STRING.
           PERFORM PutCheckLine.
           IF TotalErrors = ZERO AND ModulesChecked > ZERO
               MOVE "RESULT: PASS - the world data is fit to release." TO CheckLine
               PERFORM PutCheckLine
           ELSE
               MOVE "RESULT: FAIL - correct the errors above before release." TO CheckLine
               PERFORM PutCheckLine
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF CheckStatus = "00"
               CLOSE CheckFile
               DISPLAY "Report written to " FUNCTION TRIM(CheckFileName) "."
           END-IF.
           STOP RUN.

       LoadModuleList.
       COPY "modload.cpy".

       CheckOneWorld.
           ADD 1 TO ModulesChecked.
           MOVE ZERO TO ModuleErrors ModuleWarnings LineNo.
           MOVE ZERO TO ExitCount PlaceCount ItemCount MonCount NpcCount.
           MOVE ZERO TO NpcLineTot NpcChoiceTot DarkCount QuestCount.
           MOVE ZERO TO IntroCount LookCount.
           MOVE ZERO TO ScoreCount PassMark PassLine.
           MOVE SPACES TO StartPlace LastNpcName ChoiceSeen.
           MOVE "N" TO LastNpcDropped.
           MOVE " " TO CheckLine.
           PERFORM PutCheckLine.
           MOVE SPACES TO CheckLine.
           STRING "--- Module " DELIMITED BY SIZE
                  CheckModule DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  WorldFileName DELIMITED BY SPACE
                  ") ---" DELIMITED BY SIZE
                  INTO CheckLine
           END-STRING.
           PERFORM PutCheckLine.
           PERFORM SetOverlayMode.
           IF OverlayMode = "Y"
               PERFORM LoadBaseKeys
               IF BaseLoaded = "N"
                   PERFORM CloseModuleCheck
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "N" TO WorldEof.
           OPEN INPUT WorldFile.
           IF WorldStatus NOT = "00"
               MOVE ZERO TO LineNo
               MOVE SPACES TO Finding
               STRING "world file cannot be opened (status " DELIMITED BY SIZE
                      WorldStatus DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
               PERFORM CloseModuleCheck
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WorldEof = "Y"
               READ WorldFile
                   AT END MOVE "Y" TO WorldEof
                   NOT AT END
                       ADD 1 TO LineNo
                       IF OverlayMode = "Y"
                           PERFORM CheckOverlayRecord
                       ELSE
                           PERFORM CheckWorldRecord
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WorldFile.
           MOVE ZERO TO LineNo.
           IF OverlayMode = "Y"
               PERFORM CloseModuleCheck
               EXIT PARAGRAPH
           END-IF.
           IF ExitCount = ZERO
               MOVE "no R records; the module has no rooms and will not load" TO Finding
               PERFORM ReportError
           ELSE
               PERFORM CheckExits
               PERFORM MarkReachable
               PERFORM CheckPlacements
               PERFORM CheckQuests
               PERFORM CheckScoring
           END-IF.
           PERFORM CloseModuleCheck.

       CloseModuleCheck.
           MOVE SPACES TO CheckLine.
           IF OverlayMode = "Y"
               STRING "Overlay " DELIMITED BY SIZE
                      WorldFileName DELIMITED BY SPACE
                      ": text rows " DELIMITED BY SIZE
                      OverlayRows DELIMITED BY SIZE
                      ", checked against " DELIMITED BY SIZE
                      BaseFileName DELIMITED BY SPACE
                      INTO CheckLine
               END-STRING
               PERFORM PutCheckLine
               MOVE SPACES TO CheckLine
           END-IF.
           STRING "Module " DELIMITED BY SIZE
                  CheckModule DELIMITED BY SPACE
                  ": rooms " DELIMITED BY SIZE
                  PlaceCount DELIMITED BY SIZE
                  ", exits " DELIMITED BY SIZE
                  ExitCount DELIMITED BY SIZE
                  ", items " DELIMITED BY SIZE
                  ItemCount DELIMITED BY SIZE
                  ", monsters " DELIMITED BY SIZE
                  MonCount DELIMITED BY SIZE
                  ", NPCs " DELIMITED BY SIZE
                  NpcCount DELIMITED BY SIZE
                  ", objectives " DELIMITED BY SIZE
                  QuestCount DELIMITED BY SIZE
                  INTO CheckLine
           END-STRING.
           PERFORM PutCheckLine.
           MOVE SPACES TO CheckLine.
           IF ModuleErrors = ZERO
               STRING "Module " DELIMITED BY SIZE
                      CheckModule DELIMITED BY SPACE
                      ": PASS (" DELIMITED BY SIZE
                      ModuleWarnings DELIMITED BY SIZE
                      " warning(s))" DELIMITED BY SIZE
                      INTO CheckLine
               END-STRING
           ELSE
               ADD 1 TO ModulesFailed
               STRING "Module " DELIMITED BY SIZE
                      CheckModule DELIMITED BY SPACE
                      ": FAIL (" DELIMITED BY SIZE
                      ModuleErrors DELIMITED BY SIZE
                      " error(s), " DELIMITED BY SIZE
                      ModuleWarnings DELIMITED BY SIZE
                      " warning(s))" DELIMITED BY SIZE
                      INTO CheckLine
               END-STRING
           END-IF.
           PERFORM PutCheckLine.

       SetOverlayMode.
           MOVE "N" TO OverlayMode.
           MOVE SPACES TO BaseFileName.
           MOVE ZERO TO OverlayRows.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WorldFileName TRAILING)) TO NameLen.
           IF NameLen < 12
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION UPPER-CASE(WorldFileName(NameLen - 3:4)) NOT = ".DAT"
              OR WorldFileName(NameLen - 6:1) NOT = "-"
              OR WorldFileName(NameLen - 5:2) IS NOT ALPHABETIC
              OR WorldFileName(NameLen - 5:2) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO HyphenCount.
           INSPECT WorldFileName(1:NameLen - 7) TALLYING HyphenCount FOR ALL "-".
           IF HyphenCount = ZERO OR WorldFileName(NameLen - 7:1) = "-"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO OverlayMode.
           STRING WorldFileName(1:NameLen - 7) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO BaseFileName
           END-STRING.
           MOVE SPACES TO CheckLine.
           STRING "Language overlay; keys are checked against " DELIMITED BY SIZE
                  BaseFileName DELIMITED BY SPACE
                  INTO CheckLine
           END-STRING.
           PERFORM PutCheckLine.

       LoadBaseKeys.
           MOVE "N" TO BaseLoaded.
           MOVE SPACES TO BaseChoiceTable.
           MOVE "N" TO OverlayNpcSeen.
           MOVE ZERO TO OverlayNpcIdx OverlayLineNo OverlayIntroNo OverlayLookNo.
           MOVE WorldFileName TO OverlayFileName.
           MOVE BaseFileName TO WorldFileName.
           MOVE "N" TO WorldEof.
           OPEN INPUT WorldFile.
           IF WorldStatus NOT = "00"
               MOVE ZERO TO LineNo
               MOVE SPACES TO Finding
               STRING "base world file " DELIMITED BY SIZE
                      BaseFileName DELIMITED BY SPACE
                      " cannot be opened (status " DELIMITED BY SIZE
                      WorldStatus DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
               MOVE OverlayFileName TO WorldFileName
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WorldEof = "Y"
               READ WorldFile
                   AT END MOVE "Y" TO WorldEof
                   NOT AT END PERFORM LoadBaseKey
               END-READ
           END-PERFORM.
           CLOSE WorldFile.
           MOVE OverlayFileName TO WorldFileName.
           MOVE "Y" TO BaseLoaded.

       LoadBaseKey.
           EVALUATE WorldRecord(1:1)
               WHEN "R"
                   IF ExitCount < RoomLimit
                       ADD 1 TO ExitCount
                       MOVE WorldRecord(3:16) TO ExitFrom(ExitCount)
                       MOVE WorldRecord(20:1) TO ExitNum(ExitCount)
                       MOVE WorldRecord(3:16) TO PlaceWanted
                       PERFORM FindPlace
                       IF PlaceFound = "N"
                           ADD 1 TO PlaceCount
                           MOVE PlaceWanted TO PlaceName(PlaceCount)
                       END-IF
                   END-IF
               WHEN "I"
                   IF ItemCount < ItemLimit
                       ADD 1 TO ItemCount
                   END-IF
               WHEN "M"
                   IF MonCount < MonLimit
                       ADD 1 TO MonCount
                   END-IF
               WHEN "N"
                   IF NpcCount < NpcLimit
                       ADD 1 TO NpcCount
                       MOVE WorldRecord(3:16) TO NpcName(NpcCount)
                       MOVE ZERO TO NpcLines(NpcCount)
                   END-IF
               WHEN "D"
                   IF NpcCount > ZERO AND NpcLineTot < NpcLineLimit
                       ADD 1 TO NpcLineTot
                       ADD 1 TO NpcLines(NpcCount)
                   END-IF
               WHEN "C"
                   IF NpcCount > ZERO AND NpcChoiceTot < ChoiceLimit
                      AND WorldRecord(3:1) IS NUMERIC AND WorldRecord(3:1) NOT = "0"
                       ADD 1 TO NpcChoiceTot
                       MOVE WorldRecord(3:1) TO ChoiceDigit
                       MOVE "Y" TO BaseChoiceSeen(NpcCount)(ChoiceDigit:1)
                   END-IF
               WHEN "Q"
                   IF QuestCount < QuestLimit
                       ADD 1 TO QuestCount
                       MOVE WorldRecord(3:5) TO QuestType(QuestCount)
                       MOVE WorldRecord(9:16) TO QuestTarget(QuestCount)
                   END-IF
               WHEN "T"
                   IF DarkCount < DarkLimit
                       ADD 1 TO DarkCount
                       MOVE WorldRecord(3:16) TO DarkRoom(DarkCount)
                   END-IF
               WHEN "G"
                   IF IntroCount < IntroLimit
                       ADD 1 TO IntroCount
                   END-IF
               WHEN "L"
                   IF LookCount < LookLimit
                       ADD 1 TO LookCount
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CheckOverlayRecord.
           IF WorldRecord(1:1) = "*" OR WorldRecord = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WorldRecord(1:1) TO RecType.
           IF WorldRecord(2:1) NOT = SPACE
               MOVE "record type must be one letter followed by a blank" TO Finding
               PERFORM ReportError
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OverlayRows.
           EVALUATE RecType
               WHEN "R" PERFORM CheckOverlayRoom
               WHEN "N" PERFORM CheckOverlayNpc
               WHEN "D" PERFORM CheckOverlayNpcLine
               WHEN "C" PERFORM CheckOverlayChoice
               WHEN "Q" PERFORM CheckOverlayQuest
               WHEN "T" PERFORM CheckOverlayDark
               WHEN "G" PERFORM CheckOverlayIntro
               WHEN "L" PERFORM CheckOverlayLook
               WHEN "I"
               WHEN "M"
               WHEN "S"
               WHEN "P"
                   MOVE SPACES TO Finding
                   STRING RecType DELIMITED BY SIZE
                          " records are not read from an overlay; the game ignores this line" DELIMITED BY SIZE
                          INTO Finding
                   END-STRING
                   PERFORM ReportError
               WHEN OTHER
                   MOVE SPACES TO Finding
                   STRING "unknown record type '" DELIMITED BY SIZE
                          RecType DELIMITED BY SIZE
                          "'; the game ignores this line" DELIMITED BY SIZE
                          INTO Finding
                   END-STRING
                   PERFORM ReportError
           END-EVALUATE.

       CheckOverlayRoom.
           MOVE "room name" TO FieldName.
           MOVE 3 TO ColPos.
           PERFORM RequireStart.
           MOVE 19 TO ColPos.
           PERFORM RequireBlank.
           IF WorldRecord(20:1) IS NOT NUMERIC OR WorldRecord(20:1) = "0"
               MOVE "exit number in column 20 must be a digit 1-9" TO Finding
               PERFORM ReportError
           END-IF.
           MOVE "exit number" TO FieldName.
           MOVE 21 TO ColPos.
           PERFORM RequireBlank.
           MOVE "exit label" TO FieldName.
           MOVE 52 TO ColPos.
           PERFORM RequireBlank.
           MOVE "room text" TO FieldName.
           MOVE 73 TO ColPos.
           PERFORM RequireBlank.
           MOVE 144 TO ColPos.
           PERFORM RequireBlank.
           MOVE 215 TO ColPos.
           PERFORM RequireTail.
           MOVE "N" TO KeyFound.
           PERFORM VARYING ExitIdx FROM 1 BY 1 UNTIL ExitIdx > ExitCount
               IF ExitFrom(ExitIdx) = WorldRecord(3:16)
                  AND ExitNum(ExitIdx) = WorldRecord(20:1)
                   MOVE "Y" TO KeyFound
               END-IF
           END-PERFORM.
           IF KeyFound = "N"
               MOVE SPACES TO Finding
               STRING "room " DELIMITED BY SIZE
                      WorldRecord(3:16) DELIMITED BY SPACE
                      " exit " DELIMITED BY SIZE
                      WorldRecord(20:1) DELIMITED BY SIZE
                      " is not in the base world file" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
           END-IF.

       CheckOverlayNpc.
           MOVE "NPC name" TO FieldName.
           MOVE 3 TO ColPos.
           PERFORM RequireStart.
           MOVE 19 TO ColPos.
           PERFORM RequireBlank.
           MOVE "NPC place" TO FieldName.
           MOVE 36 TO ColPos.
           PERFORM RequireTail.
           MOVE "Y" TO OverlayNpcSeen.
           MOVE ZERO TO OverlayNpcIdx.
           MOVE ZERO TO OverlayLineNo.
           PERFORM VARYING NpcIdx FROM 1 BY 1 UNTIL NpcIdx > NpcCount
               IF NpcName(NpcIdx) = WorldRecord(3:16)
                   MOVE NpcIdx TO OverlayNpcIdx
               END-IF
           END-PERFORM.
           IF OverlayNpcIdx = ZERO
               MOVE SPACES TO Finding
               STRING "NPC " DELIMITED BY SIZE
                      WorldRecord(3:16) DELIMITED BY SPACE
                      " is not in the base world file" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
           END-IF.

       CheckOverlayNpcOwner.
           IF OverlayNpcSeen = "N"
               MOVE SPACES TO Finding
               STRING RecType DELIMITED BY SIZE
                      " record comes before any N record; the game drops it" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
           END-IF.

       CheckOverlayNpcLine.
           MOVE "NPC line" TO FieldName.
           MOVE 73 TO ColPos.
           PERFORM RequireTail.
           PERFORM CheckOverlayNpcOwner.
           IF OverlayNpcIdx = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OverlayLineNo.
           IF OverlayLineNo > NpcLines(OverlayNpcIdx)
               MOVE SPACES TO Finding
               STRING NpcName(OverlayNpcIdx) DELIMITED BY SPACE
                      " has no such line in the base world file" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
           END-IF.

       CheckOverlayChoice.
           IF WorldRecord(3:1) IS NOT NUMERIC OR WorldRecord(3:1) = "0"
               MOVE "choice number in column 3 must be a digit 1-9" TO Finding
               PERFORM ReportError
           END-IF.
           MOVE "choice number" TO FieldName.
           MOVE 4 TO ColPos.
           PERFORM RequireBlank.
           MOVE "prompt" TO FieldName.
           MOVE 65 TO ColPos.
           PERFORM RequireBlank.
           MOVE "reply" TO FieldName.
           MOVE 136 TO ColPos.
           PERFORM RequireTail.
           PERFORM CheckOverlayNpcOwner.
           IF OverlayNpcIdx = ZERO
              OR WorldRecord(3:1) IS NOT NUMERIC OR WorldRecord(3:1) = "0"
               EXIT PARAGRAPH
           END-IF.
           MOVE WorldRecord(3:1) TO ChoiceDigit.
           IF BaseChoiceSeen(OverlayNpcIdx)(ChoiceDigit:1) NOT = "Y"
               MOVE SPACES TO Finding
               STRING NpcName(OverlayNpcIdx) DELIMITED BY SPACE
                      " has no choice " DELIMITED BY SIZE
                      ChoiceDigit DELIMITED BY SIZE
                      " in the base world file" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
           END-IF.

       CheckOverlayQuest.
           IF WorldRecord(3:5) NOT = "ROOM " AND WorldRecord(3:5) NOT = "ITEM "
              AND WorldRecord(3:5) NOT = "FIGHT"
               MOVE "objective type in columns 3-7 must be ROOM, ITEM or FIGHT" TO Finding
               PERFORM ReportError
           END-IF.
           MOVE "objective type" TO FieldName.
           MOVE 8 TO ColPos.
           PERFORM RequireBlank.
           MOVE "target" TO FieldName.
           MOVE 9 TO ColPos.
           PERFORM RequireStart.
           MOVE 25 TO ColPos.
           PERFORM RequireBlank.
           MOVE "objective text" TO FieldName.
           MOVE 86 TO ColPos.
           PERFORM RequireTail.
           MOVE "N" TO KeyFound.
           PERFORM VARYING QuestIdx FROM 1 BY 1 UNTIL QuestIdx > QuestCount
               IF QuestType(QuestIdx) = WorldRecord(3:5)
                  AND QuestTarget(QuestIdx) = WorldRecord(9:16)
                   MOVE "Y" TO KeyFound
               END-IF
           END-PERFORM.
           IF KeyFound = "N"
               MOVE SPACES TO Finding
               STRING "objective " DELIMITED BY SIZE
                      WorldRecord(3:5) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WorldRecord(9:16) DELIMITED BY SPACE
                      " is not in the base world file" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
           END-IF.

       CheckOverlayDark.
           MOVE "dark room" TO FieldName.
           MOVE 3 TO ColPos.
           PERFORM RequireStart.
           MOVE 19 TO ColPos.
           PERFORM RequireBlank.
           MOVE "torch text" TO FieldName.
           MOVE 90 TO ColPos.
           PERFORM RequireTail.
           MOVE "N" TO KeyFound.
           PERFORM VARYING DarkIdx FROM 1 BY 1 UNTIL DarkIdx > DarkCount
               IF DarkRoom(DarkIdx) = WorldRecord(3:16)
                   MOVE "Y" TO KeyFound
               END-IF
           END-PERFORM.
           IF KeyFound = "N"
               MOVE SPACES TO Finding
               STRING "torch text for " DELIMITED BY SIZE
                      WorldRecord(3:16) DELIMITED BY SPACE
                      " is not in the base world file" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
           END-IF.

       CheckOverlayIntro.
           MOVE "intro text" TO FieldName.
           MOVE 73 TO ColPos.
           PERFORM RequireTail.
           ADD 1 TO OverlayIntroNo.
           IF OverlayIntroNo > IntroCount
               MOVE "more intro lines than the base world file; the game ignores this one" TO Finding
               PERFORM ReportError
           END-IF.

       CheckOverlayLook.
           MOVE "look text" TO FieldName.
           MOVE 73 TO ColPos.
           PERFORM RequireTail.
           ADD 1 TO OverlayLookNo.
           IF OverlayLookNo > LookCount
               MOVE "more look lines than the base world file; the game ignores this one" TO Finding
               PERFORM ReportError
           END-IF.

       CheckWorldRecord.
           IF WorldRecord(1:1) = "*" OR WorldRecord = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WorldRecord(1:1) TO RecType.
           IF WorldRecord(2:1) NOT = SPACE
               MOVE "record type must be one letter followed by a blank" TO Finding
               PERFORM ReportError
               EXIT PARAGRAPH
           END-IF.
           EVALUATE RecType
               WHEN "R" PERFORM CheckRoomRecord
               WHEN "I" PERFORM CheckItemRecord
               WHEN "M" PERFORM CheckMonsterRecord
               WHEN "N" PERFORM CheckNpcRecord
               WHEN "D" PERFORM CheckNpcLineRecord
               WHEN "C" PERFORM CheckChoiceRecord
               WHEN "Q" PERFORM CheckQuestRecord
               WHEN "T" PERFORM CheckDarkRecord
               WHEN "G" PERFORM CheckIntroRecord
               WHEN "L" PERFORM CheckLookRecord
               WHEN "S" PERFORM CheckScoreRecord
               WHEN "P" PERFORM CheckPassRecord
               WHEN OTHER
                   MOVE SPACES TO Finding
                   STRING "unknown record type '" DELIMITED BY SIZE
                          RecType DELIMITED BY SIZE
                          "'; the game ignores this line" DELIMITED BY SIZE
                          INTO Finding
                   END-STRING
                   PERFORM ReportError
           END-EVALUATE.

       CheckRoomRecord.
           MOVE "room name" TO FieldName.
           MOVE 3 TO ColPos.
           PERFORM RequireStart.
           MOVE 19 TO ColPos.
           PERFORM RequireBlank.
           MOVE "exit number" TO FieldName.
           IF WorldRecord(20:1) IS NOT NUMERIC OR WorldRecord(20:1) = "0"
               MOVE "exit number in column 20 must be a digit 1-9" TO Finding
               PERFORM ReportError
           END-IF.
           MOVE 21 TO ColPos.
           PERFORM RequireBlank.
           MOVE "exit label" TO FieldName.
           MOVE 22 TO ColPos.
           PERFORM RequireStart.
           MOVE 52 TO ColPos.
           PERFORM RequireBlank.
           MOVE "destination" TO FieldName.
           MOVE 53 TO ColPos.
           PERFORM RequireStart.
           MOVE 69 TO ColPos.
           PERFORM RequireBlank.
           IF WorldRecord(70:3) NOT = SPACES AND WorldRecord(70:3) NOT = "STR"
              AND WorldRecord(70:3) NOT = "DEX" AND WorldRecord(70:3) NOT = "VIT"
               MOVE "encounter stat in columns 70-72 must be STR, DEX, VIT or blank" TO Finding
               PERFORM ReportError
           END-IF.
           MOVE "room text" TO FieldName.
           MOVE 73 TO ColPos.
           PERFORM RequireBlank.
           MOVE 144 TO ColPos.
           PERFORM RequireBlank.
           MOVE 215 TO ColPos.
           PERFORM RequireTail.
           IF ExitCount >= RoomLimit
               MOVE RoomLimit TO LimitShow
               MOVE "R (room exit)" TO FieldName
               PERFORM ReportDropped
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ExitCount.
           MOVE WorldRecord(3:16) TO ExitFrom(ExitCount).
           MOVE WorldRecord(20:1) TO ExitNum(ExitCount).
           MOVE WorldRecord(53:16) TO ExitTo(ExitCount).
           MOVE WorldRecord(70:3) TO ExitStat(ExitCount).
           MOVE LineNo TO ExitLine(ExitCount).
           IF StartPlace = SPACES
               MOVE WorldRecord(3:16) TO StartPlace
           END-IF.
           MOVE WorldRecord(3:16) TO PlaceWanted.
           PERFORM FindPlace.
           IF PlaceFound = "N"
               ADD 1 TO PlaceCount
               MOVE PlaceWanted TO PlaceName(PlaceCount)
               MOVE "N" TO PlaceReached(PlaceCount)
           END-IF.

       CheckItemRecord.
           MOVE "item name" TO FieldName.
           MOVE 3 TO ColPos.
           PERFORM RequireStart.
           MOVE 19 TO ColPos.
           PERFORM RequireBlank.
           MOVE "item place" TO FieldName.
           MOVE 20 TO ColPos.
           PERFORM RequireStart.
           MOVE 36 TO ColPos.
           PERFORM RequireTail.
           IF WorldRecord(3:16) NOT = FUNCTION UPPER-CASE(WorldRecord(3:16))
               MOVE "item name must be upper case; players' typed names are upper-cased" TO Finding
               PERFORM ReportError
           END-IF.
           IF ItemCount >= ItemLimit
               MOVE ItemLimit TO LimitShow
               MOVE "I (item)" TO FieldName
               PERFORM ReportDropped
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
               IF ItemName(ItemIdx) = WorldRecord(3:16)
                   MOVE "item is defined twice; only the first copy can be taken" TO Finding
                   PERFORM ReportWarning
               END-IF
           END-PERFORM.
           ADD 1 TO ItemCount.
           MOVE WorldRecord(3:16) TO ItemName(ItemCount).
           MOVE WorldRecord(20:16) TO ItemPlace(ItemCount).
           MOVE LineNo TO ItemLine(ItemCount).

       CheckMonsterRecord.
           MOVE "monster name" TO FieldName.
           MOVE 3 TO ColPos.
           PERFORM RequireStart.
           MOVE 19 TO ColPos.
           PERFORM RequireBlank.
           MOVE "monster home" TO FieldName.
           MOVE 20 TO ColPos.
           PERFORM RequireStart.
           MOVE 36 TO ColPos.
           PERFORM RequireBlank.
           IF WorldRecord(37:2) IS NOT NUMERIC OR WorldRecord(37:2) = "00"
               MOVE "hit points in columns 37-38 must be two digits, 01-99" TO Finding
               PERFORM ReportError
           END-IF.
           MOVE "hit points" TO FieldName.
           MOVE 39 TO ColPos.
           PERFORM RequireBlank.
           IF WorldRecord(40:3) NOT = "STR" AND WorldRecord(40:3) NOT = "DEX"
              AND WorldRecord(40:3) NOT = "VIT"
               MOVE "combat stat in columns 40-42 must be STR, DEX or VIT" TO Finding
               PERFORM ReportError
           END-IF.
           MOVE "combat stat" TO FieldName.
           MOVE 43 TO ColPos.
           PERFORM RequireBlank.
           IF WorldRecord(44:1) IS NOT NUMERIC
               MOVE "damage in column 44 must be a digit" TO Finding
               PERFORM ReportError
           ELSE
               IF WorldRecord(44:1) = "0"
                   MOVE "damage is zero; the monster can never hurt anyone" TO Finding
                   PERFORM ReportWarning
               END-IF
           END-IF.
           MOVE "damage" TO FieldName.
           MOVE 45 TO ColPos.
           PERFORM RequireBlank.
           MOVE "drop item" TO FieldName.
           MOVE 62 TO ColPos.
           PERFORM RequireTail.
           IF MonCount >= MonLimit
               MOVE MonLimit TO LimitShow
               MOVE "M (monster)" TO FieldName
               PERFORM ReportDropped
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MonCount.
           MOVE WorldRecord(3:16) TO MonName(MonCount).
           MOVE WorldRecord(20:16) TO MonHome(MonCount).
           MOVE WorldRecord(46:16) TO MonDrop(MonCount).
           MOVE LineNo TO MonLine(MonCount).

       CheckNpcRecord.
           MOVE "NPC name" TO FieldName.
           MOVE 3 TO ColPos.
           PERFORM RequireStart.
           MOVE 19 TO ColPos.
           PERFORM RequireBlank.
           MOVE "NPC place" TO FieldName.
           MOVE 20 TO ColPos.
           PERFORM RequireStart.
           MOVE 36 TO ColPos.
           PERFORM RequireTail.
           MOVE WorldRecord(3:16) TO LastNpcName.
           IF NpcCount >= NpcLimit
               MOVE "Y" TO LastNpcDropped
               MOVE NpcLimit TO LimitShow
               MOVE "N (NPC)" TO FieldName
               PERFORM ReportDropped
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO LastNpcDropped.
           MOVE SPACES TO ChoiceSeen.
           ADD 1 TO NpcCount.
           MOVE WorldRecord(3:16) TO NpcName(NpcCount).
           MOVE WorldRecord(20:16) TO NpcPlace(NpcCount).
           MOVE ZERO TO NpcLines(NpcCount).
           MOVE ZERO TO NpcChoices(NpcCount).
           MOVE ZERO TO NpcBestScore(NpcCount).
           MOVE LineNo TO NpcLine(NpcCount).

       CheckNpcOwner.
           IF NpcCount = ZERO
               MOVE SPACES TO Finding
               STRING RecType DELIMITED BY SIZE
                      " record comes before any N record; the game drops it" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
           ELSE
               IF LastNpcDropped = "Y"
                   MOVE SPACES TO Finding
                   STRING RecType DELIMITED BY SIZE
                          " record belongs to dropped NPC " DELIMITED BY SIZE
                          LastNpcName DELIMITED BY SPACE
                          " but attaches to " DELIMITED BY SIZE
                          NpcName(NpcCount) DELIMITED BY SPACE
                          INTO Finding
                   END-STRING
                   PERFORM ReportError
               END-IF
           END-IF.

       CheckNpcLineRecord.
           MOVE "NPC line" TO FieldName.
           MOVE 3 TO ColPos.
           PERFORM RequireStart.
           MOVE 73 TO ColPos.
           PERFORM RequireTail.
           PERFORM CheckNpcOwner.
           IF NpcCount = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF NpcLineTot >= NpcLineLimit
               MOVE NpcLineLimit TO LimitShow
               MOVE "D (NPC line)" TO FieldName
               PERFORM ReportDropped
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NpcLineTot.
           ADD 1 TO NpcLines(NpcCount).

       CheckChoiceRecord.
           IF WorldRecord(3:1) IS NOT NUMERIC OR WorldRecord(3:1) = "0"
               MOVE "choice number in column 3 must be a digit 1-9" TO Finding
               PERFORM ReportError
           END-IF.
           MOVE "choice number" TO FieldName.
           MOVE 4 TO ColPos.
           PERFORM RequireBlank.
           MOVE "prompt" TO FieldName.
           MOVE 5 TO ColPos.
           PERFORM RequireStart.
           MOVE 65 TO ColPos.
           PERFORM RequireBlank.
           MOVE "reply" TO FieldName.
           MOVE 66 TO ColPos.
           PERFORM RequireStart.
           MOVE 136 TO ColPos.
           PERFORM RequireBlank.
           MOVE ZERO TO ChoiceScore.
           IF WorldRecord(137:2) NOT = SPACES
               IF WorldRecord(137:2) IS NUMERIC
                   MOVE WorldRecord(137:2) TO ChoiceScore
               ELSE
                   MOVE "score in columns 137-138 must be two digits or blank" TO Finding
                   PERFORM ReportError
               END-IF
           END-IF.
           MOVE "score" TO FieldName.
           MOVE 139 TO ColPos.
           PERFORM RequireTail.
           PERFORM CheckNpcOwner.
           IF NpcCount = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF NpcChoiceTot >= ChoiceLimit
               MOVE ChoiceLimit TO LimitShow
               MOVE "C (choice)" TO FieldName
               PERFORM ReportDropped
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NpcChoiceTot.
           ADD 1 TO NpcChoices(NpcCount).
           IF ChoiceScore > NpcBestScore(NpcCount)
               MOVE ChoiceScore TO NpcBestScore(NpcCount)
           END-IF.
           IF WorldRecord(3:1) IS NUMERIC AND WorldRecord(3:1) NOT = "0"
               MOVE WorldRecord(3:1) TO ChoiceDigit
               IF ChoiceSeen(ChoiceDigit:1) = "Y"
                   MOVE SPACES TO Finding
                   STRING "choice " DELIMITED BY SIZE
                          ChoiceDigit DELIMITED BY SIZE
                          " is offered twice by " DELIMITED BY SIZE
                          NpcName(NpcCount) DELIMITED BY SPACE
                          INTO Finding
                   END-STRING
                   PERFORM ReportError
               END-IF
               MOVE "Y" TO ChoiceSeen(ChoiceDigit:1)
           END-IF.

       CheckQuestRecord.
           IF WorldRecord(3:5) NOT = "ROOM " AND WorldRecord(3:5) NOT = "ITEM "
              AND WorldRecord(3:5) NOT = "FIGHT"
               MOVE "objective type in columns 3-7 must be ROOM, ITEM or FIGHT" TO Finding
               PERFORM ReportError
           END-IF.
           MOVE "objective type" TO FieldName.
           MOVE 8 TO ColPos.
           PERFORM RequireBlank.
           MOVE "target" TO FieldName.
           MOVE 9 TO ColPos.
           PERFORM RequireStart.
           MOVE 25 TO ColPos.
           PERFORM RequireBlank.
           MOVE "objective text" TO FieldName.
           MOVE 26 TO ColPos.
           PERFORM RequireStart.
           MOVE 86 TO ColPos.
           PERFORM RequireTail.
           IF QuestCount >= QuestLimit
               MOVE QuestLimit TO LimitShow
               MOVE "Q (objective)" TO FieldName
               PERFORM ReportDropped
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO QuestCount.
           MOVE WorldRecord(3:5) TO QuestType(QuestCount).
           MOVE WorldRecord(9:16) TO QuestTarget(QuestCount).
           MOVE WorldRecord(26:60) TO QuestText(QuestCount).
           MOVE LineNo TO QuestLine(QuestCount).

       CheckDarkRecord.
           MOVE "dark room" TO FieldName.
           MOVE 3 TO ColPos.
           PERFORM RequireStart.
           MOVE 19 TO ColPos.
           PERFORM RequireBlank.
           MOVE "torch text" TO FieldName.
           MOVE 20 TO ColPos.
           PERFORM RequireStart.
           MOVE 90 TO ColPos.
           PERFORM RequireTail.
           IF DarkCount >= DarkLimit
               MOVE DarkLimit TO LimitShow
               MOVE "T (torch text)" TO FieldName
               PERFORM ReportDropped
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DarkCount.
           MOVE WorldRecord(3:16) TO DarkRoom(DarkCount).
           MOVE LineNo TO DarkLine(DarkCount).

       CheckIntroRecord.
           MOVE "intro text" TO FieldName.
           MOVE 73 TO ColPos.
           PERFORM RequireTail.
           IF IntroCount >= IntroLimit
               MOVE IntroLimit TO LimitShow
               MOVE "G (intro line)" TO FieldName
               PERFORM ReportDropped
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO IntroCount.

       CheckLookRecord.
           MOVE "look text" TO FieldName.
           MOVE 73 TO ColPos.
           PERFORM RequireTail.
           IF LookCount >= LookLimit
               MOVE LookLimit TO LimitShow
               MOVE "L (look line)" TO FieldName
               PERFORM ReportDropped
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LookCount.

       CheckScoreRecord.
           IF WorldRecord(3:5) NOT = "FLEE " AND WorldRecord(3:5) NOT = "FIGHT"
              AND WorldRecord(3:5) NOT = "USE  " AND WorldRecord(3:5) NOT = "TAKE "
               MOVE "scored action in columns 3-7 must be FLEE, FIGHT, USE or TAKE" TO Finding
               PERFORM ReportError
           END-IF.
           MOVE "scored action" TO FieldName.
           MOVE 8 TO ColPos.
           PERFORM RequireBlank.
           MOVE "target" TO FieldName.
           MOVE 9 TO ColPos.
           PERFORM RequireStart.
           MOVE 25 TO ColPos.
           PERFORM RequireBlank.
           MOVE "place" TO FieldName.
           IF WorldRecord(26:16) NOT = SPACES
               MOVE 26 TO ColPos
               PERFORM RequireStart
           END-IF.
           MOVE 42 TO ColPos.
           PERFORM RequireBlank.
           IF WorldRecord(43:2) IS NOT NUMERIC
               MOVE "points in columns 43-44 must be two digits" TO Finding
               PERFORM ReportError
           END-IF.
           MOVE "points" TO FieldName.
           MOVE 45 TO ColPos.
           PERFORM RequireBlank.
           MOVE "scorecard text" TO FieldName.
           MOVE 46 TO ColPos.
           PERFORM RequireStart.
           MOVE 106 TO ColPos.
           PERFORM RequireTail.
           IF ScoreCount >= ScoreLimit
               MOVE ScoreLimit TO LimitShow
               MOVE "S (scored action)" TO FieldName
               PERFORM ReportDropped
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ScoreCount.
           MOVE WorldRecord(3:5) TO ScoreAction(ScoreCount).
           MOVE WorldRecord(9:16) TO ScoreTarget(ScoreCount).
           MOVE WorldRecord(26:16) TO ScorePlace(ScoreCount).
           IF WorldRecord(43:2) IS NUMERIC
               MOVE WorldRecord(43:2) TO ScorePoints(ScoreCount)
           ELSE
               MOVE ZERO TO ScorePoints(ScoreCount)
           END-IF.
           MOVE LineNo TO ScoreLine(ScoreCount).

       CheckPassRecord.
           IF WorldRecord(3:3) IS NOT NUMERIC
               MOVE "pass mark in columns 3-5 must be three digits" TO Finding
               PERFORM ReportError
               EXIT PARAGRAPH
           END-IF.
           MOVE "pass mark" TO FieldName.
           MOVE 6 TO ColPos.
           PERFORM RequireTail.
           IF PassLine > ZERO
               MOVE SPACES TO Finding
               STRING "pass mark is given twice (also on line " DELIMITED BY SIZE
                      PassLine DELIMITED BY SIZE
                      "); the last one is used" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportWarning
           END-IF.
           MOVE WorldRecord(3:3) TO PassMark.
           MOVE LineNo TO PassLine.

       CheckScoring.
           MOVE ZERO TO MaxScore.
           PERFORM VARYING NpcIdx FROM 1 BY 1 UNTIL NpcIdx > NpcCount
               ADD NpcBestScore(NpcIdx) TO MaxScore
           END-PERFORM.
           PERFORM VARYING ScoreIdx FROM 1 BY 1 UNTIL ScoreIdx > ScoreCount
               MOVE ScoreLine(ScoreIdx) TO LineNo
               MOVE "Y" TO ScoreCounted
               EVALUATE ScoreAction(ScoreIdx)
                   WHEN "FLEE"
                   WHEN "FIGHT"
                       MOVE "N" TO MonKnown
                       PERFORM VARYING MonIdx FROM 1 BY 1 UNTIL MonIdx > MonCount
                           IF MonName(MonIdx) = ScoreTarget(ScoreIdx)
                               MOVE "Y" TO MonKnown
                           END-IF
                       END-PERFORM
                       IF MonKnown = "N"
                           MOVE SPACES TO Finding
                           STRING "scored " DELIMITED BY SIZE
                                  ScoreAction(ScoreIdx) DELIMITED BY SPACE
                                  " names " DELIMITED BY SIZE
                                  ScoreTarget(ScoreIdx) DELIMITED BY SPACE
                                  ", which no M record defines" DELIMITED BY SIZE
                                  INTO Finding
                           END-STRING
                           PERFORM ReportError
                       END-IF
                       PERFORM VARYING OtherIdx FROM 1 BY 1 UNTIL OtherIdx > ScoreCount
                           IF OtherIdx NOT = ScoreIdx
                              AND ScoreTarget(OtherIdx) = ScoreTarget(ScoreIdx)
                              AND (ScoreAction(OtherIdx) = "FLEE" OR ScoreAction(OtherIdx) = "FIGHT")
                              AND (ScorePoints(OtherIdx) > ScorePoints(ScoreIdx)
                                   OR (ScorePoints(OtherIdx) = ScorePoints(ScoreIdx)
                                       AND OtherIdx < ScoreIdx))
                               MOVE "N" TO ScoreCounted
                           END-IF
                       END-PERFORM
                   WHEN "USE"
                   WHEN "TAKE"
                       MOVE "N" TO ItemKnown
                       PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
                           IF ItemName(ItemIdx) = ScoreTarget(ScoreIdx)
                               MOVE "Y" TO ItemKnown
                           END-IF
                       END-PERFORM
                       IF ItemKnown = "N"
                           MOVE SPACES TO Finding
                           STRING "scored " DELIMITED BY SIZE
                                  ScoreAction(ScoreIdx) DELIMITED BY SPACE
                                  " names " DELIMITED BY SIZE
                                  ScoreTarget(ScoreIdx) DELIMITED BY SPACE
                                  ", which no I record defines" DELIMITED BY SIZE
                                  INTO Finding
                           END-STRING
                           PERFORM ReportError
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF ScorePlace(ScoreIdx) NOT = SPACES
                   MOVE ScorePlace(ScoreIdx) TO PlaceWanted
                   PERFORM FindPlace
                   IF PlaceFound = "N"
                       MOVE SPACES TO Finding
                       STRING "scored action is tied to unknown room " DELIMITED BY SIZE
                              FUNCTION TRIM(ScorePlace(ScoreIdx)) DELIMITED BY SIZE
                              INTO Finding
                       END-STRING
                       PERFORM ReportError
                   END-IF
               END-IF
               IF ScoreCounted = "Y"
                   ADD ScorePoints(ScoreIdx) TO MaxScore
               END-IF
           END-PERFORM.
           MOVE PassLine TO LineNo.
           IF PassLine = ZERO
               IF MaxScore > ZERO
                   MOVE "scores are defined but no P record sets a pass mark" TO Finding
                   PERFORM ReportWarning
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF PassMark > MaxScore
               MOVE SPACES TO Finding
               STRING "pass mark " DELIMITED BY SIZE
                      PassMark DELIMITED BY SIZE
                      " is more than the best possible score of " DELIMITED BY SIZE
                      MaxScore DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
           ELSE
               MOVE SPACES TO CheckLine
               STRING "   assessment: pass mark " DELIMITED BY SIZE
                      PassMark DELIMITED BY SIZE
                      " of a best possible " DELIMITED BY SIZE
                      MaxScore DELIMITED BY SIZE
                      INTO CheckLine
               END-STRING
               PERFORM PutCheckLine
           END-IF.

       RequireBlank.
           MOVE ColPos TO ColShow.
           IF WorldRecord(ColPos:1) NOT = SPACE
               MOVE SPACES TO Finding
               STRING "column " DELIMITED BY SIZE
                      FUNCTION TRIM(ColShow) DELIMITED BY SIZE
                      " should be blank; " DELIMITED BY SIZE
                      FieldName DELIMITED BY "  "
                      " is misplaced or too long" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
           END-IF.

       RequireStart.
           MOVE ColPos TO ColShow.
           IF WorldRecord(ColPos:1) = SPACE
               MOVE SPACES TO Finding
               STRING FieldName DELIMITED BY "  "
                      " should start in column " DELIMITED BY SIZE
                      FUNCTION TRIM(ColShow) DELIMITED BY SIZE
                      "; it is missing or shifted" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
           END-IF.

       RequireTail.
           MOVE ColPos TO ColShow.
           COMPUTE TailLen = 251 - ColPos.
           IF WorldRecord(ColPos:TailLen) NOT = SPACES
               MOVE SPACES TO Finding
               STRING "text from column " DELIMITED BY SIZE
                      FUNCTION TRIM(ColShow) DELIMITED BY SIZE
                      " on is cut off; " DELIMITED BY SIZE
                      FieldName DELIMITED BY "  "
                      " is misplaced or too long" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
           END-IF.

       ReportDropped.
           MOVE SPACES TO Finding.
           STRING FUNCTION TRIM(FieldName) DELIMITED BY SIZE
                  " record dropped: the game only loads " DELIMITED BY SIZE
                  FUNCTION TRIM(LimitShow) DELIMITED BY SIZE
                  " of these" DELIMITED BY SIZE
                  INTO Finding
           END-STRING.
           PERFORM ReportError.

       FindPlace.
           MOVE "N" TO PlaceFound.
           MOVE ZERO TO PlaceFoundIdx.
           PERFORM VARYING PlaceIdx FROM 1 BY 1 UNTIL PlaceIdx > PlaceCount
               IF PlaceName(PlaceIdx) = PlaceWanted
                   MOVE "Y" TO PlaceFound
                   MOVE PlaceIdx TO PlaceFoundIdx
               END-IF
           END-PERFORM.

       CheckExits.
           PERFORM VARYING ExitIdx FROM 1 BY 1 UNTIL ExitIdx > ExitCount
               MOVE ExitLine(ExitIdx) TO LineNo
               MOVE ExitTo(ExitIdx) TO PlaceWanted
               PERFORM FindPlace
               IF PlaceFound = "N"
                   MOVE SPACES TO Finding
                   STRING "dangling exit: " DELIMITED BY SIZE
                          ExitFrom(ExitIdx) DELIMITED BY SPACE
                          " leads to " DELIMITED BY SIZE
                          ExitTo(ExitIdx) DELIMITED BY SPACE
                          ", which has no R records of its own" DELIMITED BY SIZE
                          INTO Finding
                   END-STRING
                   PERFORM ReportError
               END-IF
               PERFORM VARYING OtherIdx FROM 1 BY 1 UNTIL OtherIdx >= ExitIdx
                   IF ExitFrom(OtherIdx) = ExitFrom(ExitIdx)
                      AND ExitNum(OtherIdx) = ExitNum(ExitIdx)
                       MOVE SPACES TO Finding
                       STRING "duplicate exit " DELIMITED BY SIZE
                              ExitNum(ExitIdx) DELIMITED BY SIZE
                              " from " DELIMITED BY SIZE
                              ExitFrom(ExitIdx) DELIMITED BY SPACE
                              " (also on line " DELIMITED BY SIZE
                              ExitLine(OtherIdx) DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO Finding
                       END-STRING
                       PERFORM ReportError
                       MOVE ExitIdx TO OtherIdx
                   END-IF
               END-PERFORM
           END-PERFORM.

       MarkReachable.
           MOVE StartPlace TO PlaceWanted.
           PERFORM FindPlace.
           MOVE "Y" TO PlaceReached(PlaceFoundIdx).
           MOVE "Y" TO ReachChanged.
           PERFORM UNTIL ReachChanged = "N"
               MOVE "N" TO ReachChanged
               PERFORM VARYING ExitIdx FROM 1 BY 1 UNTIL ExitIdx > ExitCount
                   MOVE ExitFrom(ExitIdx) TO PlaceWanted
                   PERFORM FindPlace
                   IF PlaceReached(PlaceFoundIdx) = "Y"
                       MOVE ExitTo(ExitIdx) TO PlaceWanted
                       PERFORM FindPlace
                       IF PlaceFound = "Y"
                          AND PlaceReached(PlaceFoundIdx) = "N"
                           MOVE "Y" TO PlaceReached(PlaceFoundIdx)
                           MOVE "Y" TO ReachChanged
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE ZERO TO LineNo.
           PERFORM VARYING PlaceIdx FROM 1 BY 1 UNTIL PlaceIdx > PlaceCount
               IF PlaceReached(PlaceIdx) = "N"
                   MOVE SPACES TO Finding
                   STRING "room " DELIMITED BY SIZE
                          PlaceName(PlaceIdx) DELIMITED BY SPACE
                          " cannot be reached from the start room " DELIMITED BY SIZE
                          StartPlace DELIMITED BY SPACE
                          INTO Finding
                   END-STRING
                   PERFORM ReportError
               END-IF
           END-PERFORM.

       CheckPlacements.
           PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
               MOVE ItemLine(ItemIdx) TO LineNo
               IF ItemPlace(ItemIdx) = "NOWHERE"
                   MOVE "N" TO ItemKnown
                   PERFORM VARYING MonIdx FROM 1 BY 1 UNTIL MonIdx > MonCount
                       IF MonDrop(MonIdx) = ItemName(ItemIdx)
                           MOVE "Y" TO ItemKnown
                       END-IF
                   END-PERFORM
                   IF ItemKnown = "N"
                       MOVE SPACES TO Finding
                       STRING "item " DELIMITED BY SIZE
                              ItemName(ItemIdx) DELIMITED BY SPACE
                              " starts NOWHERE and no monster drops it" DELIMITED BY SIZE
                              INTO Finding
                       END-STRING
                       PERFORM ReportWarning
                   END-IF
               ELSE
                   MOVE ItemPlace(ItemIdx) TO PlaceWanted
                   PERFORM FindPlace
                   IF PlaceFound = "N"
                       MOVE SPACES TO Finding
                       STRING "item " DELIMITED BY SIZE
                              ItemName(ItemIdx) DELIMITED BY SPACE
                              " is placed in unknown room " DELIMITED BY SIZE
                              ItemPlace(ItemIdx) DELIMITED BY SPACE
                              INTO Finding
                       END-STRING
                       PERFORM ReportError
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING MonIdx FROM 1 BY 1 UNTIL MonIdx > MonCount
               MOVE MonLine(MonIdx) TO LineNo
               MOVE MonHome(MonIdx) TO PlaceWanted
               PERFORM FindPlace
               IF PlaceFound = "N"
                   MOVE SPACES TO Finding
                   STRING "monster " DELIMITED BY SIZE
                          MonName(MonIdx) DELIMITED BY SPACE
                          " lives in unknown room " DELIMITED BY SIZE
                          MonHome(MonIdx) DELIMITED BY SPACE
                          INTO Finding
                   END-STRING
                   PERFORM ReportError
               END-IF
               IF MonDrop(MonIdx) NOT = SPACES
                   MOVE "N" TO ItemKnown
                   PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
                       IF ItemName(ItemIdx) = MonDrop(MonIdx)
                           MOVE "Y" TO ItemKnown
                       END-IF
                   END-PERFORM
                   IF ItemKnown = "N"
                       MOVE SPACES TO Finding
                       STRING "monster " DELIMITED BY SIZE
                              MonName(MonIdx) DELIMITED BY SPACE
                              " drops " DELIMITED BY SIZE
                              MonDrop(MonIdx) DELIMITED BY SPACE
                              ", which no I record defines" DELIMITED BY SIZE
                              INTO Finding
                       END-STRING
                       PERFORM ReportError
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING NpcIdx FROM 1 BY 1 UNTIL NpcIdx > NpcCount
               MOVE NpcLine(NpcIdx) TO LineNo
               MOVE NpcPlace(NpcIdx) TO PlaceWanted
               PERFORM FindPlace
               IF PlaceFound = "N"
                   MOVE SPACES TO Finding
                   STRING "NPC " DELIMITED BY SIZE
                          NpcName(NpcIdx) DELIMITED BY SPACE
                          " stands in unknown room " DELIMITED BY SIZE
                          NpcPlace(NpcIdx) DELIMITED BY SPACE
                          INTO Finding
                   END-STRING
                   PERFORM ReportError
               END-IF
               IF NpcLines(NpcIdx) = ZERO
                   MOVE SPACES TO Finding
                   STRING "NPC " DELIMITED BY SIZE
                          NpcName(NpcIdx) DELIMITED BY SPACE
                          " has no D lines" DELIMITED BY SIZE
                          INTO Finding
                   END-STRING
                   PERFORM ReportWarning
               END-IF
           END-PERFORM.
           PERFORM VARYING DarkIdx FROM 1 BY 1 UNTIL DarkIdx > DarkCount
               MOVE DarkLine(DarkIdx) TO LineNo
               MOVE DarkRoom(DarkIdx) TO PlaceWanted
               PERFORM FindPlace
               IF PlaceFound = "N"
                   MOVE SPACES TO Finding
                   STRING "torch text names unknown room " DELIMITED BY SIZE
                          DarkRoom(DarkIdx) DELIMITED BY SPACE
                          INTO Finding
                   END-STRING
                   PERFORM ReportError
               END-IF
           END-PERFORM.

       CheckQuests.
           MOVE ZERO TO LineNo.
           IF QuestCount = ZERO
               MOVE "no Q records; a trainee can never reach Victory" TO Finding
               PERFORM ReportError
           END-IF.
           PERFORM VARYING QuestIdx FROM 1 BY 1 UNTIL QuestIdx > QuestCount
               MOVE QuestLine(QuestIdx) TO LineNo
               MOVE "N" TO QuestReachable
               EVALUATE QuestType(QuestIdx)
                   WHEN "ROOM"
                       MOVE QuestTarget(QuestIdx) TO PlaceWanted
                       PERFORM CheckPlaceReached
                   WHEN "ITEM"
                       PERFORM CheckItemObtainable
                   WHEN "FIGHT"
                       PERFORM CheckMonsterReachable
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE SPACES TO CheckLine
               IF QuestReachable = "Y"
                   STRING "   objective " DELIMITED BY SIZE
                          QuestType(QuestIdx) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          QuestTarget(QuestIdx) DELIMITED BY SPACE
                          ": reachable" DELIMITED BY SIZE
                          INTO CheckLine
                   END-STRING
                   PERFORM PutCheckLine
               ELSE
                   MOVE SPACES TO Finding
                   STRING "objective " DELIMITED BY SIZE
                          QuestType(QuestIdx) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          QuestTarget(QuestIdx) DELIMITED BY SPACE
                          " cannot be achieved" DELIMITED BY SIZE
                          INTO Finding
                   END-STRING
                   PERFORM ReportError
               END-IF
           END-PERFORM.

       CheckPlaceReached.
           PERFORM FindPlace.
           IF PlaceFound = "Y"
               IF PlaceReached(PlaceFoundIdx) = "Y"
                   MOVE "Y" TO QuestReachable
               END-IF
           END-IF.

       CheckItemObtainable.
           MOVE "N" TO ItemKnown.
           PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
               IF ItemName(ItemIdx) = QuestTarget(QuestIdx)
                   MOVE "Y" TO ItemKnown
                   IF ItemPlace(ItemIdx) = "NOWHERE"
                       PERFORM VARYING MonIdx FROM 1 BY 1 UNTIL MonIdx > MonCount
                           IF MonDrop(MonIdx) = ItemName(ItemIdx)
                               MOVE MonHome(MonIdx) TO PlaceWanted
                               PERFORM CheckPlaceReached
                           END-IF
                       END-PERFORM
                   ELSE
                       MOVE ItemPlace(ItemIdx) TO PlaceWanted
                       PERFORM CheckPlaceReached
                   END-IF
               END-IF
           END-PERFORM.
           IF ItemKnown = "N"
               MOVE SPACES TO Finding
               STRING "ITEM objective target " DELIMITED BY SIZE
                      QuestTarget(QuestIdx) DELIMITED BY SPACE
                      " is not defined by any I record" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
           END-IF.

       CheckMonsterReachable.
           MOVE "N" TO MonKnown.
           PERFORM VARYING MonIdx FROM 1 BY 1 UNTIL MonIdx > MonCount
               IF MonName(MonIdx) = QuestTarget(QuestIdx)
                   MOVE "Y" TO MonKnown
                   MOVE MonHome(MonIdx) TO PlaceWanted
                   PERFORM CheckPlaceReached
               END-IF
           END-PERFORM.
           IF MonKnown = "N"
               MOVE SPACES TO Finding
               STRING "FIGHT objective target " DELIMITED BY SIZE
                      QuestTarget(QuestIdx) DELIMITED BY SPACE
                      " is not defined by any M record" DELIMITED BY SIZE
                      INTO Finding
               END-STRING
               PERFORM ReportError
           END-IF.

       ReportError.
           ADD 1 TO ModuleErrors.
           ADD 1 TO TotalErrors.
           MOVE SPACES TO CheckLine.
           IF LineNo = ZERO
               STRING "ERROR: " DELIMITED BY SIZE
                      Finding DELIMITED BY "  "
                      INTO CheckLine
               END-STRING
           ELSE
               STRING "ERROR line " DELIMITED BY SIZE
                      LineNo DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      Finding DELIMITED BY "  "
                      INTO CheckLine
               END-STRING
           END-IF.
           PERFORM PutCheckLine.

       ReportWarning.
           ADD 1 TO ModuleWarnings.
           ADD 1 TO TotalWarnings.
           MOVE SPACES TO CheckLine.
           IF LineNo = ZERO
               STRING "WARNING: " DELIMITED BY SIZE
                      Finding DELIMITED BY "  "
                      INTO CheckLine
               END-STRING
           ELSE
               STRING "WARNING line " DELIMITED BY SIZE
                      LineNo DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      Finding DELIMITED BY "  "
                      INTO CheckLine
               END-STRING
           END-IF.
           PERFORM PutCheckLine.

       PutCheckLine.
           DISPLAY CheckLine.
           IF CheckStatus = "00"
               MOVE CheckLine TO CheckRecord
               WRITE CheckRecord
           END-IF.
