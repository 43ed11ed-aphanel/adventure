                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS QuarantineStatus.
              SELECT ResendFile ASSIGN DYNAMIC ResendFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS ResendStatus.
              SELECT ExtractFile ASSIGN DYNAMIC ExtractFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS ParamsStatus.
              SELECT OperatorsFile ASSIGN DYNAMIC OperatorsFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS OperatorsStatus.
              SELECT SessionLockFile ASSIGN DYNAMIC SessionLockFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS SessionLockStatus.
              SELECT CohortsFile ASSIGN DYNAMIC CohortsFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS CohortsStatus.
              SELECT CompletionFile ASSIGN DYNAMIC CompletionFileName
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CompKey
                     FILE STATUS IS CompletionStatus.
              SELECT CertRegFile ASSIGN DYNAMIC CertRegFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS CertRegStatus.
              SELECT CertificateFile ASSIGN DYNAMIC CertificateFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS CertificateStatus.
              SELECT ScorecardFile ASSIGN DYNAMIC ScorecardFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS ScorecardStatus.
              SELECT MsgFile ASSIGN DYNAMIC MsgFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS MsgStatus.
              SELECT MsgExceptionFile ASSIGN DYNAMIC MsgExceptionFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS MsgExceptionStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ExtractFile.
        01 ExtractRecord PIC X(80).

       FD ResendFile.
        01 ResendRecord PIC X(80).

       FD AuditFile.
        01 AuditRecord PIC X(120).

       FD ParamsFile.
        01 ParamsRecord PIC X(80).

       FD OperatorsFile.
        01 OperatorsRecord PIC X(80).

       FD SessionLockFile.
       COPY "sesslock.cpy".

       FD CohortsFile.
        01 CohortsRecord PIC X(80).

       FD CompletionFile.
       COPY "complete.cpy".

       FD CertRegFile.
       COPY "certreg.cpy".

       FD CertificateFile.
        01 CertificateRecord PIC X(80).

       FD ScorecardFile.
       COPY "scorecard.cpy".

       FD MsgFile.
        01 MsgRecord PIC X(132).

       FD MsgExceptionFile.
        01 MsgExceptionRecord PIC X(160).

       WORKING-STORAGE SECTION.
        01 WSProtagonist.
           02 WSBlase PIC X(18) VALUE 'Unknown'.
       COPY "rooms.cpy".
       COPY "modules.cpy".
       COPY "params.cpy".
       COPY "savelayout.cpy".
       COPY "cohorts.cpy".
        01 ModulePicked PIC X VALUE "N".
        01 FoundExit PIC X VALUE "N".
        01 GameLoop PIC X VALUE "Y".
        01 TranscriptFileName PIC X(40) VALUE SPACES.
        01 TranscriptStatus PIC XX.
        01 LogKind PIC X(6) VALUE SPACES.
        01 LogValue PIC X(40) VALUE SPACES.
        01 LogDate PIC 9(8).
        01 LogTime PIC 9(8).
        01 BatchFileName PIC X(40) VALUE SPACES.
        01 ExtractCount PIC 9(4) VALUE ZERO.
        01 ExtractIdx PIC 9(4) VALUE ZERO.
        01 ExtractEof PIC X VALUE "N".
        01 ResendFileName PIC X(40) VALUE "resend-pending.dat".
        01 ResendStatus PIC XX.
        01 ResendEof PIC X VALUE "N".
        01 ResendLeftTable.
           02 ResendLeftLine OCCURS 1000 TIMES PIC X(80).
        01 ResendLeftCount PIC 9(4) VALUE ZERO.
        01 ResendLeftIdx PIC 9(4) VALUE ZERO.
        01 ResendOverflow PIC X VALUE "N".
        01 ExceptionFileName PIC X(40) VALUE "gamestate-exceptions.log".
        01 ExceptionStatus PIC XX.
        01 QuarantineFileName PIC X(40) VALUE SPACES.
        01 QuestIdx PIC 99.
        01 QuestsDone PIC 99 VALUE ZERO.
        01 QuestHit PIC X VALUE "N".
        01 QuestEnglishTable.
           02 QuestTextEn PIC X(60) OCCURS 5 TIMES.
        01 PlaceKnown PIC X VALUE "N".
        01 WorldFault PIC X VALUE "N".
        01 NarrIdx PIC 99.
        01 OperatorsFileName PIC X(40) VALUE "operators.dat".
        01 OperatorsStatus PIC XX.
        01 OperatorsEof PIC X VALUE "N".
        01 OperatorKey PIC X(12) VALUE SPACES.
        01 OperatorSecret PIC X(16) VALUE SPACES.
        01 AdminPassword PIC X(40) VALUE SPACES.
        01 AdminPasswordAgain PIC X(40) VALUE SPACES.
        01 OperatorDigest PIC 9(9) VALUE ZERO.
        01 OperatorOk PIC X VALUE "N".
        01 SignOnOk PIC X VALUE "N".
        01 PinRaw PIC X(20) VALUE SPACES.
        01 PinConfirm PIC X(20) VALUE SPACES.
        01 PinNum PIC 9(8) VALUE ZERO.
        01 PinLen PIC 99 VALUE ZERO.
        01 PinAcc PIC 9(18) VALUE ZERO.
        01 PinCharIdx PIC 99.
        01 PinDigest PIC 9(9) VALUE ZERO.
        01 PinOk PIC X VALUE "N".
        01 PinTriesLeft PIC 9 VALUE ZERO.
        01 UnlockAnswer PIC X VALUE SPACES.
        01 SessionLockFileName PIC X(40) VALUE SPACES.
        01 SessionLockStatus PIC XX.
        01 SessionLockHeld PIC X VALUE "N".
        01 LockFound PIC X VALUE "N".
        01 ProcessNumber PIC S9(9) COMP-5 VALUE ZERO.
        01 ClearAnswer PIC X VALUE SPACES.
        01 AssignedModule PIC X(8) VALUE SPACES.
        01 AssignedCohort PIC X(8) VALUE SPACES.
        01 AssignedStart PIC 9(8) VALUE ZERO.
        01 ModuleRefused PIC X VALUE "N".
        01 CompletionFileName PIC X(40) VALUE "completions.dat".
        01 CompletionStatus PIC XX.
        01 CompletionEof PIC X VALUE "N".
        01 CompWanted PIC X(8) VALUE SPACES.
        01 CompletedList PIC X(60) VALUE SPACES.
        01 CompletedPtr PIC 99 VALUE 1.
        01 CompletedCount PIC 9 VALUE ZERO.
        01 ModuleDoneFlags.
           02 ModuleDone OCCURS 5 TIMES PIC X.
        01 ModuleOpen PIC X VALUE "N".
        01 PrereqIdx PIC 9.
        01 EligibleCount PIC 9 VALUE ZERO.
        01 CertRegFileName PIC X(40) VALUE "certreg.dat".
        01 CertRegStatus PIC XX.
        01 CertRegEof PIC X VALUE "N".
        01 CertificateFileName PIC X(40) VALUE SPACES.
        01 CertificateStatus PIC XX.
        01 HighCertNumber PIC 9(6) VALUE ZERO.
        01 CertTitle PIC X(40) VALUE SPACES.
        01 CertLine PIC X(80) VALUE SPACES.
        01 SealText PIC X(60) VALUE SPACES.
        01 SealAcc PIC 9(18) VALUE ZERO.
        01 SealIdx PIC 99.
        01 SealValue PIC 9(9) VALUE ZERO.
        01 ScorecardFileName PIC X(40) VALUE SPACES.
        01 ScorecardStatus PIC XX.
        01 ScoreIdx PIC 99.
        01 ScoreOtherIdx PIC 99.
        01 ScoreKindWanted PIC X(5) VALUE SPACES.
        01 ScoreTargetWanted PIC X(16) VALUE SPACES.
        01 CheckKind PIC X(6) VALUE SPACES.
        01 CheckStat PIC X(3) VALUE SPACES.
        01 CheckResult PIC X(4) VALUE SPACES.
        01 CheckDamage PIC 9 VALUE ZERO.
        01 MsgFileName PIC X(40) VALUE SPACES.
        01 MsgStatus PIC XX.
        01 MsgEof PIC X VALUE "N".
        01 MsgLoaded PIC X VALUE "N".
        01 MsgLoadLanguage PIC XX VALUE "EN".
        01 MsgEnglishTable.
           02 MsgEnglish OCCURS 400 TIMES PIC X(120).
        01 MsgLocalTable.
           02 MsgLocal OCCURS 400 TIMES PIC X(120).
        01 MsgReportedFlags.
           02 MsgReported OCCURS 400 TIMES PIC X.
        01 MsgNo PIC 9(4) VALUE ZERO.
        01 MsgArg1 PIC X(60) VALUE SPACES.
        01 MsgArg2 PIC X(60) VALUE SPACES.
        01 MsgArg3 PIC X(60) VALUE SPACES.
        01 MsgArg4 PIC X(60) VALUE SPACES.
        01 MsgArgNow PIC X(60) VALUE SPACES.
        01 MsgTemplate PIC X(120) VALUE SPACES.
        01 MsgOut PIC X(250) VALUE SPACES.
        01 MsgPos PIC 999.
        01 MsgLen PIC 999.
        01 MsgOutPtr PIC 999.
        01 MsgExceptionFileName PIC X(40) VALUE "msg-exceptions.log".
        01 MsgExceptionStatus PIC XX.
        01 MsgMissingWhat PIC X(120) VALUE SPACES.
        01 MsgLogLanguage PIC XX VALUE SPACES.
        01 PlayerLanguage PIC XX VALUE "EN".
        01 LanguageWanted PIC XX VALUE SPACES.
        01 LanguageOk PIC X VALUE "N".
        01 OverlayIntroNo PIC 99.
        01 OverlayLookNo PIC 99.
        01 OverlayNpcIdx PIC 99.
        01 OverlayLineNo PIC 99.

       PROCEDURE DIVISION.
       Incipit.
           PERFORM LoadParams.
           PERFORM LoadEnglishMessages.
           MOVE 0001 TO MsgNo.
           PERFORM ShowMsg.
           ACCEPT PlayerId.
           IF PlayerId = "roster"
               PERFORM Roster
               PERFORM AdminMode
               STOP RUN
           END-IF.
           IF PlayerId = "opdigest"
               PERFORM OperatorDigestLine
               STOP RUN
           END-IF.
           PERFORM SignOn.
           IF SignOnOk = "N"
               STOP RUN
           END-IF.
           PERFORM UsePlayerLanguage.
           PERFORM AcquireSessionLock.
           IF SessionLockHeld = "N"
               STOP RUN
           END-IF.
           STRING "gamestate-" DELIMITED BY SIZE
                  PlayerId DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  ".log" DELIMITED BY SIZE
                  INTO TranscriptFileName
           END-STRING.
           STRING "scorecard-" DELIMITED BY SIZE
                  PlayerId DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO ScorecardFileName
           END-STRING.
           ACCEPT BatchFileName FROM COMMAND-LINE.
           IF BatchFileName NOT = SPACES
               OPEN INPUT BatchInputFile
                   MOVE "Y" TO BatchMode
                   PERFORM LoadCheckpoint
               ELSE
                   MOVE 0002 TO MsgNo
                   PERFORM ShowMsg
               END-IF
           END-IF.
           PERFORM LoadModuleList.
           PERFORM LoadCohorts.
           PERFORM FindEnrolment.
           PERFORM TryContinue.
           IF ContinueFound = "N"
               PERFORM ChooseModule
               IF ModuleRefused = "Y"
                   PERFORM CloseBatch
                   PERFORM ReleaseSessionLock
                   STOP RUN
               END-IF
               PERFORM LoadWorld
               IF WorldOk = "N"
                   MOVE GameModule TO MsgArg1
                   MOVE 0003 TO MsgNo
                   PERFORM ShowMsg
                   PERFORM CloseBatch
                   PERFORM ReleaseSessionLock
                   STOP RUN
               END-IF
               MOVE StartRoom TO Place
           PERFORM RecordVisit.
           ACCEPT Seed FROM TIME.
           COMPUTE RandVal = FUNCTION RANDOM(Seed) * 20 + 1.
           MOVE 0004 TO MsgNo.
           PERFORM ShowMsg.
           PERFORM VARYING NarrIdx FROM 1 BY 1 UNTIL NarrIdx > IntroCount
               DISPLAY IntroLine(NarrIdx)
           END-PERFORM.
           MOVE 0005 TO MsgNo.
           PERFORM ShowMsg.
           PERFORM UNTIL GameLoop="N"
               DISPLAY " "
               PERFORM ReadAction
                       WHEN "talk" PERFORM TalkCommand
                       WHEN "attack" PERFORM AttackCommand
                       WHEN "flee" PERFORM FleeCommand
                       WHEN "language" PERFORM LanguageCommand
                       WHEN OTHER PERFORM OtherAction
                   END-EVALUATE
               MOVE 0006 TO MsgNo
               PERFORM ShowMsg
           END-PERFORM.
           PERFORM ReleaseSessionLock.
           STOP RUN.

       Help.
           MOVE 0007 TO MsgNo.
           PERFORM ShowMsg.
           DISPLAY "look".
           DISPLAY "quit".
           DISPLAY "stats".
           DISPLAY "use".
           DISPLAY "quests".
           DISPLAY "talk".
           DISPLAY "language".
           IF CanGo="Y"
               DISPLAY "go"
           END-IF.
       
       Look.
           IF LookCount = ZERO
               MOVE 0008 TO MsgNo
               PERFORM ShowMsg
           ELSE
               PERFORM VARYING NarrIdx FROM 1 BY 1 UNTIL NarrIdx > LookCount
                   DISPLAY LookLine(NarrIdx)
           PERFORM ListNpcsHere.

       Quit.
           MOVE "QUIT" TO LogKind.
           MOVE Place TO LogValue.
           PERFORM LogTranscript.
           MOVE "N" TO GameLoop.
           PERFORM EndSummary.
           PERFORM CloseBatch.
           PERFORM ReleaseSessionLock.
           STOP RUN.
          
       GoToPlace.
           IF CanGo="Y"
               MOVE "N" TO FoundExit
               PERFORM UNTIL FoundExit = "Y" OR BatchExhausted = "Y"
                   MOVE 0009 TO MsgNo
                   PERFORM ShowMsg
                   PERFORM ListPlaces
                   PERFORM ReadChoice
                   MOVE "CHOICE" TO LogKind
           END-IF.

       OtherAction.
           MOVE 0010 TO MsgNo.
           PERFORM ShowMsg.

       ListPlaces.
           PERFORM VARYING RoomIdx FROM 1 BY 1 UNTIL RoomIdx > RoomCount
               IF RoomFrom(RoomIdx) = Place
                   MOVE RoomExitNum(RoomIdx) TO MsgArg1
                   MOVE RoomExitLabel(RoomIdx) TO MsgArg2
                   MOVE 0011 TO MsgNo
                   PERFORM ShowMsg
               END-IF
           END-PERFORM.

           IF FoundExit = "Y"
               PERFORM ArriveAtRoom
           ELSE
               MOVE 0012 TO MsgNo
               PERFORM ShowMsg
           END-IF.

       ArriveAtRoom.

       QuestsCommand.
           IF QuestCount = ZERO
               MOVE 0013 TO MsgNo
               PERFORM ShowMsg
           ELSE
               MOVE 0014 TO MsgNo
               PERFORM ShowMsg
               PERFORM VARYING QuestIdx FROM 1 BY 1 UNTIL QuestIdx > QuestCount
                   IF QuestDone(QuestIdx) = "Y"
                       MOVE QuestText(QuestIdx) TO MsgArg1
                       MOVE 0015 TO MsgNo
                       PERFORM ShowMsg
                   ELSE
                       MOVE QuestText(QuestIdx) TO MsgArg1
                       MOVE 0016 TO MsgNo
                       PERFORM ShowMsg
                   END-IF
               END-PERFORM
           END-IF.
           END-EVALUATE.
           IF QuestHit = "Y"
               MOVE "Y" TO QuestDone(QuestIdx)
               MOVE QuestText(QuestIdx) TO MsgArg1
               MOVE 0017 TO MsgNo
               PERFORM ShowMsg
               PERFORM SavePlace
           END-IF.

           MOVE "Y" TO RunComplete.
           PERFORM SavePlace.
           DISPLAY " ".
           MOVE 0018 TO MsgNo.
           PERFORM ShowMsg.
           MOVE 0019 TO MsgNo.
           PERFORM ShowMsg.
           MOVE 0020 TO MsgNo.
           PERFORM ShowMsg.
           PERFORM RecordCompletion.
           PERFORM IssueCertificate.
           MOVE "N" TO GameLoop.
           PERFORM EndSummary.
           PERFORM CloseBatch.
           PERFORM ReleaseSessionLock.
           STOP RUN.

       CheckForMonster.
           END-PERFORM.
           IF CurMonIdx > ZERO
               MOVE "Y" TO InCombat
               MOVE MonName(CurMonIdx) TO MsgArg1
               MOVE 0021 TO MsgNo
               PERFORM ShowMsg
               MOVE 0022 TO MsgNo
               PERFORM ShowMsg
           ELSE
               MOVE "N" TO InCombat
           END-IF.

       CombatBlocks.
           MOVE MonName(CurMonIdx) TO MsgArg1.
           MOVE 0023 TO MsgNo.
           PERFORM ShowMsg.

       AttackCommand.
           IF InCombat = "N"
               MOVE 0024 TO MsgNo
               PERFORM ShowMsg
           ELSE
               MOVE "FIGHT" TO ScoreKindWanted
               MOVE MonName(CurMonIdx) TO ScoreTargetWanted
               PERFORM ApplyScoreRules
               PERFORM CombatRound
           END-IF.

       CombatRound.
           PERFORM RollDice.
           MOVE "ATTACK" TO CheckKind.
           IF MonStat(CurMonIdx) = "DEX"
               MOVE "DEX" TO CheckStat
           ELSE
               MOVE "STR" TO CheckStat
           END-IF.
           EVALUATE TRUE
               WHEN MonStat(CurMonIdx) = "DEX" AND RandVal <= Dexterity
                   PERFORM LogCheckPass
                   PERFORM StrikeMonster
               WHEN MonStat(CurMonIdx) NOT = "DEX" AND RandVal <= Strength
                   PERFORM LogCheckPass
                   PERFORM StrikeMonster
               WHEN OTHER
                   PERFORM LogCheckMiss
                   MOVE MonName(CurMonIdx) TO MsgArg1
                   MOVE 0025 TO MsgNo
                   PERFORM ShowMsg
           END-EVALUATE.
           IF InCombat = "Y"
               PERFORM MonsterStrike
       StrikeMonster.
           IF MonHp(CurMonIdx) > StrikeDamage
               SUBTRACT StrikeDamage FROM MonHp(CurMonIdx)
               MOVE MonName(CurMonIdx) TO MsgArg1
               MOVE 0026 TO MsgNo
               PERFORM ShowMsg
           ELSE
               MOVE ZERO TO MonHp(CurMonIdx)
               PERFORM MonsterDefeated
           ADD 1 TO FightsWon.
           MOVE 15 TO XpAmount.
           PERFORM AwardExperience.
           MOVE MonName(CurMonIdx) TO MsgArg1.
           MOVE 0027 TO MsgNo.
           PERFORM ShowMsg.
           IF MonDrop(CurMonIdx) NOT = SPACES
               PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
                   IF ItemName(ItemIdx) = MonDrop(CurMonIdx)
                       MOVE Place TO ItemPlace(ItemIdx)
                       MOVE ItemName(ItemIdx) TO MsgArg1
                       MOVE 0028 TO MsgNo
                       PERFORM ShowMsg
                   END-IF
               END-PERFORM
           END-IF.

       MonsterStrike.
           PERFORM RollDice.
           MOVE "DEFEND" TO CheckKind.
           MOVE "DEX" TO CheckStat.
           IF RandVal <= Dexterity
               PERFORM LogCheckPass
               MOVE MonName(CurMonIdx) TO MsgArg1
               MOVE 0029 TO MsgNo
               PERFORM ShowMsg
           ELSE
               MOVE MonName(CurMonIdx) TO MsgArg1
               MOVE 0030 TO MsgNo
               PERFORM ShowMsg
               MOVE MonDamage(CurMonIdx) TO DamageAmount
               MOVE "COMBAT" TO DeathCause
               PERFORM ApplyDamage

       FleeCommand.
           IF InCombat = "N"
               MOVE 0031 TO MsgNo
               PERFORM ShowMsg
           ELSE
               MOVE "FLEE" TO ScoreKindWanted
               MOVE MonName(CurMonIdx) TO ScoreTargetWanted
               PERFORM ApplyScoreRules
               PERFORM RollDice
               MOVE "FLEE" TO CheckKind
               MOVE "DEX" TO CheckStat
               IF RandVal <= Dexterity
                   PERFORM LogCheckPass
                   MOVE "N" TO InCombat
                   PERFORM FleeToSafety
               ELSE
                   PERFORM LogCheckMiss
                   MOVE MonName(CurMonIdx) TO MsgArg1
                   MOVE 0032 TO MsgNo
                   PERFORM ShowMsg
                   PERFORM MonsterStrike
               END-IF
           END-IF.
               END-PERFORM
           END-IF.
           IF FleeTarget = SPACES
               MOVE 0033 TO MsgNo
               PERFORM ShowMsg
               MOVE "Y" TO InCombat
           ELSE
               MOVE 0034 TO MsgNo
               PERFORM ShowMsg
               MOVE Place TO PrevPlace
               MOVE FleeTarget TO Place
               PERFORM SavePlace
           END-IF.

       ApplyEncounterResult.
           MOVE "CHECK" TO CheckKind.
           MOVE RoomEncounterStat(MatchedRoomIdx) TO CheckStat.
           EVALUATE RoomEncounterStat(MatchedRoomIdx)
               WHEN "STR"
                   IF RandVal <= Strength
                       PERFORM LogCheckPass
                       MOVE 0035 TO MsgNo
                       PERFORM ShowMsg
                   ELSE
                       MOVE 0036 TO MsgNo
                       PERFORM ShowMsg
                       PERFORM TakeDamage
                   END-IF
               WHEN "DEX"
                   IF RandVal <= Dexterity
                       PERFORM LogCheckPass
                       MOVE 0037 TO MsgNo
                       PERFORM ShowMsg
                   ELSE
                       MOVE 0038 TO MsgNo
                       PERFORM ShowMsg
                       PERFORM TakeDamage
                   END-IF
               WHEN "VIT"
                   IF RandVal <= Vitality
                       PERFORM LogCheckPass
                       MOVE 0039 TO MsgNo
                       PERFORM ShowMsg
                   ELSE
                       MOVE 0040 TO MsgNo
                       PERFORM ShowMsg
                       PERFORM TakeDamage
                   END-IF
               WHEN OTHER

       AwardExperience.
           ADD XpAmount TO Experience.
           MOVE XpAmount TO MsgArg1.
           MOVE 0041 TO MsgNo.
           PERFORM ShowMsg.
           PERFORM CheckLevelUp.
           PERFORM SavePlace.

               IF HitPoints < MaxHitPoints
                   ADD 1 TO HitPoints
               END-IF
               MOVE CharLevel TO MsgArg1
               MOVE 0042 TO MsgNo
               PERFORM ShowMsg
               DIVIDE CharLevel BY 2 GIVING LevelHalf REMAINDER LevelRem
               IF LevelRem = ZERO
                   PERFORM GrantStatPoint
           END-PERFORM.

       GrantStatPoint.
           MOVE 0043 TO MsgNo.
           PERFORM ShowMsg.
           MOVE 0044 TO MsgNo.
           PERFORM ShowMsg.
           MOVE 0045 TO MsgNo.
           PERFORM ShowMsg.
           MOVE 0046 TO MsgNo.
           PERFORM ShowMsg.
           MOVE "N" TO StatPicked.
           PERFORM UNTIL StatPicked = "Y" OR BatchExhausted = "Y"
               PERFORM ReadChoice
                       ADD 1 TO Strength
                       MOVE "Y" TO StatPicked
                       PERFORM LogStatRaiseStr
                       MOVE 0047 TO MsgNo
                       PERFORM ShowMsg
                   WHEN 2
                       ADD 1 TO Vitality
                       PERFORM ComputeMaxHp
                       MOVE "Y" TO StatPicked
                       PERFORM LogStatRaiseVit
                       MOVE 0048 TO MsgNo
                       PERFORM ShowMsg
                   WHEN 3
                       ADD 1 TO Dexterity
                       MOVE "Y" TO StatPicked
                       PERFORM LogStatRaiseDex
                       MOVE 0049 TO MsgNo
                       PERFORM ShowMsg
                   WHEN OTHER
                       MOVE 0050 TO MsgNo
                       PERFORM ShowMsg
               END-EVALUATE
           END-PERFORM.
           IF StatPicked = "N"
               ADD 1 TO Vitality
               PERFORM ComputeMaxHp
               PERFORM LogStatRaiseVit
               MOVE 0051 TO MsgNo
               PERFORM ShowMsg
           END-IF.

       LogStatRaiseStr.
               END-IF
           END-IF.
           IF RegistryStatus NOT = "00"
               MOVE RegistryStatus TO MsgArg1
               MOVE 0052 TO MsgNo
               PERFORM ShowMsg
               MOVE 0053 TO MsgNo
               PERFORM ShowMsg
           ELSE
               MOVE PlayerId TO RegPlayerId
               READ RegistryFile
                       MOVE LogDate TO RegLastDate
                       MOVE LogTime TO RegLastTime
                       MOVE 1 TO RegSessions
                       MOVE ZERO TO RegPinHash
                       MOVE ZERO TO RegPinFails
                       MOVE "N" TO RegLocked
                       MOVE PlayerLanguage TO RegLanguage
                       WRITE RegistryRecord
                   NOT INVALID KEY
                       MOVE Blase TO RegName
               CLOSE RegistryFile
           END-IF.

       SignOn.
           MOVE "N" TO SignOnOk.
           MOVE "SIGNON" TO AdminId.
           IF PlayerId = SPACES
               MOVE 0054 TO MsgNo
               PERFORM ShowMsg
               MOVE "SIGNFAIL" TO AuditField
               MOVE "BLANK ID" TO AuditOld
               MOVE "REFUSED" TO AuditNew
               PERFORM WriteAudit
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O RegistryFile.
           IF RegistryStatus = "35"
               OPEN OUTPUT RegistryFile
               IF RegistryStatus = "00"
                   CLOSE RegistryFile
                   OPEN I-O RegistryFile
               END-IF
           END-IF.
           IF RegistryStatus NOT = "00"
               MOVE RegistryStatus TO MsgArg1
               MOVE 0055 TO MsgNo
               PERFORM ShowMsg
               MOVE 0053 TO MsgNo
               PERFORM ShowMsg
               MOVE "SIGNFAIL" TO AuditField
               MOVE SPACES TO AuditOld
               STRING "REGISTRY " DELIMITED BY SIZE
                      RegistryStatus DELIMITED BY SIZE
                      INTO AuditOld
               END-STRING
               MOVE "REFUSED" TO AuditNew
               PERFORM WriteAudit
               EXIT PARAGRAPH
           END-IF.
           MOVE PlayerId TO RegPlayerId.
           READ RegistryFile
               INVALID KEY PERFORM SignOnNewPlayer
               NOT INVALID KEY PERFORM SignOnKnownPlayer
           END-READ.
           CLOSE RegistryFile.

       SignOnNewPlayer.
           MOVE 0056 TO MsgNo.
           PERFORM ShowMsg.
           PERFORM ChoosePin.
           IF PinOk = "N"
               MOVE "PINSET" TO AuditField
               MOVE "NEW PLAYER" TO AuditOld
               MOVE "FAILED" TO AuditNew
               PERFORM WriteAudit
               EXIT PARAGRAPH
           END-IF.
           PERFORM ChooseLanguage.
           ACCEPT LogDate FROM DATE YYYYMMDD.
           ACCEPT LogTime FROM TIME.
           MOVE PlayerId TO RegPlayerId.
           MOVE SPACES TO RegName.
           MOVE LogDate TO RegCreated.
           MOVE LogDate TO RegLastDate.
           MOVE LogTime TO RegLastTime.
           MOVE ZERO TO RegSessions.
           MOVE PinDigest TO RegPinHash.
           MOVE ZERO TO RegPinFails.
           MOVE "N" TO RegLocked.
           MOVE LanguageWanted TO RegLanguage.
           WRITE RegistryRecord.
           IF RegistryStatus NOT = "00"
               MOVE RegistryStatus TO MsgArg1
               MOVE 0057 TO MsgNo
               PERFORM ShowMsg
               PERFORM AuditRegistryFailure
               EXIT PARAGRAPH
           END-IF.
           MOVE "PINSET" TO AuditField.
           MOVE "NEW PLAYER" TO AuditOld.
           MOVE "SET" TO AuditNew.
           PERFORM WriteAudit.
           MOVE "Y" TO SignOnOk.

       SignOnKnownPlayer.
           MOVE RegLanguage TO LanguageWanted.
           IF RegLocked = "Y"
               MOVE 0058 TO MsgNo
               PERFORM ShowMsg
               MOVE 0059 TO MsgNo
               PERFORM ShowMsg
               MOVE "LOCKED" TO AuditField
               MOVE "LOCKED" TO AuditOld
               MOVE "REFUSED" TO AuditNew
               PERFORM WriteAudit
               EXIT PARAGRAPH
           END-IF.
           IF RegPinFails IS NOT NUMERIC
               MOVE ZERO TO RegPinFails
           END-IF.
           IF RegPinHash IS NOT NUMERIC OR RegPinHash = ZERO
               MOVE 0060 TO MsgNo
               PERFORM ShowMsg
               PERFORM ChoosePin
               IF PinOk = "Y"
                   MOVE PinDigest TO RegPinHash
                   MOVE ZERO TO RegPinFails
                   MOVE "N" TO RegLocked
                   REWRITE RegistryRecord
                   IF RegistryStatus = "00"
                       MOVE "PINSET" TO AuditField
                       MOVE "NO PIN" TO AuditOld
                       MOVE "SET" TO AuditNew
                       PERFORM WriteAudit
                       MOVE "Y" TO SignOnOk
                   ELSE
                       MOVE RegistryStatus TO MsgArg1
                       MOVE 0061 TO MsgNo
                       PERFORM ShowMsg
                       PERFORM AuditRegistryFailure
                   END-IF
               ELSE
                   MOVE "PINSET" TO AuditField
                   MOVE "NO PIN" TO AuditOld
                   MOVE "FAILED" TO AuditNew
                   PERFORM WriteAudit
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SignOnOk = "Y" OR RegLocked = "Y"
               MOVE 0062 TO MsgNo
               PERFORM ShowMsg
               ACCEPT PinRaw
               PERFORM ComputePinDigest
               IF PinDigest = RegPinHash
                   MOVE "Y" TO SignOnOk
                   IF RegPinFails > ZERO
                       MOVE ZERO TO RegPinFails
                       REWRITE RegistryRecord
                       IF RegistryStatus NOT = "00"
                           MOVE RegistryStatus TO MsgArg1
                           MOVE 0061 TO MsgNo
                           PERFORM ShowMsg
                           PERFORM AuditRegistryFailure
                           MOVE "N" TO SignOnOk
                           MOVE "Y" TO RegLocked
                       END-IF
                   END-IF
               ELSE
                   PERFORM RecordPinFailure
               END-IF
           END-PERFORM.

       RecordPinFailure.
           MOVE "PINFAIL" TO AuditField.
           MOVE RegPinFails TO AuditOld.
           ADD 1 TO RegPinFails.
           MOVE RegPinFails TO AuditNew.
           IF RegPinFails >= PinTries
               MOVE "Y" TO RegLocked
           END-IF.
           REWRITE RegistryRecord.
           IF RegistryStatus NOT = "00"
               MOVE RegistryStatus TO MsgArg1
               MOVE 0061 TO MsgNo
               PERFORM ShowMsg
               PERFORM AuditRegistryFailure
               MOVE "Y" TO RegLocked
               EXIT PARAGRAPH
           END-IF.
           PERFORM WriteAudit.
           IF RegLocked = "Y"
               MOVE "LOCKOUT" TO AuditField
               MOVE "OPEN" TO AuditOld
               MOVE "LOCKED" TO AuditNew
               PERFORM WriteAudit
               MOVE 0063 TO MsgNo
               PERFORM ShowMsg
           ELSE
               COMPUTE PinTriesLeft = PinTries - RegPinFails
               MOVE PinTriesLeft TO MsgArg1
               MOVE 0064 TO MsgNo
               PERFORM ShowMsg
           END-IF.

       AcquireSessionLock.
           MOVE "N" TO SessionLockHeld.
           PERFORM BuildSessionLockName.
           PERFORM ReadSessionLock.
           IF LockFound = "Y"
               MOVE PlayerId TO MsgArg1
               MOVE 0065 TO MsgNo
               PERFORM ShowMsg
               MOVE LockDate TO MsgArg1
               MOVE LockTime(1:2) TO MsgArg2
               MOVE LockTime(3:2) TO MsgArg3
               MOVE LockPid TO MsgArg4
               MOVE 0066 TO MsgNo
               PERFORM ShowMsg
               MOVE 0067 TO MsgNo
               PERFORM ShowMsg
               MOVE "SESSION" TO AuditField
               MOVE SPACES TO AuditOld
               STRING "HELD PID " DELIMITED BY SIZE
                      LockPid DELIMITED BY SIZE
                      INTO AuditOld
               END-STRING
               MOVE "REFUSED" TO AuditNew
               PERFORM WriteAudit
               EXIT PARAGRAPH
           END-IF.
           CALL "getpid" RETURNING ProcessNumber
               ON EXCEPTION MOVE ZERO TO ProcessNumber
           END-CALL.
           ACCEPT LogDate FROM DATE YYYYMMDD.
           ACCEPT LogTime FROM TIME.
           MOVE SPACES TO SessionLockRecord.
           MOVE PlayerId TO LockPlayerId.
           MOVE ProcessNumber TO LockPid.
           MOVE LogDate TO LockDate.
           MOVE LogTime TO LockTime.
           OPEN OUTPUT SessionLockFile.
           IF SessionLockStatus NOT = "00"
               MOVE SessionLockStatus TO MsgArg1
               MOVE 0068 TO MsgNo
               PERFORM ShowMsg
               EXIT PARAGRAPH
           END-IF.
           WRITE SessionLockRecord.
           CLOSE SessionLockFile.
           MOVE "Y" TO SessionLockHeld.

       BuildSessionLockName.
           MOVE SPACES TO SessionLockFileName.
           STRING "session-" DELIMITED BY SIZE
                  PlayerId DELIMITED BY SPACE
                  ".lck" DELIMITED BY SIZE
                  INTO SessionLockFileName
           END-STRING.

       ReadSessionLock.
           MOVE "N" TO LockFound.
           OPEN INPUT SessionLockFile.
           IF SessionLockStatus = "00"
               READ SessionLockFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO LockFound
               END-READ
               CLOSE SessionLockFile
           END-IF.

       ReleaseSessionLock.
           IF SessionLockHeld = "Y"
               DELETE FILE SessionLockFile
               MOVE "N" TO SessionLockHeld
           END-IF.

       ChoosePin.
           MOVE "N" TO PinOk.
           MOVE 0069 TO MsgNo.
           PERFORM ShowMsg.
           ACCEPT PinRaw.
           IF FUNCTION TRIM(PinRaw) IS NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(PinRaw)) < 4
              OR FUNCTION LENGTH(FUNCTION TRIM(PinRaw)) > 8
               MOVE 0070 TO MsgNo
               PERFORM ShowMsg
               EXIT PARAGRAPH
           END-IF.
           MOVE 0071 TO MsgNo.
           PERFORM ShowMsg.
           ACCEPT PinConfirm.
           IF PinConfirm NOT = PinRaw
               MOVE 0072 TO MsgNo
               PERFORM ShowMsg
               EXIT PARAGRAPH
           END-IF.
           PERFORM ComputePinDigest.
           MOVE "Y" TO PinOk.

       AuditRegistryFailure.
           MOVE "SIGNFAIL" TO AuditField.
           MOVE SPACES TO AuditOld.
           STRING "REGISTRY " DELIMITED BY SIZE
                  RegistryStatus DELIMITED BY SIZE
                  INTO AuditOld
           END-STRING.
           MOVE "REFUSED" TO AuditNew.
           PERFORM WriteAudit.

       ChooseLanguage.
           MOVE 0160 TO MsgNo.
           PERFORM ShowMsg.
           ACCEPT LanguageWanted.
           MOVE FUNCTION UPPER-CASE(LanguageWanted) TO LanguageWanted.
           IF LanguageWanted = SPACES
               MOVE "EN" TO LanguageWanted
           END-IF.
           PERFORM CheckLanguage.
           IF LanguageOk = "N"
               MOVE LanguageWanted TO MsgArg1
               MOVE 0161 TO MsgNo
               PERFORM ShowMsg
               MOVE "EN" TO LanguageWanted
           END-IF.

       CheckLanguage.
           MOVE "Y" TO LanguageOk.
           IF LanguageWanted = "EN"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MsgFileName.
           STRING "msg-" DELIMITED BY SIZE
                  LanguageWanted DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO MsgFileName
           END-STRING.
           OPEN INPUT MsgFile.
           IF MsgStatus = "00"
               CLOSE MsgFile
           ELSE
               MOVE "N" TO LanguageOk
           END-IF.

       UsePlayerLanguage.
           MOVE "EN" TO PlayerLanguage.
           MOVE SPACES TO MsgReportedFlags.
           IF LanguageWanted = SPACES OR LanguageWanted = LOW-VALUES
              OR LanguageWanted = "EN"
               EXIT PARAGRAPH
           END-IF.
           MOVE LanguageWanted TO MsgLoadLanguage.
           PERFORM LoadMessages.
           IF MsgLoaded = "Y"
               MOVE LanguageWanted TO PlayerLanguage
           ELSE
               MOVE ZERO TO MsgNo
               MOVE MsgFileName TO MsgMissingWhat
               MOVE LanguageWanted TO MsgLogLanguage
               PERFORM WriteMsgException
           END-IF.

       LanguageCommand.
           MOVE PlayerLanguage TO MsgArg1.
           MOVE 0162 TO MsgNo.
           PERFORM ShowMsg.
           PERFORM ReadItem.
           MOVE ItemWanted(1:2) TO LanguageWanted.
           IF LanguageWanted = SPACES OR LanguageWanted = PlayerLanguage
               MOVE 0163 TO MsgNo
               PERFORM ShowMsg
               EXIT PARAGRAPH
           END-IF.
           PERFORM CheckLanguage.
           IF LanguageOk = "N"
               MOVE LanguageWanted TO MsgArg1
               MOVE 0164 TO MsgNo
               PERFORM ShowMsg
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O RegistryFile.
           IF RegistryStatus = "00"
               MOVE PlayerId TO RegPlayerId
               READ RegistryFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE LanguageWanted TO RegLanguage
                       REWRITE RegistryRecord
               END-READ
               CLOSE RegistryFile
           END-IF.
           IF RegistryStatus NOT = "00"
               MOVE RegistryStatus TO MsgArg1
               MOVE 0165 TO MsgNo
               PERFORM ShowMsg
           END-IF.
           PERFORM UsePlayerLanguage.
           MOVE "LANG" TO LogKind.
           MOVE PlayerLanguage TO LogValue.
           PERFORM LogTranscript.
           MOVE PlayerLanguage TO MsgArg1.
           MOVE 0166 TO MsgNo.
           PERFORM ShowMsg.

       ComputePinDigest.
           MOVE ZERO TO PinDigest.
           IF FUNCTION TRIM(PinRaw) IS NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(PinRaw)) > 8
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(PinRaw)) TO PinNum.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PinRaw)) TO PinLen.
           COMPUTE PinAcc = PinNum + PinLen * 7919.
           PERFORM VARYING PinCharIdx FROM 1 BY 1 UNTIL PinCharIdx > 8
               COMPUTE PinAcc = FUNCTION MOD(PinAcc * 131
                   + FUNCTION ORD(PlayerId(PinCharIdx:1)), 999999937)
           END-PERFORM.
           COMPUTE PinAcc = FUNCTION MOD(PinAcc * 7907 + PinNum, 999999937).
           IF PinAcc = ZERO
               MOVE 1 TO PinAcc
           END-IF.
           MOVE PinAcc TO PinDigest.

       ComputeOperatorDigest.
           MOVE ZERO TO OperatorDigest.
           IF AdminPassword = SPACES OR AdminPassword(17:) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(AdminPassword TRAILING)) TO PinLen.
           COMPUTE PinAcc = PinLen * 7919.
           PERFORM VARYING PinCharIdx FROM 1 BY 1 UNTIL PinCharIdx > 8
               COMPUTE PinAcc = FUNCTION MOD(PinAcc * 131
                   + FUNCTION ORD(AdminId(PinCharIdx:1)), 999999937)
           END-PERFORM.
           PERFORM VARYING PinCharIdx FROM 1 BY 1 UNTIL PinCharIdx > 16
               COMPUTE PinAcc = FUNCTION MOD(PinAcc * 7907
                   + FUNCTION ORD(AdminPassword(PinCharIdx:1)), 999999937)
           END-PERFORM.
           IF PinAcc = ZERO
               MOVE 1 TO PinAcc
           END-IF.
           MOVE PinAcc TO OperatorDigest.

       Roster.
           MOVE "N" TO RegEof.
           MOVE ZERO TO RegCount.
               END-READ
               CLOSE GameStateFile
           END-IF.
           IF RegLocked = "Y"
               MOVE "LOCKED" TO RosterState
           END-IF.
           DISPLAY RegPlayerId "  "
                   RegName "  "
                   RegCreated "  "
                   RegSessions "      "
                   RosterLevel "   "
                   RosterState.
           MOVE RegPlayerId TO CompWanted.
           PERFORM BuildCompletedList.
           IF CompletedCount > ZERO
               DISPLAY "          Completed: " FUNCTION TRIM(CompletedList)
           END-IF.

       AdminMode.
           DISPLAY "Enter your operator ID:".
               DISPLAY "An operator ID is required for maintenance mode."
               STOP RUN
           END-IF.
           DISPLAY "Enter your operator password:".
           ACCEPT AdminPassword.
           IF AdminPassword(17:) NOT = SPACES
               DISPLAY "Operator passwords are at most 16 characters; maintenance mode refused."
               MOVE "ADMINFAIL" TO AuditField
               MOVE "PASSWORD LENGTH" TO AuditOld
               MOVE "REFUSED" TO AuditNew
               PERFORM WriteAudit
               STOP RUN
           END-IF.
           PERFORM CheckOperator.
           IF OperatorOk = "N"
               DISPLAY "Operator ID or password not recognised; maintenance mode refused."
               MOVE "ADMINFAIL" TO AuditField
               MOVE SPACES TO AuditOld
               MOVE "REFUSED" TO AuditNew
               PERFORM WriteAudit
               STOP RUN
           END-IF.
           DISPLAY "Maintenance mode. Commands: show, place, stats, reset, unlock, clearlock, quit.".
           PERFORM UNTIL AdminLoop = "N"
               DISPLAY " "
               DISPLAY "maint>"
                   WHEN "place" PERFORM AdminPlace
                   WHEN "stats" PERFORM AdminStats
                   WHEN "reset" PERFORM AdminReset
                   WHEN "unlock" PERFORM AdminUnlock
                   WHEN "clearlock" PERFORM AdminClearLock
                   WHEN "quit" MOVE "N" TO AdminLoop
                   WHEN OTHER DISPLAY "Unknown command."
               END-EVALUATE
           END-PERFORM.

       CheckOperator.
           MOVE "N" TO OperatorOk.
           MOVE "N" TO OperatorsEof.
           PERFORM ComputeOperatorDigest.
           IF OperatorDigest = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT OperatorsFile.
           IF OperatorsStatus NOT = "00"
               DISPLAY "The operators file cannot be opened (status " OperatorsStatus ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL OperatorsEof = "Y"
               READ OperatorsFile
                   AT END MOVE "Y" TO OperatorsEof
                   NOT AT END PERFORM MatchOperator
               END-READ
           END-PERFORM.
           CLOSE OperatorsFile.

       MatchOperator.
           IF OperatorsRecord(1:1) = "*" OR OperatorsRecord = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO OperatorKey.
           MOVE SPACES TO OperatorSecret.
           UNSTRING OperatorsRecord DELIMITED BY ALL " "
               INTO OperatorKey OperatorSecret
           END-UNSTRING.
           IF OperatorKey = AdminId AND FUNCTION TRIM(OperatorSecret) IS NUMERIC
               IF FUNCTION NUMVAL(OperatorSecret) = OperatorDigest
                   MOVE "Y" TO OperatorOk
               END-IF
           END-IF.

       OperatorDigestLine.
           DISPLAY "Operator ID:".
           ACCEPT AdminId.
           IF AdminId = SPACES
               DISPLAY "An operator ID is required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "New operator password (up to 16 characters):".
           ACCEPT AdminPassword.
           DISPLAY "Enter the password again:".
           ACCEPT AdminPasswordAgain.
           IF AdminPasswordAgain NOT = AdminPassword
               DISPLAY "The passwords do not match; nothing produced."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ComputeOperatorDigest.
           IF OperatorDigest = ZERO
               DISPLAY "The password must be 1 to 16 characters; nothing produced."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Line for operators.dat:".
           DISPLAY FUNCTION TRIM(AdminId) " " OperatorDigest.

       AdminLoadTarget.
           DISPLAY "Player ID:".
           ACCEPT PlayerId.
           MOVE "N" TO AdminLoaded.
           PERFORM BuildSessionLockName.
           PERFORM ReadSessionLock.
           IF LockFound = "Y"
               DISPLAY "Player ID " FUNCTION TRIM(PlayerId) " is in session since " LockDate " "
                       LockTime(1:2) ":" LockTime(3:2) " (process " LockPid ")."
               DISPLAY "Editing now would be overwritten by that session; if it is gone, use clearlock first."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO GameStateFileName.
           STRING "gamestate-" DELIMITED BY SIZE
                  PlayerId DELIMITED BY SPACE
           ELSE
               DISPLAY "No game state file for " PlayerId " (status " GameStateStatus ")."
           END-IF.
           IF AdminLoaded = "Y"
              AND (SaveLayout IS NOT NUMERIC OR SaveLayout NOT = CurrentSaveLayout)
               DISPLAY "The save for " FUNCTION TRIM(PlayerId) " is in an older layout; run saveconvert first."
               MOVE "N" TO AdminLoaded
           END-IF.
           IF AdminLoaded = "Y"
               IF SavedModule = SPACES
                   MOVE "WOODS" TO SavedModule
               DISPLAY "Run reset. The player will create a new character next session."
           END-IF.

       AdminUnlock.
           DISPLAY "Player ID:".
           ACCEPT PlayerId.
           OPEN I-O RegistryFile.
           IF RegistryStatus NOT = "00"
               DISPLAY "Could not open the registry (status " RegistryStatus ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE PlayerId TO RegPlayerId.
           READ RegistryFile
               INVALID KEY DISPLAY "No registry entry for " PlayerId "."
               NOT INVALID KEY PERFORM AdminUnlockEntry
           END-READ.
           CLOSE RegistryFile.

       AdminUnlockEntry.
           IF RegLocked NOT = "Y"
               DISPLAY "That player ID is not locked; no change made."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Wrong PINs on record: " RegPinFails.
           DISPLAY "Also clear the PIN so the player chooses a new one? (y/n)".
           ACCEPT UnlockAnswer.
           MOVE "UNLOCK" TO AuditField.
           MOVE "LOCKED" TO AuditOld.
           MOVE "N" TO RegLocked.
           MOVE ZERO TO RegPinFails.
           IF UnlockAnswer = "y" OR UnlockAnswer = "Y"
               MOVE ZERO TO RegPinHash
               MOVE "OPEN PIN-CLEARED" TO AuditNew
           ELSE
               MOVE "OPEN" TO AuditNew
           END-IF.
           REWRITE RegistryRecord.
           IF RegistryStatus = "00"
               PERFORM WriteAudit
               DISPLAY "Player ID unlocked."
           ELSE
               DISPLAY "Warning: could not update the registry (status " RegistryStatus ")."
           END-IF.

       AdminClearLock.
           DISPLAY "Player ID:".
           ACCEPT PlayerId.
           PERFORM BuildSessionLockName.
           PERFORM ReadSessionLock.
           IF LockFound = "N"
               DISPLAY "No session lock on file for " PlayerId "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Lock taken on " LockDate " at " LockTime(1:2) ":" LockTime(3:2)
                   " by process " LockPid ".".
           DISPLAY "Clear it only if that session is no longer running. Clear it? (y/n)".
           ACCEPT ClearAnswer.
           IF ClearAnswer NOT = "y" AND ClearAnswer NOT = "Y"
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF.
           DELETE FILE SessionLockFile.
           IF SessionLockStatus = "00"
               MOVE "CLEARLOCK" TO AuditField
               MOVE SPACES TO AuditOld
               STRING "HELD PID " DELIMITED BY SIZE
                      LockPid DELIMITED BY SIZE
                      INTO AuditOld
               END-STRING
               MOVE "CLEARED" TO AuditNew
               PERFORM WriteAudit
               DISPLAY "Session lock cleared."
           ELSE
               DISPLAY "Warning: could not remove the lock (status " SessionLockStatus ")."
           END-IF.

       AdminRewrite.
           MOVE "N" TO RewriteOk.
           PERFORM RotateBackups.
           IF HitPoints > DamageAmount
               SUBTRACT DamageAmount FROM HitPoints
           ELSE
               MOVE HitPoints TO DamageAmount
               MOVE ZERO TO HitPoints
           END-IF.
           MOVE "FAIL" TO CheckResult.
           MOVE DamageAmount TO CheckDamage.
           PERFORM LogCheck.
           MOVE HitPoints TO MsgArg1.
           MOVE MaxHitPoints TO MsgArg2.
           MOVE 0073 TO MsgNo.
           PERFORM ShowMsg.
           PERFORM SavePlace.
           IF HitPoints = ZERO
               PERFORM GameOver
           END-IF.

       GameOver.
           MOVE "DEATH" TO LogKind.
           MOVE SPACES TO LogValue.
           STRING Place DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  DeathCause DELIMITED BY SPACE
                  INTO LogValue
           END-STRING.
           PERFORM LogTranscript.
           DISPLAY " ".
           IF DeathCause = "COMBAT"
               ADD 1 TO FightsLost
               MOVE MonName(CurMonIdx) TO MsgArg1
               MOVE 0074 TO MsgNo
               PERFORM ShowMsg
               MOVE 0075 TO MsgNo
               PERFORM ShowMsg
           ELSE
               MOVE 0076 TO MsgNo
               PERFORM ShowMsg
           END-IF.
           MOVE 0077 TO MsgNo.
           PERFORM ShowMsg.
           MOVE "N" TO GameLoop.
           PERFORM EndSummary.
           PERFORM CloseBatch.
           PERFORM ReleaseSessionLock.
           STOP RUN.

       LogCheckPass.
           MOVE "PASS" TO CheckResult.
           MOVE ZERO TO CheckDamage.
           PERFORM LogCheck.

       LogCheckMiss.
           MOVE "FAIL" TO CheckResult.
           MOVE ZERO TO CheckDamage.
           PERFORM LogCheck.

       LogCheck.
           MOVE CheckKind TO LogKind.
           MOVE SPACES TO LogValue.
           STRING Place DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CheckStat DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CheckResult DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CheckDamage DELIMITED BY SIZE
                  INTO LogValue
           END-STRING.
           PERFORM LogTranscript.

       ShowWoundState.
           EVALUATE TRUE
               WHEN HitPoints >= MaxHitPoints
                   MOVE 0078 TO MsgNo
                   PERFORM ShowMsg
               WHEN HitPoints * 2 >= MaxHitPoints
                   MOVE 0079 TO MsgNo
                   PERFORM ShowMsg
               WHEN HitPoints > ZERO
                   MOVE 0080 TO MsgNo
                   PERFORM ShowMsg
               WHEN OTHER
                   MOVE 0081 TO MsgNo
                   PERFORM ShowMsg
           END-EVALUATE.

       LoadParams.
       COPY "paramload.cpy".

       LoadWorld.
           PERFORM LoadBaseWorld.
           PERFORM VARYING QuestIdx FROM 1 BY 1 UNTIL QuestIdx > 5
               MOVE QuestText(QuestIdx) TO QuestTextEn(QuestIdx)
           END-PERFORM.
           IF WorldOk = "Y" AND PlayerLanguage NOT = "EN"
               PERFORM LoadWorldOverlay
           END-IF.

       LoadBaseWorld.
       COPY "worldload.cpy".

       LoadWorldOverlay.
           MOVE ZERO TO OverlayIntroNo.
           MOVE ZERO TO OverlayLookNo.
           MOVE ZERO TO OverlayNpcIdx.
           MOVE ZERO TO OverlayLineNo.
           MOVE "N" TO WorldEof.
           MOVE SPACES TO WorldFileName.
           STRING "world-" DELIMITED BY SIZE
                  GameModule DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  PlayerLanguage DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WorldFileName
           END-STRING.
           OPEN INPUT WorldFile.
           IF WorldStatus NOT = "00"
               MOVE ZERO TO MsgNo
               MOVE WorldFileName TO MsgMissingWhat
               MOVE PlayerLanguage TO MsgLogLanguage
               PERFORM WriteMsgException
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WorldEof = "Y"
               READ WorldFile
                   AT END MOVE "Y" TO WorldEof
                   NOT AT END PERFORM OverlayWorldRecord
               END-READ
           END-PERFORM.
           CLOSE WorldFile.

       OverlayWorldRecord.
           EVALUATE WorldRecord(1:1)
               WHEN "R"
                   PERFORM VARYING RoomIdx FROM 1 BY 1 UNTIL RoomIdx > RoomCount
                       IF RoomFrom(RoomIdx) = WorldRecord(3:16)
                          AND RoomExitNum(RoomIdx) = WorldRecord(20:1)
                           IF WorldRecord(22:30) NOT = SPACES
                               MOVE WorldRecord(22:30) TO RoomExitLabel(RoomIdx)
                           END-IF
                           IF WorldRecord(74:70) NOT = SPACES
                               MOVE WorldRecord(74:70) TO RoomText1(RoomIdx)
                           END-IF
                           IF WorldRecord(145:70) NOT = SPACES
                               MOVE WorldRecord(145:70) TO RoomText2(RoomIdx)
                           END-IF
                       END-IF
                   END-PERFORM
               WHEN "G"
                   ADD 1 TO OverlayIntroNo
                   IF OverlayIntroNo NOT > IntroCount
                      AND WorldRecord(3:70) NOT = SPACES
                       MOVE WorldRecord(3:70) TO IntroLine(OverlayIntroNo)
                   END-IF
               WHEN "L"
                   ADD 1 TO OverlayLookNo
                   IF OverlayLookNo NOT > LookCount
                      AND WorldRecord(3:70) NOT = SPACES
                       MOVE WorldRecord(3:70) TO LookLine(OverlayLookNo)
                   END-IF
               WHEN "Q"
                   PERFORM VARYING QuestIdx FROM 1 BY 1 UNTIL QuestIdx > QuestCount
                       IF QuestType(QuestIdx) = WorldRecord(3:5)
                          AND QuestTarget(QuestIdx) = WorldRecord(9:16)
                          AND WorldRecord(26:60) NOT = SPACES
                           MOVE WorldRecord(26:60) TO QuestText(QuestIdx)
                       END-IF
                   END-PERFORM
               WHEN "T"
                   PERFORM VARYING DarkIdx FROM 1 BY 1 UNTIL DarkIdx > DarkCount
                       IF DarkRoom(DarkIdx) = WorldRecord(3:16)
                          AND WorldRecord(20:70) NOT = SPACES
                           MOVE WorldRecord(20:70) TO DarkText(DarkIdx)
                       END-IF
                   END-PERFORM
               WHEN "N"
                   MOVE ZERO TO OverlayNpcIdx
                   MOVE ZERO TO OverlayLineNo
                   PERFORM VARYING NpcIdx FROM 1 BY 1 UNTIL NpcIdx > NpcCount
                       IF NpcName(NpcIdx) = WorldRecord(3:16)
                           MOVE NpcIdx TO OverlayNpcIdx
                       END-IF
                   END-PERFORM
               WHEN "D"
                   IF OverlayNpcIdx > ZERO
                       ADD 1 TO OverlayLineNo
                       IF OverlayLineNo NOT > NpcLineCount(OverlayNpcIdx)
                          AND WorldRecord(3:70) NOT = SPACES
                           COMPUTE NpcLineIdx = NpcLineStart(OverlayNpcIdx) + OverlayLineNo - 1
                           MOVE WorldRecord(3:70) TO NpcLine(NpcLineIdx)
                       END-IF
                   END-IF
               WHEN "C"
                   IF OverlayNpcIdx > ZERO
                       COMPUTE NpcChoiceEnd = NpcChoiceStart(OverlayNpcIdx)
                                            + NpcChoiceCount(OverlayNpcIdx) - 1
                       PERFORM VARYING NpcChoiceIdx FROM NpcChoiceStart(OverlayNpcIdx) BY 1
                               UNTIL NpcChoiceIdx > NpcChoiceEnd
                           IF NpcChoiceNum(NpcChoiceIdx) = WorldRecord(3:1)
                               IF WorldRecord(5:60) NOT = SPACES
                                   MOVE WorldRecord(5:60) TO NpcChoicePrompt(NpcChoiceIdx)
                               END-IF
                               IF WorldRecord(66:70) NOT = SPACES
                                   MOVE WorldRecord(66:70) TO NpcChoiceReply(NpcChoiceIdx)
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LoadModuleList.
       COPY "modload.cpy".

       LoadCohorts.
       COPY "cohortload.cpy".

       FindEnrolment.
           MOVE SPACES TO AssignedModule.
           MOVE SPACES TO AssignedCohort.
           MOVE ZERO TO AssignedStart.
           ACCEPT LogDate FROM DATE YYYYMMDD.
           PERFORM VARYING EnrolIdx FROM 1 BY 1 UNTIL EnrolIdx > EnrolCount
               IF EnrolPlayer(EnrolIdx) = PlayerId
                   PERFORM VARYING CohortIdx FROM 1 BY 1 UNTIL CohortIdx > CohortCount
                       IF CohortCode(CohortIdx) = EnrolCohort(EnrolIdx)
                          AND CohortStart(CohortIdx) <= LogDate
                          AND CohortStart(CohortIdx) >= AssignedStart
                           MOVE CohortStart(CohortIdx) TO AssignedStart
                           MOVE EnrolCohort(EnrolIdx) TO AssignedCohort
                           MOVE EnrolModule(EnrolIdx) TO AssignedModule
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       ChooseModule.
           MOVE "N" TO ModuleRefused.
           MOVE PlayerId TO CompWanted.
           PERFORM BuildCompletedList.
           IF AssignedModule NOT = SPACES
               PERFORM TakeAssignedModule
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO EligibleCount.
           PERFORM VARYING ModIdx FROM 1 BY 1 UNTIL ModIdx > ModCount
               PERFORM CheckModuleOpen
               IF ModuleOpen = "Y"
                   ADD 1 TO EligibleCount
               END-IF
           END-PERFORM.
           IF EligibleCount = ZERO
               IF CompletedCount > ZERO
                   MOVE 0082 TO MsgNo
                   PERFORM ShowMsg
               ELSE
                   MOVE 0083 TO MsgNo
                   PERFORM ShowMsg
               END-IF
               MOVE "Y" TO ModuleRefused
               EXIT PARAGRAPH
           END-IF.
           MOVE 0084 TO MsgNo.
           PERFORM ShowMsg.
           PERFORM VARYING ModIdx FROM 1 BY 1 UNTIL ModIdx > ModCount
               PERFORM CheckModuleOpen
               IF ModuleOpen = "Y"
                   MOVE ModIdx TO MsgArg1
                   MOVE ModTitle(ModIdx) TO MsgArg2
                   MOVE 0011 TO MsgNo
                   PERFORM ShowMsg
               END-IF
           END-PERFORM.
           MOVE "N" TO ModulePicked.
           PERFORM UNTIL ModulePicked = "Y" OR BatchExhausted = "Y"
               MOVE "CHOICE" TO LogKind
               MOVE Choice TO LogValue
               PERFORM LogTranscript
               MOVE "N" TO ModuleOpen
               IF Choice >= 1 AND Choice <= ModCount
                   MOVE Choice TO ModIdx
                   PERFORM CheckModuleOpen
               END-IF
               IF ModuleOpen = "Y"
                   MOVE ModCode(Choice) TO GameModule
                   MOVE "Y" TO ModulePicked
               ELSE
                   MOVE 0085 TO MsgNo
                   PERFORM ShowMsg
               END-IF
           END-PERFORM.
           MOVE "MODULE" TO LogKind.
           MOVE GameModule TO LogValue.
           PERFORM LogTranscript.
           MOVE GameModule TO MsgArg1.
           MOVE 0086 TO MsgNo.
           PERFORM ShowMsg.

       CheckModuleOpen.
           MOVE "N" TO ModuleOpen.
           IF ModuleDone(ModIdx) = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF ModPrereq(ModIdx) = SPACES
               MOVE "Y" TO ModuleOpen
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PrereqIdx FROM 1 BY 1 UNTIL PrereqIdx > ModCount
               IF ModCode(PrereqIdx) = ModPrereq(ModIdx)
                  AND ModuleDone(PrereqIdx) = "Y"
                   MOVE "Y" TO ModuleOpen
               END-IF
           END-PERFORM.

       BuildCompletedList.
           MOVE SPACES TO CompletedList.
           MOVE 1 TO CompletedPtr.
           MOVE ZERO TO CompletedCount.
           MOVE ALL "N" TO ModuleDoneFlags.
           OPEN INPUT CompletionFile.
           IF CompletionStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE CompWanted TO CompPlayerId.
           MOVE LOW-VALUES TO CompModule.
           MOVE "N" TO CompletionEof.
           START CompletionFile KEY IS >= CompKey
               INVALID KEY MOVE "Y" TO CompletionEof
           END-START.
           PERFORM UNTIL CompletionEof = "Y"
               READ CompletionFile NEXT RECORD
                   AT END MOVE "Y" TO CompletionEof
                   NOT AT END
                       IF CompPlayerId NOT = CompWanted
                           MOVE "Y" TO CompletionEof
                       ELSE
                           PERFORM NoteCompletedModule
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CompletionFile.

       NoteCompletedModule.
           IF CompletedCount < 9
               ADD 1 TO CompletedCount
           END-IF.
           STRING CompModule DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  INTO CompletedList WITH POINTER CompletedPtr
           END-STRING.
           PERFORM VARYING PrereqIdx FROM 1 BY 1 UNTIL PrereqIdx > ModCount
               IF ModCode(PrereqIdx) = CompModule
                   MOVE "Y" TO ModuleDone(PrereqIdx)
               END-IF
           END-PERFORM.

       RecordCompletion.
           OPEN I-O CompletionFile.
           IF CompletionStatus = "35"
               OPEN OUTPUT CompletionFile
               IF CompletionStatus = "00"
                   CLOSE CompletionFile
                   OPEN I-O CompletionFile
               END-IF
           END-IF.
           IF CompletionStatus NOT = "00"
               MOVE CompletionStatus TO MsgArg1
               MOVE 0087 TO MsgNo
               PERFORM ShowMsg
               EXIT PARAGRAPH
           END-IF.
           MOVE PlayerId TO CompPlayerId.
           MOVE GameModule TO CompModule.
           READ CompletionFile
               INVALID KEY
                   ACCEPT LogDate FROM DATE YYYYMMDD
                   ACCEPT LogTime FROM TIME
                   MOVE PlayerId TO CompPlayerId
                   MOVE GameModule TO CompModule
                   MOVE LogDate TO CompDate
                   MOVE LogTime TO CompTime
                   MOVE CharLevel TO CompLevel
                   MOVE Experience TO CompExperience
                   MOVE QuestsDone TO CompObjectivesMet
                   MOVE QuestCount TO CompObjectivesSet
                   MOVE QuestDoneFlags TO CompObjectiveFlags
                   WRITE CompletionRecord
                   IF CompletionStatus NOT = "00"
                       MOVE CompletionStatus TO MsgArg1
                       MOVE 0087 TO MsgNo
                       PERFORM ShowMsg
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE CompletionFile.

       CheckAssignedModule.
           IF ModuleDone(ModIdx) = "Y"
               MOVE ModTitle(ModIdx) TO MsgArg1
               MOVE 0088 TO MsgNo
               PERFORM ShowMsg
               MOVE AssignedCohort TO MsgArg1
               MOVE 0089 TO MsgNo
               PERFORM ShowMsg
               MOVE "Y" TO ModuleRefused
               EXIT PARAGRAPH
           END-IF.
           PERFORM CheckModuleOpen.
           IF ModuleOpen = "N"
               MOVE ModTitle(ModIdx) TO MsgArg1
               MOVE ModPrereq(ModIdx) TO MsgArg2
               MOVE 0090 TO MsgNo
               PERFORM ShowMsg
               MOVE 0091 TO MsgNo
               PERFORM ShowMsg
               MOVE "Y" TO ModuleRefused
           END-IF.

       IssueCertificate.
           MOVE ZERO TO HighCertNumber.
           MOVE "N" TO CertRegEof.
           OPEN INPUT CertRegFile.
           IF CertRegStatus = "00"
               PERFORM UNTIL CertRegEof = "Y"
                   READ CertRegFile
                       AT END MOVE "Y" TO CertRegEof
                       NOT AT END
                           IF CertNumber IS NUMERIC AND CertNumber > HighCertNumber
                               MOVE CertNumber TO HighCertNumber
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CertRegFile
           END-IF.
           ACCEPT LogDate FROM DATE YYYYMMDD.
           ACCEPT LogTime FROM TIME.
           COMPUTE CertNumber = HighCertNumber + 1.
           MOVE PlayerId TO CertPlayerId.
           MOVE GameModule TO CertModule.
           MOVE LogDate TO CertDate.
           MOVE LogTime TO CertTime.
           MOVE Blase TO CertName.
           MOVE CharLevel TO CertLevel.
           MOVE QuestsDone TO CertObjectivesMet.
           MOVE QuestCount TO CertObjectivesSet.
           PERFORM ComputeCertSeal.
           MOVE SealValue TO CertSeal.
           OPEN EXTEND CertRegFile.
           IF CertRegStatus = "35"
               OPEN OUTPUT CertRegFile
           END-IF.
           IF CertRegStatus NOT = "00"
               MOVE CertRegStatus TO MsgArg1
               MOVE 0092 TO MsgNo
               PERFORM ShowMsg
               EXIT PARAGRAPH
           END-IF.
           WRITE CertRegRecord.
           CLOSE CertRegFile.
           PERFORM PrintCertificate.

       ComputeCertSeal.
       COPY "certseal.cpy".

       PrintCertificate.
           MOVE GameModule TO CertTitle.
           PERFORM VARYING ModIdx FROM 1 BY 1 UNTIL ModIdx > ModCount
               IF ModCode(ModIdx) = GameModule
                   MOVE ModTitle(ModIdx) TO CertTitle
               END-IF
           END-PERFORM.
           MOVE SPACES TO CertificateFileName.
           STRING "cert-" DELIMITED BY SIZE
                  CertNumber DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO CertificateFileName
           END-STRING.
           OPEN OUTPUT CertificateFile.
           IF CertificateStatus NOT = "00"
               MOVE CertNumber TO MsgArg1
               MOVE CertificateStatus TO MsgArg2
               MOVE 0093 TO MsgNo
               PERFORM ShowMsg
               EXIT PARAGRAPH
           END-IF.
           MOVE ALL "=" TO CertLine.
           PERFORM PutCertLine.
           MOVE "                      CERTIFICATE OF COMPLETION" TO CertLine.
           PERFORM PutCertLine.
           MOVE ALL "=" TO CertLine.
           PERFORM PutCertLine.
           MOVE SPACES TO CertLine.
           PERFORM PutCertLine.
           MOVE SPACES TO CertLine.
           STRING "Certificate number: " DELIMITED BY SIZE
                  CertNumber DELIMITED BY SIZE
                  INTO CertLine
           END-STRING.
           PERFORM PutCertLine.
           MOVE SPACES TO CertLine.
           PERFORM PutCertLine.
           MOVE "This certifies that" TO CertLine.
           PERFORM PutCertLine.
           MOVE SPACES TO CertLine.
           STRING "      " DELIMITED BY SIZE
                  FUNCTION TRIM(CertName) DELIMITED BY SIZE
                  INTO CertLine
           END-STRING.
           PERFORM PutCertLine.
           MOVE SPACES TO CertLine.
           STRING "player ID " DELIMITED BY SIZE
                  CertPlayerId DELIMITED BY SPACE
                  ", has completed the training module" DELIMITED BY SIZE
                  INTO CertLine
           END-STRING.
           PERFORM PutCertLine.
           MOVE SPACES TO CertLine.
           STRING "      " DELIMITED BY SIZE
                  FUNCTION TRIM(CertTitle) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  CertModule DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
                  INTO CertLine
           END-STRING.
           PERFORM PutCertLine.
           MOVE SPACES TO CertLine.
           STRING "on " DELIMITED BY SIZE
                  CertDate(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  CertDate(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  CertDate(7:2) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO CertLine
           END-STRING.
           PERFORM PutCertLine.
           MOVE SPACES TO CertLine.
           PERFORM PutCertLine.
           MOVE SPACES TO CertLine.
           STRING "Final level: " DELIMITED BY SIZE
                  CertLevel DELIMITED BY SIZE
                  "      Objectives achieved: " DELIMITED BY SIZE
                  CertObjectivesMet DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  CertObjectivesSet DELIMITED BY SIZE
                  INTO CertLine
           END-STRING.
           PERFORM PutCertLine.
           PERFORM VARYING QuestIdx FROM 1 BY 1 UNTIL QuestIdx > QuestCount
               IF QuestDone(QuestIdx) = "Y"
                   MOVE SPACES TO CertLine
                   STRING "   - " DELIMITED BY SIZE
                          FUNCTION TRIM(QuestTextEn(QuestIdx)) DELIMITED BY SIZE
                          INTO CertLine
                   END-STRING
                   PERFORM PutCertLine
               END-IF
           END-PERFORM.
           MOVE SPACES TO CertLine.
           PERFORM PutCertLine.
           MOVE SPACES TO CertLine.
           STRING "Verification code: " DELIMITED BY SIZE
                  CertSeal DELIMITED BY SIZE
                  INTO CertLine
           END-STRING.
           PERFORM PutCertLine.
           MOVE "Quote the certificate number to have it verified against the register." TO CertLine.
           PERFORM PutCertLine.
           MOVE ALL "=" TO CertLine.
           PERFORM PutCertLine.
           CLOSE CertificateFile.
           MOVE CertNumber TO MsgArg1.
           MOVE CertificateFileName TO MsgArg2.
           MOVE 0094 TO MsgNo.
           PERFORM ShowMsg.

       PutCertLine.
           MOVE CertLine TO CertificateRecord.
           WRITE CertificateRecord.

       TakeAssignedModule.
           PERFORM VARYING ModIdx FROM 1 BY 1 UNTIL ModIdx > ModCount
               IF ModCode(ModIdx) = AssignedModule
                   PERFORM CheckAssignedModule
               END-IF
           END-PERFORM.
           IF ModuleRefused = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE AssignedModule TO GameModule.
           MOVE AssignedCohort TO MsgArg1.
           MOVE 0095 TO MsgNo.
           PERFORM ShowMsg.
           PERFORM VARYING ModIdx FROM 1 BY 1 UNTIL ModIdx > ModCount
               IF ModCode(ModIdx) = AssignedModule
                   MOVE ModTitle(ModIdx) TO MsgArg1
                   MOVE 0096 TO MsgNo
                   PERFORM ShowMsg
               END-IF
           END-PERFORM.
           MOVE "MODULE" TO LogKind.
           MOVE GameModule TO LogValue.
           PERFORM LogTranscript.
           MOVE GameModule TO MsgArg1.
           MOVE 0086 TO MsgNo.
           PERFORM ShowMsg.

       ListItemsHere.
           PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
               IF ItemPlace(ItemIdx) = Place
                   MOVE ItemName(ItemIdx) TO MsgArg1
                   MOVE 0097 TO MsgNo
                   PERFORM ShowMsg
               END-IF
           END-PERFORM.

       ListNpcsHere.
           PERFORM VARYING NpcIdx FROM 1 BY 1 UNTIL NpcIdx > NpcCount
               IF NpcPlace(NpcIdx) = Place
                   MOVE NpcName(NpcIdx) TO MsgArg1
                   MOVE 0098 TO MsgNo
                   PERFORM ShowMsg
               END-IF
           END-PERFORM.

               END-IF
           END-PERFORM.
           IF MatchedNpcIdx = ZERO
               MOVE 0099 TO MsgNo
               PERFORM ShowMsg
           ELSE
               PERFORM TalkToNpc
           END-IF.

       TalkToNpc.
           MOVE NpcName(MatchedNpcIdx) TO MsgArg1.
           MOVE 0100 TO MsgNo.
           PERFORM ShowMsg.
           COMPUTE NpcLineEnd = NpcLineStart(MatchedNpcIdx)
                              + NpcLineCount(MatchedNpcIdx) - 1.
           PERFORM VARYING NpcLineIdx FROM NpcLineStart(MatchedNpcIdx) BY 1
               DISPLAY NpcLine(NpcLineIdx)
           END-PERFORM.
           IF NpcSpoken(MatchedNpcIdx) = "Y"
               MOVE NpcName(MatchedNpcIdx) TO MsgArg1
               MOVE 0101 TO MsgNo
               PERFORM ShowMsg
           ELSE
               IF NpcChoiceCount(MatchedNpcIdx) > ZERO
                   PERFORM AskNpcChoice
                                + NpcChoiceCount(MatchedNpcIdx) - 1.
           MOVE "N" TO NpcAnswered.
           PERFORM UNTIL NpcAnswered = "Y" OR BatchExhausted = "Y"
               MOVE 0102 TO MsgNo
               PERFORM ShowMsg
               PERFORM VARYING NpcChoiceIdx FROM NpcChoiceStart(MatchedNpcIdx)
                       BY 1 UNTIL NpcChoiceIdx > NpcChoiceEnd
                   MOVE NpcChoiceNum(NpcChoiceIdx) TO MsgArg1
                   MOVE NpcChoicePrompt(NpcChoiceIdx) TO MsgArg2
                   MOVE 0011 TO MsgNo
                   PERFORM ShowMsg
               END-PERFORM
               PERFORM ReadChoice
               MOVE "CHOICE" TO LogKind
                   IF NpcChoiceNum(NpcChoiceIdx) = Choice
                       DISPLAY NpcChoiceReply(NpcChoiceIdx)
                       MOVE "Y" TO NpcAnswered
                       PERFORM ScoreNpcChoice
                   END-IF
               END-PERFORM
               IF NpcAnswered = "N"
                   MOVE 0103 TO MsgNo
                   PERFORM ShowMsg
               END-IF
           END-PERFORM.

       ScoreNpcChoice.
           IF AssessScore IS NOT NUMERIC
               MOVE ZERO TO AssessScore
           END-IF.
           ADD NpcChoiceScore(NpcChoiceIdx) TO AssessScore.
           MOVE "D" TO ScrType.
           MOVE "CHOICE" TO ScrKind.
           MOVE NpcName(MatchedNpcIdx) TO ScrTarget.
           MOVE NpcChoiceScore(NpcChoiceIdx) TO ScrPoints.
           MOVE NpcChoicePrompt(NpcChoiceIdx) TO ScrText.
           PERFORM WriteScorecard.

       ApplyScoreRules.
           PERFORM VARYING ScoreIdx FROM 1 BY 1 UNTIL ScoreIdx > ScoreCount
               IF ScoreAction(ScoreIdx) = ScoreKindWanted
                  AND ScoreTarget(ScoreIdx) = ScoreTargetWanted
                  AND (ScorePlace(ScoreIdx) = SPACES OR ScorePlace(ScoreIdx) = Place)
                  AND ScoreFlag(ScoreIdx) NOT = "Y"
                   PERFORM AwardScoreRule
               END-IF
           END-PERFORM.

       AwardScoreRule.
           IF AssessScore IS NOT NUMERIC
               MOVE ZERO TO AssessScore
           END-IF.
           ADD ScorePoints(ScoreIdx) TO AssessScore.
           MOVE "Y" TO ScoreFlag(ScoreIdx).
           IF ScoreAction(ScoreIdx) = "FLEE" OR ScoreAction(ScoreIdx) = "FIGHT"
               PERFORM VARYING ScoreOtherIdx FROM 1 BY 1 UNTIL ScoreOtherIdx > ScoreCount
                   IF ScoreTarget(ScoreOtherIdx) = ScoreTarget(ScoreIdx)
                      AND (ScoreAction(ScoreOtherIdx) = "FLEE"
                           OR ScoreAction(ScoreOtherIdx) = "FIGHT")
                       MOVE "Y" TO ScoreFlag(ScoreOtherIdx)
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "D" TO ScrType.
           MOVE ScoreAction(ScoreIdx) TO ScrKind.
           MOVE ScoreTarget(ScoreIdx) TO ScrTarget.
           MOVE ScorePoints(ScoreIdx) TO ScrPoints.
           MOVE ScoreText(ScoreIdx) TO ScrText.
           PERFORM WriteScorecard.
           PERFORM SavePlace.

       StartScorecard.
           MOVE "H" TO ScrType.
           MOVE "START" TO ScrKind.
           MOVE Blase TO ScrTarget.
           MOVE ZERO TO ScrPoints.
           MOVE "New run started" TO ScrText.
           PERFORM WriteScorecard.

       EndScorecard.
           MOVE "E" TO ScrType.
           IF AssessScore < PassMark
               MOVE "BELOW" TO ScrKind
           ELSE
               MOVE "PASS" TO ScrKind
           END-IF.
           EVALUATE TRUE
               WHEN HitPoints = ZERO
                   MOVE "DIED" TO ScrTarget
               WHEN RunComplete = "Y"
                   MOVE "COMPLETE" TO ScrTarget
               WHEN OTHER
                   MOVE "QUIT" TO ScrTarget
           END-EVALUATE.
           MOVE ZERO TO ScrPoints.
           MOVE "Session ended; total against the module pass mark" TO ScrText.
           PERFORM WriteScorecard.

       WriteScorecard.
           ACCEPT ScrDate FROM DATE YYYYMMDD.
           ACCEPT ScrTime FROM TIME.
           MOVE GameModule TO ScrModule.
           MOVE AssessScore TO ScrTotal.
           MOVE PassMark TO ScrPassMark.
           OPEN EXTEND ScorecardFile.
           IF ScorecardStatus NOT = "00"
               OPEN OUTPUT ScorecardFile
           END-IF.
           IF ScorecardStatus = "00"
               WRITE ScorecardRecord
               CLOSE ScorecardFile
           END-IF.

       TakeItem.
           IF InCombat = "Y"
               PERFORM CombatBlocks
               EXIT PARAGRAPH
           END-IF.
           MOVE 0104 TO MsgNo.
           PERFORM ShowMsg.
           PERFORM ReadItem.
           MOVE "N" TO FoundItem.
           PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
               END-IF
           END-PERFORM.
           IF FoundItem = "N"
               MOVE ItemWanted TO MsgArg1
               MOVE 0105 TO MsgNo
               PERFORM ShowMsg
           ELSE
               MOVE 0 TO FreeCarrySlot
               PERFORM VARYING CarryIdx FROM 1 BY 1 UNTIL CarryIdx > CarryLimit
                   END-IF
               END-PERFORM
               IF FreeCarrySlot = 0
                   MOVE 0106 TO MsgNo
                   PERFORM ShowMsg
               ELSE
                   MOVE ItemName(MatchedItemIdx) TO CarriedItem(FreeCarrySlot)
                   MOVE "CARRIED" TO ItemPlace(MatchedItemIdx)
                   PERFORM SavePlace
                   MOVE ItemWanted TO MsgArg1
                   MOVE 0107 TO MsgNo
                   PERFORM ShowMsg
                   MOVE "TAKE" TO ScoreKindWanted
                   MOVE ItemWanted TO ScoreTargetWanted
                   PERFORM ApplyScoreRules
                   PERFORM UpdateQuestProgress
               END-IF
           END-IF.
               PERFORM CombatBlocks
               EXIT PARAGRAPH
           END-IF.
           MOVE 0108 TO MsgNo.
           PERFORM ShowMsg.
           PERFORM ReadItem.
           MOVE "N" TO FoundItem.
           PERFORM VARYING CarryIdx FROM 1 BY 1 UNTIL CarryIdx > CarryLimit
               END-IF
           END-PERFORM.
           IF FoundItem = "N"
               MOVE ItemWanted TO MsgArg1
               MOVE 0109 TO MsgNo
               PERFORM ShowMsg
           ELSE
               PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > ItemCount
                   IF ItemName(ItemIdx) = ItemWanted
                   END-IF
               END-PERFORM
               PERFORM SavePlace
               MOVE ItemWanted TO MsgArg1
               MOVE 0110 TO MsgNo
               PERFORM ShowMsg
           END-IF.

       UseItem.
           MOVE 0111 TO MsgNo.
           PERFORM ShowMsg.
           PERFORM ReadItem.
           MOVE "N" TO FoundItem.
           PERFORM VARYING CarryIdx FROM 1 BY 1 UNTIL CarryIdx > CarryLimit
               END-IF
           END-PERFORM.
           IF FoundItem = "N"
               MOVE ItemWanted TO MsgArg1
               MOVE 0109 TO MsgNo
               PERFORM ShowMsg
           ELSE
               MOVE "USE" TO ScoreKindWanted
               MOVE ItemWanted TO ScoreTargetWanted
               PERFORM ApplyScoreRules
               EVALUATE ItemWanted
                   WHEN "WATERSKIN" PERFORM UseWaterskin
                   WHEN "TORCH" PERFORM UseTorch
                   WHEN "AMULET" PERFORM UseAmulet
                   WHEN OTHER
                       MOVE ItemWanted TO MsgArg1
                       MOVE 0112 TO MsgNo
                       PERFORM ShowMsg
               END-EVALUATE
           END-IF.

       UseWaterskin.
           IF HitPoints >= MaxHitPoints
               MOVE 0113 TO MsgNo
               PERFORM ShowMsg
           ELSE
               MOVE MaxHitPoints TO HitPoints
               MOVE SPACES TO CarriedItem(UseSlot)
                   END-IF
               END-PERFORM
               PERFORM SavePlace
               MOVE HitPoints TO MsgArg1
               MOVE MaxHitPoints TO MsgArg2
               MOVE 0114 TO MsgNo
               PERFORM ShowMsg
               MOVE 0115 TO MsgNo
               PERFORM ShowMsg
           END-IF.

       UseTorch.
           PERFORM VARYING DarkIdx FROM 1 BY 1 UNTIL DarkIdx > DarkCount
               IF DarkRoom(DarkIdx) = Place
                   MOVE "Y" TO DarkShown
                   MOVE 0116 TO MsgNo
                   PERFORM ShowMsg
                   DISPLAY DarkText(DarkIdx)
               END-IF
           END-PERFORM.
           IF DarkShown = "N"
               MOVE 0117 TO MsgNo
               PERFORM ShowMsg
           END-IF.

       UseAmulet.
           MOVE 0118 TO MsgNo.
           PERFORM ShowMsg.
           MOVE 0119 TO MsgNo.
           PERFORM ShowMsg.

       CheckAmulet.
           MOVE "N" TO AmuletHeld.
           PERFORM VARYING CarryIdx FROM 1 BY 1 UNTIL CarryIdx > CarryLimit
               IF CarriedItem(CarryIdx) NOT = SPACES
                   MOVE "Y" TO FoundItem
                   MOVE CarriedItem(CarryIdx) TO MsgArg1
                   MOVE 0096 TO MsgNo
                   PERFORM ShowMsg
               END-IF
           END-PERFORM.
           IF FoundItem = "N"
               MOVE 0120 TO MsgNo
               PERFORM ShowMsg
           ELSE
               MOVE 0121 TO MsgNo
               PERFORM ShowMsg
           END-IF.

       ReadItem.
           END-IF.

       SkipBatchRecords.
           MOVE SkipTarget TO MsgArg1.
           MOVE BatchFileName TO MsgArg2.
           MOVE 0122 TO MsgNo.
           PERFORM ShowMsg.
           PERFORM VARYING SkipIdx FROM 1 BY 1
                   UNTIL SkipIdx > SkipTarget OR BatchExhausted = "Y"
               READ BatchInputFile

       EndSummary.
           DISPLAY " ".
           MOVE 0123 TO MsgNo.
           PERFORM ShowMsg.
           MOVE Blase TO MsgArg1.
           MOVE 0124 TO MsgNo.
           PERFORM ShowMsg.
           MOVE Strength TO MsgArg1.
           MOVE 0125 TO MsgNo.
           PERFORM ShowMsg.
           MOVE Vitality TO MsgArg1.
           MOVE 0126 TO MsgNo.
           PERFORM ShowMsg.
           MOVE Dexterity TO MsgArg1.
           MOVE 0127 TO MsgNo.
           PERFORM ShowMsg.
           MOVE HitPoints TO MsgArg1.
           MOVE MaxHitPoints TO MsgArg2.
           MOVE 0128 TO MsgNo.
           PERFORM ShowMsg.
           MOVE CharLevel TO MsgArg1.
           MOVE Experience TO MsgArg2.
           MOVE 0129 TO MsgNo.
           PERFORM ShowMsg.
           MOVE FightsWon TO MsgArg1.
           MOVE 0130 TO MsgNo.
           PERFORM ShowMsg.
           MOVE FightsLost TO MsgArg1.
           MOVE 0131 TO MsgNo.
           PERFORM ShowMsg.
           MOVE ZERO TO QuestsDone.
           PERFORM VARYING QuestIdx FROM 1 BY 1 UNTIL QuestIdx > QuestCount
               IF QuestDone(QuestIdx) = "Y"
                   ADD 1 TO QuestsDone
               END-IF
           END-PERFORM.
           MOVE QuestsDone TO MsgArg1.
           MOVE QuestCount TO MsgArg2.
           MOVE 0132 TO MsgNo.
           PERFORM ShowMsg.
           IF AssessScore IS NOT NUMERIC
               MOVE ZERO TO AssessScore
           END-IF.
           IF PassMark > ZERO
               MOVE AssessScore TO MsgArg1
               MOVE PassMark TO MsgArg2
               MOVE 0133 TO MsgNo
               PERFORM ShowMsg
           END-IF.
           PERFORM EndScorecard.
           MOVE 0134 TO MsgNo.
           PERFORM ShowMsg.
           PERFORM VARYING VisitedIdx FROM 1 BY 1 UNTIL VisitedIdx > VisitedCount
               MOVE VisitedEntry(VisitedIdx) TO MsgArg1
               MOVE 0096 TO MsgNo
               PERFORM ShowMsg
           END-PERFORM.
           PERFORM WriteRunLog.
           PERFORM WriteExtract.
               END-PERFORM
               CLOSE ExtractFile
           END-IF.
           PERFORM TakeResendRecords.
           MOVE PlayerId TO ExtDPlayer.
           MOVE Blase TO ExtDName.
           MOVE Strength TO ExtDStrength.
           END-IF.
           OPEN OUTPUT ExtractFile.
           IF ExtractStatus NOT = "00"
               MOVE ExtractStatus TO MsgArg1
               MOVE 0135 TO MsgNo
               PERFORM ShowMsg
           ELSE
               MOVE LogDate TO ExtHDate
               MOVE SPACES TO ExtractRecord
               MOVE ExtractTrailer TO ExtractRecord
               WRITE ExtractRecord
               CLOSE ExtractFile
               IF ResendEof = "Y"
                   PERFORM ClearResendQueue
               END-IF
           END-IF.

       TakeResendRecords.
           MOVE "N" TO ResendEof.
           MOVE ZERO TO ResendLeftCount.
           MOVE "N" TO ResendOverflow.
           OPEN INPUT ResendFile.
           IF ResendStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ResendEof = "Y"
               READ ResendFile
                   AT END MOVE "Y" TO ResendEof
                   NOT AT END
                       IF ResendRecord(1:1) = "D"
                           PERFORM TakeResendRecord
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ResendFile.

       TakeResendRecord.
           IF ExtractCount < 999
               ADD 1 TO ExtractCount
               MOVE ResendRecord TO ExtractLine(ExtractCount)
               EXIT PARAGRAPH
           END-IF.
           IF ResendLeftCount < 1000
               ADD 1 TO ResendLeftCount
               MOVE ResendRecord TO ResendLeftLine(ResendLeftCount)
           ELSE
               MOVE "Y" TO ResendOverflow
           END-IF.

       ClearResendQueue.
           IF ResendOverflow = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF ResendLeftCount = ZERO
               DELETE FILE ResendFile
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ResendFile.
           IF ResendStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ResendLeftIdx FROM 1 BY 1
                   UNTIL ResendLeftIdx > ResendLeftCount
               MOVE ResendLeftLine(ResendLeftIdx) TO ResendRecord
               WRITE ResendRecord
           END-PERFORM.
           CLOSE ResendFile.

       Stats.
           OPEN INPUT GameStateFile.
           IF GameStateStatus = "00"
               READ GameStateFile
                   AT END
                       MOVE 0138 TO MsgNo
                       PERFORM ShowMsg
                   NOT AT END
                       MOVE Blase TO MsgArg1
                       MOVE 0124 TO MsgNo
                       PERFORM ShowMsg
                       MOVE Strength TO MsgArg1
                       MOVE 0125 TO MsgNo
                       PERFORM ShowMsg
                       MOVE Vitality TO MsgArg1
                       MOVE 0126 TO MsgNo
                       PERFORM ShowMsg
                       MOVE Dexterity TO MsgArg1
                       MOVE 0127 TO MsgNo
                       PERFORM ShowMsg
                       PERFORM ComputeMaxHp
                       MOVE HitPoints TO MsgArg1
                       MOVE MaxHitPoints TO MsgArg2
                       MOVE 0128 TO MsgNo
                       PERFORM ShowMsg
                       MOVE CharLevel TO MsgArg1
                       MOVE Experience TO MsgArg2
                       MOVE 0129 TO MsgNo
                       PERFORM ShowMsg
                       PERFORM ShowWoundState
               END-READ
               CLOSE GameStateFile
               MOVE PlayerId TO CompWanted
               PERFORM BuildCompletedList
               IF CompletedCount = ZERO
                   MOVE 0136 TO MsgNo
                   PERFORM ShowMsg
               ELSE
                   MOVE CompletedList TO MsgArg1
                   MOVE 0137 TO MsgNo
                   PERFORM ShowMsg
               END-IF
           ELSE
               MOVE 0138 TO MsgNo
               PERFORM ShowMsg
           END-IF.

       TryContinue.
           END-IF.
           IF ContinueFound = "Y"
               PERFORM ValidateSave
               IF LayoutFault = "Y"
                   PERFORM WriteException
                   MOVE 0139 TO MsgNo
                   PERFORM ShowMsg
                   MOVE 0140 TO MsgNo
                   PERFORM ShowMsg
                   PERFORM CloseBatch
                   PERFORM ReleaseSessionLock
                   STOP RUN
               END-IF
               IF WorldFault = "Y"
                   MOVE GameModule TO MsgArg1
                   MOVE 0003 TO MsgNo
                   PERFORM ShowMsg
                   MOVE 0140 TO MsgNo
                   PERFORM ShowMsg
                   PERFORM CloseBatch
                   PERFORM ReleaseSessionLock
                   STOP RUN
               END-IF
               IF StateValid = "N"
                   MOVE "Y" TO ContinueFound
               END-IF
           END-IF.
           IF ContinueFound = "Y" AND RunComplete = "Y"
               MOVE ZERO TO QuestsDone
               PERFORM VARYING QuestIdx FROM 1 BY 1 UNTIL QuestIdx > QuestCount
                   IF QuestDone(QuestIdx) = "Y"
                       ADD 1 TO QuestsDone
                   END-IF
               END-PERFORM
               PERFORM RecordCompletion
               MOVE SavedModule TO MsgArg1
               MOVE 0141 TO MsgNo
               PERFORM ShowMsg
               MOVE "N" TO ContinueFound
           END-IF.
           IF ContinueFound = "Y" AND AssignedModule NOT = SPACES
              AND SavedModule NOT = AssignedModule
               MOVE SavedModule TO MsgArg1
               MOVE AssignedModule TO MsgArg2
               MOVE 0142 TO MsgNo
               PERFORM ShowMsg
               MOVE 0143 TO MsgNo
               PERFORM ShowMsg
               MOVE "N" TO ContinueFound
           END-IF.
           IF ContinueFound = "Y"
               MOVE SavedPlace TO Place
               PERFORM RestoreItemPlaces
               PERFORM SyncCarriedItems
               MOVE Blase TO MsgArg1
               MOVE 0144 TO MsgNo
               PERFORM ShowMsg
               IF AssessScore IS NOT NUMERIC
                   MOVE ZERO TO AssessScore
               END-IF
               PERFORM ComputeMaxHp
               IF HitPoints IS NOT NUMERIC OR HitPoints > MaxHitPoints
                   MOVE MaxHitPoints TO HitPoints
       COPY "protagchk.cpy".

       QuarantineSave.
           MOVE StateFault TO MsgArg1.
           MOVE 0145 TO MsgNo.
           PERFORM ShowMsg.
           MOVE 0146 TO MsgNo.
           PERFORM ShowMsg.
           MOVE SPACES TO QuarantineFileName.
           STRING "gamestate-" DELIMITED BY SIZE
                  PlayerId DELIMITED BY SPACE
           WRITE ExceptionRecord.
           CLOSE ExceptionFile.

       LoadEnglishMessages.
           MOVE "EN" TO MsgLoadLanguage.
           PERFORM LoadMessages.
           IF MsgLoaded = "N"
               DISPLAY "Warning: the message catalog " FUNCTION TRIM(MsgFileName) " cannot be read (status " MsgStatus ")."
           END-IF.

       LoadMessages.
           MOVE "N" TO MsgLoaded.
           IF MsgLoadLanguage = "EN"
               MOVE SPACES TO MsgEnglishTable
           ELSE
               MOVE SPACES TO MsgLocalTable
           END-IF.
           MOVE SPACES TO MsgFileName.
           STRING "msg-" DELIMITED BY SIZE
                  MsgLoadLanguage DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO MsgFileName
           END-STRING.
           OPEN INPUT MsgFile.
           IF MsgStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO MsgLoaded.
           MOVE "N" TO MsgEof.
           PERFORM UNTIL MsgEof = "Y"
               READ MsgFile
                   AT END MOVE "Y" TO MsgEof
                   NOT AT END PERFORM LoadMessageRecord
               END-READ
           END-PERFORM.
           CLOSE MsgFile.

       LoadMessageRecord.
           IF MsgRecord(1:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE MsgRecord(1:4) TO MsgNo.
           IF MsgNo = ZERO OR MsgNo > 400
               EXIT PARAGRAPH
           END-IF.
           IF MsgLoadLanguage = "EN"
               MOVE MsgRecord(6:120) TO MsgEnglish(MsgNo)
           ELSE
               MOVE MsgRecord(6:120) TO MsgLocal(MsgNo)
           END-IF.

       ShowMsg.
           MOVE SPACES TO MsgTemplate.
           IF MsgNo > ZERO AND MsgNo NOT > 400
               IF PlayerLanguage NOT = "EN"
                   MOVE MsgLocal(MsgNo) TO MsgTemplate
                   IF MsgTemplate = SPACES
                       MOVE MsgEnglish(MsgNo) TO MsgMissingWhat
                       MOVE PlayerLanguage TO MsgLogLanguage
                       PERFORM WriteMsgException
                   END-IF
               END-IF
               IF MsgTemplate = SPACES
                   MOVE MsgEnglish(MsgNo) TO MsgTemplate
               END-IF
           END-IF.
           IF MsgTemplate = SPACES
               MOVE "not in the English catalog" TO MsgMissingWhat
               MOVE "EN" TO MsgLogLanguage
               PERFORM WriteMsgException
               STRING "[message " DELIMITED BY SIZE
                      MsgNo DELIMITED BY SIZE
                      "]" DELIMITED BY SIZE
                      INTO MsgTemplate
               END-STRING
           END-IF.
           MOVE SPACES TO MsgOut.
           MOVE 1 TO MsgOutPtr.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MsgTemplate TRAILING)) TO MsgLen.
           PERFORM VARYING MsgPos FROM 1 BY 1 UNTIL MsgPos > MsgLen
               IF MsgTemplate(MsgPos:1) = "&" AND MsgPos < MsgLen
                  AND MsgTemplate(MsgPos + 1:1) >= "1"
                  AND MsgTemplate(MsgPos + 1:1) <= "4"
                   EVALUATE MsgTemplate(MsgPos + 1:1)
                       WHEN "1" MOVE MsgArg1 TO MsgArgNow
                       WHEN "2" MOVE MsgArg2 TO MsgArgNow
                       WHEN "3" MOVE MsgArg3 TO MsgArgNow
                       WHEN "4" MOVE MsgArg4 TO MsgArgNow
                   END-EVALUATE
                   IF MsgArgNow NOT = SPACES
                       STRING FUNCTION TRIM(MsgArgNow) DELIMITED BY SIZE
                              INTO MsgOut WITH POINTER MsgOutPtr
                       END-STRING
                   END-IF
                   ADD 1 TO MsgPos
               ELSE
                   STRING MsgTemplate(MsgPos:1) DELIMITED BY SIZE
                          INTO MsgOut WITH POINTER MsgOutPtr
                   END-STRING
               END-IF
           END-PERFORM.
           DISPLAY FUNCTION TRIM(MsgOut TRAILING).
           MOVE SPACES TO MsgArg1.
           MOVE SPACES TO MsgArg2.
           MOVE SPACES TO MsgArg3.
           MOVE SPACES TO MsgArg4.

       WriteMsgException.
           IF MsgNo > ZERO AND MsgNo NOT > 400
               IF MsgReported(MsgNo) = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO MsgReported(MsgNo)
           END-IF.
           ACCEPT LogDate FROM DATE YYYYMMDD.
           ACCEPT LogTime FROM TIME.
           MOVE SPACES TO MsgExceptionRecord.
           STRING LogDate DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LogTime DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MsgLogLanguage DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MsgNo DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PlayerId DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(MsgMissingWhat) DELIMITED BY SIZE
                  INTO MsgExceptionRecord
           END-STRING.
           OPEN EXTEND MsgExceptionFile.
           IF MsgExceptionStatus NOT = "00"
               OPEN OUTPUT MsgExceptionFile
           END-IF.
           WRITE MsgExceptionRecord.
           CLOSE MsgExceptionFile.

       CharacterCreation.
           MOVE 0147 TO MsgNo.
           PERFORM ShowMsg.
           ACCEPT WSBlase.
           MOVE "NAME" TO LogKind.
           MOVE WSBlase TO LogValue.
           PERFORM LogTranscript.
           MOVE StatBudget TO PointPool.
           MOVE PointPool TO MsgArg1.
           MOVE 0148 TO MsgNo.
           PERFORM ShowMsg.
           MOVE "N" TO ValidPoints.
           PERFORM UNTIL ValidPoints = "Y"
               MOVE PointPool TO MsgArg1
               MOVE 0149 TO MsgNo
               PERFORM ShowMsg
               ACCEPT WSPointsRaw
               MOVE "STR" TO LogKind
               MOVE WSPointsRaw TO LogValue
               PERFORM LogTranscript
               IF WSPointsRaw = SPACES OR FUNCTION TRIM(WSPointsRaw) IS NOT NUMERIC
                   MOVE 0150 TO MsgNo
                   PERFORM ShowMsg
               ELSE
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WSPointsRaw)) TO WSPointsVal
                   IF WSPointsVal <= PointPool
                       MOVE WSPointsVal TO WSStrength
                       MOVE "Y" TO ValidPoints
                   ELSE
                       MOVE 0151 TO MsgNo
                       PERFORM ShowMsg
                   END-IF
               END-IF
           END-PERFORM.
           SUBTRACT WSStrength FROM PointPool.
           MOVE "N" TO ValidPoints.
           PERFORM UNTIL ValidPoints = "Y"
               MOVE PointPool TO MsgArg1
               MOVE 0152 TO MsgNo
               PERFORM ShowMsg
               ACCEPT WSPointsRaw
               MOVE "VIT" TO LogKind
               MOVE WSPointsRaw TO LogValue
               PERFORM LogTranscript
               IF WSPointsRaw = SPACES OR FUNCTION TRIM(WSPointsRaw) IS NOT NUMERIC
                   MOVE 0150 TO MsgNo
                   PERFORM ShowMsg
               ELSE
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WSPointsRaw)) TO WSPointsVal
                   IF WSPointsVal <= PointPool
                       MOVE WSPointsVal TO WSVitality
                       MOVE "Y" TO ValidPoints
                   ELSE
                       MOVE 0151 TO MsgNo
                       PERFORM ShowMsg
                   END-IF
               END-IF
           END-PERFORM.
           SUBTRACT WSVitality FROM PointPool.
           MOVE PointPool TO MsgArg1.
           MOVE 0153 TO MsgNo.
           PERFORM ShowMsg.
           MOVE PointPool TO WSDexterity.
           PERFORM ResetCharacter.

                               WRITE Protagonist
                               CLOSE GameStateFile
                               MOVE "Y" TO RestoredOk
                               MOVE BackupGen TO MsgArg1
                               MOVE 0154 TO MsgNo
                               PERFORM ShowMsg
                           END-IF
                       ELSE
                           MOVE "Y" TO RollbackDone
           IF BatchMode = "Y"
               MOVE "y" TO RestoreAnswer
           ELSE
               MOVE BackupGen TO MsgArg1
               MOVE 0155 TO MsgNo
               PERFORM ShowMsg
               MOVE 0156 TO MsgNo
               PERFORM ShowMsg
               ACCEPT RestoreAnswer
           END-IF.

           PERFORM RotateBackups.
           OPEN OUTPUT GameStateFile.
           IF GameStateStatus NOT = "00"
               MOVE GameStateStatus TO MsgArg1
               MOVE 0157 TO MsgNo
               PERFORM ShowMsg
           ELSE
               MOVE WSBlase TO Blase
               MOVE WSDexterity TO Dexterity
               MOVE 1 TO CharLevel
               MOVE SPACES TO QuestDoneFlags
               MOVE "N" TO RunComplete
               MOVE ZERO TO AssessScore
               MOVE SPACES TO ScoreFlags
               MOVE CurrentSaveLayout TO SaveLayout
               PERFORM ComputeMaxHp
               MOVE MaxHitPoints TO HitPoints
               WRITE Protagonist
               IF GameStateStatus NOT = "00"
                   MOVE GameStateStatus TO MsgArg1
                   MOVE 0158 TO MsgNo
                   PERFORM ShowMsg
               END-IF
               CLOSE GameStateFile
               PERFORM StartScorecard
           END-IF.

       SavePlace.
           MOVE Place TO SavedPlace.
           MOVE GameModule TO SavedModule.
           PERFORM SaveItemPlaces.
           MOVE CurrentSaveLayout TO SaveLayout.
           PERFORM RotateBackups.
           OPEN OUTPUT GameStateFile.
           IF GameStateStatus NOT = "00"
               MOVE GameStateStatus TO MsgArg1
               MOVE 0157 TO MsgNo
               PERFORM ShowMsg
           ELSE
               WRITE Protagonist
               IF GameStateStatus NOT = "00"
                   MOVE GameStateStatus TO MsgArg1
                   MOVE 0159 TO MsgNo
                   PERFORM ShowMsg
               END-IF
               CLOSE GameStateFile
           END-IF.
