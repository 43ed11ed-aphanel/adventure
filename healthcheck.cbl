                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS CheckpointStatus.
              SELECT SessionLockFile ASSIGN DYNAMIC SessionLockFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS SessionLockStatus.
              SELECT ParamsFile ASSIGN DYNAMIC ParamsFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS ParamsStatus.

       DATA DIVISION.
       FILE SECTION.
           02 CkptBatchName PIC X(40).
           02 CkptConsumed PIC 9(6).

       FD SessionLockFile.
       COPY "sesslock.cpy".

       FD ParamsFile.
        01 ParamsRecord PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "params.cpy".
        01 RegistryFileName PIC X(40) VALUE "playerreg.dat".
        01 RegistryStatus PIC XX.
        01 ProbeFileName PIC X(40) VALUE SPACES.
        01 StaleCkpt PIC X VALUE "N".
        01 StaleCkptName PIC X(40) VALUE SPACES.
        01 ExceptionCount PIC 9(6) VALUE ZERO.
        01 SessionLockFileName PIC X(40) VALUE SPACES.
        01 SessionLockStatus PIC XX.
        01 LockFound PIC X VALUE "N".
        01 TodayDate PIC 9(8).
        01 NowTime PIC 9(8).
        01 NowHour PIC 99 VALUE ZERO.
        01 LockHour PIC 99 VALUE ZERO.
        01 LockAgeHours PIC S9(6) VALUE ZERO.
        01 LockAgeShow PIC Z(5)9.

       PROCEDURE DIVISION.
       Incipit.
           DISPLAY "===== Data file estate health check =====".
           PERFORM LoadParams.
           ACCEPT TodayDate FROM DATE YYYYMMDD.
           ACCEPT NowTime FROM TIME.
           PERFORM SweepRegistry.
           PERFORM CheckAuditLog.
           PERFORM CheckExceptionLog.
           PERFORM CheckMessageCatalog.
           DISPLAY " ".
           DISPLAY "Players swept: " PlayersSwept.
           DISPLAY "Warnings:      " WarnCount.
           PERFORM CheckCheckpoint.
           PERFORM CheckQuarantine.
           PERFORM CheckBackupChain.
           PERFORM CheckSessionLock.

       ProbeForData.
           MOVE "N" TO ProbeFound.
               ADD 1 TO WarnCount
           END-IF.

       CheckSessionLock.
           MOVE SPACES TO SessionLockFileName.
           STRING "session-" DELIMITED BY SIZE
                  PlayerId DELIMITED BY SPACE
                  ".lck" DELIMITED BY SIZE
                  INTO SessionLockFileName
           END-STRING.
           MOVE "N" TO LockFound.
           OPEN INPUT SessionLockFile.
           IF SessionLockStatus = "00"
               READ SessionLockFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO LockFound
               END-READ
               CLOSE SessionLockFile
           END-IF.
           IF LockFound = "N"
               EXIT PARAGRAPH
           END-IF.
           IF LockDate IS NOT NUMERIC OR LockDate < 19000101
              OR LockTime IS NOT NUMERIC
               DISPLAY "WARNING: " PlayerId " has an unreadable session lock; clear it with the clearlock maintenance command."
               ADD 1 TO WarnCount
               EXIT PARAGRAPH
           END-IF.
           MOVE NowTime(1:2) TO NowHour.
           MOVE LockTime(1:2) TO LockHour.
           COMPUTE LockAgeHours =
               (FUNCTION INTEGER-OF-DATE(TodayDate) - FUNCTION INTEGER-OF-DATE(LockDate)) * 24
               + NowHour - LockHour.
           IF LockAgeHours < ZERO
               MOVE ZERO TO LockAgeHours
           END-IF.
           MOVE LockAgeHours TO LockAgeShow.
           IF LockAgeHours >= StaleLockHours
               DISPLAY "WARNING: " PlayerId " has a stale session lock taken " LockDate " "
                       LockTime(1:2) ":" LockTime(3:2) " by process " LockPid
                       ", " FUNCTION TRIM(LockAgeShow) " hour(s) old."
               DISPLAY "         If that session is gone, clear it with the clearlock maintenance command."
               ADD 1 TO WarnCount
           ELSE
               DISPLAY PlayerId " - session in progress since " LockDate " "
                       LockTime(1:2) ":" LockTime(3:2) " (process " LockPid ")."
           END-IF.

       LoadParams.
       COPY "paramload.cpy".

       CheckAuditLog.
           MOVE "auditlog.dat" TO ProbeFileName.
           OPEN INPUT ProbeFile.
                   ADD 1 TO WarnCount
           END-EVALUATE.

       CheckMessageCatalog.
           MOVE "msg-EN.dat" TO ProbeFileName.
           PERFORM ProbeForData.
           IF ProbeFound = "Y"
               DISPLAY "English message catalog is present."
           ELSE
               DISPLAY "WARNING: English message catalog msg-EN.dat is missing or empty; players will see message numbers."
               ADD 1 TO WarnCount
           END-IF.
           MOVE "msg-exceptions.log" TO ProbeFileName.
           MOVE ZERO TO ExceptionCount.
           OPEN INPUT ProbeFile.
           EVALUATE ProbeStatus
               WHEN "00"
                   PERFORM CountExceptionRecords
                   CLOSE ProbeFile
                   IF ExceptionCount > ZERO
                       DISPLAY "Note: " ExceptionCount " record(s) in the message exceptions log; pass them to the translators."
                   ELSE
                       DISPLAY "Message exceptions log is present and empty."
                   END-IF
               WHEN "35"
                   DISPLAY "Message exceptions log not yet created (no missing translations recorded)."
               WHEN OTHER
                   DISPLAY "WARNING: message exceptions log cannot be read (status " ProbeStatus ")."
                   ADD 1 TO WarnCount
           END-EVALUATE.

       CountExceptionRecords.
           MOVE "N" TO ProbeFound.
           PERFORM UNTIL ProbeFound = "Y"
