                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RegPlayerId
                     FILE STATUS IS RegistryStatus.
              SELECT PinRegistryFile ASSIGN DYNAMIC RegistryFileName
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS PinRegPlayerId
                     FILE STATUS IS OldRegStatus.
              SELECT OldRegistryFile ASSIGN DYNAMIC RegistryFileName
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS OldRegPlayerId
                     FILE STATUS IS OldRegStatus.
              SELECT LegacyFile ASSIGN DYNAMIC LegacyFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
       FD RegistryFile.
       COPY "playreg.cpy".

       FD PinRegistryFile.
        01 PinRegistryRecord.
           02 PinRegPlayerId PIC X(8).
           02 PinRegRest PIC X(57).

       FD OldRegistryFile.
        01 OldRegistryRecord.
           02 OldRegPlayerId PIC X(8).
           02 OldRegRest PIC X(46).

       FD LegacyFile.
        01 LegacyRecord PIC X(67).

       FD BackupFile.
        01 BackupRecord PIC X(67).

       WORKING-STORAGE SECTION.
        01 RegistryFileName PIC X(40) VALUE "playerreg.dat".
        01 RegistryStatus PIC XX.
        01 LegacyFileName PIC X(40) VALUE "playerreg.dat".
        01 LegacyStatus PIC XX.
        01 OldRegStatus PIC XX.
        01 OldRegEof PIC X VALUE "N".
        01 OldLayout PIC X VALUE "N".
        01 OldRecordSize PIC 99 VALUE 54.
        01 BackupFileName PIC X(40) VALUE "playerreg.bak".
        01 BackupStatus PIC XX.
        01 LegacyEof PIC X VALUE "N".
        01 LegacyTable.
           02 LegacyEntry OCCURS 1000 TIMES PIC X(67).
        01 LegCount PIC 9(4) VALUE ZERO.
        01 LegIdx PIC 9(4).
        01 DroppedCount PIC 9(4) VALUE ZERO.
               DISPLAY "playerreg.dat already opens as an indexed file; nothing to convert."
               STOP RUN
           END-IF.
           IF RegistryStatus = "39"
               PERFORM ReadPinIndexedRegistry
               IF OldLayout = "N"
                   PERFORM ReadOldIndexedRegistry
               END-IF
           END-IF.
           IF OldLayout = "N"
               PERFORM ReadLegacyRegistry
           END-IF.
           IF LegCount = ZERO AND DroppedCount = ZERO
               DISPLAY "Nothing usable to convert."
               STOP RUN
           END-IF.
           PERFORM WriteBackupCopy.
           IF OldLayout = "Y" AND OldRecordSize = 65
               DELETE FILE PinRegistryFile
               MOVE OldRegStatus TO LegacyStatus
           END-IF.
           IF OldLayout = "Y" AND OldRecordSize = 54
               DELETE FILE OldRegistryFile
               MOVE OldRegStatus TO LegacyStatus
           END-IF.
           IF OldLayout = "N"
               DELETE FILE LegacyFile
           END-IF.
           IF LegacyStatus NOT = "00"
               DISPLAY "Could not remove the old registry (status " LegacyStatus "); aborting."
               MOVE 8 TO RETURN-CODE
           DISPLAY "The old registry was kept as " FUNCTION TRIM(BackupFileName) ".".
           STOP RUN.

       ReadPinIndexedRegistry.
           MOVE "N" TO OldRegEof.
           OPEN INPUT PinRegistryFile.
           IF OldRegStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO OldLayout.
           MOVE 65 TO OldRecordSize.
           DISPLAY "playerreg.dat is an indexed registry in the layout without a player language.".
           PERFORM UNTIL OldRegEof = "Y"
               READ PinRegistryFile
                   AT END MOVE "Y" TO OldRegEof
                   NOT AT END
                       MOVE PinRegistryRecord TO LegacyRecord
                       PERFORM KeepLegacyRecord
               END-READ
           END-PERFORM.
           CLOSE PinRegistryFile.

       ReadOldIndexedRegistry.
           MOVE "N" TO OldRegEof.
           OPEN INPUT OldRegistryFile.
           IF OldRegStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO OldLayout.
           MOVE 54 TO OldRecordSize.
           DISPLAY "playerreg.dat is an indexed registry in the layout without sign-on PINs.".
           PERFORM UNTIL OldRegEof = "Y"
               READ OldRegistryFile
                   AT END MOVE "Y" TO OldRegEof
                   NOT AT END
                       MOVE OldRegistryRecord TO LegacyRecord
                       PERFORM KeepLegacyRecord
               END-READ
           END-PERFORM.
           CLOSE OldRegistryFile.

       ReadLegacyRegistry.
           MOVE "N" TO LegacyEof.
           OPEN INPUT LegacyFile.
           END-IF.
           PERFORM VARYING LegIdx FROM 1 BY 1 UNTIL LegIdx > LegCount
               MOVE LegacyEntry(LegIdx) TO RegistryRecord
               IF OldRecordSize = 54
                   MOVE ZERO TO RegPinHash
                   MOVE ZERO TO RegPinFails
                   MOVE "N" TO RegLocked
               END-IF
               MOVE "EN" TO RegLanguage
               WRITE RegistryRecord
                   INVALID KEY ADD 1 TO DupCount
                   NOT INVALID KEY ADD 1 TO WrittenCount
