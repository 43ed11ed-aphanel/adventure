       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. certverify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CertRegFile ASSIGN DYNAMIC CertRegFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS CertRegStatus.
              SELECT RegistryFile ASSIGN DYNAMIC RegistryFileName
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RegPlayerId
                     FILE STATUS IS RegistryStatus.
              SELECT CompletionFile ASSIGN DYNAMIC CompletionFileName
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CompKey
                     FILE STATUS IS CompletionStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CertRegFile.
       COPY "certreg.cpy".

       FD RegistryFile.
       COPY "playreg.cpy".

       FD CompletionFile.
       COPY "complete.cpy".

       WORKING-STORAGE SECTION.
        01 CertRegFileName PIC X(40) VALUE "certreg.dat".
        01 CertRegStatus PIC XX.
        01 CertRegEof PIC X VALUE "N".
        01 RegistryFileName PIC X(40) VALUE "playerreg.dat".
        01 RegistryStatus PIC XX.
        01 CompletionFileName PIC X(40) VALUE "completions.dat".
        01 CompletionStatus PIC XX.
        01 VerifyArg PIC X(8) VALUE SPACES.
        01 WantedNumber PIC 9(6) VALUE ZERO.
        01 ByNumber PIC X VALUE "N".
        01 MatchCount PIC 9(4) VALUE ZERO.
        01 KeptRecord PIC X(69) VALUE SPACES.
        01 SealText PIC X(60) VALUE SPACES.
        01 SealAcc PIC 9(18) VALUE ZERO.
        01 SealIdx PIC 99.
        01 SealValue PIC 9(9) VALUE ZERO.
        01 SealState PIC X(8) VALUE SPACES.
        01 Verdict PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       Incipit.
           DISPLAY "===== Completion certificate verification =====".
           ACCEPT VerifyArg FROM COMMAND-LINE.
           IF VerifyArg = SPACES
               DISPLAY "Certificate number or player ID:"
               ACCEPT VerifyArg
           END-IF.
           IF VerifyArg = SPACES
               DISPLAY "A certificate number or a player ID is required."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(VerifyArg) IS NUMERIC
               MOVE "Y" TO ByNumber
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(VerifyArg)) TO WantedNumber
           END-IF.
           OPEN INPUT CertRegFile.
           IF CertRegStatus NOT = "00"
               DISPLAY "The certificate register cannot be opened (status " CertRegStatus ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL CertRegEof = "Y"
               READ CertRegFile
                   AT END MOVE "Y" TO CertRegEof
                   NOT AT END PERFORM ExamineRegisterEntry
               END-READ
           END-PERFORM.
           CLOSE CertRegFile.
           IF ByNumber = "Y"
               PERFORM VerifyCertificate
           ELSE
               IF MatchCount = ZERO
                   DISPLAY "No certificates are registered for player ID " FUNCTION TRIM(VerifyArg) "."
               ELSE
                   DISPLAY "Certificates listed: " MatchCount
                   DISPLAY "Quote a certificate number to verify it in full."
               END-IF
           END-IF.
           STOP RUN.

       ExamineRegisterEntry.
           IF ByNumber = "Y"
               IF CertNumber IS NUMERIC AND CertNumber = WantedNumber
                   ADD 1 TO MatchCount
                   MOVE CertRegRecord TO KeptRecord
               END-IF
           ELSE
               IF CertPlayerId = VerifyArg
                   ADD 1 TO MatchCount
                   PERFORM CheckSeal
                   DISPLAY CertNumber "  " CertModule "  " CertDate "  "
                           CertName "  seal " SealState
               END-IF
           END-IF.

       CheckSeal.
           PERFORM ComputeCertSeal.
           IF CertSeal IS NUMERIC AND CertSeal = SealValue
               MOVE "OK" TO SealState
           ELSE
               MOVE "ALTERED" TO SealState
           END-IF.

       ComputeCertSeal.
       COPY "certseal.cpy".

       VerifyCertificate.
           IF MatchCount = ZERO
               DISPLAY "NOT GENUINE: certificate " WantedNumber " is not in the register."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF MatchCount > 1
               DISPLAY "NOT GENUINE: certificate number " WantedNumber
                       " appears more than once in the register."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE KeptRecord TO CertRegRecord.
           DISPLAY "Certificate:  " CertNumber.
           DISPLAY "Name:         " FUNCTION TRIM(CertName).
           DISPLAY "Player ID:    " CertPlayerId.
           DISPLAY "Module:       " CertModule.
           DISPLAY "Completed:    " CertDate.
           DISPLAY "Final level:  " CertLevel.
           DISPLAY "Objectives:   " CertObjectivesMet " of " CertObjectivesSet.
           PERFORM CheckSeal.
           IF SealState NOT = "OK"
               DISPLAY "NOT GENUINE: the register entry for this certificate has been altered."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "GENUINE" TO Verdict.
           PERFORM CheckCompletionHistory.
           IF Verdict = "GENUINE"
               PERFORM CheckRegistryEntry
           END-IF.
           IF Verdict = "GENUINE"
               DISPLAY "GENUINE: the certificate is in the register and matches an active player."
           END-IF.

       CheckCompletionHistory.
           OPEN INPUT CompletionFile.
           IF CompletionStatus NOT = "00"
               DISPLAY "Warning: the completion history cannot be opened (status " CompletionStatus
                       "); not cross-checked."
               EXIT PARAGRAPH
           END-IF.
           MOVE CertPlayerId TO CompPlayerId.
           MOVE CertModule TO CompModule.
           READ CompletionFile
               INVALID KEY
                   DISPLAY "NOT GENUINE: there is no completion of " FUNCTION TRIM(CertModule)
                           " on record for player ID " FUNCTION TRIM(CertPlayerId) "."
                   MOVE "NOT GENUINE" TO Verdict
                   MOVE 8 TO RETURN-CODE
           END-READ.
           CLOSE CompletionFile.

       CheckRegistryEntry.
           OPEN INPUT RegistryFile.
           IF RegistryStatus NOT = "00"
               DISPLAY "The player registry cannot be opened (status " RegistryStatus ")."
               MOVE "UNCHECKED" TO Verdict
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE CertPlayerId TO RegPlayerId.
           READ RegistryFile
               INVALID KEY
                   DISPLAY "NOT CURRENT: the certificate is genuine, but player ID "
                           FUNCTION TRIM(CertPlayerId) " is no longer in the registry."
                   MOVE "NOT CURRENT" TO Verdict
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   IF RegCreated > CertDate
                       DISPLAY "NOT CURRENT: the certificate is genuine, but player ID "
                               FUNCTION TRIM(CertPlayerId) " was registered again on "
                               RegCreated ", after it was issued."
                       MOVE "NOT CURRENT" TO Verdict
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       DISPLAY "Registry:     " FUNCTION TRIM(RegName) ", registered " RegCreated
                   END-IF
           END-READ.
           CLOSE RegistryFile.
