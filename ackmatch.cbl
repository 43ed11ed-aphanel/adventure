       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ackmatch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT StatusFile ASSIGN DYNAMIC StatusFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS StatusStatus.
              SELECT AckFile ASSIGN DYNAMIC AckFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS AckStatus.
              SELECT ExtractFile ASSIGN DYNAMIC ExtractFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS ExtractStatus.
              SELECT ResendFile ASSIGN DYNAMIC ResendFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS ResendStatus.
              SELECT ReportFile ASSIGN DYNAMIC ReportFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS ReportStatus.
              SELECT ParamsFile ASSIGN DYNAMIC ParamsFileName
                     ORGANIZATION IS LINE SEQUENTIAL
                     ACCESS MODE IS SEQUENTIAL
                     FILE STATUS IS ParamsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StatusFile.
       COPY "extstatus.cpy".

       FD AckFile.
        01 AckRecord PIC X(80).

       FD ExtractFile.
        01 ExtractRecord PIC X(80).

       FD ResendFile.
        01 ResendRecord PIC X(80).

       FD ReportFile.
        01 ReportRecord PIC X(80).

       FD ParamsFile.
        01 ParamsRecord PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "params.cpy".
        01 StatusFileName PIC X(40) VALUE "extstatus.dat".
        01 StatusStatus PIC XX.
        01 StatusEof PIC X VALUE "N".
        01 AckFileName PIC X(40) VALUE SPACES.
        01 AckStatus PIC XX.
        01 AckEof PIC X VALUE "N".
        01 ExtractFileName PIC X(40) VALUE SPACES.
        01 ExtractStatus PIC XX.
        01 ExtractEof PIC X VALUE "N".
        01 ResendFileName PIC X(40) VALUE "resend-pending.dat".
        01 ResendStatus PIC XX.
        01 ReportFileName PIC X(40) VALUE SPACES.
        01 ReportStatus PIC XX.
        01 ReportLine PIC X(80).
        01 TodayDate PIC 9(8) VALUE ZERO.
        01 TodayInt PIC 9(8) VALUE ZERO.
        01 ScanInt PIC 9(8) VALUE ZERO.
        01 ScanDate PIC 9(8) VALUE ZERO.
        01 AgeDays PIC 9(5) VALUE ZERO.
        01 AgeShow PIC ZZZZ9.
        01 TrackTable.
           02 TrackEntry OCCURS 400 TIMES.
              03 TrackDate PIC 9(8).
              03 TrackStatus PIC X(14).
              03 TrackCount PIC 9(6).
              03 TrackAccepted PIC 9(6).
              03 TrackRejected PIC 9(6).
              03 TrackAckDate PIC 9(8).
        01 TrackEntries PIC 9(3) VALUE ZERO.
        01 TrackIdx PIC 9(3).
        01 TrackHit PIC 9(3).
        01 TrackFull PIC X VALUE "N".
        01 ExtractTable.
           02 ExtractEntry OCCURS 1000 TIMES.
              03 ExtractLine PIC X(80).
              03 ExtractTaken PIC X.
        01 ExtractLines PIC 9(4) VALUE ZERO.
        01 ExtractIdx PIC 9(4).
        01 ExtractHit PIC 9(4).
        01 TrailerSeen PIC X VALUE "N".
        01 TrailerCount PIC 9(6) VALUE ZERO.
        01 AckHeaderSeen PIC X VALUE "N".
        01 AckHeaderDate PIC X(8) VALUE SPACES.
        01 AckAcceptedCount PIC 9(6) VALUE ZERO.
        01 RejectTable.
           02 RejectEntry OCCURS 500 TIMES.
              03 RejectPlayer PIC X(8).
              03 RejectReason PIC X(4).
        01 RejectCount PIC 9(3) VALUE ZERO.
        01 RejectIdx PIC 9(3).
        01 RejectOverflow PIC X VALUE "N".
        01 ResendNote PIC X(20) VALUE SPACES.
        01 AckTotal PIC 9(7) VALUE ZERO.
        01 CountProcessed PIC 9(4) VALUE ZERO.
        01 CountRejected PIC 9(4) VALUE ZERO.
        01 CountResent PIC 9(4) VALUE ZERO.
        01 CountMismatch PIC 9(4) VALUE ZERO.
        01 CountOverdue PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       Incipit.
           PERFORM LoadParams.
           ACCEPT TodayDate FROM DATE YYYYMMDD.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodayDate).
           PERFORM LoadStatusFile.
           PERFORM FindNewExtracts.
           STRING "ackexc-" DELIMITED BY SIZE
                  TodayDate DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
                  INTO ReportFileName
           END-STRING.
           OPEN OUTPUT ReportFile.
           IF ReportStatus NOT = "00"
               DISPLAY "Warning: could not open report file (status " ReportStatus ")."
           END-IF.
           MOVE SPACES TO ReportLine.
           STRING "===== Extract acknowledgment exceptions for " DELIMITED BY SIZE
                  TodayDate DELIMITED BY SIZE
                  " =====" DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           MOVE "Acknowledgments received:" TO ReportLine.
           PERFORM PutReportLine.
           PERFORM VARYING TrackIdx FROM 1 BY 1 UNTIL TrackIdx > TrackEntries
               IF TrackStatus(TrackIdx) = "SENT" OR TrackStatus(TrackIdx) = "UNACKNOWLEDGED"
                   PERFORM MatchOneExtract
               END-IF
           END-PERFORM.
           IF CountProcessed = ZERO
               MOVE "   (none)" TO ReportLine
               PERFORM PutReportLine
           END-IF.
           MOVE SPACES TO ReportLine.
           PERFORM PutReportLine.
           MOVE AckDays TO AgeShow.
           MOVE SPACES TO ReportLine.
           STRING "Extracts unacknowledged after " DELIMITED BY SIZE
                  FUNCTION TRIM(AgeShow) DELIMITED BY SIZE
                  " days:" DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           PERFORM VARYING TrackIdx FROM 1 BY 1 UNTIL TrackIdx > TrackEntries
               IF TrackStatus(TrackIdx) = "SENT" OR TrackStatus(TrackIdx) = "UNACKNOWLEDGED"
                   PERFORM CheckOverdue
               END-IF
           END-PERFORM.
           IF CountOverdue = ZERO
               MOVE "   (none)" TO ReportLine
               PERFORM PutReportLine
           END-IF.
           PERFORM SaveStatusFile.
           MOVE SPACES TO ReportLine.
           PERFORM PutReportLine.
           MOVE SPACES TO ReportLine.
           STRING "Acknowledgments: " DELIMITED BY SIZE
                  CountProcessed DELIMITED BY SIZE
                  "  Rejected trainees: " DELIMITED BY SIZE
                  CountRejected DELIMITED BY SIZE
                  "  Queued for resend: " DELIMITED BY SIZE
                  CountResent DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           MOVE SPACES TO ReportLine.
           STRING "Mismatches: " DELIMITED BY SIZE
                  CountMismatch DELIMITED BY SIZE
                  "  Overdue extracts: " DELIMITED BY SIZE
                  CountOverdue DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           IF TrackFull = "Y"
               MOVE "Warning: the extract status table was full; the oldest dates were dropped." TO ReportLine
               PERFORM PutReportLine
           END-IF.
           IF CountRejected > ZERO OR CountMismatch > ZERO OR CountOverdue > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF ReportStatus = "00"
               CLOSE ReportFile
               DISPLAY "Report written to " FUNCTION TRIM(ReportFileName) "."
           END-IF.
           STOP RUN.

       LoadParams.
       COPY "paramload.cpy".

       LoadStatusFile.
           OPEN INPUT StatusFile.
           IF StatusStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL StatusEof = "Y"
               READ StatusFile
                   AT END MOVE "Y" TO StatusEof
                   NOT AT END
                       IF SentDate IS NUMERIC
                           PERFORM KeepStatusRecord
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE StatusFile.

       KeepStatusRecord.
           IF SentStatus = "ACKNOWLEDGED"
               IF FUNCTION INTEGER-OF-DATE(SentDate) < TodayInt - 366
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF TrackEntries >= 400
               PERFORM DropOldestEntry
           END-IF.
           ADD 1 TO TrackEntries.
           MOVE SentDate TO TrackDate(TrackEntries).
           MOVE SentStatus TO TrackStatus(TrackEntries).
           MOVE ZERO TO TrackCount(TrackEntries) TrackAccepted(TrackEntries)
                        TrackRejected(TrackEntries) TrackAckDate(TrackEntries).
           IF SentCount IS NUMERIC
               MOVE SentCount TO TrackCount(TrackEntries)
           END-IF.
           IF SentAccepted IS NUMERIC
               MOVE SentAccepted TO TrackAccepted(TrackEntries)
           END-IF.
           IF SentRejected IS NUMERIC
               MOVE SentRejected TO TrackRejected(TrackEntries)
           END-IF.
           IF SentAckDate IS NUMERIC
               MOVE SentAckDate TO TrackAckDate(TrackEntries)
           END-IF.

       SaveStatusFile.
           OPEN OUTPUT StatusFile.
           IF StatusStatus NOT = "00"
               DISPLAY "Warning: could not rewrite the extract status file (status " StatusStatus ")."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING TrackIdx FROM 1 BY 1 UNTIL TrackIdx > TrackEntries
               MOVE TrackDate(TrackIdx) TO SentDate
               MOVE TrackStatus(TrackIdx) TO SentStatus
               MOVE TrackCount(TrackIdx) TO SentCount
               MOVE TrackAccepted(TrackIdx) TO SentAccepted
               MOVE TrackRejected(TrackIdx) TO SentRejected
               MOVE TrackAckDate(TrackIdx) TO SentAckDate
               WRITE ExtStatusRecord
           END-PERFORM.
           CLOSE StatusFile.

       FindNewExtracts.
           COMPUTE ScanInt = TodayInt - 366.
           PERFORM UNTIL ScanInt > TodayInt
               MOVE FUNCTION DATE-OF-INTEGER(ScanInt) TO ScanDate
               PERFORM FindTrackEntry
               IF TrackHit = ZERO
                   PERFORM NoteNewExtract
               END-IF
               ADD 1 TO ScanInt
           END-PERFORM.

       FindTrackEntry.
           MOVE ZERO TO TrackHit.
           PERFORM VARYING TrackIdx FROM 1 BY 1 UNTIL TrackIdx > TrackEntries
               IF TrackDate(TrackIdx) = ScanDate
                   MOVE TrackIdx TO TrackHit
               END-IF
           END-PERFORM.

       NoteNewExtract.
           PERFORM LoadExtract.
           IF ExtractStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF TrackEntries >= 400
               PERFORM DropOldestEntry
           END-IF.
           ADD 1 TO TrackEntries.
           MOVE ScanDate TO TrackDate(TrackEntries).
           MOVE "SENT" TO TrackStatus(TrackEntries).
           MOVE TrailerCount TO TrackCount(TrackEntries).
           MOVE ZERO TO TrackAccepted(TrackEntries) TrackRejected(TrackEntries)
                        TrackAckDate(TrackEntries).

       DropOldestEntry.
           MOVE "Y" TO TrackFull.
           MOVE 1 TO TrackHit.
           PERFORM VARYING TrackIdx FROM 2 BY 1 UNTIL TrackIdx > TrackEntries
               IF TrackDate(TrackIdx) < TrackDate(TrackHit)
                   MOVE TrackIdx TO TrackHit
               END-IF
           END-PERFORM.
           PERFORM VARYING TrackIdx FROM TrackHit BY 1 UNTIL TrackIdx >= TrackEntries
               MOVE TrackEntry(TrackIdx + 1) TO TrackEntry(TrackIdx)
           END-PERFORM.
           SUBTRACT 1 FROM TrackEntries.

       LoadExtract.
           MOVE SPACES TO ExtractFileName.
           STRING "extract-" DELIMITED BY SIZE
                  ScanDate DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO ExtractFileName
           END-STRING.
           MOVE ZERO TO ExtractLines TrailerCount.
           MOVE "N" TO TrailerSeen.
           OPEN INPUT ExtractFile.
           IF ExtractStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO ExtractEof.
           PERFORM UNTIL ExtractEof = "Y"
               READ ExtractFile
                   AT END MOVE "Y" TO ExtractEof
                   NOT AT END PERFORM NoteExtractRecord
               END-READ
           END-PERFORM.
           CLOSE ExtractFile.
           IF TrailerSeen = "N"
               MOVE ExtractLines TO TrailerCount
           END-IF.
           MOVE "00" TO ExtractStatus.

       NoteExtractRecord.
           EVALUATE ExtractRecord(1:1)
               WHEN "D"
                   IF ExtractLines < 1000
                       ADD 1 TO ExtractLines
                       MOVE ExtractRecord TO ExtractLine(ExtractLines)
                       MOVE "N" TO ExtractTaken(ExtractLines)
                   END-IF
               WHEN "T"
                   IF ExtractRecord(2:6) IS NUMERIC
                       MOVE ExtractRecord(2:6) TO TrailerCount
                       MOVE "Y" TO TrailerSeen
                   END-IF
           END-EVALUATE.

       MatchOneExtract.
           MOVE SPACES TO AckFileName.
           STRING "ack-" DELIMITED BY SIZE
                  TrackDate(TrackIdx) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO AckFileName
           END-STRING.
           OPEN INPUT AckFile.
           IF AckStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO AckHeaderSeen AckEof RejectOverflow.
           MOVE SPACES TO AckHeaderDate.
           MOVE ZERO TO AckAcceptedCount RejectCount.
           PERFORM UNTIL AckEof = "Y"
               READ AckFile
                   AT END MOVE "Y" TO AckEof
                   NOT AT END PERFORM NoteAckRecord
               END-READ
           END-PERFORM.
           CLOSE AckFile.
           ADD 1 TO CountProcessed.
           IF AckHeaderSeen = "N" OR AckHeaderDate NOT = TrackDate(TrackIdx)
               ADD 1 TO CountMismatch
               MOVE SPACES TO ReportLine
               STRING "   " DELIMITED BY SIZE
                      TrackDate(TrackIdx) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(AckFileName) DELIMITED BY SIZE
                      " has no valid header for this date; not applied" DELIMITED BY SIZE
                      INTO ReportLine
               END-STRING
               PERFORM PutReportLine
               EXIT PARAGRAPH
           END-IF.
           MOVE TrackDate(TrackIdx) TO ScanDate.
           PERFORM LoadExtract.
           IF ExtractStatus = "00"
               MOVE TrailerCount TO TrackCount(TrackIdx)
           END-IF.
           MOVE AckAcceptedCount TO TrackAccepted(TrackIdx).
           MOVE RejectCount TO TrackRejected(TrackIdx).
           MOVE TodayDate TO TrackAckDate(TrackIdx).
           IF RejectCount = ZERO AND AckAcceptedCount = TrackCount(TrackIdx)
               MOVE "ACKNOWLEDGED" TO TrackStatus(TrackIdx)
           ELSE
               MOVE "PARTIAL" TO TrackStatus(TrackIdx)
           END-IF.
           MOVE SPACES TO ReportLine.
           STRING "   " DELIMITED BY SIZE
                  TrackDate(TrackIdx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TrackStatus(TrackIdx) DELIMITED BY SIZE
                  "  sent " DELIMITED BY SIZE
                  TrackCount(TrackIdx) DELIMITED BY SIZE
                  "  accepted " DELIMITED BY SIZE
                  AckAcceptedCount DELIMITED BY SIZE
                  "  rejected " DELIMITED BY SIZE
                  RejectCount DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.
           COMPUTE AckTotal = AckAcceptedCount + RejectCount.
           IF AckTotal NOT = TrackCount(TrackIdx)
               ADD 1 TO CountMismatch
               MOVE SPACES TO ReportLine
               STRING "      counts do not agree: the extract trailer shows " DELIMITED BY SIZE
                      TrackCount(TrackIdx) DELIMITED BY SIZE
                      " records" DELIMITED BY SIZE
                      INTO ReportLine
               END-STRING
               PERFORM PutReportLine
           END-IF.
           IF RejectOverflow = "Y"
               ADD 1 TO CountMismatch
               MOVE "      more than 500 rejects; the rest were not matched" TO ReportLine
               PERFORM PutReportLine
           END-IF.
           IF RejectCount > ZERO
               OPEN EXTEND ResendFile
               IF ResendStatus NOT = "00"
                   OPEN OUTPUT ResendFile
               END-IF
               PERFORM VARYING RejectIdx FROM 1 BY 1 UNTIL RejectIdx > RejectCount
                   PERFORM MatchOneReject
               END-PERFORM
               IF ResendStatus = "00"
                   CLOSE ResendFile
               END-IF
           END-IF.

       NoteAckRecord.
           EVALUATE AckRecord(1:1)
               WHEN "H"
                   MOVE "Y" TO AckHeaderSeen
                   MOVE AckRecord(2:8) TO AckHeaderDate
                   IF AckRecord(10:6) IS NUMERIC
                       MOVE AckRecord(10:6) TO AckAcceptedCount
                   END-IF
               WHEN "R"
                   IF RejectCount < 500
                       ADD 1 TO RejectCount
                       MOVE AckRecord(2:8) TO RejectPlayer(RejectCount)
                       MOVE AckRecord(10:4) TO RejectReason(RejectCount)
                   ELSE
                       MOVE "Y" TO RejectOverflow
                   END-IF
           END-EVALUATE.

       MatchOneReject.
           MOVE ZERO TO ExtractHit.
           PERFORM VARYING ExtractIdx FROM 1 BY 1
                   UNTIL ExtractIdx > ExtractLines OR ExtractHit > ZERO
               IF ExtractLine(ExtractIdx)(2:8) = RejectPlayer(RejectIdx)
                  AND ExtractTaken(ExtractIdx) = "N"
                   MOVE ExtractIdx TO ExtractHit
               END-IF
           END-PERFORM.
           IF ExtractHit = ZERO
               ADD 1 TO CountMismatch
               MOVE SPACES TO ReportLine
               STRING "      rejected player " DELIMITED BY SIZE
                      RejectPlayer(RejectIdx) DELIMITED BY SPACE
                      " (reason " DELIMITED BY SIZE
                      RejectReason(RejectIdx) DELIMITED BY SPACE
                      ") has no matching record in the extract" DELIMITED BY SIZE
                      INTO ReportLine
               END-STRING
               PERFORM PutReportLine
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO ExtractTaken(ExtractHit).
           ADD 1 TO CountRejected.
           MOVE SPACES TO ResendNote.
           IF ResendStatus = "00"
               MOVE ExtractLine(ExtractHit) TO ResendRecord
               WRITE ResendRecord
               ADD 1 TO CountResent
               MOVE "  queued for resend" TO ResendNote
           END-IF.
           MOVE SPACES TO ReportLine.
           STRING "      rejected  " DELIMITED BY SIZE
                  RejectPlayer(RejectIdx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ExtractLine(ExtractHit)(10:18) DELIMITED BY SIZE
                  "  reason " DELIMITED BY SIZE
                  RejectReason(RejectIdx) DELIMITED BY SIZE
                  ResendNote DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.

       CheckOverdue.
           COMPUTE AgeDays = TodayInt - FUNCTION INTEGER-OF-DATE(TrackDate(TrackIdx)).
           IF AgeDays <= AckDays
               EXIT PARAGRAPH
           END-IF.
           MOVE "UNACKNOWLEDGED" TO TrackStatus(TrackIdx).
           ADD 1 TO CountOverdue.
           MOVE AgeDays TO AgeShow.
           MOVE SPACES TO ReportLine.
           STRING "   " DELIMITED BY SIZE
                  TrackDate(TrackIdx) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TrackCount(TrackIdx) DELIMITED BY SIZE
                  " records, sent " DELIMITED BY SIZE
                  FUNCTION TRIM(AgeShow) DELIMITED BY SIZE
                  " days ago" DELIMITED BY SIZE
                  INTO ReportLine
           END-STRING.
           PERFORM PutReportLine.

       PutReportLine.
           DISPLAY ReportLine.
           IF ReportStatus = "00"
               MOVE ReportLine TO ReportRecord
               WRITE ReportRecord
           END-IF.
