           MOVE ZERO TO LookCount.
           MOVE ZERO TO NpcLineTot.
           MOVE ZERO TO NpcChoiceTot.
           MOVE ZERO TO ScoreCount.
           MOVE ZERO TO PassMark.
           MOVE SPACES TO StartRoom.
           MOVE "N" TO WorldEof.
           MOVE SPACES TO WorldFileName.
                       MOVE WorldRecord(3:1) TO NpcChoiceNum(NpcChoiceTot)
                       MOVE WorldRecord(5:60) TO NpcChoicePrompt(NpcChoiceTot)
                       MOVE WorldRecord(66:70) TO NpcChoiceReply(NpcChoiceTot)
                       IF WorldRecord(137:2) IS NUMERIC
                           MOVE WorldRecord(137:2) TO NpcChoiceScore(NpcChoiceTot)
                       ELSE
                           MOVE ZERO TO NpcChoiceScore(NpcChoiceTot)
                       END-IF
                       ADD 1 TO NpcChoiceCount(NpcCount)
                   END-IF
               WHEN "S"
                   IF ScoreCount < 10
                       ADD 1 TO ScoreCount
                       MOVE WorldRecord(3:5) TO ScoreAction(ScoreCount)
                       MOVE WorldRecord(9:16) TO ScoreTarget(ScoreCount)
                       MOVE WorldRecord(26:16) TO ScorePlace(ScoreCount)
                       IF WorldRecord(43:2) IS NUMERIC
                           MOVE WorldRecord(43:2) TO ScorePoints(ScoreCount)
                       ELSE
                           MOVE ZERO TO ScorePoints(ScoreCount)
                       END-IF
                       MOVE WorldRecord(46:60) TO ScoreText(ScoreCount)
                   END-IF
               WHEN "P"
                   IF WorldRecord(3:3) IS NUMERIC
                       MOVE WorldRecord(3:3) TO PassMark
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
