           02 QuestDoneFlags.
              03 QuestDone OCCURS 5 TIMES PIC X.
           02 RunComplete PIC X.
           02 AssessScore PIC 9(4).
           02 ScoreFlags.
              03 ScoreFlag OCCURS 10 TIMES PIC X.
           02 SaveLayout PIC 99.
