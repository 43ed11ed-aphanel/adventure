              03 NpcChoiceNum PIC 9.
              03 NpcChoicePrompt PIC X(60).
              03 NpcChoiceReply PIC X(70).
              03 NpcChoiceScore PIC 99.
        01 NpcChoiceTot PIC 99 VALUE ZERO.
        01 MonTable.
           02 MonEntry OCCURS 5 TIMES.
              03 QuestTarget PIC X(16).
              03 QuestText PIC X(60).
        01 QuestCount PIC 99 VALUE ZERO.
        01 ScoreTable.
           02 ScoreEntry OCCURS 10 TIMES.
              03 ScoreAction PIC X(5).
              03 ScoreTarget PIC X(16).
              03 ScorePlace PIC X(16).
              03 ScorePoints PIC 99.
              03 ScoreText PIC X(60).
        01 ScoreCount PIC 99 VALUE ZERO.
        01 PassMark PIC 9(3) VALUE ZERO.
        01 IntroTable.
           02 IntroLine OCCURS 5 TIMES PIC X(70).
        01 IntroCount PIC 99 VALUE ZERO.
