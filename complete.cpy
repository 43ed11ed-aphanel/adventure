        01 CompletionRecord.
           02 CompKey.
              03 CompPlayerId PIC X(8).
              03 CompModule PIC X(8).
           02 CompDate PIC 9(8).
           02 CompTime PIC 9(8).
           02 CompLevel PIC 99.
           02 CompExperience PIC 9(5).
           02 CompObjectivesMet PIC 9.
           02 CompObjectivesSet PIC 9.
           02 CompObjectiveFlags PIC X(5).
