        01 ScorecardRecord.
           02 ScrType PIC X.
           02 ScrDate PIC 9(8).
           02 ScrTime PIC 9(8).
           02 ScrModule PIC X(8).
           02 ScrKind PIC X(6).
           02 ScrTarget PIC X(16).
           02 ScrPoints PIC 99.
           02 ScrTotal PIC 9(4).
           02 ScrPassMark PIC 9(3).
           02 ScrText PIC X(60).
