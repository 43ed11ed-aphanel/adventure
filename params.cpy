        01 HpBase PIC 99 VALUE 10.
        01 EncounterDamage PIC 9 VALUE 2.
        01 CarryLimit PIC 9 VALUE 3.
        01 PinTries PIC 9 VALUE 3.
        01 StaleLockHours PIC 9(3) VALUE 12.
        01 AckDays PIC 9(3) VALUE 3.
        01 ParamsFileName PIC X(40) VALUE "gameparams.dat".
        01 ParamsStatus PIC XX.
        01 ParamsEof PIC X VALUE "N".
