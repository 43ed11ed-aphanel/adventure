        01 SessionLockRecord.
           02 LockPlayerId PIC X(8).
           02 LockPid PIC 9(9).
           02 LockDate PIC 9(8).
           02 LockTime PIC 9(8).
