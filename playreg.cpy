           02 RegLastDate PIC 9(8).
           02 RegLastTime PIC 9(8).
           02 RegSessions PIC 9(4).
           02 RegPinHash PIC 9(9).
           02 RegPinFails PIC 9.
           02 RegLocked PIC X.
           02 RegLanguage PIC XX.
