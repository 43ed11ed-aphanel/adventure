        01 CertRegRecord.
           02 CertNumber PIC 9(6).
           02 CertPlayerId PIC X(8).
           02 CertModule PIC X(8).
           02 CertDate PIC 9(8).
           02 CertTime PIC 9(8).
           02 CertName PIC X(18).
           02 CertLevel PIC 99.
           02 CertObjectivesMet PIC 9.
           02 CertObjectivesSet PIC 9.
           02 CertSeal PIC 9(9).
