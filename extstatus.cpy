        01 ExtStatusRecord.
           02 SentDate PIC 9(8).
           02 SentStatus PIC X(14).
           02 SentCount PIC 9(6).
           02 SentAccepted PIC 9(6).
           02 SentRejected PIC 9(6).
           02 SentAckDate PIC 9(8).
