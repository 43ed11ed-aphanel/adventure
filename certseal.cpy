           MOVE CertRegRecord(1:60) TO SealText.
           MOVE 7919 TO SealAcc.
           PERFORM VARYING SealIdx FROM 1 BY 1 UNTIL SealIdx > 60
               COMPUTE SealAcc = FUNCTION MOD(SealAcc * 257
                   + FUNCTION ORD(SealText(SealIdx:1)), 999999937)
           END-PERFORM.
           MOVE SealAcc TO SealValue.
