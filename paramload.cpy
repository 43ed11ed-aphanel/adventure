                   ELSE
                       DISPLAY "Warning: CARRYLIMIT out of range; the default is kept."
                   END-IF
               WHEN "PINTRIES"
                   IF ParamNum >= 1 AND ParamNum <= 9
                       MOVE ParamNum TO PinTries
                   ELSE
                       DISPLAY "Warning: PINTRIES out of range; the default is kept."
                   END-IF
               WHEN "STALELOCK"
                   IF ParamNum >= 1 AND ParamNum <= 999
                       MOVE ParamNum TO StaleLockHours
                   ELSE
                       DISPLAY "Warning: STALELOCK out of range; the default is kept."
                   END-IF
               WHEN "ACKDAYS"
                   IF ParamNum >= 1 AND ParamNum <= 999
                       MOVE ParamNum TO AckDays
                   ELSE
                       DISPLAY "Warning: ACKDAYS out of range; the default is kept."
                   END-IF
               WHEN OTHER
                   DISPLAY "Warning: unknown parameter " FUNCTION TRIM(ParamKey)
                           " ignored."
