                  INTO TargetFileName
           END-STRING.
           PERFORM PurgeOneFile.
           MOVE SPACES TO TargetFileName.
           STRING "session-" DELIMITED BY SIZE
                  PlayerId DELIMITED BY SPACE
                  ".lck" DELIMITED BY SIZE
                  INTO TargetFileName
           END-STRING.
           PERFORM PurgeOneFile.
           MOVE SPACES TO TargetFileName.
           STRING "scorecard-" DELIMITED BY SIZE
                  PlayerId DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO TargetFileName
           END-STRING.
           PERFORM PurgeOneFile.

       PurgeOneFile.
           OPEN INPUT TargetFile.
