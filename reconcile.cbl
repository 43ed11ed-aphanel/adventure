                   READ ExtractFile
                       AT END MOVE "Y" TO ExtractEof
                       NOT AT END
                           IF ExtractRecord(1:1) = "D" AND ExtractRecord(52:8) = ReconDate
                               MOVE ExtractRecord(2:8) TO SessionPlayer
                               PERFORM FindTallyEntry
                               IF TallyFoundIdx > ZERO
