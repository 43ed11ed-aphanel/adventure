           MOVE ZERO TO CohortCount.
           MOVE ZERO TO EnrolCount.
           MOVE "N" TO CohortsEof.
           OPEN INPUT CohortsFile.
           IF CohortsStatus = "00"
               PERFORM UNTIL CohortsEof = "Y"
                   READ CohortsFile
                       AT END MOVE "Y" TO CohortsEof
                       NOT AT END
                           EVALUATE CohortsRecord(1:1)
                               WHEN "C"
                                   IF CohortCount < 20
                                      AND CohortsRecord(12:8) IS NUMERIC
                                      AND CohortsRecord(21:8) IS NUMERIC
                                       ADD 1 TO CohortCount
                                       MOVE CohortsRecord(3:8) TO CohortCode(CohortCount)
                                       MOVE CohortsRecord(12:8) TO CohortStart(CohortCount)
                                       MOVE CohortsRecord(21:8) TO CohortDue(CohortCount)
                                       MOVE CohortsRecord(30:40) TO CohortDesc(CohortCount)
                                   ELSE
                                       DISPLAY "Warning: cohort record skipped: " CohortsRecord(1:28)
                                   END-IF
                               WHEN "E"
                                   IF EnrolCount < 500
                                      AND CohortsRecord(12:8) NOT = SPACES
                                       ADD 1 TO EnrolCount
                                       MOVE CohortsRecord(3:8) TO EnrolCohort(EnrolCount)
                                       MOVE CohortsRecord(12:8) TO EnrolPlayer(EnrolCount)
                                       MOVE CohortsRecord(21:8) TO EnrolModule(EnrolCount)
                                   ELSE
                                       DISPLAY "Warning: enrolment record skipped: " CohortsRecord(1:28)
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CohortsFile
           END-IF.
