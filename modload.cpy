                               ADD 1 TO ModCount
                               MOVE ModulesRecord(1:8) TO ModCode(ModCount)
                               MOVE ModulesRecord(10:40) TO ModTitle(ModCount)
                               MOVE ModulesRecord(51:8) TO ModPrereq(ModCount)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 1 TO ModCount
               MOVE "WOODS" TO ModCode(1)
               MOVE "The Dark Woods" TO ModTitle(1)
               MOVE SPACES TO ModPrereq(1)
           END-IF.
