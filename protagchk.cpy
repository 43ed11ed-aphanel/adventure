           MOVE "Y" TO StateValid.
           MOVE "N" TO WorldFault.
           MOVE "N" TO LayoutFault.
           MOVE SPACES TO StateFault.
           IF SaveLayout IS NOT NUMERIC OR SaveLayout NOT = CurrentSaveLayout
               MOVE "N" TO StateValid
               MOVE "Y" TO LayoutFault
               MOVE "save layout is out of date" TO StateFault
           END-IF.
           IF StateValid = "Y"
               IF Strength IS NOT NUMERIC
                  OR Vitality IS NOT NUMERIC
                  OR Dexterity IS NOT NUMERIC
                   MOVE "N" TO StateValid
                   MOVE "stats are not numeric" TO StateFault
               ELSE
                   MOVE ZERO TO LevelBonus
                   IF CharLevel IS NUMERIC AND CharLevel > 1
                       COMPUTE LevelBonus = CharLevel / 2
                   END-IF
                   COMPUTE StatAllowed = StatBudget + LevelBonus
                   COMPUTE StatSum = Strength + Vitality + Dexterity
                   IF StatSum > StatAllowed
                       MOVE "N" TO StateValid
                       MOVE "stats exceed the point budget" TO StateFault
                   END-IF
               END-IF
           END-IF.
           IF StateValid = "Y"
