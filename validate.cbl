       WORKING-STORAGE SECTION.
       COPY "rooms.cpy".
       COPY "params.cpy".
       COPY "savelayout.cpy".
        01 RegistryFileName PIC X(40) VALUE "playerreg.dat".
        01 RegistryStatus PIC XX.
        01 GameStateFileName PIC X(40) VALUE SPACES.
        01 CheckedCount PIC 9(4) VALUE ZERO.
        01 BadCount PIC 9(4) VALUE ZERO.
        01 SkippedCount PIC 9(4) VALUE ZERO.
        01 OldLayoutCount PIC 9(4) VALUE ZERO.
        01 LogDate PIC 9(8).
        01 LogTime PIC 9(8).

           IF SkippedCount > ZERO
               DISPLAY "Skipped (world data missing): " SkippedCount
           END-IF.
           IF OldLayoutCount > ZERO
               DISPLAY "Skipped (older save layout): " OldLayoutCount
           END-IF.
           STOP RUN.

       LoadParams.
               ELSE
                   PERFORM ValidateSave
                   EVALUATE TRUE
                       WHEN LayoutFault = "Y"
                           ADD 1 TO OldLayoutCount
                           DISPLAY PlayerId " - OLD LAYOUT: run saveconvert (save left untouched)"
                       WHEN WorldFault = "Y"
                           ADD 1 TO SkippedCount
                           DISPLAY PlayerId " - SKIPPED: " FUNCTION TRIM(StateFault)
