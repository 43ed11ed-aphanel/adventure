           02 ModuleEntry OCCURS 5 TIMES.
              03 ModCode PIC X(8).
              03 ModTitle PIC X(40).
              03 ModPrereq PIC X(8).
        01 ModCount PIC 9 VALUE ZERO.
        01 ModIdx PIC 9.
        01 ModulesFileName PIC X(40) VALUE "modules.dat".
