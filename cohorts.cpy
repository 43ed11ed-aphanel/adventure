        01 CohortTable.
           02 CohortEntry OCCURS 20 TIMES.
              03 CohortCode PIC X(8).
              03 CohortStart PIC 9(8).
              03 CohortDue PIC 9(8).
              03 CohortDesc PIC X(40).
        01 CohortCount PIC 99 VALUE ZERO.
        01 CohortIdx PIC 99.
        01 EnrolTable.
           02 EnrolEntry OCCURS 500 TIMES.
              03 EnrolCohort PIC X(8).
              03 EnrolPlayer PIC X(8).
              03 EnrolModule PIC X(8).
        01 EnrolCount PIC 9(3) VALUE ZERO.
        01 EnrolIdx PIC 9(3).
        01 CohortsFileName PIC X(40) VALUE "cohorts.dat".
        01 CohortsStatus PIC XX.
        01 CohortsEof PIC X VALUE "N".
