      *    completed; from the day after, the INCLAPSE job turns
      *    unresolved incompletes into a failing 5.00
           05  TC-INC-DEADLINE          PIC 9(08).
      *    Last day final grades may be posted for the first time;
      *    from the day after, a grade goes on only through the
      *    grade-change register with a reason code
           05  TC-GRADE-DEADLINE        PIC 9(08).
           05  FILLER                   PIC X(05).
