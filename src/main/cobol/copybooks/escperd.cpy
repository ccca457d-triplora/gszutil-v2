O      01  ESCHEAT-PERIOD-RCD.
           05  EP-STATE-CODE            PIC X(2).
           05  EP-DORMANCY-MONTHS       PIC 9(3).
           05  EP-LETTER-LEAD-MONTHS    PIC 9(3).
