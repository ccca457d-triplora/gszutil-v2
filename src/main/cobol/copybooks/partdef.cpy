O      01  PARTITION-DEFINITION-RCD.
           05  PD-PARTITION-ID          PIC 9(2).
           05  PD-LOW-CUSTOMER-ID       PIC X(10).
           05  PD-HIGH-CUSTOMER-ID      PIC X(10).
