O      01  LOOPBACK-DISCREPANCY-RCD.
           05  LBD-CUSTOMER-ID          PIC X(10).
           05  LBD-FIELD-NAME           PIC X(24).
           05  LBD-OCCURRENCE-INDEX     PIC 9(2).
           05  LBD-MISMATCH-TYPE        PIC X(4).
           05  LBD-MASTER-VALUE         PIC X(32).
           05  LBD-LOOPBACK-VALUE       PIC X(32).
           05  LBD-SAMPLE-REASON        PIC X(1).
           05  LBD-JOB-ID               PIC X(8).
           05  LBD-RUN-ID               PIC X(8).
           05  LBD-DETECTED-TS          PIC X(26).
