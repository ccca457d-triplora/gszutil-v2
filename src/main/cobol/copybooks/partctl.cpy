O      01  PARTITION-CUT-RCD.
           05  PC-JOB-ID                PIC X(8).
           05  PC-RUN-ID                PIC X(8).
           05  PC-PARTITION-ID          PIC 9(2).
           05  PC-LOW-CUSTOMER-ID       PIC X(10).
           05  PC-HIGH-CUSTOMER-ID      PIC X(10).
           05  PC-SOURCE-COUNT          PIC 9(9).
           05  PC-SUM-ACCT-BALANCE      PIC S9(15)V99 COMP-3.
           05  PC-SUM-CREDIT-LIMIT      PIC S9(15)V99 COMP-3.
           05  PC-DELTA-COUNT           PIC 9(9).
           05  PC-HOLD-COUNT            PIC 9(9).
           05  PC-CUT-TS                PIC X(26).
