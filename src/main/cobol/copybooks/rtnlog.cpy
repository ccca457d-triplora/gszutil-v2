O      01  RATE-NOTICE-LOG-RCD.
           05  RNL-KEY.
               10  RNL-CUSTOMER-ID      PIC X(10).
               10  RNL-EFFECTIVE-DATE   PIC 9(8).
               10  RNL-OCCURRENCE-INDEX PIC 9(2).
           05  RNL-OLD-RATE                 COMP-1.
           05  RNL-NEW-RATE                 COMP-1.
           05  RNL-NOTICE-DATE          PIC 9(8).
           05  RNL-JOB-ID               PIC X(8).
           05  RNL-RUN-ID               PIC X(8).
           05  RNL-LOGGED-TS            PIC X(26).
