O      01  CREDIT-LIMIT-PENDING-RCD.
           05  CLP-CUSTOMER-ID          PIC X(10).
           05  CLP-PRIOR-LIMIT          PIC S9(6)V99.
           05  CLP-REQUESTED-LIMIT      PIC S9(6)V99.
           05  CLP-ENTERED-BY           PIC X(8).
           05  CLP-ENTERED-TS           PIC X(26).
