O      01  TRANSMISSION-REGISTER-RCD.
           05  XR-BUSINESS-DATE         PIC 9(8).
           05  XR-FILE-SEQUENCE         PIC 9(6).
           05  XR-RECORD-COUNT          PIC 9(9).
           05  XR-HASH-CUSTOMER-ID      PIC 9(15).
           05  XR-HASH-ACCT-BALANCE     PIC S9(15)V99 COMP-3.
           05  XR-JOB-ID                PIC X(8).
           05  XR-RUN-ID                PIC X(8).
           05  XR-ACCEPTED-TS           PIC X(26).
