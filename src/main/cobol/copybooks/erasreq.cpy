O      01  ERASURE-REQUEST-RCD.
           05  ERQ-REQUEST-ID           PIC X(12).
           05  ERQ-CUSTOMER-ID          PIC X(10).
           05  ERQ-RECEIVED-DATE        PIC 9(8).
           05  ERQ-APPROVED-BY          PIC X(8).
           05  ERQ-APPROVED-DATE        PIC 9(8).
           05  ERQ-ENTERED-TS           PIC X(26).
