O      01  CUSTOMER-MAINT-TRANSACTION-RCD.
           05  MT-CUSTOMER-ID           PIC X(10).
           05  MT-TRANSACTION-CODE      PIC X(1).
           05  MT-FIELD-NAME            PIC X(10).
           05  MT-NEW-VALUE             PIC X(32).
           05  MT-ENTERED-BY            PIC X(8).
           05  MT-ENTERED-TS            PIC X(26).
           05  MT-CUSTOMER-IMAGE        PIC X(254).
