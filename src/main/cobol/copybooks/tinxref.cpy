O      01  TAXPAYER-ID-XREF-RCD.
           05  TX-CUSTOMER-ID           PIC X(10).
           05  TX-TAXPAYER-ID           PIC X(9).
           05  TX-TIN-TYPE              PIC X(1).
           05  TX-CERTIFIED-DATE        PIC 9(8).
           05  TX-UPDATED-BY            PIC X(8).
           05  TX-UPDATED-TS            PIC X(26).
