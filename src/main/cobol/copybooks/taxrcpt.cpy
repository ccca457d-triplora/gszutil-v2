O      01  TAX-RECIPIENT-RCD.
           05  TR-TAX-YEAR              PIC 9(4).
           05  TR-RETURN-TYPE           PIC X(1).
           05  TR-CUSTOMER-ID           PIC X(10).
           05  TR-TAXPAYER-ID           PIC X(9).
           05  TR-TIN-TYPE              PIC X(1).
           05  TR-LAST-NAME             PIC X(16).
           05  TR-FIRST-NAME            PIC X(16).
           05  TR-STREET                PIC X(30).
           05  TR-CITY                  PIC X(20).
           05  TR-STATE                 PIC X(2).
           05  TR-ZIP                   PIC X(10).
           05  TR-INTEREST-AMOUNT       PIC S9(13)V99 COMP-3.
           05  TR-PRIOR-AMOUNT          PIC S9(13)V99 COMP-3.
           05  TR-JOB-ID                PIC X(8).
           05  TR-RUN-ID                PIC X(8).
           05  TR-GENERATED-TS          PIC X(26).
