O      01  HOLDER-REPORT-SUMMARY-RCD.
           05  HRS-RECORD-TYPE          PIC X(1).
           05  HRS-HOLDING-STATE        PIC X(2).
           05  HRS-REPORT-YEAR-MONTH    PIC 9(6).
           05  HRS-PROPERTY-COUNT       PIC 9(9).
           05  HRS-TOTAL-REMIT-AMOUNT   PIC S9(15)V99 COMP-3.
           05  HRS-CREATED-TS           PIC X(26).
