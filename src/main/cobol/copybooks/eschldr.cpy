O      01  HOLDER-REPORT-DETAIL-RCD.
           05  HRD-RECORD-TYPE          PIC X(1).
           05  HRD-HOLDING-STATE        PIC X(2).
           05  HRD-REPORT-YEAR-MONTH    PIC 9(6).
           05  HRD-CUSTOMER-ID          PIC X(10).
           05  HRD-OCCURRENCE-INDEX     PIC 9(2).
           05  HRD-OWNER-LAST-NAME      PIC X(16).
           05  HRD-OWNER-FIRST-NAME     PIC X(16).
           05  HRD-OWNER-STREET         PIC X(30).
           05  HRD-OWNER-CITY           PIC X(20).
           05  HRD-OWNER-STATE          PIC X(2).
           05  HRD-OWNER-ZIP            PIC X(10).
           05  HRD-DORMANT-SINCE-YM     PIC 9(6).
           05  HRD-LETTER-DATE          PIC 9(8).
           05  HRD-REMIT-AMOUNT         PIC S9(13)V99 COMP-3.
           05  HRD-CREATED-TS           PIC X(26).
