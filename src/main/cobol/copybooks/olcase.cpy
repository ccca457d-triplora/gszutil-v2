O      01  OVER-LIMIT-CASE-RCD.
           05  OLC-CUSTOMER-ID          PIC X(10).
           05  OLC-CASE-STATUS          PIC X(1).
           05  OLC-OPENED-DATE          PIC 9(8).
           05  OLC-LAST-SEEN-DATE       PIC 9(8).
           05  OLC-CURED-DATE           PIC 9(8).
           05  OLC-DAYS-OVER            PIC 9(5).
           05  OLC-AGING-BUCKET         PIC 9(1).
           05  OLC-PERIOD-START-BUCKET  PIC X(1).
           05  OLC-TOTAL-BALANCE        PIC S9(15)V99 COMP-3.
           05  OLC-CREDIT-LIMIT         PIC S9(6)V99.
           05  OLC-OVER-AMOUNT          PIC S9(15)V99 COMP-3.
           05  OLC-PEAK-OVER-AMOUNT     PIC S9(15)V99 COMP-3.
           05  OLC-PEAK-DATE            PIC 9(8).
           05  OLC-BREACH-COUNT         PIC 9(3).
           05  OLC-UPDATED-TS           PIC X(26).
