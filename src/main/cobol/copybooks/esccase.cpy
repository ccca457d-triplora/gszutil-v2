O      01  ESCHEAT-CASE-RCD.
           05  ESC-CASE-KEY.
               10  ESC-CUSTOMER-ID          PIC X(10).
               10  ESC-OCCURRENCE-INDEX     PIC 9(2).
           05  ESC-CASE-STATUS          PIC X(1).
           05  ESC-STATUS-YM            PIC 9(6).
           05  ESC-HOLDING-STATE        PIC X(2).
           05  ESC-DORMANT-SINCE-YM     PIC 9(6).
           05  ESC-DEADLINE-YM          PIC 9(6).
           05  ESC-LAST-SEEN-YM         PIC 9(6).
           05  ESC-LAST-BALANCE         PIC S9(13)V99 COMP-3.
           05  ESC-LETTER-DATE          PIC 9(8).
           05  ESC-LETTER-BALANCE       PIC S9(13)V99 COMP-3.
           05  ESC-FILED-DATE           PIC 9(8).
           05  ESC-REMIT-AMOUNT         PIC S9(13)V99 COMP-3.
           05  ESC-CLOSED-DATE          PIC 9(8).
           05  ESC-UPDATED-TS           PIC X(26).
