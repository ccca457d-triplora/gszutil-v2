O      01  ROLL-FORWARD-EXCEPTION-RCD.
           05  RFX-CUSTOMER-ID          PIC X(10).
           05  RFX-OCCURRENCE-INDEX     PIC 9(2).
           05  RFX-PRIOR-YEAR-MONTH     PIC 9(6).
           05  RFX-CURRENT-YEAR-MONTH   PIC 9(6).
           05  RFX-REASON-CODE          PIC X(4).
           05  RFX-OPENING-BALANCE      PIC S9(13)V99 COMP-3.
           05  RFX-INTEREST-AMOUNT      PIC S9(13)V99 COMP-3.
           05  RFX-MERGE-AMOUNT         PIC S9(13)V99 COMP-3.
           05  RFX-AUDITED-AMOUNT       PIC S9(13)V99 COMP-3.
           05  RFX-EXPECTED-BALANCE     PIC S9(13)V99 COMP-3.
           05  RFX-CLOSING-BALANCE      PIC S9(13)V99 COMP-3.
           05  RFX-RESIDUAL-AMOUNT      PIC S9(13)V99 COMP-3.
           05  RFX-DETECTED-TS          PIC X(26).
