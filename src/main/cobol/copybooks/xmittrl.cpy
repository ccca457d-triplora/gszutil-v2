O      01  TRANSMISSION-TRAILER-RCD.
           05  XT-RECORD-ID             PIC X(10).
           05  XT-RECORD-COUNT          PIC 9(9).
           05  XT-HASH-CUSTOMER-ID      PIC 9(15).
           05  XT-HASH-ACCT-BALANCE     PIC S9(15)V99 COMP-3.
