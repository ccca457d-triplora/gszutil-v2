O      01  DUE-DILIGENCE-LETTER-RCD.
           05  DDL-CUSTOMER-ID          PIC X(10).
           05  DDL-OCCURRENCE-INDEX     PIC 9(2).
           05  DDL-OWNER-LAST-NAME      PIC X(16).
           05  DDL-OWNER-FIRST-NAME     PIC X(16).
           05  DDL-OWNER-STREET         PIC X(30).
           05  DDL-OWNER-CITY           PIC X(20).
           05  DDL-OWNER-STATE          PIC X(2).
           05  DDL-OWNER-ZIP            PIC X(10).
           05  DDL-HOLDING-STATE        PIC X(2).
           05  DDL-BALANCE              PIC S9(13)V99 COMP-3.
           05  DDL-DORMANT-SINCE-YM     PIC 9(6).
           05  DDL-DEADLINE-YM          PIC 9(6).
           05  DDL-LETTER-DATE          PIC 9(8).
           05  DDL-CREATED-TS           PIC X(26).
