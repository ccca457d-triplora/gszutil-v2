O      01  RATE-CHANGE-NOTICE-RCD.
           05  RN-CUSTOMER-ID           PIC X(10).
           05  RN-NOTICE-DATE           PIC 9(8).
           05  RN-EFFECTIVE-DATE        PIC 9(8).
           05  RN-LAST-NAME             PIC X(16).
           05  RN-FIRST-NAME            PIC X(16).
           05  RN-STREET                PIC X(30).
           05  RN-CITY                  PIC X(20).
           05  RN-STATE                 PIC X(2).
           05  RN-ZIP                   PIC X(10).
           05  RN-CHANGE-COUNT          PIC 9.
           05  RN-CHANGE-ENTRY OCCURS 8 TIMES.
               10  RN-OCCURRENCE-INDEX  PIC 9(2).
               10  RN-OLD-RATE              COMP-1.
               10  RN-NEW-RATE              COMP-1.
           05  RN-GENERATED-TS          PIC X(26).
