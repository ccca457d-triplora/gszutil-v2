O      01  TRANSMISSION-HEADER-RCD.
           05  XH-RECORD-ID             PIC X(10).
           05  XH-BUSINESS-DATE         PIC 9(8).
           05  XH-FILE-SEQUENCE         PIC 9(6).
           05  XH-CREATED-TS            PIC X(26).
