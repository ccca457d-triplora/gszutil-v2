O      01  DATA-QUALITY-HISTORY-RCD.
           05  DQH-RUN-DATE             PIC 9(8).
           05  DQH-MEASURE-CODE         PIC X(8).
           05  DQH-DEFECT-COUNT         PIC 9(9).
           05  DQH-POPULATION-COUNT     PIC 9(9).
           05  DQH-DEFECT-PCT           PIC 9(3)V9(4).
           05  DQH-RECORDED-TS          PIC X(26).
