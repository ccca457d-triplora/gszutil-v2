O      01  VALID-PHONE-TYPES-TEXT.
           05  FILLER  PIC X(4)  VALUE "HWMF".
       01  VALID-PHONE-TYPES REDEFINES VALID-PHONE-TYPES-TEXT.
           05  VALID-PHONE-TYPE        PIC X(1) OCCURS 4 TIMES.
