O      01  ZIP-PREFIX-RANGES-TEXT.
           05  FILLER  PIC X(48) VALUE
               "AK995999AL350369AR716729AZ850865CA900961CO800816".
           05  FILLER  PIC X(48) VALUE
               "CT060069DC200200DC202205DC569569DE197199FL320349".
           05  FILLER  PIC X(48) VALUE
               "GA300319GA398399HI967968IA500528ID832838IL600629".
           05  FILLER  PIC X(48) VALUE
               "IN460479KS660679KY400427LA700714MA010027MA055055".
           05  FILLER  PIC X(48) VALUE
               "MD206219ME039049MI480499MN550567MO630658MS386397".
           05  FILLER  PIC X(48) VALUE
               "MT590599NC270289ND580588NE680693NH030038NJ070089".
           05  FILLER  PIC X(48) VALUE
               "NM870884NV889898NY005005NY100149OH430459OK730749".
           05  FILLER  PIC X(48) VALUE
               "OR970979PA150196PR006009RI028029SC290299SD570577".
           05  FILLER  PIC X(48) VALUE
               "TN370385TX733733TX750799TX885885UT840847VA201201".
           05  FILLER  PIC X(48) VALUE
               "VA220246VT050054VT056059WA980994WI530549WV247268".
           05  FILLER  PIC X(8) VALUE
               "WY820831".
       01  ZIP-PREFIX-RANGES REDEFINES ZIP-PREFIX-RANGES-TEXT.
           05  ZIP-PREFIX-RANGE        OCCURS 61 TIMES.
               10  ZPR-STATE-CODE      PIC X(2).
               10  ZPR-LOW-PREFIX      PIC 9(3).
               10  ZPR-HIGH-PREFIX     PIC 9(3).
