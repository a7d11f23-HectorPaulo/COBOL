           05 FILLER PIC X(31) VALUE
               "DIRECCION                079035".
           05 FILLER PIC X(31) VALUE
               "DIR-CALLE                079018".
           05 FILLER PIC X(31) VALUE
               "DIR-CIUDAD               097010".
           05 FILLER PIC X(31) VALUE
               "DIR-ESTADO               107002".
           05 FILLER PIC X(31) VALUE
               "DIR-CP                   109005".
           05 FILLER PIC X(31) VALUE
               "STATUS                   114001".
           05 FILLER PIC X(31) VALUE
