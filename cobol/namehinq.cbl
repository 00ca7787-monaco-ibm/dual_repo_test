           05  MIN-LAST-CHANGE-DATE        PIC 9(8).
           05  MIN-LAST-CHANGE-TIME        PIC 9(6).
           05  FILLER                      PIC X(1).
           05  FILLER                      PIC X(18).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
