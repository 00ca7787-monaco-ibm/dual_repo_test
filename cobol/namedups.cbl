           05  CUR-LAST-CHANGE-DATE        PIC 9(8).
           05  CUR-LAST-CHANGE-TIME        PIC 9(6).
           05  FILLER                      PIC X(1).
           05  FILLER                      PIC X(18).

       FD  REPORT-FILE
           RECORDING MODE IS F.
           05  PRV-LAST-CHANGE-DATE        PIC 9(8).
           05  PRV-LAST-CHANGE-TIME        PIC 9(6).
           05  FILLER                      PIC X(1).
           05  FILLER                      PIC X(18).

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ-COUNT       PIC 9(9)  VALUE 0.
