           05  LM-EMPLOYEE-NO          PIC X(3).
           05  LM-VAC-BALANCE          PIC 9(4)V99.
           05  LM-SICK-BALANCE         PIC 9(4)V99.
           05  LM-VAC-TAKEN-YTD        PIC 9(4)V99.
           05  LM-SICK-TAKEN-YTD       PIC 9(4)V99.
           05  LM-LAST-PERIOD          PIC 9(6).
           05  FILLER                  PIC X(7).
