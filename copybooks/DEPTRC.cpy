           05  DT-DEPT-CODE            PIC X(4).
           05  DT-DEPT-NAME            PIC X(20).
           05  FILLER                  PIC X(6).
