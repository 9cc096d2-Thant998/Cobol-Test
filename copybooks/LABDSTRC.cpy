           05  LD-REC-TYPE             PIC X(1).
               88  LD-DETAIL               VALUE 'D'.
               88  LD-TRAILER              VALUE 'T'.
           05  LD-DEPT-CODE            PIC X(4).
           05  LD-RANK                 PIC XX.
           05  LD-EMPLOYEE-NO          PIC X(3).
           05  LD-GROSS                PIC 9(9)V99.
           05  LD-ER-TAX               PIC 9(9)V99.
           05  LD-ER-RETIRE            PIC 9(9)V99.
           05  LD-EMPLOYEE-CTR         PIC 9(5).
           05  LD-PAY-PERIOD           PIC 9(6).
           05  FILLER                  PIC X(6).
