           05  RS-CYCLE-NO         PIC 9(5).
           05  RS-RUN-DATE         PIC 9(8).
           05  RS-PROGRAM          PIC X(8).
           05  RS-RUN-TIME         PIC 9(8).
           05  RS-RETURN-CODE      PIC 9(2).
           05  RS-READ-CTR         PIC 9(9).
           05  RS-WRITTEN-CTR      PIC 9(9).
           05  RS-REJECT-CTR       PIC 9(9).
           05  RS-SUSPEND-CTR      PIC 9(9).
           05  RS-AMOUNT-ENTRY     OCCURS 4 TIMES.
               10  RS-AMT-LABEL    PIC X(12).
               10  RS-AMT-FLOW     PIC X(4).
               10  RS-AMT-SIDE     PIC X(1).
                   88  RS-AMT-PASSED       VALUE 'O'.
                   88  RS-AMT-TAKEN        VALUE 'I'.
               10  RS-AMOUNT       PIC S9(11)V99.
           05  FILLER              PIC X(13).
