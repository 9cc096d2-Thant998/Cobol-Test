           05  OP-VENDOR-NO            PIC 9(5).
           05  OP-INVOICE-NO           PIC X(10).
           05  OP-INVOICE-DATE         PIC 9(8).
           05  OP-PO-NO                PIC 9(6).
           05  OP-INVOICE-QTY          PIC 9(4).
           05  OP-GROSS-AMT            PIC 9(7)V99.
           05  OP-DUE-DATE             PIC 9(8).
           05  OP-DISC-DATE            PIC 9(8).
           05  OP-DISC-AMT             PIC 9(5)V99.
           05  OP-MATCH-DATE           PIC 9(8).
           05  OP-STATUS               PIC X(1).
               88  OP-OPEN                 VALUE 'O'.
           05  FILLER                  PIC X(26).
