           05  ED-ACCT-NO              PIC X(5).
           05  ED-DOC-TYPE             PIC X(1).
               88  ED-STATEMENT            VALUE 'S'.
               88  ED-LETTER               VALUE 'L'.
           05  ED-REC-TYPE             PIC X(1).
               88  ED-HEADER               VALUE 'H'.
               88  ED-TRANSACTION          VALUE 'T'.
               88  ED-BALANCES             VALUE 'B'.
               88  ED-LETTER-DETAIL        VALUE 'L'.
               88  ED-TEXT                 VALUE 'X'.
           05  ED-SEQ                  PIC 9(4).
           05  ED-DOC-DATE             PIC 9(8).
           05  ED-DATA                 PIC X(141).
           05  ED-HEADER-DATA REDEFINES ED-DATA.
               10  ED-EMAIL-ADDRESS    PIC X(50).
               10  ED-CUST-NAME        PIC X(25).
               10  ED-ADDRESS          PIC X(30).
               10  ED-CITY             PIC X(15).
               10  ED-STATE            PIC X(2).
               10  ED-ZIP              PIC X(9).
               10  ED-DUE-DATE         PIC 9(8).
               10  ED-PAPER-COPY       PIC X(1).
               10  FILLER              PIC X(1).
           05  ED-TRANS-DATA REDEFINES ED-DATA.
               10  ED-TRANS-DATE       PIC 9(8).
               10  ED-TRANS-TYPE       PIC X(1).
               10  ED-TRANS-DESC       PIC X(20).
               10  ED-TRANS-AMT        PIC S9(7)V99.
               10  ED-TRANS-BAL        PIC S9(7)V99.
               10  FILLER              PIC X(94).
           05  ED-BALANCE-DATA REDEFINES ED-DATA.
               10  ED-PRIOR-BALANCE    PIC S9(9)V99.
               10  ED-ADDL-ACTIVITY    PIC S9(9)V99.
               10  ED-NEW-BALANCE      PIC S9(7)V99.
               10  ED-MIN-PAYMENT      PIC S9(7)V99.
               10  ED-PAY-BY-DATE      PIC 9(8).
               10  FILLER              PIC X(93).
           05  ED-LETTER-DATA REDEFINES ED-DATA.
               10  ED-LETTER-LEVEL     PIC 9(1).
               10  ED-PAST-DUE-AMT     PIC S9(9)V99.
               10  ED-DAYS-LATE        PIC 9(4).
               10  FILLER              PIC X(125).
           05  ED-TEXT-DATA REDEFINES ED-DATA.
               10  ED-TEXT-LINE        PIC X(80).
               10  FILLER              PIC X(61).
