           05  JE-ENTRY-NO         PIC X(6).
           05  JE-LINE-NO          PIC 9(3).
           05  JE-ENTRY-TYPE       PIC X(1).
               88  JE-ONE-TIME             VALUE 'O'.
               88  JE-RECURRING            VALUE 'R'.
               88  JE-REVERSING            VALUE 'V'.
           05  JE-ACCOUNT          PIC X(6).
           05  JE-DR-CR            PIC X(1).
           05  JE-AMOUNT           PIC 9(9)V99.
           05  JE-DESCRIPTION      PIC X(30).
           05  JE-BOOKED-PERIOD    PIC 9(6).
           05  JE-END-PERIOD       PIC 9(6).
           05  JE-LAST-PERIOD      PIC 9(6).
           05  JE-OPERATOR-ID      PIC X(8).
           05  JE-KEYED-DATE       PIC 9(8).
           05  JE-BATCH-REF        PIC X(6).
           05  FILLER              PIC X(2).
