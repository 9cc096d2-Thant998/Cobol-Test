           05  AP-ACCT-NO              PIC X(5).
           05  AP-BANK-ROUTING-NO      PIC 9(9).
           05  AP-BANK-ACCT-NO         PIC X(17).
           05  AP-BANK-ACCT-TYPE       PIC X(1).
               88  AP-CHECKING             VALUE 'C'.
               88  AP-SAVINGS              VALUE 'S'.
           05  AP-DRAFT-OPTION         PIC X(1).
               88  AP-DRAFT-MINIMUM        VALUE 'M'.
               88  AP-DRAFT-STATEMENT      VALUE 'S'.
               88  AP-DRAFT-FIXED          VALUE 'F'.
           05  AP-FIXED-AMT            PIC S9(7)V99.
           05  AP-START-DATE           PIC 9(8).
           05  AP-STOP-DATE            PIC 9(8).
           05  AP-STATUS               PIC X(1).
               88  AP-ENROLLED             VALUE 'A'.
               88  AP-SUSPENDED            VALUE 'S'.
               88  AP-CANCELLED            VALUE 'C'.
           05  AP-RETURN-CTR           PIC 9(2).
           05  AP-LAST-DUE-DATE        PIC 9(8).
           05  AP-LAST-DRAFT-DATE      PIC 9(8).
           05  AP-LAST-DRAFT-AMT       PIC S9(7)V99.
           05  AP-LAST-TRACE-NO        PIC 9(6).
           05  FILLER                  PIC X(8).
