           05  OC-CHECK-KEY.
               10  OC-ACCOUNT-CODE     PIC X(1).
                   88  OC-PAYROLL-CHECK    VALUE 'P'.
                   88  OC-REFUND-CHECK     VALUE 'R'.
               10  OC-CHECK-NO         PIC 9(6).
           05  OC-PAYEE-ID             PIC X(5).
           05  OC-PAYEE-NAME           PIC X(25).
           05  OC-ISSUE-AMT            PIC S9(7)V99.
           05  OC-ISSUE-DATE           PIC 9(8).
           05  OC-CHECK-STATUS         PIC X(1).
               88  OC-OUTSTANDING          VALUE 'O'.
               88  OC-PAID                 VALUE 'P'.
               88  OC-VOIDED               VALUE 'V'.
           05  OC-VOID-DATE            PIC 9(8).
           05  OC-PAID-DATE            PIC 9(8).
           05  OC-PAID-AMT             PIC S9(7)V99.
           05  FILLER                  PIC X(10).
