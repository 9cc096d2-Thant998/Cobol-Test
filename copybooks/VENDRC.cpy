           05  VM-VENDOR-NO            PIC 9(5).
           05  VM-VENDOR-NAME          PIC X(25).
           05  VM-REMIT-ADDRESS        PIC X(30).
           05  VM-REMIT-CITY           PIC X(15).
           05  VM-REMIT-STATE          PIC X(2).
           05  VM-REMIT-ZIP            PIC X(9).
           05  VM-TAX-ID               PIC X(9).
           05  VM-TERMS-NET-DAYS       PIC 9(3).
           05  VM-TERMS-DISC-PCT       PIC 9(2)V99.
           05  VM-TERMS-DISC-DAYS      PIC 9(3).
           05  VM-ACTIVE-FLAG          PIC X(1).
               88  VM-ACTIVE               VALUE 'A'.
               88  VM-INACTIVE             VALUE 'I'.
           05  FILLER                  PIC X(14).
