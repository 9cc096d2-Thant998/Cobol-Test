           05  DV-ACCT-NO              PIC X(5).
           05  DV-DELIVERY-METHOD      PIC X(1).
               88  DV-PAPER                VALUE 'P'.
               88  DV-ELECTRONIC           VALUE 'E'.
               88  DV-BOTH                 VALUE 'B'.
               88  DV-METHOD-VALID         VALUES 'P' 'E' 'B'.
               88  DV-SENDS-EDOC           VALUES 'E' 'B'.
           05  DV-EMAIL-ADDRESS        PIC X(50).
           05  DV-CHANGE-DATE          PIC 9(8).
           05  DV-BOUNCE-DATE          PIC 9(8).
           05  DV-BOUNCE-CTR           PIC 9(3).
           05  FILLER                  PIC X(5).
