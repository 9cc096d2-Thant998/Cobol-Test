      *           Displays a purged account's last master record and
      *           purge date, and on request writes a PGM81-format ADD
      *           transaction to REINS14T so the next maintenance run
      *           reinstates the account on the master.  The requesting
      *           operator is keyed with each reinstatement and carried
      *           on the transaction for PGM81's OPERAUTH check.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             05 RT-CITY          PIC X(15).
             05 RT-STATE         PIC X(2).
             05 RT-ZIP           PIC X(9).
             05 RT-OPERATOR-ID   PIC X(8).
             05 RT-APPROVER-ID   PIC X(8).
             05                  PIC X(6).
            01  REINSTATE-HDR-REC.
             05 RH-ACCT-NO       PIC X(5).
             05 RH-REC-ID        PIC X(1).
             05 RH-FILE-DATE     PIC 9(8).
             05 RH-SOURCE-ID     PIC X(8).
             05                  PIC X(104).
            01  REINSTATE-TRL-REC.
             05 RL-ACCT-NO       PIC X(5).
             05 RL-REC-ID        PIC X(1).
             05 RL-REC-COUNT     PIC 9(7).
             05 RL-HASH-TOTAL    PIC S9(11)V99.
             05                  PIC X(100).

       WORKING-STORAGE SECTION.
        77  WS-ARCH-STATUS         PIC X(2).
        77  WS-INQUIRY-ACCT        PIC X(5).
        77  WS-REPLY               PIC X(1).
        77  WS-OPERATOR-ID         PIC X(8).
        77  WS-DISPLAY-BALANCE     PIC -$Z,ZZZ,ZZ9.99.
        77  WS-REINSTATED-CTR      PIC 9(7) VALUE ZERO.
        77  WS-REINST-HASH         PIC S9(11)V99 VALUE ZERO.

      ******************************************************************
      * Reinstatement goes through the normal PGM81 maintenance run as
      * an ADD carrying the archived name, address and credit limit,
      * under the operator who asked for it.  PGM81 holds it to that
      * operator's OPERAUTH authority and limit.
      ******************************************************************
       400-WRITE-REINSTATE-RTN.
            DISPLAY 'ENTER REQUESTING OPERATOR ID: '.
            ACCEPT WS-OPERATOR-ID.
            IF WS-OPERATOR-ID = SPACES
               DISPLAY 'NO OPERATOR ID - ACCOUNT NOT REINSTATED'
            ELSE
               PERFORM 410-BUILD-REINSTATE-RTN
            END-IF.

       410-BUILD-REINSTATE-RTN.
            MOVE SPACES TO REINSTATE-REC.
            MOVE AR-ACCT-NO TO RT-ACCT-NO.
            MOVE 'A' TO RT-TRANS-CODE.
            MOVE AR-CITY TO RT-CITY.
            MOVE AR-STATE TO RT-STATE.
            MOVE AR-ZIP TO RT-ZIP.
            MOVE WS-OPERATOR-ID TO RT-OPERATOR-ID.
            WRITE REINSTATE-REC.
            ADD 1 TO WS-REINSTATED-CTR.
            ADD AR-CREDIT-LIMIT TO WS-REINST-HASH.
