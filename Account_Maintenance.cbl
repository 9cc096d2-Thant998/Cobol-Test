      * Purpose:  Apply ADD/CHANGE/CLOSE and credit-hold/release
      *           account-maintenance transactions to the customer
      *           master ahead of the daily PGM80 balance update.
      *           Every transaction carries the keying operator's ID,
      *           checked against the OPERAUTH authority table; limit
      *           raises over the operator's authority and address
      *           changes on credit-balance accounts also need a
      *           second approving operator, and without one are held
      *           to DATA14H and listed instead of applied.  Operator
      *           and approver go on the AUDITJNL entry.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PROC-DATE-FILE ASSIGN TO PRCD14T
               FILE STATUS IS WS-PRCD-STATUS.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL.
           SELECT RUN-STATS   ASSIGN TO RUNSTAT.
           SELECT OPERATOR-AUTH ASSIGN TO OPERAUTH.
           SELECT HELD-TRANS  ASSIGN TO DATA14H.

       DATA DIVISION.
       FILE SECTION.
             05 MT-CITY          PIC X(15).
             05 MT-STATE         PIC X(2).
             05 MT-ZIP           PIC X(9).
             05 MT-OPERATOR-ID   PIC X(8).
             05 MT-APPROVER-ID   PIC X(8).
             05                 PIC X(6).
            01  MAINT-HDR-REC.
             05 MH-ACCT-NO       PIC X(5).
             05 MH-REC-ID        PIC X(1).
             05 MH-FILE-DATE     PIC 9(8).
             05 MH-SOURCE-ID     PIC X(8).
             05                  PIC X(104).
            01  MAINT-TRL-REC.
             05 ML-ACCT-NO       PIC X(5).
                88 ML-IS-TRAILER     VALUE '99999'.
             05 ML-REC-ID        PIC X(1).
             05 ML-REC-COUNT     PIC 9(7).
             05 ML-HASH-TOTAL    PIC S9(11)V99.
             05                  PIC X(100).

       FD CURR-MASTER
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       FD OPERATOR-AUTH
       LABEL RECORDS ARE STANDARD.
            01  OPERATOR-AUTH-REC.
           COPY OPAUTHRC.

       FD HELD-TRANS
       LABEL RECORDS ARE STANDARD.
            01  HELD-TRANS-REC PIC X(126).

       WORKING-STORAGE SECTION.
        77  WS-ADD-CTR       PIC 9(7) VALUE ZERO.
        77  WS-CHANGE-CTR    PIC 9(7) VALUE ZERO.

        77  WS-PASSTHRU-CTR  PIC 9(7) VALUE ZERO.
        77  WS-REJECT-CTR    PIC 9(7) VALUE ZERO.
        77  WS-HELD-CTR      PIC 9(7) VALUE ZERO.
        77  WS-OPER-COUNT    PIC 9(3) COMP VALUE ZERO.
        77  WS-OPER-MAX      PIC 9(3) COMP VALUE 100.
        77  WS-OPER-SUB      PIC 9(3) COMP VALUE ZERO.
        77  WS-OPER-HIT      PIC 9(3) COMP VALUE ZERO.
        77  WS-FIND-OPER     PIC X(8) VALUE SPACES.
        77  WS-APPROVED-BY   PIC X(8) VALUE SPACES.
        77  WS-LIMIT-RAISE   PIC S9(7)V99 VALUE ZERO.
        77  WS-AJ-CREDIT-EDIT PIC -9(7).99.
        77  WS-NEW-ACCT-NO   PIC X(5).
        77  WS-PRCD-STATUS   PIC X(2).
                88  WS-ADDR-OK              VALUE 'Y'.
            05  WS-ADDR-KEYED-SW    PIC X(1) VALUE 'N'.
                88  WS-ADDR-KEYED           VALUE 'Y'.
            05  WS-AUTH-SW          PIC X(1) VALUE 'A'.
                88  WS-AUTH-APPLY           VALUE 'A'.
                88  WS-AUTH-HOLD            VALUE 'H'.
                88  WS-AUTH-REJECT          VALUE 'R'.
            05  WS-OPER-FOUND-SW    PIC X(1) VALUE 'N'.
                88  WS-OPER-FOUND           VALUE 'Y'.
            05  WS-APPROVAL-SW      PIC X(1) VALUE 'N'.
                88  WS-APPROVAL-NEEDED      VALUE 'Y'.
            05  WS-OPER-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-OPER-EOF             VALUE 'Y'.

        01  WS-OPERATOR-TABLE.
            05  WS-OP-ENTRY OCCURS 100 TIMES.
                10  WS-OP-ID            PIC X(8).
                10  WS-OP-CREDIT-AUTH   PIC 9(7)V99.
                10  WS-OP-ADD-ACCT      PIC X(1).
                10  WS-OP-MAINT-ACCT    PIC X(1).
                10  WS-OP-APPROVE       PIC X(1).

        01  WS-BATCH-SWITCHES.
            05  WS-VER-EOF-SW    PIC X(1) VALUE 'N'.
            05  ME-TRANS-CODE PIC X(1).
            05  FILLER       PIC X(10) VALUE '  REASON: '.
            05  ME-REASON     PIC X(30).
        01  MR-HELD-LINE.
            05  FILLER       PIC X(4) VALUE SPACES.
            05  FILLER       PIC X(14) VALUE '** HELD ACCT: '.
            05  MP-ACCT-NO    PIC X(5).
            05  FILLER       PIC X(8) VALUE '  CODE: '.
            05  MP-TRANS-CODE PIC X(1).
            05  FILLER       PIC X(8) VALUE '  OPER: '.
            05  MP-OPERATOR   PIC X(8).
            05  FILLER       PIC X(2) VALUE SPACES.
            05  MP-REASON     PIC X(30).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
                MOVE 8 TO RETURN-CODE
             ELSE
                PERFORM 800-INITIALIZATION-RTN
                PERFORM 120-LOAD-OPERATOR-TABLE
                PERFORM 600-READ-MASTER
                PERFORM 700-READ-MAINT-TRANS
                PERFORM 200-COMP-RTN
                PERFORM 900-END-OF-JOB-RTN
             END-IF.
             CLOSE MAINT-RPT.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
            MOVE WS-CYCLE-NO TO MR-CYCLE-NO.
            MOVE WS-RUN-DATE TO MR-BUSINESS-DATE.

      ******************************************************************
      * OPERAUTH lists each active operator and what they may do:
      * add accounts, maintain accounts, raise a credit limit by up to
      * an amount, and approve another operator's work.
      ******************************************************************
       120-LOAD-OPERATOR-TABLE.
            OPEN INPUT OPERATOR-AUTH.
            PERFORM 125-READ-OPERATOR-REC
               UNTIL WS-OPER-EOF.
            CLOSE OPERATOR-AUTH.

       125-READ-OPERATOR-REC.
            READ OPERATOR-AUTH
               AT END
                  SET WS-OPER-EOF TO TRUE
               NOT AT END
                  IF OA-ACTIVE AND WS-OPER-COUNT < WS-OPER-MAX
                     ADD 1 TO WS-OPER-COUNT
                     MOVE OA-OPERATOR-ID
                       TO WS-OP-ID (WS-OPER-COUNT)
                     MOVE OA-CREDIT-AUTH
                       TO WS-OP-CREDIT-AUTH (WS-OPER-COUNT)
                     MOVE OA-ADD-ACCT-FLAG
                       TO WS-OP-ADD-ACCT (WS-OPER-COUNT)
                     MOVE OA-MAINT-ACCT-FLAG
                       TO WS-OP-MAINT-ACCT (WS-OPER-COUNT)
                     MOVE OA-APPROVE-FLAG
                       TO WS-OP-APPROVE (WS-OPER-COUNT)
                  END-IF
            END-READ.

      ******************************************************************
      * The keying operator must be on the authority table and
      * allowed the function; anything else rejects.
      ******************************************************************
       160-CHECK-OPERATOR-RTN.
            SET WS-AUTH-APPLY TO TRUE.
            MOVE SPACES TO WS-APPROVED-BY.
            MOVE MT-OPERATOR-ID TO WS-FIND-OPER.
            PERFORM 165-FIND-OPERATOR-RTN.
            EVALUATE TRUE
               WHEN MT-OPERATOR-ID = SPACES OR NOT WS-OPER-FOUND
                 MOVE 'OPERATOR NOT AUTHORIZED' TO ME-REASON
                 SET WS-AUTH-REJECT TO TRUE
               WHEN MT-ADD AND WS-OP-ADD-ACCT (WS-OPER-HIT) NOT = 'Y'
                 MOVE 'OPERATOR MAY NOT ADD ACCOUNTS' TO ME-REASON
                 SET WS-AUTH-REJECT TO TRUE
               WHEN NOT MT-ADD AND
                    WS-OP-MAINT-ACCT (WS-OPER-HIT) NOT = 'Y'
                 MOVE 'OPERATOR MAY NOT MAINTAIN ACCT' TO ME-REASON
                 SET WS-AUTH-REJECT TO TRUE
            END-EVALUATE.

       165-FIND-OPERATOR-RTN.
            MOVE 'N' TO WS-OPER-FOUND-SW.
            MOVE ZERO TO WS-OPER-HIT.
            PERFORM 168-MATCH-OPERATOR-RTN
               VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT OR WS-OPER-FOUND.

       168-MATCH-OPERATOR-RTN.
            IF WS-OP-ID (WS-OPER-SUB) = WS-FIND-OPER
               MOVE WS-OPER-SUB TO WS-OPER-HIT
               SET WS-OPER-FOUND TO TRUE
            END-IF.

      ******************************************************************
      * Dual control: a credit-limit raise beyond the keying operator's
      * authority, or an address change on an account carrying a
      * credit balance, applies only under a second operator who may
      * approve and whose own authority covers the raise.  Without a
      * good approver the transaction is held, not applied.
      ******************************************************************
       170-CHECK-DUAL-CONTROL-RTN.
            MOVE 'N' TO WS-APPROVAL-SW.
            IF MT-ADD
               MOVE MT-CREDIT-LIMIT TO WS-LIMIT-RAISE
            ELSE
               COMPUTE WS-LIMIT-RAISE =
                       MT-CREDIT-LIMIT - CM-CREDIT-LIMIT
            END-IF.
            IF WS-LIMIT-RAISE > WS-OP-CREDIT-AUTH (WS-OPER-HIT)
               MOVE 'LIMIT RAISE OVER AUTHORITY' TO MP-REASON
               SET WS-APPROVAL-NEEDED TO TRUE
            END-IF.
            IF MT-CHANGE AND AMOUNT-DUE < ZERO
               IF MT-ADDRESS NOT = CM-ADDRESS OR
                  (WS-ADDR-KEYED AND
                   (MT-CITY NOT = CM-CITY OR
                    MT-STATE NOT = CM-STATE OR
                    MT-ZIP NOT = CM-ZIP))
                  MOVE 'ADDRESS CHANGE - CREDIT BAL' TO MP-REASON
                  SET WS-APPROVAL-NEEDED TO TRUE
               END-IF
            END-IF.
            IF WS-APPROVAL-NEEDED
               PERFORM 175-CHECK-APPROVER-RTN
            END-IF.

       175-CHECK-APPROVER-RTN.
            MOVE MT-APPROVER-ID TO WS-FIND-OPER.
            PERFORM 165-FIND-OPERATOR-RTN.
            EVALUATE TRUE
               WHEN MT-APPROVER-ID = SPACES
                 SET WS-AUTH-HOLD TO TRUE
               WHEN MT-APPROVER-ID = MT-OPERATOR-ID
                 MOVE 'APPROVER SAME AS OPERATOR' TO MP-REASON
                 SET WS-AUTH-HOLD TO TRUE
               WHEN NOT WS-OPER-FOUND
                 MOVE 'APPROVER NOT AUTHORIZED' TO MP-REASON
                 SET WS-AUTH-HOLD TO TRUE
               WHEN WS-OP-APPROVE (WS-OPER-HIT) NOT = 'Y'
                 MOVE 'APPROVER NOT AUTHORIZED' TO MP-REASON
                 SET WS-AUTH-HOLD TO TRUE
               WHEN WS-LIMIT-RAISE > WS-OP-CREDIT-AUTH (WS-OPER-HIT)
                 MOVE 'RAISE OVER APPROVER AUTHORITY' TO MP-REASON
                 SET WS-AUTH-HOLD TO TRUE
               WHEN OTHER
                 MOVE MT-APPROVER-ID TO WS-APPROVED-BY
            END-EVALUATE.

      ******************************************************************
      * Pre-pass over DATA14T: prove the batch header and trailer are
      * present, the trailer count and credit-limit hash total match
       300-APPLY-MAINTENANCE.
            MOVE PRIOR-MASTER-REC TO CURR-MASTER-REC
            MOVE 'N' TO WS-MAINT-APPLIED-SW
            PERFORM 160-CHECK-OPERATOR-RTN
            EVALUATE TRUE
               WHEN WS-AUTH-REJECT
                 PERFORM 310-REJECT-TRANS
               WHEN MT-CHANGE
                 PERFORM 130-EDIT-ADDRESS-RTN
                 IF WS-ADDR-OK
                    PERFORM 170-CHECK-DUAL-CONTROL-RTN
                 END-IF
                 IF WS-ADDR-OK AND NOT WS-AUTH-HOLD
                    MOVE MT-CUST-NAME    TO CM-CUST-NAME-OUT
                    MOVE MT-ADDRESS      TO CM-ADDRESS-OUT
                    MOVE MT-CREDIT-LIMIT TO CM-CREDIT-LIMIT-OUT
                    ADD 1 TO WS-CHANGE-CTR
                    SET WS-MAINT-APPLIED TO TRUE
                 ELSE
                    IF WS-AUTH-HOLD
                       PERFORM 340-HOLD-TRANS-RTN
                    ELSE
                       PERFORM 310-REJECT-TRANS
                    END-IF
                 END-IF
               WHEN MT-CLOSE
                 SET CM-ACCT-CLOSED-OUT TO TRUE
            WRITE MAINT-RPT-REC FROM MR-EXCEPTION-LINE.
            ADD 1 TO WS-REJECT-CTR.

      ******************************************************************
      * A held transaction goes to DATA14H exactly as keyed, so it can
      * be resubmitted once a second operator signs it off.
      ******************************************************************
       340-HOLD-TRANS-RTN.
            WRITE HELD-TRANS-REC FROM MAINT-TRANS-REC.
            MOVE MT-ACCT-NO     TO MP-ACCT-NO.
            MOVE MT-TRANS-CODE  TO MP-TRANS-CODE.
            MOVE MT-OPERATOR-ID TO MP-OPERATOR.
            WRITE MAINT-RPT-REC FROM MR-HELD-LINE.
            ADD 1 TO WS-HELD-CTR.

       400-ADD-ACCOUNT.
            IF MT-ADD
               PERFORM 160-CHECK-OPERATOR-RTN
               IF NOT WS-AUTH-REJECT
                  PERFORM 130-EDIT-ADDRESS-RTN
                  IF WS-ADDR-OK
                     PERFORM 170-CHECK-DUAL-CONTROL-RTN
                  END-IF
               END-IF
            END-IF.
            IF MT-ADD AND (WS-AUTH-REJECT OR NOT WS-ADDR-OK)
               PERFORM 310-REJECT-TRANS
               PERFORM 700-READ-MAINT-TRANS
            ELSE
            IF MT-ADD AND WS-AUTH-HOLD
               PERFORM 340-HOLD-TRANS-RTN
               PERFORM 700-READ-MAINT-TRANS
            ELSE
            IF MT-ADD
               MOVE MT-ACCT-NO TO WS-NEW-ACCT-NO
               MOVE SPACES TO CURR-MASTER-REC
               PERFORM 310-REJECT-TRANS
               PERFORM 700-READ-MAINT-TRANS
            END-IF
            END-IF
            END-IF.

      ******************************************************************
       800-INITIALIZATION-RTN.
            OPEN INPUT  PRIOR-MASTER
                        MAINT-TRANS.
            OPEN OUTPUT CURR-MASTER
                        HELD-TRANS.
            OPEN EXTEND AUDIT-JOURNAL.

       900-END-OF-JOB-RTN.
            CLOSE PRIOR-MASTER
                  MAINT-TRANS
                  CURR-MASTER
                  HELD-TRANS
                  AUDIT-JOURNAL.

       970-RECORD-PROC-DATE-RTN.

       950-WRITE-AUDIT-RTN.
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
            MOVE MT-OPERATOR-ID TO AJ-OPERATOR-ID.
            MOVE WS-APPROVED-BY TO AJ-APPROVER-ID.
            ACCEPT AJ-RUN-TIME FROM TIME.
            WRITE AUDIT-JOURNAL-REC.

            MOVE 'TRANSACTIONS REJECTED' TO MR-LABEL.
            MOVE WS-REJECT-CTR         TO MR-COUNT.
            WRITE MAINT-RPT-REC FROM MR-DETAIL-LINE.
            MOVE 'TRANSACTIONS HELD FOR APPROVAL' TO MR-LABEL.
            MOVE WS-HELD-CTR           TO MR-COUNT.
            WRITE MAINT-RPT-REC FROM MR-DETAIL-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: maintenance
      * transactions in the batch, applied, rejected and held for
      * approval, with the batch hash total.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM81' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-VER-DETAIL-CTR TO RS-READ-CTR.
            COMPUTE RS-WRITTEN-CTR = WS-ADD-CTR
                + WS-CHANGE-CTR
                + WS-CLOSE-CTR
                + WS-HOLD-CTR
                + WS-RELEASE-CTR.
            MOVE WS-REJECT-CTR TO RS-REJECT-CTR.
            MOVE WS-HELD-CTR TO RS-SUSPEND-CTR.
            MOVE 'BATCH HASH' TO RS-AMT-LABEL (1).
            MOVE WS-VER-HASH-TOTAL TO RS-AMOUNT (1).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
