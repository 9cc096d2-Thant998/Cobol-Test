      *           transactions to the employee file PGM77 reads,
      *           replacing the hand edits that let bad rank codes in.
      *           Ranks are validated against the same RATECRD table
      *           PGM77 loads and department / cost-center codes
      *           against the DEPTTBL department table (a change with
      *           no department keeps the one on file); duplicate
      *           employee numbers are rejected;
      *           a maintenance register shows everything applied and
      *           rejected.  Before/after images go to AUDITJNL the
      *           way PGM81 journals account maintenance.  A
      *           terminate looks up the employee's LVMSTO leave
      *           record and writes the unused vacation, valued at the
      *           hourly equivalent of salary, to VACPAY for PGM78 to
      *           pay on the final check.  Every transaction carries
      *           the keying operator's ID, checked against the
      *           OPERAUTH authority table (employee maintenance, and
      *           rank or salary changes); a salary change also needs
      *           a second approving operator, and without one is held
      *           to EMPHOLD and listed instead of applied.  Operator
      *           and approver go on the AUDITJNL entry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL.
           SELECT RATE-FILE      ASSIGN TO RATECRD
           ORGANIZATION IS SEQUENTIAL.
           SELECT DEPT-FILE      ASSIGN TO DEPTTBL
           ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-RPT      ASSIGN TO RPT77M
           ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-JOURNAL  ASSIGN TO AUDITJNL
           ORGANIZATION IS SEQUENTIAL.
           SELECT LEAVE-MASTER   ASSIGN TO LVMSTO
           ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT VAC-PAYOUT     ASSIGN TO VACPAY
           ORGANIZATION IS SEQUENTIAL.
           SELECT OPERATOR-AUTH  ASSIGN TO OPERAUTH
           ORGANIZATION IS SEQUENTIAL.
           SELECT HELD-TRANS     ASSIGN TO EMPHOLD
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
             05 PE-EMPLOYEE-FIRST-NAME PIC X(10).
             05 PE-RANK                PIC XX.
             05 PE-SALARY              PIC 9(6)V99.
             05 PE-DEPT-CODE           PIC X(4).

       FD MAINT-TRANS
       LABEL RECORDS ARE STANDARD.
             05 EM-FIRST-NAME          PIC X(10).
             05 EM-RANK                PIC XX.
             05 EM-SALARY              PIC 9(6)V99.
             05 EM-DEPT-CODE           PIC X(4).
             05 EM-OPERATOR-ID         PIC X(8).
             05 EM-APPROVER-ID         PIC X(8).

       FD CURR-EMPLOYEE
       LABEL RECORDS ARE STANDARD.
             05 CE-EMPLOYEE-FIRST-NAME PIC X(10).
             05 CE-RANK                PIC XX.
             05 CE-SALARY              PIC 9(6)V99.
             05 CE-DEPT-CODE           PIC X(4).

       FD RATE-FILE
       LABEL RECORDS ARE STANDARD.
             05 RC-RANK-CODE PIC XX.
             05 RC-RATE-PCT  PIC V999.

       FD DEPT-FILE
       LABEL RECORDS ARE STANDARD.
            01  DEPT-REC.
            COPY DEPTRC.

       FD MAINT-RPT
       LABEL RECORDS ARE OMITTED.
            01  MAINT-RPT-REC PIC X(80).
            01  AUDIT-JOURNAL-REC.
           COPY AUDITREC.

       FD LEAVE-MASTER
       LABEL RECORDS ARE STANDARD.
            01  LEAVE-MASTER-REC.
            COPY LEAVERC.

       FD VAC-PAYOUT
       LABEL RECORDS ARE STANDARD.
            01  VAC-PAYOUT-REC.
             05 VP-EMPLOYEE-NO         PIC X(3).
             05 VP-LAST-NAME           PIC X(20).
             05 VP-FIRST-NAME          PIC X(10).
             05 VP-RANK                PIC XX.
             05 VP-SALARY              PIC 9(6)V99.
             05 VP-VAC-HOURS           PIC 9(4)V99.
             05 VP-HOURLY-RATE         PIC 9(3)V99.
             05 VP-PAYOUT-AMT          PIC 9(6)V99.
             05 VP-TERM-DATE           PIC 9(8).
             05 VP-PAID-PERIOD         PIC 9(6).
             05 VP-DEPT-CODE           PIC X(4).

       FD OPERATOR-AUTH
       LABEL RECORDS ARE STANDARD.
            01  OPERATOR-AUTH-REC.
            COPY OPAUTHRC.

       FD HELD-TRANS
       LABEL RECORDS ARE STANDARD.
            01  HELD-TRANS-REC         PIC X(64).

       WORKING-STORAGE SECTION.
        77  WS-ADD-CTR       PIC 9(5) VALUE ZERO.
        77  WS-CHANGE-CTR    PIC 9(5) VALUE ZERO.
        77  WS-REJECT-CTR    PIC 9(5) VALUE ZERO.
        77  WS-NEW-EMP-NO    PIC X(3).
        77  WS-AJ-SALARY-EDIT PIC 9(6).99.
        77  WS-LEAVE-STATUS  PIC X(2).
        77  WS-RUN-DATE      PIC 9(8) VALUE ZERO.
        77  WS-ANNUAL-HOURS  PIC 9(4) VALUE 2080.
        77  WS-PAYOUT-CTR    PIC 9(5) VALUE ZERO.
        77  WS-PAYOUT-TOTAL  PIC 9(9)V99 VALUE ZERO.
        77  WS-DEPT-COUNT    PIC 9(3) COMP VALUE ZERO.
        77  WS-DEPT-SUB      PIC 9(3) COMP VALUE ZERO.
        77  WS-HELD-CTR      PIC 9(5) VALUE ZERO.
        77  WS-OPER-COUNT    PIC 9(3) COMP VALUE ZERO.
        77  WS-OPER-MAX      PIC 9(3) COMP VALUE 100.
        77  WS-OPER-SUB      PIC 9(3) COMP VALUE ZERO.
        77  WS-OPER-HIT      PIC 9(3) COMP VALUE ZERO.
        77  WS-FIND-OPER     PIC X(8) VALUE SPACES.
        77  WS-APPROVED-BY   PIC X(8) VALUE SPACES.

        01  WS-RANK-SWITCHES.
            05  WS-RANK-VALID-SW PIC X(1) VALUE 'N'.
                88  WS-RANK-VALID            VALUE 'Y'.
            05  WS-LEAVE-EOF-SW  PIC X(1) VALUE 'N'.
                88  WS-LEAVE-EOF             VALUE 'Y'.
            05  WS-DEPT-VALID-SW PIC X(1) VALUE 'N'.
                88  WS-DEPT-VALID            VALUE 'Y'.
            05  WS-DEPT-EOF-SW   PIC X(1) VALUE 'N'.
                88  WS-DEPT-EOF              VALUE 'Y'.
            05  WS-AUTH-SW       PIC X(1) VALUE 'A'.
                88  WS-AUTH-APPLY            VALUE 'A'.
                88  WS-AUTH-HOLD             VALUE 'H'.
                88  WS-AUTH-REJECT           VALUE 'R'.
            05  WS-OPER-FOUND-SW PIC X(1) VALUE 'N'.
                88  WS-OPER-FOUND            VALUE 'Y'.
            05  WS-OPER-EOF-SW   PIC X(1) VALUE 'N'.
                88  WS-OPER-EOF              VALUE 'Y'.

        01  WS-RATE-TABLE.
            05  WS-RATE-ENTRY OCCURS 4 TIMES INDEXED BY RATE-IDX.
                10  WS-RATE-RANK PIC XX.
                10  WS-RATE-PCT  PIC V999.

        01  WS-DEPT-TABLE.
            05  WS-DEPT-ENTRY OCCURS 50 TIMES.
                10  WS-DEPT-CODE PIC X(4).

        01  WS-OPERATOR-TABLE.
            05  WS-OP-ENTRY OCCURS 100 TIMES.
                10  WS-OP-ID         PIC X(8).
                10  WS-OP-MAINT-EMP  PIC X(1).
                10  WS-OP-CHANGE-PAY PIC X(1).
                10  WS-OP-APPROVE    PIC X(1).

        01  MR-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(36)
            05  ME-TRANS-CODE PIC X(1).
            05  FILLER       PIC X(10) VALUE '  REASON: '.
            05  ME-REASON     PIC X(31).
        01  MR-HELD-LINE.
            05  FILLER       PIC X(8)  VALUE SPACES.
            05  FILLER       PIC X(14) VALUE '** HELD EMP: '.
            05  MH-EMPLOYEE-NO PIC X(3).
            05  FILLER       PIC X(8)  VALUE '  OPER: '.
            05  MH-OPERATOR   PIC X(8).
            05  FILLER       PIC X(2)  VALUE SPACES.
            05  MH-REASON     PIC X(30).
            05  FILLER       PIC X(7)  VALUE SPACES.
        01  MR-PAYOUT-LINE.
            05  FILLER       PIC X(8)  VALUE SPACES.
            05  FILLER       PIC X(21) VALUE 'VACATION PAYOUT EMP: '.
            05  MP-EMPLOYEE-NO PIC X(3).
            05  FILLER       PIC X(7)  VALUE '  HRS: '.
            05  MP-HOURS     PIC ZZZ9.99.
            05  FILLER       PIC X(7)  VALUE '  AMT: '.
            05  MP-AMOUNT    PIC $ZZZ,ZZ9.99.
            05  FILLER       PIC X(16) VALUE SPACES.
        01  MR-AMOUNT-LINE.
            05  MR-AMT-LABEL PIC X(40).
            05  MR-AMOUNT    PIC $ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 120-LOAD-RATE-TABLE.
             PERFORM 140-LOAD-DEPT-TABLE.
             PERFORM 160-LOAD-OPERATOR-TABLE.
             PERFORM 600-READ-EMPLOYEE.
             PERFORM 700-READ-MAINT-TRANS.
             PERFORM 200-COMP-RTN
                  SET WS-RANK-VALID TO TRUE
            END-SEARCH.

      ******************************************************************
      * DEPTTBL carries one card per department / cost center.
      ******************************************************************
       140-LOAD-DEPT-TABLE.
            OPEN INPUT DEPT-FILE.
            PERFORM 145-READ-DEPT-REC
               UNTIL WS-DEPT-EOF.
            CLOSE DEPT-FILE.

       145-READ-DEPT-REC.
            READ DEPT-FILE
               AT END
                  SET WS-DEPT-EOF TO TRUE
               NOT AT END
                  IF WS-DEPT-COUNT < 50
                     ADD 1 TO WS-DEPT-COUNT
                     MOVE DT-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT)
                  END-IF
            END-READ.

       150-VALIDATE-DEPT-RTN.
            MOVE 'N' TO WS-DEPT-VALID-SW.
            IF EM-CHANGE AND EM-DEPT-CODE = SPACES
               SET WS-DEPT-VALID TO TRUE
            ELSE
               PERFORM 155-MATCH-DEPT-RTN
                  VARYING WS-DEPT-SUB FROM 1 BY 1
                  UNTIL WS-DEPT-SUB > WS-DEPT-COUNT OR
                        WS-DEPT-VALID
            END-IF.

       155-MATCH-DEPT-RTN.
            IF WS-DEPT-CODE (WS-DEPT-SUB) = EM-DEPT-CODE AND
               EM-DEPT-CODE NOT = SPACES
               SET WS-DEPT-VALID TO TRUE
            END-IF.

      ******************************************************************
      * OPERAUTH lists each active operator and what they may do:
      * maintain employees, change rank or salary, and approve another
      * operator's work.
      ******************************************************************
       160-LOAD-OPERATOR-TABLE.
            OPEN INPUT OPERATOR-AUTH.
            PERFORM 165-READ-OPERATOR-REC
               UNTIL WS-OPER-EOF.
            CLOSE OPERATOR-AUTH.

       165-READ-OPERATOR-REC.
            READ OPERATOR-AUTH
               AT END
                  SET WS-OPER-EOF TO TRUE
               NOT AT END
                  IF OA-ACTIVE AND WS-OPER-COUNT < WS-OPER-MAX
                     ADD 1 TO WS-OPER-COUNT
                     MOVE OA-OPERATOR-ID
                       TO WS-OP-ID (WS-OPER-COUNT)
                     MOVE OA-MAINT-EMP-FLAG
                       TO WS-OP-MAINT-EMP (WS-OPER-COUNT)
                     MOVE OA-CHANGE-PAY-FLAG
                       TO WS-OP-CHANGE-PAY (WS-OPER-COUNT)
                     MOVE OA-APPROVE-FLAG
                       TO WS-OP-APPROVE (WS-OPER-COUNT)
                  END-IF
            END-READ.

      ******************************************************************
      * The keying operator must be on the authority table and allowed
      * employee maintenance; a change that moves rank or salary also
      * needs pay authority.  Anything else rejects.
      ******************************************************************
       170-CHECK-OPERATOR-RTN.
            SET WS-AUTH-APPLY TO TRUE.
            MOVE SPACES TO WS-APPROVED-BY.
            MOVE EM-OPERATOR-ID TO WS-FIND-OPER.
            PERFORM 175-FIND-OPERATOR-RTN.
            EVALUATE TRUE
               WHEN EM-OPERATOR-ID = SPACES OR NOT WS-OPER-FOUND
                 MOVE 'OPERATOR NOT AUTHORIZED' TO ME-REASON
                 SET WS-AUTH-REJECT TO TRUE
               WHEN WS-OP-MAINT-EMP (WS-OPER-HIT) NOT = 'Y'
                 MOVE 'OPERATOR MAY NOT MAINTAIN EMPS' TO ME-REASON
                 SET WS-AUTH-REJECT TO TRUE
               WHEN EM-CHANGE AND
                    EM-EMPLOYEE-NO = PE-EMPLOYEE-NO AND
                    (EM-RANK NOT = PE-RANK OR
                     EM-SALARY NOT = PE-SALARY) AND
                    WS-OP-CHANGE-PAY (WS-OPER-HIT) NOT = 'Y'
                 MOVE 'OPERATOR MAY NOT CHANGE PAY' TO ME-REASON
                 SET WS-AUTH-REJECT TO TRUE
            END-EVALUATE.

       175-FIND-OPERATOR-RTN.
            MOVE 'N' TO WS-OPER-FOUND-SW.
            MOVE ZERO TO WS-OPER-HIT.
            PERFORM 178-MATCH-OPERATOR-RTN
               VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT OR WS-OPER-FOUND.

       178-MATCH-OPERATOR-RTN.
            IF WS-OP-ID (WS-OPER-SUB) = WS-FIND-OPER
               MOVE WS-OPER-SUB TO WS-OPER-HIT
               SET WS-OPER-FOUND TO TRUE
            END-IF.

      ******************************************************************
      * Dual control: a salary change applies only under a second
      * operator who may approve and change pay.  Without a good
      * approver the change is held, not applied.
      ******************************************************************
       180-CHECK-DUAL-CONTROL-RTN.
            IF EM-SALARY NOT = PE-SALARY
               MOVE 'SALARY CHANGE NEEDS APPROVAL' TO MH-REASON
               MOVE EM-APPROVER-ID TO WS-FIND-OPER
               PERFORM 175-FIND-OPERATOR-RTN
               EVALUATE TRUE
                  WHEN EM-APPROVER-ID = SPACES
                    SET WS-AUTH-HOLD TO TRUE
                  WHEN EM-APPROVER-ID = EM-OPERATOR-ID
                    MOVE 'APPROVER SAME AS OPERATOR' TO MH-REASON
                    SET WS-AUTH-HOLD TO TRUE
                  WHEN NOT WS-OPER-FOUND
                    MOVE 'APPROVER NOT AUTHORIZED' TO MH-REASON
                    SET WS-AUTH-HOLD TO TRUE
                  WHEN WS-OP-APPROVE (WS-OPER-HIT) NOT = 'Y' OR
                       WS-OP-CHANGE-PAY (WS-OPER-HIT) NOT = 'Y'
                    MOVE 'APPROVER NOT AUTHORIZED' TO MH-REASON
                    SET WS-AUTH-HOLD TO TRUE
                  WHEN OTHER
                    MOVE EM-APPROVER-ID TO WS-APPROVED-BY
               END-EVALUATE
            END-IF.

       200-COMP-RTN.
            EVALUATE TRUE
               WHEN EM-EMPLOYEE-NO = PE-EMPLOYEE-NO

       300-APPLY-MAINTENANCE.
            MOVE PRIOR-EMPLOYEE-REC TO CURR-EMPLOYEE-REC
            PERFORM 170-CHECK-OPERATOR-RTN
            EVALUATE TRUE
               WHEN WS-AUTH-REJECT
                 PERFORM 310-REJECT-TRANS
                 WRITE CURR-EMPLOYEE-REC
               WHEN EM-CHANGE
                 PERFORM 130-VALIDATE-RANK-RTN
                 PERFORM 150-VALIDATE-DEPT-RTN
                 IF WS-RANK-VALID AND WS-DEPT-VALID
                    PERFORM 180-CHECK-DUAL-CONTROL-RTN
                 END-IF
                 IF WS-RANK-VALID AND WS-DEPT-VALID AND
                    NOT WS-AUTH-HOLD
                    PERFORM 320-BUILD-BEFORE-IMAGE-RTN
                    MOVE EM-LAST-NAME  TO CE-EMPLOYEE-LAST-NAME
                    MOVE EM-FIRST-NAME TO CE-EMPLOYEE-FIRST-NAME
                    MOVE EM-RANK       TO CE-RANK
                    MOVE EM-SALARY     TO CE-SALARY
                    IF EM-DEPT-CODE NOT = SPACES
                       MOVE EM-DEPT-CODE TO CE-DEPT-CODE
                    END-IF
                    WRITE CURR-EMPLOYEE-REC
                    ADD 1 TO WS-CHANGE-CTR
                    PERFORM 340-WRITE-CHANGE-AUDIT-RTN
                 ELSE
                    EVALUATE TRUE
                       WHEN WS-AUTH-HOLD
                         PERFORM 350-HOLD-TRANS-RTN
                       WHEN WS-RANK-VALID
                         MOVE 'DEPT NOT ON DEPARTMENT TABLE'
                           TO ME-REASON
                         PERFORM 310-REJECT-TRANS
                       WHEN OTHER
                         MOVE 'RANK NOT ON RATE TABLE' TO ME-REASON
                         PERFORM 310-REJECT-TRANS
                    END-EVALUATE
                    WRITE CURR-EMPLOYEE-REC
                 END-IF
               WHEN EM-TERMINATE
                 MOVE 'PGM79' TO AJ-SOURCE-PGM
                 MOVE PE-EMPLOYEE-NO TO AJ-KEY
                 PERFORM 950-WRITE-AUDIT-RTN
                 PERFORM 360-VACATION-PAYOUT-RTN
               WHEN EM-ADD
                 MOVE 'ADD AGAINST EXISTING EMPLOYEE' TO ME-REASON
                 PERFORM 310-REJECT-TRANS
            MOVE PE-RANK                 TO AJ-BEFORE-IMAGE(37:2).
            MOVE PE-SALARY               TO WS-AJ-SALARY-EDIT.
            MOVE WS-AJ-SALARY-EDIT       TO AJ-BEFORE-IMAGE(40:9).
            MOVE PE-DEPT-CODE            TO AJ-BEFORE-IMAGE(50:4).

       330-BUILD-AFTER-IMAGE-RTN.
            MOVE SPACES TO AJ-AFTER-IMAGE.
            MOVE CE-RANK                 TO AJ-AFTER-IMAGE(37:2).
            MOVE CE-SALARY               TO WS-AJ-SALARY-EDIT.
            MOVE WS-AJ-SALARY-EDIT       TO AJ-AFTER-IMAGE(40:9).
            MOVE CE-DEPT-CODE            TO AJ-AFTER-IMAGE(50:4).

       340-WRITE-CHANGE-AUDIT-RTN.
            MOVE 'PGM79' TO AJ-SOURCE-PGM.
            PERFORM 330-BUILD-AFTER-IMAGE-RTN.
            PERFORM 950-WRITE-AUDIT-RTN.

      ******************************************************************
      * A held change goes to EMPHOLD exactly as keyed, so it can be
      * resubmitted once a second operator signs it off.
      ******************************************************************
       350-HOLD-TRANS-RTN.
            WRITE HELD-TRANS-REC FROM MAINT-TRANS-REC.
            MOVE EM-EMPLOYEE-NO TO MH-EMPLOYEE-NO.
            MOVE EM-OPERATOR-ID TO MH-OPERATOR.
            WRITE MAINT-RPT-REC FROM MR-HELD-LINE.
            ADD 1 TO WS-HELD-CTR.

      ******************************************************************
      * Unused vacation on the leave master is paid out on the final
      * check at the hourly equivalent of annual salary.
      ******************************************************************
       360-VACATION-PAYOUT-RTN.
            PERFORM 365-SKIP-LEAVE-RTN
               UNTIL WS-LEAVE-EOF OR
                     LM-EMPLOYEE-NO NOT < PE-EMPLOYEE-NO.
            IF NOT WS-LEAVE-EOF AND
               LM-EMPLOYEE-NO = PE-EMPLOYEE-NO AND
               LM-VAC-BALANCE > ZERO
               MOVE SPACES TO VAC-PAYOUT-REC
               MOVE PE-EMPLOYEE-NO         TO VP-EMPLOYEE-NO
               MOVE PE-EMPLOYEE-LAST-NAME  TO VP-LAST-NAME
               MOVE PE-EMPLOYEE-FIRST-NAME TO VP-FIRST-NAME
               MOVE PE-RANK                TO VP-RANK
               MOVE PE-SALARY              TO VP-SALARY
               MOVE LM-VAC-BALANCE         TO VP-VAC-HOURS
               COMPUTE VP-HOURLY-RATE ROUNDED =
                       PE-SALARY / WS-ANNUAL-HOURS
               COMPUTE VP-PAYOUT-AMT ROUNDED =
                       LM-VAC-BALANCE * PE-SALARY / WS-ANNUAL-HOURS
               MOVE WS-RUN-DATE            TO VP-TERM-DATE
               MOVE ZERO                   TO VP-PAID-PERIOD
               MOVE PE-DEPT-CODE           TO VP-DEPT-CODE
               WRITE VAC-PAYOUT-REC
               ADD 1 TO WS-PAYOUT-CTR
               ADD VP-PAYOUT-AMT TO WS-PAYOUT-TOTAL
               MOVE PE-EMPLOYEE-NO TO MP-EMPLOYEE-NO
               MOVE VP-VAC-HOURS   TO MP-HOURS
               MOVE VP-PAYOUT-AMT  TO MP-AMOUNT
               WRITE MAINT-RPT-REC FROM MR-PAYOUT-LINE
            END-IF.

       365-SKIP-LEAVE-RTN.
            PERFORM 650-READ-LEAVE.

       400-ADD-EMPLOYEE.
            IF EM-ADD
               PERFORM 170-CHECK-OPERATOR-RTN
               PERFORM 130-VALIDATE-RANK-RTN
               PERFORM 150-VALIDATE-DEPT-RTN
               IF WS-AUTH-REJECT
                  PERFORM 310-REJECT-TRANS
                  PERFORM 700-READ-MAINT-TRANS
               ELSE
               IF WS-RANK-VALID AND WS-DEPT-VALID
                  MOVE EM-EMPLOYEE-NO TO WS-NEW-EMP-NO
                  MOVE EM-EMPLOYEE-NO TO CE-EMPLOYEE-NO
                  MOVE EM-LAST-NAME   TO CE-EMPLOYEE-LAST-NAME
                  MOVE EM-FIRST-NAME  TO CE-EMPLOYEE-FIRST-NAME
                  MOVE EM-RANK        TO CE-RANK
                  MOVE EM-SALARY      TO CE-SALARY
                  MOVE EM-DEPT-CODE   TO CE-DEPT-CODE
                  WRITE CURR-EMPLOYEE-REC
                  ADD 1 TO WS-ADD-CTR
                  MOVE 'PGM79' TO AJ-SOURCE-PGM
                  PERFORM 410-REJECT-DUPLICATE-ADD-RTN
                     UNTIL EM-EMPLOYEE-NO NOT = WS-NEW-EMP-NO
               ELSE
                  IF WS-RANK-VALID
                     MOVE 'DEPT NOT ON DEPARTMENT TABLE' TO ME-REASON
                  ELSE
                     MOVE 'RANK NOT ON RATE TABLE' TO ME-REASON
                  END-IF
                  PERFORM 310-REJECT-TRANS
                  PERFORM 700-READ-MAINT-TRANS
               END-IF
               END-IF
            ELSE
               MOVE 'CHANGE/TERM - UNKNOWN EMPLOYEE' TO ME-REASON
               PERFORM 310-REJECT-TRANS
              MOVE HIGH-VALUES TO PE-EMPLOYEE-NO
            END-READ.

       650-READ-LEAVE.
            IF WS-LEAVE-EOF
               CONTINUE
            ELSE
               READ LEAVE-MASTER
                 AT END
                 SET WS-LEAVE-EOF TO TRUE
                 MOVE HIGH-VALUES TO LM-EMPLOYEE-NO
               END-READ
            END-IF.

       700-READ-MAINT-TRANS.
            READ MAINT-TRANS
              AT END
            OPEN INPUT  PRIOR-EMPLOYEE
                        MAINT-TRANS.
            OPEN OUTPUT CURR-EMPLOYEE
                        MAINT-RPT
                        HELD-TRANS.
            OPEN EXTEND AUDIT-JOURNAL
                        VAC-PAYOUT.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN INPUT LEAVE-MASTER.
            IF WS-LEAVE-STATUS = '35'
               SET WS-LEAVE-EOF TO TRUE
               MOVE HIGH-VALUES TO LM-EMPLOYEE-NO
            END-IF.
            PERFORM 650-READ-LEAVE.
            WRITE MAINT-RPT-REC FROM MR-TITLE-LINE.
            MOVE SPACES TO MAINT-RPT-REC.
            WRITE MAINT-RPT-REC.
                  MAINT-TRANS
                  CURR-EMPLOYEE
                  MAINT-RPT
                  HELD-TRANS
                  AUDIT-JOURNAL
                  VAC-PAYOUT.
            IF WS-LEAVE-STATUS NOT = '35'
               CLOSE LEAVE-MASTER
            END-IF.

       950-WRITE-AUDIT-RTN.
            ACCEPT AJ-RUN-DATE FROM DATE YYYYMMDD.
            MOVE EM-OPERATOR-ID TO AJ-OPERATOR-ID.
            MOVE WS-APPROVED-BY TO AJ-APPROVER-ID.
            ACCEPT AJ-RUN-TIME FROM TIME.
            WRITE AUDIT-JOURNAL-REC.

            MOVE 'TRANSACTIONS REJECTED' TO MR-LABEL.
            MOVE WS-REJECT-CTR          TO MR-COUNT.
            WRITE MAINT-RPT-REC FROM MR-DETAIL-LINE.
            MOVE 'TRANSACTIONS HELD FOR APPROVAL' TO MR-LABEL.
            MOVE WS-HELD-CTR            TO MR-COUNT.
            WRITE MAINT-RPT-REC FROM MR-DETAIL-LINE.
            MOVE 'VACATION PAYOUTS FOR FINAL PAY' TO MR-LABEL.
            MOVE WS-PAYOUT-CTR          TO MR-COUNT.
            WRITE MAINT-RPT-REC FROM MR-DETAIL-LINE.
            MOVE 'TOTAL VACATION PAYOUT' TO MR-AMT-LABEL.
            MOVE WS-PAYOUT-TOTAL        TO MR-AMOUNT.
            WRITE MAINT-RPT-REC FROM MR-AMOUNT-LINE.
