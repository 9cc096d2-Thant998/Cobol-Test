      *           file.  Function P reads NETPAY merged against the
      *           PAYMETH payment-method card per employee and writes
      *           either a printed check with stub (gross, each TAXTBL
      *           deduction, each voluntary deduction and garnishment
      *           PGM78 took, net, any vacation payout in the gross,
      *           and the vacation and sick hours left after the
      *           period, with the department from NETPAY on the
      *           check header) under a controlled check-number
      *           sequence carried on CHKCTL across runs, or an ACH
      *           credit record, per the method indicator.  The check
      *           register ties total net disbursed back to PGM78's
      *           register totals.  Function V voids a spoiled check
      *           number and reissues under the next number, both
      *           logged on the register so the number sequence always
      *           audits whole.  Every check cut and every check voided
      *           is also logged to PAYISS for the positive-pay issue
      *           file PGM62 sends the bank.  The void card carries
      *           the keying operator's ID, who must hold void
      *           authority on the OPERAUTH table; each void is
      *           journaled to AUDITJNL under that operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ACH-FILE     ASSIGN TO ACHOUT
           ORGANIZATION IS SEQUENTIAL.
           SELECT PARM-FILE    ASSIGN TO DSBPARM.
           SELECT CHECK-ISSUE  ASSIGN TO PAYISS.
           SELECT DISBURSE-RPT ASSIGN TO RPT77D.
           SELECT OPERATOR-AUTH ASSIGN TO OPERAUTH.
           SELECT AUDIT-JOURNAL ASSIGN TO AUDITJNL.

       DATA DIVISION.
       FILE SECTION.
             05 NP-FED-TAX      PIC 9(6)V99.
             05 NP-STATE-TAX    PIC 9(6)V99.
             05 NP-RETIRE-DED   PIC 9(6)V99.
             05 NP-OTHER-DED    PIC 9(6)V99.
             05 NP-DED-CTR      PIC 9(1).
             05 NP-DED-ENTRY OCCURS 8 TIMES.
                10 NP-DED-CODE  PIC X(2).
                10 NP-DED-DESC  PIC X(12).
                10 NP-DED-AMT   PIC 9(6)V99.
             05 NP-VAC-PAYOUT   PIC 9(6)V99.
             05 NP-VAC-BALANCE  PIC 9(4)V99.
             05 NP-SICK-BALANCE PIC 9(4)V99.
             05 NP-DEPT-CODE    PIC X(4).

       FD PAY-METHOD-FILE
       LABEL RECORDS ARE STANDARD.
             05 DP-EMPLOYEE-NO  PIC X(3).
             05 DP-AMOUNT       PIC 9(6)V99.
             05                 PIC X(2).
             05 DP-OPERATOR-ID  PIC X(8).

       FD CHECK-ISSUE
       LABEL RECORDS ARE STANDARD.
            01  CHECK-ISSUE-REC.
             05 CI-CHECK-NO     PIC 9(6).
             05 CI-ISSUE-TYPE   PIC X(1).
                88 CI-ISSUED        VALUE 'I'.
                88 CI-VOIDED        VALUE 'V'.
             05 CI-EMPLOYEE-NO  PIC X(3).
             05 CI-AMOUNT       PIC 9(6)V99.
             05 CI-ISSUE-DATE   PIC 9(8).
             05                 PIC X(4).

       FD DISBURSE-RPT
       LABEL RECORDS ARE OMITTED.
            01  DISBURSE-RPT-REC PIC X(80).

       FD OPERATOR-AUTH
       LABEL RECORDS ARE STANDARD.
            01  OPERATOR-AUTH-REC.
           COPY OPAUTHRC.

       FD AUDIT-JOURNAL
       LABEL RECORDS ARE STANDARD.
            01  AUDIT-JOURNAL-REC.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
        77  WS-CTL-STATUS          PIC X(2).
        77  WS-RUN-DATE            PIC 9(8).
        77  WS-ACH-AMT             PIC 9(9)V99 VALUE ZERO.
        77  WS-TOTAL-NET           PIC 9(9)V99 VALUE ZERO.
        77  WS-VOID-CTR            PIC 9(5) VALUE ZERO.
        77  WS-DED-SUB             PIC 9(3) COMP VALUE ZERO.
        77  WS-AJ-AMOUNT-EDIT      PIC 9(6).99.

        01  WS-DISBURSE-SWITCHES.
            05  WS-NETPAY-EOF-SW   PIC X(1) VALUE 'N'.
                88  WS-NETPAY-EOF             VALUE 'Y'.
            05  WS-METHOD-EOF-SW   PIC X(1) VALUE 'N'.
                88  WS-METHOD-EOF             VALUE 'Y'.
            05  WS-OPER-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-OPER-EOF               VALUE 'Y'.
            05  WS-VOID-AUTH-SW    PIC X(1) VALUE 'N'.
                88  WS-VOID-AUTHORIZED        VALUE 'Y'.

        01  CK-RULE-LINE.
            05  FILLER        PIC X(80) VALUE ALL '='.
            05  CK-EMPLOYEE   PIC X(3).
            05  FILLER        PIC X(8)  VALUE '  DATE: '.
            05  CK-PAY-DATE   PIC 9(8).
            05  FILLER        PIC X(8)  VALUE '  DEPT: '.
            05  CK-DEPT-CODE  PIC X(4).
            05  FILLER        PIC X(29) VALUE SPACES.
        01  CK-STUB-LINE.
            05  FILLER        PIC X(4)  VALUE SPACES.
            05  CK-STUB-LABEL PIC X(20).
            05  CK-STUB-AMT   PIC $ZZZ,ZZ9.99.
            05  FILLER        PIC X(45) VALUE SPACES.
        01  CK-LEAVE-LINE.
            05  FILLER        PIC X(4)  VALUE SPACES.
            05  CK-LEAVE-LABEL PIC X(20).
            05  FILLER        PIC X(4)  VALUE SPACES.
            05  CK-LEAVE-HOURS PIC ZZZ9.99.
            05  FILLER        PIC X(6)  VALUE ' HOURS'.
            05  FILLER        PIC X(39) VALUE SPACES.
        01  DR-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(36)
            MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO.
            MOVE NP-EMPLOYEE-NO TO CK-EMPLOYEE.
            MOVE WS-RUN-DATE TO CK-PAY-DATE.
            MOVE NP-DEPT-CODE TO CK-DEPT-CODE.
            WRITE CHECK-PRINT-REC FROM CK-HEADER-LINE.
            MOVE 'GROSS PAY' TO CK-STUB-LABEL.
            MOVE NP-GROSS-PAY TO CK-STUB-AMT.
            WRITE CHECK-PRINT-REC FROM CK-STUB-LINE.
            IF NP-VAC-PAYOUT > ZERO
               MOVE '  INCL VAC PAYOUT' TO CK-STUB-LABEL
               MOVE NP-VAC-PAYOUT TO CK-STUB-AMT
               WRITE CHECK-PRINT-REC FROM CK-STUB-LINE
            END-IF.
            MOVE 'FEDERAL TAX' TO CK-STUB-LABEL.
            MOVE NP-FED-TAX TO CK-STUB-AMT.
            WRITE CHECK-PRINT-REC FROM CK-STUB-LINE.
            MOVE 'RETIREMENT' TO CK-STUB-LABEL.
            MOVE NP-RETIRE-DED TO CK-STUB-AMT.
            WRITE CHECK-PRINT-REC FROM CK-STUB-LINE.
            PERFORM 505-PRINT-STUB-DEDUCTION-RTN
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > NP-DED-CTR.
            MOVE 'NET PAY' TO CK-STUB-LABEL.
            MOVE NP-NET-PAY TO CK-STUB-AMT.
            WRITE CHECK-PRINT-REC FROM CK-STUB-LINE.
            MOVE 'VACATION BALANCE' TO CK-LEAVE-LABEL.
            MOVE NP-VAC-BALANCE TO CK-LEAVE-HOURS.
            WRITE CHECK-PRINT-REC FROM CK-LEAVE-LINE.
            MOVE 'SICK LEAVE BALANCE' TO CK-LEAVE-LABEL.
            MOVE NP-SICK-BALANCE TO CK-LEAVE-HOURS.
            WRITE CHECK-PRINT-REC FROM CK-LEAVE-LINE.
            ADD 1 TO WS-CHECK-CTR.
            ADD NP-NET-PAY TO WS-CHECK-AMT.
            MOVE NP-EMPLOYEE-NO TO DR-EMPLOYEE.
            MOVE NP-NET-PAY TO DR-NET-AMT.
            MOVE SPACES TO DR-NOTE.
            WRITE DISBURSE-RPT-REC FROM DR-DETAIL-LINE.
            MOVE SPACES TO CHECK-ISSUE-REC.
            MOVE WS-NEXT-CHECK-NO TO CI-CHECK-NO.
            SET CI-ISSUED TO TRUE.
            MOVE NP-EMPLOYEE-NO TO CI-EMPLOYEE-NO.
            MOVE NP-NET-PAY TO CI-AMOUNT.
            PERFORM 510-LOG-CHECK-ISSUE-RTN.
            ADD 1 TO WS-NEXT-CHECK-NO.

       505-PRINT-STUB-DEDUCTION-RTN.
            MOVE NP-DED-DESC (WS-DED-SUB) TO CK-STUB-LABEL.
            MOVE NP-DED-AMT (WS-DED-SUB) TO CK-STUB-AMT.
            WRITE CHECK-PRINT-REC FROM CK-STUB-LINE.

      ******************************************************************
      * Every check number that leaves this program - issued or voided
      * - is logged for positive pay so the bank can refuse anything
      * we did not write.
      ******************************************************************
       510-LOG-CHECK-ISSUE-RTN.
            MOVE WS-RUN-DATE TO CI-ISSUE-DATE.
            WRITE CHECK-ISSUE-REC.

      ******************************************************************
      * A spoiled check is voided under its own number and reissued
      * under the next number in sequence, with both sides on the
      * register so every number in the sequence is accounted for.
      * The card is edited first: the keying operator must hold void
      * authority on OPERAUTH, the voided number must fall inside
      * the issued range on CHKCTL and the amount must be keyed -
      * a bad card rejects to the register and nothing is cut.
      ******************************************************************
       600-VOID-REISSUE-RTN.
            PERFORM 630-CHECK-VOID-AUTHORITY-RTN.
            EVALUATE TRUE
               WHEN NOT WS-VOID-AUTHORIZED
                 MOVE DP-VOID-CHECK-NO TO DJ-CHECK-NO
                 MOVE 'OPERATOR MAY NOT VOID CHECKS' TO DJ-REASON
                 PERFORM 610-REJECT-VOID-CARD-RTN
               WHEN DP-VOID-CHECK-NO NOT NUMERIC OR
                    DP-VOID-CHECK-NO = ZERO
                 MOVE ZERO TO DJ-CHECK-NO
            MOVE '  ** VOIDED **' TO DR-NOTE.
            WRITE DISBURSE-RPT-REC FROM DR-DETAIL-LINE.
            ADD 1 TO WS-VOID-CTR.
            MOVE SPACES TO CHECK-ISSUE-REC.
            MOVE DP-VOID-CHECK-NO TO CI-CHECK-NO.
            SET CI-VOIDED TO TRUE.
            MOVE DP-EMPLOYEE-NO TO CI-EMPLOYEE-NO.
            MOVE DP-AMOUNT TO CI-AMOUNT.
            PERFORM 510-LOG-CHECK-ISSUE-RTN.
            WRITE CHECK-PRINT-REC FROM CK-RULE-LINE.
            MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO.
            MOVE DP-EMPLOYEE-NO TO CK-EMPLOYEE.
            MOVE WS-RUN-DATE TO CK-PAY-DATE.
            MOVE SPACES TO CK-DEPT-CODE.
            WRITE CHECK-PRINT-REC FROM CK-HEADER-LINE.
            MOVE 'REISSUED NET PAY' TO CK-STUB-LABEL.
            MOVE DP-AMOUNT TO CK-STUB-AMT.
            MOVE DP-AMOUNT TO DR-NET-AMT.
            MOVE '  REISSUE OF VOIDED CHECK' TO DR-NOTE.
            WRITE DISBURSE-RPT-REC FROM DR-DETAIL-LINE.
            MOVE SPACES TO CHECK-ISSUE-REC.
            MOVE WS-NEXT-CHECK-NO TO CI-CHECK-NO.
            SET CI-ISSUED TO TRUE.
            MOVE DP-EMPLOYEE-NO TO CI-EMPLOYEE-NO.
            MOVE DP-AMOUNT TO CI-AMOUNT.
            PERFORM 510-LOG-CHECK-ISSUE-RTN.
            ADD 1 TO WS-CHECK-CTR.
            ADD DP-AMOUNT TO WS-CHECK-AMT.
            PERFORM 640-JOURNAL-VOID-RTN.
            ADD 1 TO WS-NEXT-CHECK-NO.
            CLOSE CHECK-PRINT.

       630-CHECK-VOID-AUTHORITY-RTN.
            MOVE 'N' TO WS-VOID-AUTH-SW.
            IF DP-OPERATOR-ID NOT = SPACES
               OPEN INPUT OPERATOR-AUTH
               PERFORM 635-READ-OPERATOR-REC
                  UNTIL WS-OPER-EOF
               CLOSE OPERATOR-AUTH
            END-IF.

       635-READ-OPERATOR-REC.
            READ OPERATOR-AUTH
              AT END
                SET WS-OPER-EOF TO TRUE
              NOT AT END
                IF OA-OPERATOR-ID = DP-OPERATOR-ID
                   SET WS-OPER-EOF TO TRUE
                   IF OA-ACTIVE AND OA-MAY-VOID-CHECK
                      SET WS-VOID-AUTHORIZED TO TRUE
                   END-IF
                END-IF
            END-READ.

      ******************************************************************
      * The void and the number it was reissued under are journaled
      * against the voided check number, under the keying operator.
      ******************************************************************
       640-JOURNAL-VOID-RTN.
            MOVE 'PGM65' TO AJ-SOURCE-PGM.
            MOVE DP-VOID-CHECK-NO TO AJ-KEY.
            MOVE SPACES TO AJ-BEFORE-IMAGE.
            MOVE DP-VOID-CHECK-NO TO AJ-BEFORE-IMAGE(1:6).
            MOVE DP-EMPLOYEE-NO TO AJ-BEFORE-IMAGE(8:3).
            MOVE DP-AMOUNT TO WS-AJ-AMOUNT-EDIT.
            MOVE WS-AJ-AMOUNT-EDIT TO AJ-BEFORE-IMAGE(12:9).
            MOVE 'ISSUED' TO AJ-BEFORE-IMAGE(22:6).
            MOVE AJ-BEFORE-IMAGE TO AJ-AFTER-IMAGE.
            MOVE 'VOIDED - REISSUED AS' TO AJ-AFTER-IMAGE(22:20).
            MOVE WS-NEXT-CHECK-NO TO AJ-AFTER-IMAGE(43:6).
            MOVE DP-OPERATOR-ID TO AJ-OPERATOR-ID.
            MOVE SPACES TO AJ-APPROVER-ID.
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
            ACCEPT AJ-RUN-TIME FROM TIME.
            OPEN EXTEND AUDIT-JOURNAL.
            WRITE AUDIT-JOURNAL-REC.
            CLOSE AUDIT-JOURNAL.

       700-READ-NETPAY.
            READ NET-PAY-FILE
              AT END
            END-READ.
            CLOSE PARM-FILE.
            OPEN OUTPUT DISBURSE-RPT.
            OPEN EXTEND CHECK-ISSUE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            WRITE DISBURSE-RPT-REC FROM DR-TITLE-LINE.
            MOVE SPACES TO DISBURSE-RPT-REC.
       900-END-OF-JOB-RTN.
            PERFORM 820-WRITE-CHECK-CONTROL-RTN.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            CLOSE CHECK-ISSUE
                  DISBURSE-RPT.

       910-PRINT-RUN-TOTALS-RTN.
            MOVE SPACES TO DISBURSE-RPT-REC.
