      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Autopay enrollment maintenance.  Reads the day's
      *           enrollment transactions and maintains the autopay
      *           file AUTOPAY, one enrollment per account holding the
      *           customer's bank routing and account number, the
      *           draft option (minimum payment, statement balance or
      *           a fixed amount) and the start and stop dates the
      *           PGM55 draft run selects on.  An add or change is
      *           edited before it touches the file - the account must
      *           be open on the customer master, the routing number
      *           must pass its check digit, the bank account and
      *           account type must be present, a fixed draft needs
      *           its amount and the stop date may not precede the
      *           start.  A change keeps any field left blank.  A stop
      *           cancels the enrollment, or only sets its stop date
      *           when that date is still to come; a reinstate
      *           re-activates one PGM99 suspended for returned drafts
      *           and clears its return count.  Each transaction
      *           carries the keying operator, who must be active on
      *           OPERAUTH and allowed account maintenance.  Every
      *           change goes to AUDITJNL with before and after images
      *           and the operator; the enrollment register lists each
      *           change and the transactions rejected.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM56.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-TRANS ASSIGN TO AUTOTRAN
               FILE STATUS IS WS-ATRAN-STATUS.
           SELECT NEW-MASTER ASSIGN TO DATA13N
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO-OUT
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-ACCT-NO
               FILE STATUS IS WS-AUTO-STATUS.
           SELECT OPERATOR-AUTH ASSIGN TO OPERAUTH.
           SELECT AUDIT-JOURNAL ASSIGN TO AUDITJNL.
           SELECT AUTOPAY-RPT  ASSIGN TO RPT13A.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL.
           SELECT RUN-STATS    ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD AUTOPAY-TRANS
       LABEL RECORDS ARE STANDARD.
            01  AUTOPAY-TRANS-REC.
             05 AT-ACTION         PIC X(1).
                88 AT-IS-ADD          VALUE 'A'.
                88 AT-IS-CHANGE       VALUE 'C'.
                88 AT-IS-STOP         VALUE 'S'.
                88 AT-IS-REINSTATE    VALUE 'R'.
             05 AT-ACCT-NO        PIC X(5).
             05 AT-ROUTING-NO     PIC X(9).
             05 AT-ROUTING-DIGITS REDEFINES AT-ROUTING-NO.
                10 AT-ROUTING-DIGIT PIC 9(1) OCCURS 9 TIMES.
             05 AT-BANK-ACCT-NO   PIC X(17).
             05 AT-BANK-ACCT-TYPE PIC X(1).
                88 AT-BANK-TYPE-VALID VALUES 'C' 'S'.
             05 AT-DRAFT-OPTION   PIC X(1).
                88 AT-DRAFT-OPTION-VALID VALUES 'M' 'S' 'F'.
                88 AT-DRAFT-FIXED     VALUE 'F'.
             05 AT-FIXED-AMT      PIC 9(7)V99.
             05 AT-START-DATE     PIC 9(8).
             05 AT-STOP-DATE      PIC 9(8).
             05 AT-OPERATOR-ID    PIC X(8).
             05                   PIC X(13).

       FD NEW-MASTER
       LABEL RECORDS ARE STANDARD.
            01  NEW-MASTER-REC.
             05 ACCT-NO-OUT        PIC X(5).
             05 AMOUNT-DUE-OUT     PIC S9(7)V99.
             05 CM-CUST-NAME-OUT   PIC X(25).
             05 CM-ADDRESS-OUT     PIC X(30).
             05 CM-CREDIT-LIMIT-OUT PIC S9(7)V99.
             05 CM-OPEN-DATE-OUT   PIC 9(8).
             05 CM-ACCT-STATUS-OUT PIC X(1).
                88 CM-ACCT-ACTIVE-OUT VALUE 'A'.
                88 CM-ACCT-CLOSED-OUT VALUE 'C'.
                88 CM-ACCT-ON-HOLD-OUT VALUE 'H'.
                88 CM-ACCT-PLACED-OUT VALUE 'P'.
             05 CM-DUE-DATE-OUT    PIC 9(8).
             05 CM-MIN-PAYMENT-OUT PIC S9(7)V99.
             05 CM-NSF-COUNT-OUT   PIC 9(2).
             05 CM-CITY-OUT        PIC X(15).
             05 CM-STATE-OUT       PIC X(2).
             05 CM-ZIP-OUT         PIC X(9).
             05                    PIC X(8).

       FD AUTOPAY-FILE
       LABEL RECORDS ARE STANDARD.
            01  AUTOPAY-REC.
           COPY AUTOPYRC.

       FD OPERATOR-AUTH
       LABEL RECORDS ARE STANDARD.
            01  OPERATOR-AUTH-REC.
           COPY OPAUTHRC.

       FD AUDIT-JOURNAL
       LABEL RECORDS ARE STANDARD.
            01  AUDIT-JOURNAL-REC.
           COPY AUDITREC.

       FD AUTOPAY-RPT
       LABEL RECORDS ARE OMITTED.
            01  AUTOPAY-RPT-REC PIC X(80).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-ATRAN-STATUS        PIC X(2).
        77  WS-MASTER-STATUS       PIC X(2).
        77  WS-AUTO-STATUS         PIC X(2).
        77  WS-RUN-DATE            PIC 9(8).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-CHECK-SUM           PIC 9(4) VALUE ZERO.
        77  WS-CHECK-QUOT          PIC 9(4) VALUE ZERO.
        77  WS-CHECK-REM           PIC 9(1) VALUE ZERO.
        77  WS-TRANS-READ-CTR      PIC 9(7) VALUE ZERO.
        77  WS-ADDED-CTR           PIC 9(7) VALUE ZERO.
        77  WS-CHANGED-CTR         PIC 9(7) VALUE ZERO.
        77  WS-STOPPED-CTR         PIC 9(7) VALUE ZERO.
        77  WS-REINSTATED-CTR      PIC 9(7) VALUE ZERO.
        77  WS-REJECT-CTR          PIC 9(7) VALUE ZERO.
        77  WS-OPER-COUNT          PIC 9(3) VALUE ZERO.
        77  WS-OPER-MAX            PIC 9(3) VALUE 100.
        77  WS-OPER-SUB            PIC 9(3) VALUE ZERO.
        77  WS-OPER-HIT            PIC 9(3) VALUE ZERO.

        01  WS-AUTOPAY-SWITCHES.
            05  WS-TRANS-EOF-SW    PIC X(1) VALUE 'N'.
                88  WS-TRANS-EOF              VALUE 'Y'.
            05  WS-EDIT-OK-SW      PIC X(1) VALUE 'N'.
                88  WS-EDIT-OK                VALUE 'Y'.
            05  WS-ON-FILE-SW      PIC X(1) VALUE 'N'.
                88  WS-ON-FILE                VALUE 'Y'.
            05  WS-OPER-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-OPER-EOF               VALUE 'Y'.
            05  WS-OPER-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-OPER-FOUND             VALUE 'Y'.

        01  WS-OPERATOR-TABLE.
            05  WS-OP-ENTRY OCCURS 100 TIMES.
                10  WS-OP-ID            PIC X(8).
                10  WS-OP-MAINT-ACCT    PIC X(1).

        01  WS-DATE-EDIT-FIELDS.
            05  WS-EDIT-DATE       PIC 9(8).
        01  WS-DATE-EDIT-BRK REDEFINES WS-DATE-EDIT-FIELDS.
            05  WS-EDIT-YYYY       PIC 9(4).
            05  WS-EDIT-MM         PIC 9(2).
            05  WS-EDIT-DD         PIC 9(2).

        01  AR-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(40)
                VALUE 'PGM56  AUTOPAY ENROLLMENT REGISTER'.
            05  FILLER  PIC X(20) VALUE SPACES.
        01  AR-CYCLE-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(7)  VALUE 'CYCLE: '.
            05  AR-CYCLE-NO        PIC 9(5).
            05  FILLER             PIC X(17) VALUE '  BUSINESS DATE: '.
            05  AR-BUSINESS-DATE   PIC 9(8).
            05  FILLER             PIC X(23) VALUE SPACES.
        01  AR-DETAIL-LINE.
            05  AR-ACCT-NO         PIC X(5).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AR-ACTION-TEXT     PIC X(12).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AR-ROUTING-NO      PIC 9(9).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AR-DRAFT-OPTION    PIC X(1).
            05  AR-FIXED-AMT       PIC -$Z,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AR-START-DATE      PIC 9(8).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  AR-STOP-DATE       PIC 9(8).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AR-STATUS          PIC X(1).
            05  FILLER             PIC X(11) VALUE SPACES.
        01  AR-REJECT-LINE.
            05  FILLER             PIC X(8)  VALUE SPACES.
            05  FILLER             PIC X(14)
                VALUE '** REJECTED: '.
            05  AX-ACTION          PIC X(1).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AX-ACCT-NO         PIC X(5).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AX-REASON          PIC X(30).
            05  FILLER             PIC X(18) VALUE SPACES.
        01  AR-COUNT-LINE.
            05  AR-COUNT-LABEL     PIC X(40).
            05  AR-COUNT           PIC ZZZ,ZZ9.
            05  FILLER             PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 700-READ-AUTOPAY-TRANS.
             PERFORM 200-PROCESS-TRANS-RTN
                UNTIL WS-TRANS-EOF.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
      * The keying operator must be on the authority table and
      * allowed account maintenance; anything else rejects.
      ******************************************************************
       150-CHECK-OPERATOR-RTN.
            MOVE 'N' TO WS-EDIT-OK-SW.
            MOVE 'N' TO WS-OPER-FOUND-SW.
            MOVE ZERO TO WS-OPER-HIT.
            PERFORM 155-MATCH-OPERATOR-RTN
               VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT OR WS-OPER-FOUND.
            EVALUATE TRUE
               WHEN AT-OPERATOR-ID = SPACES OR NOT WS-OPER-FOUND
                 MOVE 'OPERATOR NOT AUTHORIZED' TO AX-REASON
               WHEN WS-OP-MAINT-ACCT (WS-OPER-HIT) NOT = 'Y'
                 MOVE 'OPERATOR MAY NOT MAINTAIN ACCT' TO AX-REASON
               WHEN OTHER
                 SET WS-EDIT-OK TO TRUE
            END-EVALUATE.

       155-MATCH-OPERATOR-RTN.
            IF WS-OP-ID (WS-OPER-SUB) = AT-OPERATOR-ID
               MOVE WS-OPER-SUB TO WS-OPER-HIT
               SET WS-OPER-FOUND TO TRUE
            END-IF.

       200-PROCESS-TRANS-RTN.
            ADD 1 TO WS-TRANS-READ-CTR.
            PERFORM 150-CHECK-OPERATOR-RTN.
            IF WS-EDIT-OK
               PERFORM 210-READ-ENROLLMENT-RTN
               EVALUATE TRUE
                  WHEN AT-IS-ADD
                    PERFORM 300-ADD-ENROLLMENT-RTN
                  WHEN AT-IS-CHANGE
                    PERFORM 400-CHANGE-ENROLLMENT-RTN
                  WHEN AT-IS-STOP
                    PERFORM 500-STOP-ENROLLMENT-RTN
                  WHEN AT-IS-REINSTATE
                    PERFORM 550-REINSTATE-ENROLLMENT-RTN
                  WHEN OTHER
                    MOVE 'ACTION CODE INVALID' TO AX-REASON
                    PERFORM 350-REJECT-TRANS-RTN
               END-EVALUATE
            ELSE
               PERFORM 350-REJECT-TRANS-RTN
            END-IF.
            PERFORM 700-READ-AUTOPAY-TRANS.

       210-READ-ENROLLMENT-RTN.
            MOVE 'N' TO WS-ON-FILE-SW.
            MOVE AT-ACCT-NO TO AP-ACCT-NO.
            READ AUTOPAY-FILE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                SET WS-ON-FILE TO TRUE
            END-READ.

      ******************************************************************
      * A new enrollment, or one re-keyed after an earlier stop, must
      * carry every bank field; an account already drafting is
      * changed, not added again.
      ******************************************************************
       300-ADD-ENROLLMENT-RTN.
            IF WS-ON-FILE AND NOT AP-CANCELLED
               MOVE 'ENROLLMENT ALREADY ON FILE' TO AX-REASON
               PERFORM 350-REJECT-TRANS-RTN
            ELSE
               PERFORM 310-EDIT-ACCOUNT-RTN
               IF WS-EDIT-OK
                  PERFORM 320-EDIT-BANK-FIELDS-RTN
               END-IF
               IF WS-EDIT-OK
                  PERFORM 330-EDIT-DRAFT-FIELDS-RTN
               END-IF
               IF WS-EDIT-OK
                  PERFORM 340-BUILD-ENROLLMENT-RTN
               ELSE
                  PERFORM 350-REJECT-TRANS-RTN
               END-IF
            END-IF.

       310-EDIT-ACCOUNT-RTN.
            MOVE 'N' TO WS-EDIT-OK-SW.
            MOVE AT-ACCT-NO TO ACCT-NO-OUT.
            READ NEW-MASTER
              INVALID KEY
                MOVE 'ACCOUNT NOT ON MASTER' TO AX-REASON
              NOT INVALID KEY
                EVALUATE TRUE
                   WHEN CM-ACCT-CLOSED-OUT
                     MOVE 'ACCOUNT IS CLOSED' TO AX-REASON
                   WHEN CM-ACCT-PLACED-OUT
                     MOVE 'ACCOUNT PLACED FOR COLLECTION'
                       TO AX-REASON
                   WHEN OTHER
                     SET WS-EDIT-OK TO TRUE
                END-EVALUATE
            END-READ.

      ******************************************************************
      * The ninth digit of an ABA routing number is a check digit:
      * weights 3, 7, 1 across the nine digits must sum to a
      * multiple of ten.
      ******************************************************************
       320-EDIT-BANK-FIELDS-RTN.
            EVALUATE TRUE
               WHEN AT-ROUTING-NO NOT NUMERIC OR
                    AT-ROUTING-NO = '000000000'
                 MOVE 'ROUTING NUMBER INVALID' TO AX-REASON
                 MOVE 'N' TO WS-EDIT-OK-SW
               WHEN AT-BANK-ACCT-NO = SPACES
                 MOVE 'BANK ACCOUNT NUMBER MISSING' TO AX-REASON
                 MOVE 'N' TO WS-EDIT-OK-SW
               WHEN NOT AT-BANK-TYPE-VALID
                 MOVE 'BANK ACCOUNT TYPE INVALID' TO AX-REASON
                 MOVE 'N' TO WS-EDIT-OK-SW
               WHEN OTHER
                 PERFORM 325-CHECK-ROUTING-DIGIT-RTN
            END-EVALUATE.

       325-CHECK-ROUTING-DIGIT-RTN.
            COMPUTE WS-CHECK-SUM =
                  3 * (AT-ROUTING-DIGIT (1) + AT-ROUTING-DIGIT (4)
                     + AT-ROUTING-DIGIT (7))
                + 7 * (AT-ROUTING-DIGIT (2) + AT-ROUTING-DIGIT (5)
                     + AT-ROUTING-DIGIT (8))
                +     (AT-ROUTING-DIGIT (3) + AT-ROUTING-DIGIT (6)
                     + AT-ROUTING-DIGIT (9)).
            DIVIDE WS-CHECK-SUM BY 10
               GIVING WS-CHECK-QUOT REMAINDER WS-CHECK-REM.
            IF WS-CHECK-REM NOT = ZERO
               MOVE 'ROUTING CHECK DIGIT FAILS' TO AX-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
            END-IF.

      ******************************************************************
      * A zero start date starts drafting on this business date; a
      * zero stop date leaves the enrollment open-ended.
      ******************************************************************
       330-EDIT-DRAFT-FIELDS-RTN.
            IF AT-START-DATE NOT NUMERIC
               MOVE ZERO TO AT-START-DATE
            END-IF.
            IF AT-STOP-DATE NOT NUMERIC
               MOVE ZERO TO AT-STOP-DATE
            END-IF.
            IF AT-FIXED-AMT NOT NUMERIC
               MOVE ZERO TO AT-FIXED-AMT
            END-IF.
            IF AT-START-DATE = ZERO
               MOVE WS-RUN-DATE TO AT-START-DATE
            END-IF.
            EVALUATE TRUE
               WHEN NOT AT-DRAFT-OPTION-VALID
                 MOVE 'DRAFT OPTION INVALID' TO AX-REASON
                 MOVE 'N' TO WS-EDIT-OK-SW
               WHEN AT-DRAFT-FIXED AND AT-FIXED-AMT = ZERO
                 MOVE 'FIXED DRAFT AMOUNT MISSING' TO AX-REASON
                 MOVE 'N' TO WS-EDIT-OK-SW
               WHEN OTHER
                 PERFORM 335-EDIT-DATES-RTN
            END-EVALUATE.

       335-EDIT-DATES-RTN.
            MOVE AT-START-DATE TO WS-EDIT-DATE.
            PERFORM 338-EDIT-ONE-DATE-RTN.
            IF WS-EDIT-OK AND AT-STOP-DATE NOT = ZERO
               MOVE AT-STOP-DATE TO WS-EDIT-DATE
               PERFORM 338-EDIT-ONE-DATE-RTN
               IF WS-EDIT-OK AND AT-STOP-DATE < AT-START-DATE
                  MOVE 'STOP DATE BEFORE START DATE' TO AX-REASON
                  MOVE 'N' TO WS-EDIT-OK-SW
               END-IF
            END-IF.

       338-EDIT-ONE-DATE-RTN.
            IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12 OR
               WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
               MOVE 'START OR STOP DATE INVALID' TO AX-REASON
               MOVE 'N' TO WS-EDIT-OK-SW
            END-IF.

       340-BUILD-ENROLLMENT-RTN.
            IF WS-ON-FILE
               MOVE AUTOPAY-REC TO AJ-BEFORE-IMAGE
            ELSE
               MOVE SPACES TO AJ-BEFORE-IMAGE
            END-IF.
            MOVE SPACES TO AUTOPAY-REC.
            MOVE AT-ACCT-NO TO AP-ACCT-NO.
            MOVE AT-ROUTING-NO TO AP-BANK-ROUTING-NO.
            MOVE AT-BANK-ACCT-NO TO AP-BANK-ACCT-NO.
            MOVE AT-BANK-ACCT-TYPE TO AP-BANK-ACCT-TYPE.
            MOVE AT-DRAFT-OPTION TO AP-DRAFT-OPTION.
            IF AT-DRAFT-FIXED
               MOVE AT-FIXED-AMT TO AP-FIXED-AMT
            ELSE
               MOVE ZERO TO AP-FIXED-AMT
            END-IF.
            MOVE AT-START-DATE TO AP-START-DATE.
            MOVE AT-STOP-DATE TO AP-STOP-DATE.
            SET AP-ENROLLED TO TRUE.
            MOVE ZERO TO AP-RETURN-CTR.
            MOVE ZERO TO AP-LAST-DUE-DATE.
            MOVE ZERO TO AP-LAST-DRAFT-DATE.
            MOVE ZERO TO AP-LAST-DRAFT-AMT.
            MOVE ZERO TO AP-LAST-TRACE-NO.
            IF WS-ON-FILE
               REWRITE AUTOPAY-REC
            ELSE
               WRITE AUTOPAY-REC
            END-IF.
            ADD 1 TO WS-ADDED-CTR.
            MOVE 'ENROLLED' TO AR-ACTION-TEXT.
            PERFORM 360-PRINT-ENROLLMENT-RTN.
            PERFORM 950-WRITE-AUDIT-RTN.

       350-REJECT-TRANS-RTN.
            MOVE AT-ACTION TO AX-ACTION.
            MOVE AT-ACCT-NO TO AX-ACCT-NO.
            WRITE AUTOPAY-RPT-REC FROM AR-REJECT-LINE.
            ADD 1 TO WS-REJECT-CTR.

       360-PRINT-ENROLLMENT-RTN.
            MOVE AP-ACCT-NO TO AR-ACCT-NO.
            MOVE AP-BANK-ROUTING-NO TO AR-ROUTING-NO.
            MOVE AP-DRAFT-OPTION TO AR-DRAFT-OPTION.
            MOVE AP-FIXED-AMT TO AR-FIXED-AMT.
            MOVE AP-START-DATE TO AR-START-DATE.
            MOVE AP-STOP-DATE TO AR-STOP-DATE.
            MOVE AP-STATUS TO AR-STATUS.
            WRITE AUTOPAY-RPT-REC FROM AR-DETAIL-LINE.

      ******************************************************************
      * A change overlays only the fields keyed; blank or zero fields
      * keep what is on file, and the merged enrollment is edited as
      * a whole.  New bank details clear the returned-draft count.
      ******************************************************************
       400-CHANGE-ENROLLMENT-RTN.
            IF NOT WS-ON-FILE OR AP-CANCELLED
               MOVE 'NO ACTIVE ENROLLMENT ON FILE' TO AX-REASON
               PERFORM 350-REJECT-TRANS-RTN
            ELSE
               PERFORM 410-MERGE-CHANGE-RTN
               PERFORM 310-EDIT-ACCOUNT-RTN
               IF WS-EDIT-OK
                  PERFORM 320-EDIT-BANK-FIELDS-RTN
               END-IF
               IF WS-EDIT-OK
                  PERFORM 330-EDIT-DRAFT-FIELDS-RTN
               END-IF
               IF WS-EDIT-OK
                  PERFORM 420-APPLY-CHANGE-RTN
               ELSE
                  PERFORM 350-REJECT-TRANS-RTN
               END-IF
            END-IF.

       410-MERGE-CHANGE-RTN.
            IF AT-ROUTING-NO = SPACES
               MOVE AP-BANK-ROUTING-NO TO AT-ROUTING-NO
            END-IF.
            IF AT-BANK-ACCT-NO = SPACES
               MOVE AP-BANK-ACCT-NO TO AT-BANK-ACCT-NO
            END-IF.
            IF AT-BANK-ACCT-TYPE = SPACE
               MOVE AP-BANK-ACCT-TYPE TO AT-BANK-ACCT-TYPE
            END-IF.
            IF AT-DRAFT-OPTION = SPACE
               MOVE AP-DRAFT-OPTION TO AT-DRAFT-OPTION
            END-IF.
            IF AT-FIXED-AMT NOT NUMERIC OR AT-FIXED-AMT = ZERO
               MOVE AP-FIXED-AMT TO AT-FIXED-AMT
            END-IF.
            IF AT-START-DATE NOT NUMERIC OR AT-START-DATE = ZERO
               MOVE AP-START-DATE TO AT-START-DATE
            END-IF.
            IF AT-STOP-DATE NOT NUMERIC OR AT-STOP-DATE = ZERO
               MOVE AP-STOP-DATE TO AT-STOP-DATE
            END-IF.

       420-APPLY-CHANGE-RTN.
            MOVE AUTOPAY-REC TO AJ-BEFORE-IMAGE.
            IF AT-ROUTING-NO NOT = AP-BANK-ROUTING-NO OR
               AT-BANK-ACCT-NO NOT = AP-BANK-ACCT-NO
               MOVE ZERO TO AP-RETURN-CTR
            END-IF.
            MOVE AT-ROUTING-NO TO AP-BANK-ROUTING-NO.
            MOVE AT-BANK-ACCT-NO TO AP-BANK-ACCT-NO.
            MOVE AT-BANK-ACCT-TYPE TO AP-BANK-ACCT-TYPE.
            MOVE AT-DRAFT-OPTION TO AP-DRAFT-OPTION.
            IF AT-DRAFT-FIXED
               MOVE AT-FIXED-AMT TO AP-FIXED-AMT
            ELSE
               MOVE ZERO TO AP-FIXED-AMT
            END-IF.
            MOVE AT-START-DATE TO AP-START-DATE.
            MOVE AT-STOP-DATE TO AP-STOP-DATE.
            REWRITE AUTOPAY-REC.
            ADD 1 TO WS-CHANGED-CTR.
            MOVE 'CHANGED' TO AR-ACTION-TEXT.
            PERFORM 360-PRINT-ENROLLMENT-RTN.
            PERFORM 950-WRITE-AUDIT-RTN.

      ******************************************************************
      * A stop cancels the enrollment as of the stop date keyed, or
      * this business date when none is given.  A future stop date is
      * held on the enrollment, which stays enrolled and drafts until
      * that date the way an enrollment keyed with a stop date does.
      ******************************************************************
       500-STOP-ENROLLMENT-RTN.
            IF NOT WS-ON-FILE OR AP-CANCELLED
               MOVE 'NO ACTIVE ENROLLMENT ON FILE' TO AX-REASON
               PERFORM 350-REJECT-TRANS-RTN
            ELSE
               MOVE AUTOPAY-REC TO AJ-BEFORE-IMAGE
               IF AT-STOP-DATE NUMERIC AND AT-STOP-DATE > ZERO
                  MOVE AT-STOP-DATE TO AP-STOP-DATE
               ELSE
                  MOVE WS-RUN-DATE TO AP-STOP-DATE
               END-IF
               IF AP-STOP-DATE NOT > WS-RUN-DATE
                  SET AP-CANCELLED TO TRUE
                  MOVE 'STOPPED' TO AR-ACTION-TEXT
               ELSE
                  MOVE 'STOP SET' TO AR-ACTION-TEXT
               END-IF
               REWRITE AUTOPAY-REC
               ADD 1 TO WS-STOPPED-CTR
               PERFORM 360-PRINT-ENROLLMENT-RTN
               PERFORM 950-WRITE-AUDIT-RTN
            END-IF.

       550-REINSTATE-ENROLLMENT-RTN.
            IF NOT WS-ON-FILE OR NOT AP-SUSPENDED
               MOVE 'NO SUSPENDED ENROLLMENT' TO AX-REASON
               PERFORM 350-REJECT-TRANS-RTN
            ELSE
               MOVE AUTOPAY-REC TO AJ-BEFORE-IMAGE
               SET AP-ENROLLED TO TRUE
               MOVE ZERO TO AP-RETURN-CTR
               REWRITE AUTOPAY-REC
               ADD 1 TO WS-REINSTATED-CTR
               MOVE 'REINSTATED' TO AR-ACTION-TEXT
               PERFORM 360-PRINT-ENROLLMENT-RTN
               PERFORM 950-WRITE-AUDIT-RTN
            END-IF.

       700-READ-AUTOPAY-TRANS.
            READ AUTOPAY-TRANS
              AT END
                SET WS-TRANS-EOF TO TRUE
            END-READ.

       800-INITIALIZATION-RTN.
            OPEN OUTPUT AUTOPAY-RPT.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            WRITE AUTOPAY-RPT-REC FROM AR-TITLE-LINE.
            WRITE AUTOPAY-RPT-REC FROM AR-CYCLE-LINE.
            MOVE SPACES TO AUTOPAY-RPT-REC.
            WRITE AUTOPAY-RPT-REC.
            OPEN INPUT AUTOPAY-TRANS.
            IF WS-ATRAN-STATUS = '35'
               SET WS-TRANS-EOF TO TRUE
            END-IF.
            OPEN INPUT NEW-MASTER.
            PERFORM 805-OPEN-AUTOPAY-FILE-RTN.
            PERFORM 810-LOAD-OPERATOR-TABLE.
            OPEN EXTEND AUDIT-JOURNAL.

      ******************************************************************
      * The autopay file is created on the first run and carried
      * across cycles; a missing file on open is built empty and
      * re-opened for update.
      ******************************************************************
       805-OPEN-AUTOPAY-FILE-RTN.
            OPEN I-O AUTOPAY-FILE.
            IF WS-AUTO-STATUS = '35'
               OPEN OUTPUT AUTOPAY-FILE
               CLOSE AUTOPAY-FILE
               OPEN I-O AUTOPAY-FILE
            END-IF.

       810-LOAD-OPERATOR-TABLE.
            OPEN INPUT OPERATOR-AUTH.
            PERFORM 815-READ-OPERATOR-REC
               UNTIL WS-OPER-EOF.
            CLOSE OPERATOR-AUTH.

       815-READ-OPERATOR-REC.
            READ OPERATOR-AUTH
               AT END
                  SET WS-OPER-EOF TO TRUE
               NOT AT END
                  IF OA-ACTIVE AND WS-OPER-COUNT < WS-OPER-MAX
                     ADD 1 TO WS-OPER-COUNT
                     MOVE OA-OPERATOR-ID
                       TO WS-OP-ID (WS-OPER-COUNT)
                     MOVE OA-MAINT-ACCT-FLAG
                       TO WS-OP-MAINT-ACCT (WS-OPER-COUNT)
                  END-IF
            END-READ.

      ******************************************************************
      * Enrollments default to the business date on RUNCTL so a rerun
      * re-dates nothing.
      ******************************************************************
       080-READ-RUN-CONTROL-RTN.
            OPEN INPUT RUN-CONTROL.
            READ RUN-CONTROL
              AT END
                MOVE ZERO TO WS-RUN-DATE
              NOT AT END
                MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
                MOVE RC-CYCLE-NO TO WS-CYCLE-NO
            END-READ.
            CLOSE RUN-CONTROL.
            IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO
               DISPLAY 'PGM56 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-CYCLE-NO TO AR-CYCLE-NO.
            MOVE WS-RUN-DATE TO AR-BUSINESS-DATE.

       900-END-OF-JOB-RTN.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            IF WS-ATRAN-STATUS NOT = '35'
               CLOSE AUTOPAY-TRANS
            END-IF.
            CLOSE NEW-MASTER
                  AUTOPAY-FILE
                  AUDIT-JOURNAL
                  AUTOPAY-RPT.

       910-PRINT-RUN-TOTALS-RTN.
            MOVE SPACES TO AUTOPAY-RPT-REC.
            WRITE AUTOPAY-RPT-REC.
            MOVE 'ENROLLMENT TRANSACTIONS READ' TO AR-COUNT-LABEL.
            MOVE WS-TRANS-READ-CTR TO AR-COUNT.
            WRITE AUTOPAY-RPT-REC FROM AR-COUNT-LINE.
            MOVE 'ENROLLMENTS ADDED' TO AR-COUNT-LABEL.
            MOVE WS-ADDED-CTR TO AR-COUNT.
            WRITE AUTOPAY-RPT-REC FROM AR-COUNT-LINE.
            MOVE 'ENROLLMENTS CHANGED' TO AR-COUNT-LABEL.
            MOVE WS-CHANGED-CTR TO AR-COUNT.
            WRITE AUTOPAY-RPT-REC FROM AR-COUNT-LINE.
            MOVE 'ENROLLMENTS STOPPED' TO AR-COUNT-LABEL.
            MOVE WS-STOPPED-CTR TO AR-COUNT.
            WRITE AUTOPAY-RPT-REC FROM AR-COUNT-LINE.
            MOVE 'ENROLLMENTS REINSTATED' TO AR-COUNT-LABEL.
            MOVE WS-REINSTATED-CTR TO AR-COUNT.
            WRITE AUTOPAY-RPT-REC FROM AR-COUNT-LINE.
            MOVE 'TRANSACTIONS REJECTED' TO AR-COUNT-LABEL.
            MOVE WS-REJECT-CTR TO AR-COUNT.
            WRITE AUTOPAY-RPT-REC FROM AR-COUNT-LINE.

       950-WRITE-AUDIT-RTN.
            MOVE AUTOPAY-REC TO AJ-AFTER-IMAGE.
            MOVE 'PGM56' TO AJ-SOURCE-PGM.
            MOVE AP-ACCT-NO TO AJ-KEY.
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
            MOVE AT-OPERATOR-ID TO AJ-OPERATOR-ID.
            MOVE SPACES TO AJ-APPROVER-ID.
            ACCEPT AJ-RUN-TIME FROM TIME.
            WRITE AUDIT-JOURNAL-REC.

      ******************************************************************
      * Run statistics for the morning operations summary: enrollment
      * transactions read, applied and rejected.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM56' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-TRANS-READ-CTR TO RS-READ-CTR.
            COMPUTE RS-WRITTEN-CTR = WS-ADDED-CTR
                + WS-CHANGED-CTR
                + WS-STOPPED-CTR
                + WS-REINSTATED-CTR.
            MOVE WS-REJECT-CTR TO RS-REJECT-CTR.
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
