      *           account is placed on 'H' hold the way PGM80's
      *           315-APPLY-CREDIT-LIMIT-EDIT holds over-limit
      *           accounts, with before/after images to AUDITJNL.
      *           A returned autopay draft - the item's number is the
      *           trace PGM55 last drafted under on AUTOPAY - also
      *           steps the enrollment's return count, and past the
      *           autopay return limit the enrollment is suspended so
      *           no further drafts go out until it is reinstated.
      *           The returned-items register shows each return, the
      *           fee assessed, accounts newly held and enrollments
      *           suspended; items that do not match a posted payment
      *           are listed for manual handling instead of being
      *           dropped.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO-OUT
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-ACCT-NO
               FILE STATUS IS WS-AUTO-STATUS.
           SELECT NSF-TRANS    ASSIGN TO NSFR13T.
           SELECT AUDIT-JOURNAL ASSIGN TO AUDITJNL.
           SELECT RETURNS-RPT  ASSIGN TO RPT13V.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL.
           SELECT RUN-STATS    ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
             05 CM-NSF-COUNT-OUT   PIC 9(2).
             05                    PIC X(34).

       FD AUTOPAY-FILE
       LABEL RECORDS ARE STANDARD.
            01  AUTOPAY-REC.
           COPY AUTOPYRC.

       FD NSF-TRANS
       LABEL RECORDS ARE STANDARD.
            01  TRANS-REC.
             05 T-TRANS-TYPE             PIC X(1).
             05 T-REF-TRANS-NO           PIC 9(6).
             05 T-TRANS-DATE             PIC 9(8).
             05 T-SOURCE-CODE            PIC X(1).
             05                          PIC X(70).
            01  TRANS-HDR-REC.
             05 TH-HDR-ACCT-NO           PIC X(5).
             05 TH-REC-ID                PIC X(1).
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-TREG-STATUS         PIC X(2).
        77  WS-MASTER-STATUS       PIC X(2).
        77  WS-AUTO-STATUS         PIC X(2).
        77  WS-RUN-DATE            PIC 9(8).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-NSF-FEE             PIC S9(5)V99 VALUE +25.00.
        77  WS-NSF-HOLD-LIMIT      PIC 9(2) VALUE 3.
        77  WS-AUTOPAY-RETURN-LIMIT PIC 9(2) VALUE 2.
        77  WS-AUTOPAY-RETURN-CTR  PIC 9(7) VALUE ZERO.
        77  WS-AUTOPAY-SUSPEND-CTR PIC 9(7) VALUE ZERO.
        77  WS-RETURN-READ-CTR     PIC 9(7) VALUE ZERO.
        77  WS-RETURN-MATCHED-CTR  PIC 9(7) VALUE ZERO.
        77  WS-RETURN-REJECT-CTR   PIC 9(7) VALUE ZERO.
            05  FILLER             PIC X(14) VALUE '  NSF COUNT: '.
            05  NH-NSF-COUNT       PIC Z9.
            05  FILLER             PIC X(21) VALUE SPACES.
        01  NR-SUSPEND-LINE.
            05  FILLER             PIC X(8)  VALUE SPACES.
            05  FILLER             PIC X(30)
                VALUE '** AUTOPAY SUSPENDED: '.
            05  NS-ACCT-NO         PIC X(5).
            05  FILLER             PIC X(14) VALUE '  RETURNS:   '.
            05  NS-RETURN-CTR      PIC Z9.
            05  FILLER             PIC X(21) VALUE SPACES.
        01  NR-REJECT-LINE.
            05  FILLER             PIC X(8)  VALUE SPACES.
            05  FILLER             PIC X(22)
             PERFORM 150-SORT-RETURNS-RTN.
             PERFORM 200-PROCESS-RETURNS-RTN.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
               PERFORM 410-WRITE-FEE-CHARGE-RTN
               PERFORM 500-STEP-NSF-COUNT-RTN
               PERFORM 420-PRINT-RETURN-LINE-RTN
               PERFORM 600-CHECK-AUTOPAY-DRAFT-RTN
               ADD 1 TO WS-RETURN-MATCHED-CTR
            ELSE
               PERFORM 320-REJECT-RETURN-RTN
            MOVE 'C' TO T-TRANS-TYPE.
            MOVE ZERO TO T-REF-TRANS-NO.
            MOVE WS-RUN-DATE TO T-TRANS-DATE.
            MOVE 'N' TO T-SOURCE-CODE.
            WRITE TRANS-REC.
            ADD 1 TO WS-BATCH-WRITE-CTR.
            ADD WS-NSF-FEE TO WS-BATCH-HASH.
            MOVE 'PGM99' TO AJ-SOURCE-PGM.
            MOVE ACCT-NO-OUT TO AJ-KEY.
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
            MOVE SPACES TO AJ-OPERATOR-STAMP.
            ACCEPT AJ-RUN-TIME FROM TIME.
            WRITE AUDIT-JOURNAL-REC.

      ******************************************************************
      * A returned item whose number is the trace the account's
      * enrollment last drafted under is a returned autopay draft.
      * Its return count steps, and at the limit an active
      * enrollment is suspended, journaled like the NSF hold.
      ******************************************************************
       600-CHECK-AUTOPAY-DRAFT-RTN.
            IF WS-AUTO-STATUS NOT = '35'
               MOVE SR-ACCT-NO TO AP-ACCT-NO
               READ AUTOPAY-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF AP-LAST-TRACE-NO = SR-CHECK-NO AND
                      AP-LAST-TRACE-NO NOT = ZERO
                      PERFORM 610-STEP-AUTOPAY-RETURN-RTN
                   END-IF
               END-READ
            END-IF.

       610-STEP-AUTOPAY-RETURN-RTN.
            MOVE AUTOPAY-REC TO AJ-BEFORE-IMAGE.
            ADD 1 TO WS-AUTOPAY-RETURN-CTR.
            IF AP-RETURN-CTR NOT NUMERIC
               MOVE ZERO TO AP-RETURN-CTR
            END-IF.
            IF AP-RETURN-CTR < 99
               ADD 1 TO AP-RETURN-CTR
            END-IF.
            IF AP-RETURN-CTR >= WS-AUTOPAY-RETURN-LIMIT AND
               AP-ENROLLED
               SET AP-SUSPENDED TO TRUE
               ADD 1 TO WS-AUTOPAY-SUSPEND-CTR
               MOVE AP-ACCT-NO TO NS-ACCT-NO
               MOVE AP-RETURN-CTR TO NS-RETURN-CTR
               WRITE RETURNS-RPT-REC FROM NR-SUSPEND-LINE
            END-IF.
            REWRITE AUTOPAY-REC.
            MOVE AUTOPAY-REC TO AJ-AFTER-IMAGE.
            MOVE 'PGM99' TO AJ-SOURCE-PGM.
            MOVE AP-ACCT-NO TO AJ-KEY.
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
            MOVE SPACES TO AJ-OPERATOR-STAMP.
            ACCEPT AJ-RUN-TIME FROM TIME.
            WRITE AUDIT-JOURNAL-REC.

            WRITE RETURNS-RPT-REC.
            OPEN INPUT TRANS-REGISTER.
            OPEN I-O NEW-MASTER.
            OPEN I-O AUTOPAY-FILE.
            OPEN EXTEND AUDIT-JOURNAL.
            OPEN OUTPUT NSF-TRANS.
            MOVE SPACES TO TRANS-HDR-REC.
            MOVE WS-BATCH-HASH TO TT-HASH-TOTAL.
            WRITE TRANS-TRL-REC.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            IF WS-AUTO-STATUS NOT = '35'
               CLOSE AUTOPAY-FILE
            END-IF.
            CLOSE TRANS-REGISTER
                  NEW-MASTER
                  AUDIT-JOURNAL
            MOVE 'ACCOUNTS NEWLY PLACED ON HOLD' TO NR-COUNT-LABEL.
            MOVE WS-NEWLY-HELD-CTR TO NR-COUNT.
            WRITE RETURNS-RPT-REC FROM NR-COUNT-LINE.
            MOVE 'AUTOPAY DRAFTS RETURNED' TO NR-COUNT-LABEL.
            MOVE WS-AUTOPAY-RETURN-CTR TO NR-COUNT.
            WRITE RETURNS-RPT-REC FROM NR-COUNT-LINE.
            MOVE 'AUTOPAY ENROLLMENTS SUSPENDED' TO NR-COUNT-LABEL.
            MOVE WS-AUTOPAY-SUSPEND-CTR TO NR-COUNT.
            WRITE RETURNS-RPT-REC FROM NR-COUNT-LINE.
            MOVE 'TOTAL PAYMENTS REVERSED' TO NR-AMOUNT-LABEL.
            MOVE WS-REVERSAL-AMT TO NR-AMOUNT.
            WRITE RETURNS-RPT-REC FROM NR-AMOUNT-LINE.
            MOVE 'TOTAL NSF FEES CHARGED' TO NR-AMOUNT-LABEL.
            MOVE WS-FEE-AMT TO NR-AMOUNT.
            WRITE RETURNS-RPT-REC FROM NR-AMOUNT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: returned
      * items read, reversal batch records written, returns rejected and
      * autopay enrollments suspended, with the reversal, fee and
      * NSFR13T batch totals.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM99' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-RETURN-READ-CTR TO RS-READ-CTR.
            MOVE WS-BATCH-WRITE-CTR TO RS-WRITTEN-CTR.
            MOVE WS-RETURN-REJECT-CTR TO RS-REJECT-CTR.
            MOVE WS-AUTOPAY-SUSPEND-CTR TO RS-SUSPEND-CTR.
            MOVE 'REVERSALS' TO RS-AMT-LABEL (1).
            MOVE WS-REVERSAL-AMT TO RS-AMOUNT (1).
            MOVE 'NSF FEES' TO RS-AMT-LABEL (2).
            MOVE WS-FEE-AMT TO RS-AMOUNT (2).
            MOVE 'NSFR13T' TO RS-AMT-LABEL (3).
            MOVE WS-BATCH-HASH TO RS-AMOUNT (3).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
