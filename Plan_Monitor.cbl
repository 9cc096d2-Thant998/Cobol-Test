      *           passes unsatisfied is marked broken and listed on
      *           the broken-promise report, which drops the account
      *           back into the normal PGM85 dunning stream.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PAYMENT-SORT-WK ASSIGN TO "PLNSRTW".
           SELECT PROMISE-RPT   ASSIGN TO RPT13T.
           SELECT RUN-CONTROL   ASSIGN TO RUNCTL.
           SELECT RUN-STATS     ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
             05 SH-AMOUNT             PIC S9(7)V99.
             05 SH-RESULT-BAL         PIC S9(7)V99.
             05 SH-POST-DATE          PIC 9(8).
             05                       PIC X(10).

       FD RAW-PAYMENT
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-PLAN-STATUS         PIC X(2).
        77  WS-HIST-STATUS         PIC X(2).
                UNTIL WS-PLAN-EOF.
             CLOSE SORTED-PAYMENT.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
            MOVE 'PAYMENTS APPLIED TO PLANS' TO PM-AMOUNT-LABEL.
            MOVE WS-PAYMENT-APPLIED-AMT TO PM-AMOUNT.
            WRITE PROMISE-RPT-REC FROM PM-AMOUNT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: plans read
      * and kept, with the payments applied to plans.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM71' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-PLAN-READ-CTR TO RS-READ-CTR.
            MOVE WS-PLAN-KEPT-CTR TO RS-WRITTEN-CTR.
            MOVE 'PLAN PAYMENT' TO RS-AMT-LABEL (1).
            MOVE WS-PAYMENT-APPLIED-AMT TO RS-AMOUNT (1).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
