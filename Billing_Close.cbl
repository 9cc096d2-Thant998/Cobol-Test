      *           is reviewed, the way the PGM93 purge hands off
      *           DATA13P.  Due-date and minimum-payment changes are
      *           journaled to AUDITJNL.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HIST-PRIOR   ASSIGN TO STMHSTP.
           SELECT CLOSE-RPT    ASSIGN TO RPT13Z.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL.
           SELECT RUN-STATS    ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.

       FD STMT-HIST
       LABEL RECORDS ARE STANDARD.
            01  STMT-HIST-REC     PIC X(50).

       FD HIST-PRIOR
       LABEL RECORDS ARE STANDARD.
            01  HIST-PRIOR-REC    PIC X(50).

       FD CLOSE-RPT
       LABEL RECORDS ARE OMITTED.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-DAYS-PAST-DUE       PIC S9(7).
             PERFORM 200-CLOSE-ACCOUNT-RTN
                UNTIL ACCT-NO-OUT = HIGH-VALUES.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
            MOVE CB-MIN-PAYMENT TO WS-AJ-AMOUNT-EDIT.
            MOVE WS-AJ-AMOUNT-EDIT TO AJ-AFTER-IMAGE(10:11).
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
            MOVE SPACES TO AJ-OPERATOR-STAMP.
            ACCEPT AJ-RUN-TIME FROM TIME.
            WRITE AUDIT-JOURNAL-REC.

            MOVE 'TOTAL MINIMUM PAYMENTS BILLED' TO BC-AMOUNT-LABEL.
            MOVE WS-TOTAL-MIN-PAY TO BC-AMOUNT.
            WRITE CLOSE-RPT-REC FROM BC-AMOUNT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: accounts
      * read and closed for the cycle, with the minimum payment total.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM97' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-READ-CTR TO RS-READ-CTR.
            MOVE WS-CLOSED-CTR TO RS-WRITTEN-CTR.
            MOVE 'MIN PAYMENT' TO RS-AMT-LABEL (1).
            MOVE WS-TOTAL-MIN-PAY TO RS-AMOUNT (1).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
