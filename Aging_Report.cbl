      * Date:
      * Purpose:  Age each active account's AMOUNT-DUE-OUT against its
      *           CM-DUE-DATE-OUT and print a trial balance broken out
      *           into current/30/60/90+ day buckets.  Amounts under
      *           open dispute on DISPMST are held out of the buckets
      *           and shown on their own line per account and in
      *           total, so the buckets plus the disputed total still
      *           agree to the grand total of balances.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO-OUT.
           SELECT DISPUTE-FILE ASSIGN TO DISPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT AGING-RPT  ASSIGN TO RPT13C.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL.
           SELECT RUN-STATS   ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
             05 CM-MIN-PAYMENT-OUT PIC S9(7)V99.
             05                    PIC X(36).

       FD DISPUTE-FILE
       LABEL RECORDS ARE STANDARD.
            01  DISPUTE-REC.
           COPY DISPRC.

       FD AGING-RPT
       LABEL RECORDS ARE OMITTED.
            01  AGING-RPT-REC PIC X(80).
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-DISP-STATUS         PIC X(2).
        77  WS-DAYS-PAST-DUE       PIC S9(7).
        77  WS-DISPUTED-AMT        PIC S9(9)V99 VALUE ZERO.
        77  WS-HELD-OUT-AMT        PIC S9(9)V99 VALUE ZERO.
        77  WS-AGING-BASE          PIC S9(9)V99 VALUE ZERO.
        77  WS-DISPUTED-TOTAL      PIC S9(9)V99 VALUE ZERO.
        77  WS-CURRENT-TOTAL       PIC S9(9)V99 VALUE ZERO.
        77  WS-30-DAY-TOTAL        PIC S9(9)V99 VALUE ZERO.
        77  WS-60-DAY-TOTAL        PIC S9(9)V99 VALUE ZERO.
            05  AR-90-DAY          PIC Z,ZZZ,ZZ9.99-.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AR-OVER-90         PIC Z,ZZZ,ZZ9.99-.
        01  AR-DISPUTE-LINE.
            05  FILLER             PIC X(10) VALUE SPACES.
            05  FILLER             PIC X(30)
                VALUE 'DISPUTED - HELD OUT OF AGING: '.
            05  AR-HELD-OUT-AMT    PIC Z,ZZZ,ZZ9.99-.
            05  FILLER             PIC X(27) VALUE SPACES.
        01  AR-TOTAL-LINE.
            05  AR-TOTAL-LABEL     PIC X(16).
            05  AR-TOTAL-AMOUNT    PIC -$Z,ZZZ,ZZZ,ZZ9.99.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 600-READ-MASTER.
             PERFORM 610-READ-DISPUTE.
             PERFORM 200-AGE-RTN
                UNTIL ACCT-NO-OUT = HIGH-VALUES.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

       200-AGE-RTN.
            PERFORM 230-SUM-OPEN-DISPUTES-RTN.
            IF NOT CM-ACCT-CLOSED-OUT
               PERFORM 240-CALC-HELD-OUT-RTN
               PERFORM 250-CALC-DAYS-PAST-DUE-RTN
               PERFORM 260-BUCKET-AND-PRINT-RTN
            END-IF
            PERFORM 600-READ-MASTER.

      ******************************************************************
      * DISPMST is in account sequence like the master; step past any
      * dispute for an account no longer on file, then total the open
      * disputes for this one.
      ******************************************************************
       230-SUM-OPEN-DISPUTES-RTN.
            MOVE ZERO TO WS-DISPUTED-AMT.
            PERFORM 610-READ-DISPUTE
               UNTIL DS-ACCT-NO NOT < ACCT-NO-OUT.
            PERFORM 235-ADD-OPEN-DISPUTE-RTN
               UNTIL DS-ACCT-NO NOT = ACCT-NO-OUT.

       235-ADD-OPEN-DISPUTE-RTN.
            IF DS-OPEN
               ADD DS-DISPUTED-AMT TO WS-DISPUTED-AMT
            END-IF.
            PERFORM 610-READ-DISPUTE.

      ******************************************************************
      * The disputed amount comes out of the balance being aged, never
      * more than is actually owed.
      ******************************************************************
       240-CALC-HELD-OUT-RTN.
            MOVE ZERO TO WS-HELD-OUT-AMT.
            IF WS-DISPUTED-AMT > ZERO AND AMOUNT-DUE-OUT > ZERO
               IF WS-DISPUTED-AMT > AMOUNT-DUE-OUT
                  MOVE AMOUNT-DUE-OUT TO WS-HELD-OUT-AMT
               ELSE
                  MOVE WS-DISPUTED-AMT TO WS-HELD-OUT-AMT
               END-IF
            END-IF.
            COMPUTE WS-AGING-BASE = AMOUNT-DUE-OUT - WS-HELD-OUT-AMT.

       250-CALC-DAYS-PAST-DUE-RTN.
            MOVE CM-DUE-DATE-OUT TO WS-DUE-DATE-BRK.
            COMPUTE WS-DAYS-PAST-DUE =
            MOVE ACCT-NO-OUT TO AR-ACCT-NO.
            EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE NOT > 0
                 MOVE WS-AGING-BASE TO AR-CURRENT
                 ADD WS-AGING-BASE TO WS-CURRENT-TOTAL
               WHEN WS-DAYS-PAST-DUE > 0 AND <= 30
                 MOVE WS-AGING-BASE TO AR-30-DAY
                 ADD WS-AGING-BASE TO WS-30-DAY-TOTAL
               WHEN WS-DAYS-PAST-DUE > 30 AND <= 60
                 MOVE WS-AGING-BASE TO AR-60-DAY
                 ADD WS-AGING-BASE TO WS-60-DAY-TOTAL
               WHEN WS-DAYS-PAST-DUE > 60 AND <= 90
                 MOVE WS-AGING-BASE TO AR-90-DAY
                 ADD WS-AGING-BASE TO WS-90-DAY-TOTAL
               WHEN OTHER
                 MOVE WS-AGING-BASE TO AR-OVER-90
                 ADD WS-AGING-BASE TO WS-OVER-90-TOTAL
            END-EVALUATE
            WRITE AGING-RPT-REC FROM AR-DETAIL-LINE.
            IF WS-HELD-OUT-AMT > ZERO
               MOVE WS-HELD-OUT-AMT TO AR-HELD-OUT-AMT
               WRITE AGING-RPT-REC FROM AR-DISPUTE-LINE
               ADD WS-HELD-OUT-AMT TO WS-DISPUTED-TOTAL
            END-IF.
            ADD AMOUNT-DUE-OUT TO WS-GRAND-TOTAL.
            ADD 1 TO WS-ACCT-COUNT.

              MOVE HIGH-VALUES TO ACCT-NO-OUT
            END-READ.

       610-READ-DISPUTE.
            IF WS-DISP-STATUS = '35'
               MOVE HIGH-VALUES TO DS-ACCT-NO
            ELSE
               READ DISPUTE-FILE
                 AT END
                 MOVE HIGH-VALUES TO DS-ACCT-NO
               END-READ
            END-IF.

       800-INITIALIZATION-RTN.
            OPEN INPUT  NEW-MASTER.
            OPEN INPUT  DISPUTE-FILE.
            OPEN OUTPUT AGING-RPT.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            WRITE AGING-RPT-REC FROM AR-TITLE-LINE.

       900-END-OF-JOB-RTN.
            PERFORM 910-PRINT-TOTALS-RTN.
            IF WS-DISP-STATUS NOT = '35'
               CLOSE DISPUTE-FILE
            END-IF.
            CLOSE NEW-MASTER
                  AGING-RPT.

            MOVE 'OVER 90 DAY TOTAL' TO AR-TOTAL-LABEL.
            MOVE WS-OVER-90-TOTAL  TO AR-TOTAL-AMOUNT.
            WRITE AGING-RPT-REC FROM AR-TOTAL-LINE.
            MOVE 'DISPUTED HELD'   TO AR-TOTAL-LABEL.
            MOVE WS-DISPUTED-TOTAL TO AR-TOTAL-AMOUNT.
            WRITE AGING-RPT-REC FROM AR-TOTAL-LINE.
            MOVE 'GRAND TOTAL'     TO AR-TOTAL-LABEL.
            MOVE WS-GRAND-TOTAL    TO AR-TOTAL-AMOUNT.
            WRITE AGING-RPT-REC FROM AR-TOTAL-LINE.
            MOVE 'ACTIVE ACCOUNTS AGED' TO AR-TOTAL-LABEL.
            MOVE WS-ACCT-COUNT     TO AR-TOTAL-AMOUNT.
            WRITE AGING-RPT-REC FROM AR-TOTAL-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: accounts
      * aged, with the grand total, the disputed total held out and
      * the over-90-day total.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM82' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-ACCT-COUNT TO RS-READ-CTR.
            MOVE 'GRAND TOTAL' TO RS-AMT-LABEL (1).
            MOVE WS-GRAND-TOTAL TO RS-AMOUNT (1).
            MOVE 'DISPUTED' TO RS-AMT-LABEL (2).
            MOVE WS-DISPUTED-TOTAL TO RS-AMOUNT (2).
            MOVE 'OVER 90' TO RS-AMT-LABEL (3).
            MOVE WS-OVER-90-TOTAL TO RS-AMOUNT (3).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
