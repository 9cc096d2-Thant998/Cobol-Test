      *           format, in account sequence, so the next PGM80 run
      *           posts it like any other charge.  Prints an assessment
      *           register of account, days past due, balance, rate
      *           applied and fee charged.  Amounts under open
      *           dispute on DISPMST are excluded from the balance the
      *           charge is computed on, and the amount excluded is
      *           totalled on the register.  The charges are dated
      *           by the business date on RUNCTL, and each run appends
      *           its counts and control totals to RUNSTAT for the
      *           PGM48 operations summary.
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
           SELECT FIN-RATE-FILE ASSIGN TO FINRATE.
           SELECT CHARGE-FILE   ASSIGN TO FINCHG.
           SELECT ASSESS-RPT    ASSIGN TO RPT13F.
           SELECT RUN-CONTROL   ASSIGN TO RUNCTL.
           SELECT RUN-STATS     ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
             05 CM-MIN-PAYMENT-OUT PIC S9(7)V99.
             05                    PIC X(36).

       FD DISPUTE-FILE
       LABEL RECORDS ARE STANDARD.
            01  DISPUTE-REC.
           COPY DISPRC.

       FD FIN-RATE-FILE
       LABEL RECORDS ARE STANDARD.
            01  FIN-RATE-REC.
             05 CH-TRANS-TYPE     PIC X(1).
             05 CH-REF-TRANS-NO   PIC 9(6).
             05 CH-TRANS-DATE     PIC 9(8).
             05 CH-SOURCE-CODE    PIC X(1).
             05                   PIC X(70).
            01  CHARGE-HDR-REC.
             05 CH-HDR-ACCT-NO    PIC X(5).
             05 CH-HDR-REC-ID     PIC X(1).
       LABEL RECORDS ARE OMITTED.
            01  ASSESS-RPT-REC PIC X(80).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-DISP-STATUS         PIC X(2).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-MASTER-READ-CTR     PIC 9(7) VALUE ZERO.
        77  WS-DAYS-PAST-DUE       PIC S9(7).
        77  WS-DISPUTED-AMT        PIC S9(9)V99 VALUE ZERO.
        77  WS-HELD-OUT-AMT        PIC S9(9)V99 VALUE ZERO.
        77  WS-CHARGE-BASE         PIC S9(9)V99 VALUE ZERO.
        77  WS-DISPUTE-EXCL-CTR    PIC 9(7) VALUE ZERO.
        77  WS-DISPUTE-EXCL-AMT    PIC S9(9)V99 VALUE ZERO.
        77  WS-FIN-CHARGE          PIC S9(7)V99 VALUE ZERO.
        77  WS-ASSESSED-CTR        PIC 9(7) VALUE ZERO.
        77  WS-TOTAL-ASSESSED      PIC S9(9)V99 VALUE ZERO.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 120-LOAD-RATE-TABLE.
             PERFORM 600-READ-MASTER.
             PERFORM 610-READ-DISPUTE.
             PERFORM 200-ASSESS-RTN
                UNTIL ACCT-NO-OUT = HIGH-VALUES.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

       120-LOAD-RATE-TABLE.
            END-READ.

       200-ASSESS-RTN.
            PERFORM 230-SUM-OPEN-DISPUTES-RTN.
            IF NOT CM-ACCT-CLOSED-OUT AND AMOUNT-DUE-OUT > ZERO
               PERFORM 240-CALC-HELD-OUT-RTN
               PERFORM 250-CALC-DAYS-PAST-DUE-RTN
               IF WS-DAYS-PAST-DUE > ZERO AND WS-CHARGE-BASE > ZERO
                  PERFORM 300-COMPUTE-CHARGE-RTN
               END-IF
            END-IF.
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
      * No finance charge accrues on an amount the customer has under
      * dispute; the charge base is the balance less the open disputed
      * amount, never less than zero.
      ******************************************************************
       240-CALC-HELD-OUT-RTN.
            MOVE ZERO TO WS-HELD-OUT-AMT.
            IF WS-DISPUTED-AMT > ZERO
               IF WS-DISPUTED-AMT > AMOUNT-DUE-OUT
                  MOVE AMOUNT-DUE-OUT TO WS-HELD-OUT-AMT
               ELSE
                  MOVE WS-DISPUTED-AMT TO WS-HELD-OUT-AMT
               END-IF
               ADD 1 TO WS-DISPUTE-EXCL-CTR
               ADD WS-HELD-OUT-AMT TO WS-DISPUTE-EXCL-AMT
            END-IF.
            COMPUTE WS-CHARGE-BASE = AMOUNT-DUE-OUT - WS-HELD-OUT-AMT.

       250-CALC-DAYS-PAST-DUE-RTN.
            MOVE CM-DUE-DATE-OUT TO WS-DUE-DATE-BRK.
            COMPUTE WS-DAYS-PAST-DUE =
            END-EVALUATE.
            PERFORM 310-LOOKUP-RATE-RTN.
            COMPUTE WS-FIN-CHARGE ROUNDED =
                    WS-CHARGE-BASE * WS-LOOKUP-PCT.
            IF WS-FIN-CHARGE > ZERO
               PERFORM 320-WRITE-CHARGE-RTN
               PERFORM 330-PRINT-REGISTER-LINE-RTN
            MOVE 'C' TO CH-TRANS-TYPE.
            MOVE ZERO TO CH-REF-TRANS-NO.
            MOVE WS-RUN-DATE TO CH-TRANS-DATE.
            MOVE 'F' TO CH-SOURCE-CODE.
            WRITE CHARGE-REC.

       330-PRINT-REGISTER-LINE-RTN.
            MOVE ACCT-NO-OUT TO AF-ACCT-NO.
            MOVE WS-DAYS-PAST-DUE TO AF-DAYS.
            MOVE WS-CHARGE-BASE TO AF-BALANCE.
            MOVE WS-LOOKUP-PCT TO AF-RATE.
            MOVE WS-FIN-CHARGE TO AF-FEE.
            WRITE ASSESS-RPT-REC FROM AF-DETAIL-LINE.
            READ NEW-MASTER
              AT END
              MOVE HIGH-VALUES TO ACCT-NO-OUT
              NOT AT END
              ADD 1 TO WS-MASTER-READ-CTR
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
            PERFORM 080-READ-RUN-CONTROL-RTN.
            OPEN INPUT  NEW-MASTER.
            OPEN INPUT  DISPUTE-FILE.
            OPEN OUTPUT CHARGE-FILE
                        ASSESS-RPT.
            WRITE ASSESS-RPT-REC FROM AF-TITLE-LINE.
            MOVE SPACES TO ASSESS-RPT-REC.
            WRITE ASSESS-RPT-REC.
            MOVE 'PGM86' TO CH-HDR-SOURCE-ID.
            WRITE CHARGE-HDR-REC.

      ******************************************************************
      * Days past due are measured to the business date on RUNCTL, not
      * the system date, so a late or rerun night charges the same.
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
               DISPLAY 'PGM86 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

       900-END-OF-JOB-RTN.
            MOVE SPACES TO CHARGE-TRL-REC.
            MOVE '99999' TO CH-TRL-ACCT-NO.
            MOVE WS-TOTAL-ASSESSED TO CH-TRL-HASH-TOTAL.
            WRITE CHARGE-TRL-REC.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            IF WS-DISP-STATUS NOT = '35'
               CLOSE DISPUTE-FILE
            END-IF.
            CLOSE NEW-MASTER
                  CHARGE-FILE
                  ASSESS-RPT.
            MOVE 'TOTAL FINANCE CHARGES WRITTEN' TO AF-AMOUNT-LABEL.
            MOVE WS-TOTAL-ASSESSED TO AF-AMOUNT.
            WRITE ASSESS-RPT-REC FROM AF-AMOUNT-LINE.
            MOVE 'ACCOUNTS WITH DISPUTED AMOUNTS EXCLUDED'
              TO AF-TOTAL-LABEL.
            MOVE WS-DISPUTE-EXCL-CTR TO AF-TOTAL-COUNT.
            WRITE ASSESS-RPT-REC FROM AF-TOTAL-LINE.
            MOVE 'DISPUTED AMOUNT EXCLUDED FROM BASE'
              TO AF-AMOUNT-LABEL.
            MOVE WS-DISPUTE-EXCL-AMT TO AF-AMOUNT.
            WRITE ASSESS-RPT-REC FROM AF-AMOUNT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: master
      * accounts read and finance charges written, with the charges
      * billed and the disputed amount held out of the charge base.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM86' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-MASTER-READ-CTR TO RS-READ-CTR.
            MOVE WS-ASSESSED-CTR TO RS-WRITTEN-CTR.
            MOVE 'FIN CHARGES' TO RS-AMT-LABEL (1).
            MOVE WS-TOTAL-ASSESSED TO RS-AMOUNT (1).
            MOVE 'DISPUTE EXCL' TO RS-AMT-LABEL (2).
            MOVE WS-DISPUTE-EXCL-AMT TO RS-AMOUNT (2).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
