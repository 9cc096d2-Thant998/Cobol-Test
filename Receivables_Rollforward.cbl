      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Month-end receivables roll-forward and delinquency
      *           roll rates.  Run after the last PGM80 update of the
      *           month and ahead of the PGM97 close, while STMHIST
      *           still holds the whole month's postings.  Every
      *           account on DATA13N is aged with the same 360/30 day
      *           arithmetic PGM82 uses and written with its balance
      *           and bucket to the new snapshot generation AGESNPN,
      *           which the operator promotes to AGESNPO for next
      *           month the way PAYPLNN is handed back to PGM71.  The
      *           report opens with last month's snapshot total, adds
      *           and subtracts the month's STMHIST movements (charges,
      *           finance charges, NSF fees, payments, reversals,
      *           refunds, write-offs, dispute credits, credit
      *           balances escheated to the states and other
      *           adjustments, told apart by the source code the
      *           producing run stamped on each transaction) and ties
      *           the computed closing balance to the DATA13N total;
      *           a difference ends the run with return code 8.
      *           Matching this month's snapshot to last month's by
      *           account gives the roll-rate matrices, in dollars of
      *           prior balance and in accounts, from each bucket to
      *           each bucket including placement and cure.  The
      *           13-month trend file (ARTRNDO in, ARTRNDN out) gains
      *           this month's closing receivables, credit sales,
      *           days sales outstanding and delinquency percentages;
      *           a rerun for the same date replaces its entry.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM54.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-MASTER ASSIGN TO DATA13N
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO-OUT.
           SELECT STMT-HIST    ASSIGN TO STMHIST
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OLD-SNAPSHOT ASSIGN TO AGESNPO
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT NEW-SNAPSHOT ASSIGN TO AGESNPN.
           SELECT OLD-TREND    ASSIGN TO ARTRNDO
               FILE STATUS IS WS-TREND-STATUS.
           SELECT NEW-TREND    ASSIGN TO ARTRNDN.
           SELECT ROLL-RPT     ASSIGN TO RPT13Q.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL.
           SELECT RUN-STATS    ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
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
             05                    PIC X(36).

       FD STMT-HIST
       LABEL RECORDS ARE STANDARD.
            01  STMT-HIST-REC.
             05 SH-ACCT-NO            PIC X(5).
             05 SH-TRANS-DATE         PIC 9(8).
             05 SH-TRANS-TYPE         PIC X(1).
                88 SH-IS-PAYMENT          VALUE 'P'.
                88 SH-IS-CHARGE           VALUE 'C'.
                88 SH-IS-ADJUSTMENT       VALUE 'A'.
                88 SH-IS-REVERSAL         VALUE 'R'.
             05 SH-AMOUNT             PIC S9(7)V99.
             05 SH-RESULT-BAL         PIC S9(7)V99.
             05 SH-POST-DATE          PIC 9(8).
             05 SH-SOURCE-CODE        PIC X(1).
                88 SH-FROM-FINANCE-CHARGE VALUE 'F'.
                88 SH-FROM-NSF-FEE        VALUE 'N'.
                88 SH-FROM-REFUND         VALUE 'K'.
                88 SH-FROM-WRITE-OFF      VALUE 'W'.
                88 SH-FROM-DISPUTE        VALUE 'D'.
                88 SH-FROM-ESCHEAT        VALUE 'E'.
             05                       PIC X(9).

       FD OLD-SNAPSHOT
       LABEL RECORDS ARE STANDARD.
            01  OLD-SNAPSHOT-REC.
             05 OS-ACCT-NO        PIC X(5).
             05 OS-SNAP-DATE      PIC 9(8).
             05 OS-BALANCE        PIC S9(7)V99.
             05 OS-BUCKET         PIC 9(1).
             05 OS-DAYS-PAST-DUE  PIC S9(5).
             05 OS-ACCT-STATUS    PIC X(1).
             05                   PIC X(11).

       FD NEW-SNAPSHOT
       LABEL RECORDS ARE STANDARD.
            01  NEW-SNAPSHOT-REC.
             05 NS-ACCT-NO        PIC X(5).
             05 NS-SNAP-DATE      PIC 9(8).
             05 NS-BALANCE        PIC S9(7)V99.
             05 NS-BUCKET         PIC 9(1).
             05 NS-DAYS-PAST-DUE  PIC S9(5).
             05 NS-ACCT-STATUS    PIC X(1).
             05                   PIC X(11).

       FD OLD-TREND
       LABEL RECORDS ARE STANDARD.
            01  OLD-TREND-REC.
             05 OT-MONTH-END-DATE PIC 9(8).
             05 OT-CLOSING-AR     PIC S9(9)V99.
             05 OT-CREDIT-SALES   PIC S9(9)V99.
             05 OT-DSO            PIC 9(3)V9.
             05 OT-DELINQ-PCT     PIC 9(3)V99.
             05 OT-SERIOUS-PCT    PIC 9(3)V99.
             05 OT-ACCT-CTR       PIC 9(7).
             05                   PIC X(9).

       FD NEW-TREND
       LABEL RECORDS ARE STANDARD.
            01  NEW-TREND-REC.
             05 NT-MONTH-END-DATE PIC 9(8).
             05 NT-CLOSING-AR     PIC S9(9)V99.
             05 NT-CREDIT-SALES   PIC S9(9)V99.
             05 NT-DSO            PIC 9(3)V9.
             05 NT-DELINQ-PCT     PIC 9(3)V99.
             05 NT-SERIOUS-PCT    PIC 9(3)V99.
             05 NT-ACCT-CTR       PIC 9(7).
             05                   PIC X(9).

       FD ROLL-RPT
       LABEL RECORDS ARE OMITTED.
            01  ROLL-RPT-REC PIC X(80).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-HIST-STATUS         PIC X(2).
        77  WS-SNAP-STATUS         PIC X(2).
        77  WS-TREND-STATUS        PIC X(2).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-DAYS-PAST-DUE       PIC S9(7).
        77  WS-FROM-BUCKET         PIC 9(1) VALUE ZERO.
        77  WS-TO-BUCKET           PIC 9(1) VALUE ZERO.
        77  WS-PRIOR-BALANCE       PIC S9(7)V99 VALUE ZERO.
        77  WS-FROM-SUB            PIC 9(2) COMP VALUE ZERO.
        77  WS-TO-SUB              PIC 9(2) COMP VALUE ZERO.
        77  WS-TREND-SUB           PIC 9(2) COMP VALUE ZERO.
        77  WS-TREND-CTR           PIC 9(2) COMP VALUE ZERO.
        77  WS-TREND-MAX           PIC 9(2) COMP VALUE 13.
        77  WS-ROW-BASE            PIC S9(11)V99 VALUE ZERO.
        77  WS-PCT                 PIC 9(3)V9 VALUE ZERO.
        77  WS-RATIO               PIC S9(7)V99 VALUE ZERO.
        77  WS-HIST-READ-CTR       PIC 9(7) VALUE ZERO.
        77  WS-SNAP-WRITE-CTR      PIC 9(7) VALUE ZERO.
        77  WS-MATCHED-CTR         PIC 9(7) VALUE ZERO.
        77  WS-NEW-ACCT-CTR        PIC 9(7) VALUE ZERO.
        77  WS-DROPPED-CTR         PIC 9(7) VALUE ZERO.
        77  WS-TREND-WRITE-CTR     PIC 9(7) VALUE ZERO.
        77  WS-OPENING-BAL         PIC S9(9)V99 VALUE ZERO.
        77  WS-CLOSING-BAL         PIC S9(9)V99 VALUE ZERO.
        77  WS-COMPUTED-CLOSING    PIC S9(9)V99 VALUE ZERO.
        77  WS-DIFFERENCE          PIC S9(9)V99 VALUE ZERO.
        77  WS-MV-CHARGES          PIC S9(9)V99 VALUE ZERO.
        77  WS-MV-FINANCE          PIC S9(9)V99 VALUE ZERO.
        77  WS-MV-NSF-FEES         PIC S9(9)V99 VALUE ZERO.
        77  WS-MV-PAYMENTS         PIC S9(9)V99 VALUE ZERO.
        77  WS-MV-REVERSALS        PIC S9(9)V99 VALUE ZERO.
        77  WS-MV-REFUNDS          PIC S9(9)V99 VALUE ZERO.
        77  WS-MV-WRITE-OFFS       PIC S9(9)V99 VALUE ZERO.
        77  WS-MV-DISPUTES         PIC S9(9)V99 VALUE ZERO.
        77  WS-MV-ESCHEAT          PIC S9(9)V99 VALUE ZERO.
        77  WS-MV-OTHER-ADJ        PIC S9(9)V99 VALUE ZERO.
        77  WS-MV-TOTAL            PIC S9(9)V99 VALUE ZERO.
        77  WS-CREDIT-SALES        PIC S9(9)V99 VALUE ZERO.
        77  WS-RECEIVABLE-TOTAL    PIC S9(9)V99 VALUE ZERO.
        77  WS-DELINQ-TOTAL        PIC S9(9)V99 VALUE ZERO.
        77  WS-SERIOUS-TOTAL       PIC S9(9)V99 VALUE ZERO.
        77  WS-DSO                 PIC 9(3)V9 VALUE ZERO.
        77  WS-DELINQ-PCT          PIC 9(3)V99 VALUE ZERO.
        77  WS-SERIOUS-PCT         PIC 9(3)V99 VALUE ZERO.
        77  WS-ACCT-CTR            PIC 9(7) VALUE ZERO.

        01  WS-SWITCHES.
            05  WS-SNAPSHOT-SW     PIC X(1) VALUE 'Y'.
                88  WS-PRIOR-SNAPSHOT         VALUE 'Y'.
                88  WS-NO-PRIOR-SNAPSHOT      VALUE 'N'.
            05  WS-BALANCE-SW      PIC X(1) VALUE 'Y'.
                88  WS-IN-BALANCE             VALUE 'Y'.
                88  WS-OUT-OF-BALANCE         VALUE 'N'.
            05  WS-TREND-EOF-SW    PIC X(1) VALUE 'N'.
                88  WS-TREND-EOF              VALUE 'Y'.

        01  WS-RUN-DATE-FIELDS.
            05  WS-RUN-DATE        PIC 9(8).
        01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE-FIELDS.
            05  WS-RUN-YYYY        PIC 9(4).
            05  WS-RUN-MM          PIC 9(2).
            05  WS-RUN-DD          PIC 9(2).

        01  WS-DUE-DATE-BRK.
            05  WS-DUE-YYYY        PIC 9(4).
            05  WS-DUE-MM          PIC 9(2).
            05  WS-DUE-DD          PIC 9(2).

      ******************************************************************
      * Bucket states 1-5 are the PGM82 aging columns, 6 is placed with
      * the agency and 7 is no balance owing - paid out, in credit,
      * opened since the last snapshot or purged since it.
      ******************************************************************
        01  WS-BUCKET-NAME-VALUES.
            05  FILLER             PIC X(8) VALUE 'CURRENT'.
            05  FILLER             PIC X(8) VALUE '1-30'.
            05  FILLER             PIC X(8) VALUE '31-60'.
            05  FILLER             PIC X(8) VALUE '61-90'.
            05  FILLER             PIC X(8) VALUE 'OVER 90'.
            05  FILLER             PIC X(8) VALUE 'PLACED'.
            05  FILLER             PIC X(8) VALUE 'NO BAL'.
        01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-VALUES.
            05  WS-BUCKET-NAME     PIC X(8) OCCURS 7 TIMES.

        01  WS-BUCKET-TOTALS.
            05  WS-BUCKET-ENTRY OCCURS 7 TIMES.
                10  WS-OPEN-AMT    PIC S9(9)V99.
                10  WS-OPEN-CTR    PIC 9(7).
                10  WS-CLOSE-AMT   PIC S9(9)V99.
                10  WS-CLOSE-CTR   PIC 9(7).

        01  WS-ROLL-MATRIX.
            05  WS-ROLL-FROM OCCURS 7 TIMES.
                10  WS-ROLL-AMT-BASE   PIC S9(11)V99.
                10  WS-ROLL-CTR-BASE   PIC 9(7).
                10  WS-ROLL-TO OCCURS 7 TIMES.
                    15  WS-ROLL-AMT    PIC S9(11)V99.
                    15  WS-ROLL-CTR    PIC 9(7).

        01  WS-TREND-TABLE.
            05  WS-TREND-ENTRY OCCURS 13 TIMES.
                10  WS-TD-MONTH-END-DATE PIC 9(8).
                10  WS-TD-CLOSING-AR     PIC S9(9)V99.
                10  WS-TD-CREDIT-SALES   PIC S9(9)V99.
                10  WS-TD-DSO            PIC 9(3)V9.
                10  WS-TD-DELINQ-PCT     PIC 9(3)V99.
                10  WS-TD-SERIOUS-PCT    PIC 9(3)V99.
                10  WS-TD-ACCT-CTR       PIC 9(7).

        01  RF-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(46)
                VALUE 'PGM54  RECEIVABLES ROLL-FORWARD AND ROLL RATES'.
            05  FILLER  PIC X(14) VALUE SPACES.
        01  RF-CYCLE-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(7)  VALUE 'CYCLE: '.
            05  RF-CYCLE-NO        PIC 9(5).
            05  FILLER             PIC X(17) VALUE '  BUSINESS DATE: '.
            05  RF-BUSINESS-DATE   PIC 9(8).
            05  FILLER             PIC X(23) VALUE SPACES.
        01  RF-HEADING-LINE.
            05  RF-HEADING         PIC X(80).
        01  RF-MSG-LINE.
            05  FILLER             PIC X(4)  VALUE SPACES.
            05  RF-MSG             PIC X(60).
            05  FILLER             PIC X(16) VALUE SPACES.
        01  RF-COUNT-LINE.
            05  RF-COUNT-LABEL     PIC X(40).
            05  RF-COUNT           PIC ZZZ,ZZ9.
            05  FILLER             PIC X(33) VALUE SPACES.
        01  RF-AMOUNT-LINE.
            05  RF-AMOUNT-LABEL    PIC X(40).
            05  RF-AMOUNT          PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(22) VALUE SPACES.
        01  RF-BUCKET-COLUMN-LINE.
            05  FILLER             PIC X(10) VALUE 'BUCKET'.
            05  FILLER             PIC X(18)
                VALUE '   OPENING BALANCE'.
            05  FILLER             PIC X(9)  VALUE '    ACCTS'.
            05  FILLER             PIC X(4)  VALUE SPACES.
            05  FILLER             PIC X(18)
                VALUE '   CLOSING BALANCE'.
            05  FILLER             PIC X(9)  VALUE '    ACCTS'.
            05  FILLER             PIC X(12) VALUE SPACES.
        01  RF-BUCKET-LINE.
            05  RF-BK-NAME         PIC X(10).
            05  RF-BK-OPEN-AMT     PIC -Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  RF-BK-OPEN-CTR     PIC ZZZ,ZZ9.
            05  FILLER             PIC X(4)  VALUE SPACES.
            05  RF-BK-CLOSE-AMT    PIC -Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  RF-BK-CLOSE-CTR    PIC ZZZ,ZZ9.
            05  FILLER             PIC X(12) VALUE SPACES.
        01  RF-MATRIX-COLUMN-LINE.
            05  FILLER             PIC X(10) VALUE 'FROM / TO'.
            05  FILLER             PIC X(8)  VALUE ' CURRENT'.
            05  FILLER             PIC X(8)  VALUE '    1-30'.
            05  FILLER             PIC X(8)  VALUE '   31-60'.
            05  FILLER             PIC X(8)  VALUE '   61-90'.
            05  FILLER             PIC X(8)  VALUE ' OVER 90'.
            05  FILLER             PIC X(8)  VALUE '  PLACED'.
            05  FILLER             PIC X(8)  VALUE '  NO BAL'.
            05  FILLER             PIC X(13) VALUE '         BASE'.
            05  FILLER             PIC X(1)  VALUE SPACES.
        01  RF-MATRIX-LINE.
            05  RF-MX-NAME         PIC X(10).
            05  RF-MX-CELL OCCURS 7 TIMES.
                10  FILLER         PIC X(3).
                10  RF-MX-PCT      PIC ZZ9.9.
            05  FILLER             PIC X(2).
            05  RF-MX-BASE         PIC ZZZ,ZZZ,ZZ9.
            05  FILLER             PIC X(1).
        01  RF-TREND-COLUMN-LINE.
            05  FILLER             PIC X(10) VALUE 'MONTH END'.
            05  FILLER             PIC X(15) VALUE '     CLOSING AR'.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  FILLER             PIC X(15) VALUE '   CREDIT SALES'.
            05  FILLER             PIC X(8)  VALUE '     DSO'.
            05  FILLER             PIC X(9)  VALUE '   DELINQ'.
            05  FILLER             PIC X(9)  VALUE '      61+'.
            05  FILLER             PIC X(9)  VALUE '    ACCTS'.
            05  FILLER             PIC X(3)  VALUE SPACES.
        01  RF-TREND-LINE.
            05  RF-TR-DATE         PIC 9(8).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  RF-TR-CLOSING-AR   PIC -ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  RF-TR-CREDIT-SALES PIC -ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(3)  VALUE SPACES.
            05  RF-TR-DSO          PIC ZZ9.9.
            05  FILLER             PIC X(3)  VALUE SPACES.
            05  RF-TR-DELINQ-PCT   PIC ZZ9.99.
            05  FILLER             PIC X(3)  VALUE SPACES.
            05  RF-TR-SERIOUS-PCT  PIC ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  RF-TR-ACCT-CTR     PIC ZZZ,ZZ9.
            05  FILLER             PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 150-SUM-MOVEMENTS-RTN.
             PERFORM 600-READ-MASTER.
             PERFORM 200-MATCH-SNAPSHOT-RTN
                UNTIL ACCT-NO-OUT = HIGH-VALUES AND
                      OS-ACCT-NO = HIGH-VALUES.
             PERFORM 300-LOAD-TREND-RTN.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
      * STMHIST carries every transaction PGM80 applied this month,
      * signed as it hit the balance.  Charges and adjustments are
      * split further on the source code of the run that produced
      * them: PGM86 finance charges, PGM99 NSF fees, PGM98 refunds,
      * PGM70 write-offs and PGM58 dispute credits.
      ******************************************************************
       150-SUM-MOVEMENTS-RTN.
            IF WS-HIST-STATUS NOT = '35'
               PERFORM 160-READ-HIST-RTN
               PERFORM 170-CLASSIFY-MOVEMENT-RTN
                  UNTIL SH-ACCT-NO = HIGH-VALUES
               CLOSE STMT-HIST
            END-IF.
            COMPUTE WS-MV-TOTAL = WS-MV-CHARGES + WS-MV-FINANCE
                                + WS-MV-NSF-FEES + WS-MV-PAYMENTS
                                + WS-MV-REVERSALS + WS-MV-REFUNDS
                                + WS-MV-WRITE-OFFS + WS-MV-DISPUTES
                                + WS-MV-ESCHEAT + WS-MV-OTHER-ADJ.
            COMPUTE WS-CREDIT-SALES = WS-MV-CHARGES + WS-MV-FINANCE
                                    + WS-MV-NSF-FEES.

       160-READ-HIST-RTN.
            READ STMT-HIST
              AT END
                MOVE HIGH-VALUES TO SH-ACCT-NO
              NOT AT END
                ADD 1 TO WS-HIST-READ-CTR
            END-READ.

       170-CLASSIFY-MOVEMENT-RTN.
            EVALUATE TRUE
               WHEN SH-IS-PAYMENT
                 ADD SH-AMOUNT TO WS-MV-PAYMENTS
               WHEN SH-IS-REVERSAL
                 ADD SH-AMOUNT TO WS-MV-REVERSALS
               WHEN SH-IS-CHARGE AND SH-FROM-FINANCE-CHARGE
                 ADD SH-AMOUNT TO WS-MV-FINANCE
               WHEN SH-IS-CHARGE AND SH-FROM-NSF-FEE
                 ADD SH-AMOUNT TO WS-MV-NSF-FEES
               WHEN SH-IS-CHARGE
                 ADD SH-AMOUNT TO WS-MV-CHARGES
               WHEN SH-IS-ADJUSTMENT AND SH-FROM-REFUND
                 ADD SH-AMOUNT TO WS-MV-REFUNDS
               WHEN SH-IS-ADJUSTMENT AND SH-FROM-WRITE-OFF
                 ADD SH-AMOUNT TO WS-MV-WRITE-OFFS
               WHEN SH-IS-ADJUSTMENT AND SH-FROM-DISPUTE
                 ADD SH-AMOUNT TO WS-MV-DISPUTES
               WHEN SH-IS-ADJUSTMENT AND SH-FROM-ESCHEAT
                 ADD SH-AMOUNT TO WS-MV-ESCHEAT
               WHEN OTHER
                 ADD SH-AMOUNT TO WS-MV-OTHER-ADJ
            END-EVALUATE.
            PERFORM 160-READ-HIST-RTN.

      ******************************************************************
      * Last month's snapshot and the master are both in account
      * sequence.  An account only on the snapshot was purged since
      * and rolls to no balance; an account only on the master was
      * opened since and rolls from no balance.
      ******************************************************************
       200-MATCH-SNAPSHOT-RTN.
            EVALUATE TRUE
               WHEN OS-ACCT-NO < ACCT-NO-OUT
                 PERFORM 210-DROPPED-ACCOUNT-RTN
                 PERFORM 610-READ-OLD-SNAPSHOT
               WHEN OS-ACCT-NO = ACCT-NO-OUT
                 PERFORM 220-TAKE-PRIOR-POSITION-RTN
                 PERFORM 250-SNAPSHOT-ACCOUNT-RTN
                 ADD 1 TO WS-MATCHED-CTR
                 PERFORM 610-READ-OLD-SNAPSHOT
                 PERFORM 600-READ-MASTER
               WHEN OTHER
                 MOVE 7 TO WS-FROM-BUCKET
                 MOVE ZERO TO WS-PRIOR-BALANCE
                 PERFORM 250-SNAPSHOT-ACCOUNT-RTN
                 ADD 1 TO WS-NEW-ACCT-CTR
                 PERFORM 600-READ-MASTER
            END-EVALUATE.

       210-DROPPED-ACCOUNT-RTN.
            PERFORM 220-TAKE-PRIOR-POSITION-RTN.
            MOVE 7 TO WS-TO-BUCKET.
            PERFORM 280-ACCUMULATE-ROLL-RTN.
            ADD 1 TO WS-DROPPED-CTR.

       220-TAKE-PRIOR-POSITION-RTN.
            MOVE OS-BUCKET TO WS-FROM-BUCKET.
            IF WS-FROM-BUCKET < 1 OR WS-FROM-BUCKET > 7
               MOVE 7 TO WS-FROM-BUCKET
            END-IF.
            MOVE OS-BALANCE TO WS-PRIOR-BALANCE.
            ADD OS-BALANCE TO WS-OPEN-AMT (WS-FROM-BUCKET).
            ADD 1 TO WS-OPEN-CTR (WS-FROM-BUCKET).
            ADD OS-BALANCE TO WS-OPENING-BAL.

       250-SNAPSHOT-ACCOUNT-RTN.
            PERFORM 260-CALC-DAYS-PAST-DUE-RTN.
            PERFORM 270-ASSIGN-BUCKET-RTN.
            MOVE SPACES TO NEW-SNAPSHOT-REC.
            MOVE ACCT-NO-OUT TO NS-ACCT-NO.
            MOVE WS-RUN-DATE TO NS-SNAP-DATE.
            MOVE AMOUNT-DUE-OUT TO NS-BALANCE.
            MOVE WS-TO-BUCKET TO NS-BUCKET.
            MOVE WS-DAYS-PAST-DUE TO NS-DAYS-PAST-DUE.
            MOVE CM-ACCT-STATUS-OUT TO NS-ACCT-STATUS.
            WRITE NEW-SNAPSHOT-REC.
            ADD 1 TO WS-SNAP-WRITE-CTR.
            ADD AMOUNT-DUE-OUT TO WS-CLOSE-AMT (WS-TO-BUCKET).
            ADD 1 TO WS-CLOSE-CTR (WS-TO-BUCKET).
            ADD AMOUNT-DUE-OUT TO WS-CLOSING-BAL.
            PERFORM 280-ACCUMULATE-ROLL-RTN.

       260-CALC-DAYS-PAST-DUE-RTN.
            IF CM-DUE-DATE-OUT NUMERIC AND CM-DUE-DATE-OUT > ZERO
               MOVE CM-DUE-DATE-OUT TO WS-DUE-DATE-BRK
               COMPUTE WS-DAYS-PAST-DUE =
                     (WS-RUN-YYYY - WS-DUE-YYYY) * 360
                   + (WS-RUN-MM - WS-DUE-MM) * 30
                   + (WS-RUN-DD - WS-DUE-DD)
            ELSE
               MOVE ZERO TO WS-DAYS-PAST-DUE
            END-IF.

      ******************************************************************
      * The whole balance is aged, disputed or not, so the buckets
      * foot to the master and the roll-forward.
      ******************************************************************
       270-ASSIGN-BUCKET-RTN.
            EVALUATE TRUE
               WHEN AMOUNT-DUE-OUT NOT > ZERO
                 MOVE 7 TO WS-TO-BUCKET
               WHEN CM-ACCT-PLACED-OUT
                 MOVE 6 TO WS-TO-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 0
                 MOVE 1 TO WS-TO-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 30
                 MOVE 2 TO WS-TO-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 60
                 MOVE 3 TO WS-TO-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 90
                 MOVE 4 TO WS-TO-BUCKET
               WHEN OTHER
                 MOVE 5 TO WS-TO-BUCKET
            END-EVALUATE.

      ******************************************************************
      * Dollar roll rates are weighted by the balance owed at the
      * prior snapshot, so credit balances and new accounts carry no
      * dollar weight; every account counts once in the account rates.
      ******************************************************************
       280-ACCUMULATE-ROLL-RTN.
            ADD 1 TO WS-ROLL-CTR (WS-FROM-BUCKET WS-TO-BUCKET).
            ADD 1 TO WS-ROLL-CTR-BASE (WS-FROM-BUCKET).
            IF WS-PRIOR-BALANCE > ZERO
               ADD WS-PRIOR-BALANCE
                 TO WS-ROLL-AMT (WS-FROM-BUCKET WS-TO-BUCKET)
               ADD WS-PRIOR-BALANCE
                 TO WS-ROLL-AMT-BASE (WS-FROM-BUCKET)
            END-IF.

      ******************************************************************
      * Carry forward the prior months' trend entries, dropping any
      * already recorded for this month end so a rerun replaces it.
      * Only the latest thirteen months are kept.
      ******************************************************************
       300-LOAD-TREND-RTN.
            MOVE ZERO TO WS-TREND-CTR.
            OPEN INPUT OLD-TREND.
            IF WS-TREND-STATUS = '35'
               SET WS-TREND-EOF TO TRUE
            ELSE
               PERFORM 620-READ-OLD-TREND
               PERFORM 310-KEEP-TREND-ENTRY-RTN
                  UNTIL WS-TREND-EOF
               CLOSE OLD-TREND
            END-IF.

       310-KEEP-TREND-ENTRY-RTN.
            IF OT-MONTH-END-DATE NOT = WS-RUN-DATE
               PERFORM 320-MAKE-TREND-ROOM-RTN
               MOVE OT-MONTH-END-DATE
                 TO WS-TD-MONTH-END-DATE (WS-TREND-CTR)
               MOVE OT-CLOSING-AR TO WS-TD-CLOSING-AR (WS-TREND-CTR)
               MOVE OT-CREDIT-SALES
                 TO WS-TD-CREDIT-SALES (WS-TREND-CTR)
               MOVE OT-DSO TO WS-TD-DSO (WS-TREND-CTR)
               MOVE OT-DELINQ-PCT TO WS-TD-DELINQ-PCT (WS-TREND-CTR)
               MOVE OT-SERIOUS-PCT
                 TO WS-TD-SERIOUS-PCT (WS-TREND-CTR)
               MOVE OT-ACCT-CTR TO WS-TD-ACCT-CTR (WS-TREND-CTR)
            END-IF.
            PERFORM 620-READ-OLD-TREND.

      ******************************************************************
      * Open the next slot in the trend table, sliding the oldest
      * month off the front once all thirteen are in use.
      ******************************************************************
       320-MAKE-TREND-ROOM-RTN.
            IF WS-TREND-CTR < WS-TREND-MAX
               ADD 1 TO WS-TREND-CTR
            ELSE
               PERFORM 325-SHIFT-TREND-ENTRY-RTN
                  VARYING WS-TREND-SUB FROM 1 BY 1
                  UNTIL WS-TREND-SUB NOT < WS-TREND-MAX
            END-IF.

       325-SHIFT-TREND-ENTRY-RTN.
            MOVE WS-TREND-ENTRY (WS-TREND-SUB + 1)
              TO WS-TREND-ENTRY (WS-TREND-SUB).

       600-READ-MASTER.
            READ NEW-MASTER
              AT END
              MOVE HIGH-VALUES TO ACCT-NO-OUT
            END-READ.

      ******************************************************************
      * There is no prior snapshot on the first month this runs; a
      * status of 35 on the open is treated as an empty file.
      ******************************************************************
       610-READ-OLD-SNAPSHOT.
            IF WS-SNAP-STATUS = '35'
               MOVE HIGH-VALUES TO OS-ACCT-NO
            ELSE
               READ OLD-SNAPSHOT
                 AT END
                 MOVE HIGH-VALUES TO OS-ACCT-NO
               END-READ
            END-IF.

       620-READ-OLD-TREND.
            READ OLD-TREND
              AT END
                SET WS-TREND-EOF TO TRUE
            END-READ.

       800-INITIALIZATION-RTN.
            INITIALIZE WS-BUCKET-TOTALS
                       WS-ROLL-MATRIX
                       WS-TREND-TABLE.
            OPEN INPUT  NEW-MASTER.
            OPEN INPUT  STMT-HIST.
            OPEN INPUT  OLD-SNAPSHOT.
            OPEN OUTPUT NEW-SNAPSHOT
                        ROLL-RPT.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            PERFORM 610-READ-OLD-SNAPSHOT.
            IF OS-ACCT-NO = HIGH-VALUES
               SET WS-NO-PRIOR-SNAPSHOT TO TRUE
            ELSE
               IF OS-SNAP-DATE NOT < WS-RUN-DATE
                  DISPLAY 'PGM54 ABORT - AGESNPO IS NOT A PRIOR '
                          'MONTH SNAPSHOT'
                  MOVE 8 TO RETURN-CODE
                  GOBACK
               END-IF
            END-IF.
            WRITE ROLL-RPT-REC FROM RF-TITLE-LINE.
            WRITE ROLL-RPT-REC FROM RF-CYCLE-LINE.
            MOVE SPACES TO ROLL-RPT-REC.
            WRITE ROLL-RPT-REC.

      ******************************************************************
      * The snapshot is aged and dated with the business date on
      * RUNCTL so it lines up with the close it precedes.
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
               DISPLAY 'PGM54 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-CYCLE-NO TO RF-CYCLE-NO.
            MOVE WS-RUN-DATE TO RF-BUSINESS-DATE.

       900-END-OF-JOB-RTN.
            PERFORM 910-PRINT-ROLL-FORWARD-RTN.
            PERFORM 920-PRINT-BUCKETS-RTN.
            PERFORM 930-PRINT-ROLL-RATES-RTN.
            PERFORM 940-BUILD-TREND-RTN.
            PERFORM 950-WRITE-TREND-RTN.
            PERFORM 960-PRINT-RUN-TOTALS-RTN.
            IF WS-SNAP-STATUS NOT = '35'
               CLOSE OLD-SNAPSHOT
            END-IF.
            CLOSE NEW-MASTER
                  NEW-SNAPSHOT
                  ROLL-RPT.
            IF WS-OUT-OF-BALANCE
               DISPLAY 'PGM54 RECEIVABLES ROLL-FORWARD OUT OF BALANCE'
               MOVE 8 TO RETURN-CODE
            END-IF.

      ******************************************************************
      * Opening plus the month's movements must equal the DATA13N
      * total to the cent.  With no prior snapshot the opening balance
      * can only be backed out of the closing balance, and is marked
      * so on the report.
      ******************************************************************
       910-PRINT-ROLL-FORWARD-RTN.
            MOVE 'RECEIVABLES ROLL-FORWARD' TO RF-HEADING.
            WRITE ROLL-RPT-REC FROM RF-HEADING-LINE.
            MOVE SPACES TO ROLL-RPT-REC.
            WRITE ROLL-RPT-REC.
            IF WS-NO-PRIOR-SNAPSHOT
               COMPUTE WS-OPENING-BAL = WS-CLOSING-BAL - WS-MV-TOTAL
               MOVE 'OPENING BALANCE (DERIVED)' TO RF-AMOUNT-LABEL
            ELSE
               MOVE 'OPENING BALANCE (PRIOR SNAPSHOT)'
                 TO RF-AMOUNT-LABEL
            END-IF.
            MOVE WS-OPENING-BAL TO RF-AMOUNT.
            WRITE ROLL-RPT-REC FROM RF-AMOUNT-LINE.
            MOVE '  PLUS CHARGES' TO RF-AMOUNT-LABEL.
            MOVE WS-MV-CHARGES TO RF-AMOUNT.
            WRITE ROLL-RPT-REC FROM RF-AMOUNT-LINE.
            MOVE '  PLUS FINANCE CHARGES' TO RF-AMOUNT-LABEL.
            MOVE WS-MV-FINANCE TO RF-AMOUNT.
            WRITE ROLL-RPT-REC FROM RF-AMOUNT-LINE.
            MOVE '  PLUS NSF FEES' TO RF-AMOUNT-LABEL.
            MOVE WS-MV-NSF-FEES TO RF-AMOUNT.
            WRITE ROLL-RPT-REC FROM RF-AMOUNT-LINE.
            MOVE '  LESS PAYMENTS' TO RF-AMOUNT-LABEL.
            MOVE WS-MV-PAYMENTS TO RF-AMOUNT.
            WRITE ROLL-RPT-REC FROM RF-AMOUNT-LINE.
            MOVE '  REVERSALS (NET)' TO RF-AMOUNT-LABEL.
            MOVE WS-MV-REVERSALS TO RF-AMOUNT.
            WRITE ROLL-RPT-REC FROM RF-AMOUNT-LINE.
            MOVE '  CREDIT BALANCE REFUNDS' TO RF-AMOUNT-LABEL.
            MOVE WS-MV-REFUNDS TO RF-AMOUNT.
            WRITE ROLL-RPT-REC FROM RF-AMOUNT-LINE.
            MOVE '  LESS WRITE-OFFS' TO RF-AMOUNT-LABEL.
            MOVE WS-MV-WRITE-OFFS TO RF-AMOUNT.
            WRITE ROLL-RPT-REC FROM RF-AMOUNT-LINE.
            MOVE '  LESS DISPUTE CREDITS' TO RF-AMOUNT-LABEL.
            MOVE WS-MV-DISPUTES TO RF-AMOUNT.
            WRITE ROLL-RPT-REC FROM RF-AMOUNT-LINE.
            MOVE '  ESCHEATED TO STATES' TO RF-AMOUNT-LABEL.
            MOVE WS-MV-ESCHEAT TO RF-AMOUNT.
            WRITE ROLL-RPT-REC FROM RF-AMOUNT-LINE.
            MOVE '  OTHER ADJUSTMENTS' TO RF-AMOUNT-LABEL.
            MOVE WS-MV-OTHER-ADJ TO RF-AMOUNT.
            WRITE ROLL-RPT-REC FROM RF-AMOUNT-LINE.
            COMPUTE WS-COMPUTED-CLOSING = WS-OPENING-BAL + WS-MV-TOTAL.
            COMPUTE WS-DIFFERENCE =
                    WS-CLOSING-BAL - WS-COMPUTED-CLOSING.
            MOVE 'COMPUTED CLOSING BALANCE' TO RF-AMOUNT-LABEL.
            MOVE WS-COMPUTED-CLOSING TO RF-AMOUNT.
            WRITE ROLL-RPT-REC FROM RF-AMOUNT-LINE.
            MOVE 'CLOSING BALANCE PER DATA13N' TO RF-AMOUNT-LABEL.
            MOVE WS-CLOSING-BAL TO RF-AMOUNT.
            WRITE ROLL-RPT-REC FROM RF-AMOUNT-LINE.
            MOVE 'DIFFERENCE' TO RF-AMOUNT-LABEL.
            MOVE WS-DIFFERENCE TO RF-AMOUNT.
            WRITE ROLL-RPT-REC FROM RF-AMOUNT-LINE.
            IF WS-DIFFERENCE = ZERO
               MOVE 'IN BALANCE WITH DATA13N' TO RF-MSG
            ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE '** OUT OF BALANCE WITH DATA13N' TO RF-MSG
            END-IF.
            WRITE ROLL-RPT-REC FROM RF-MSG-LINE.
            IF WS-NO-PRIOR-SNAPSHOT
               MOVE 'NO PRIOR SNAPSHOT - ROLL RATES START NEXT MONTH'
                 TO RF-MSG
               WRITE ROLL-RPT-REC FROM RF-MSG-LINE
            END-IF.
            MOVE SPACES TO ROLL-RPT-REC.
            WRITE ROLL-RPT-REC.

       920-PRINT-BUCKETS-RTN.
            MOVE 'AGING POSITION - PRIOR SNAPSHOT TO THIS MONTH END'
              TO RF-HEADING.
            WRITE ROLL-RPT-REC FROM RF-HEADING-LINE.
            MOVE SPACES TO ROLL-RPT-REC.
            WRITE ROLL-RPT-REC.
            WRITE ROLL-RPT-REC FROM RF-BUCKET-COLUMN-LINE.
            PERFORM 925-PRINT-BUCKET-LINE-RTN
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > 7.
            MOVE SPACES TO ROLL-RPT-REC.
            WRITE ROLL-RPT-REC.

       925-PRINT-BUCKET-LINE-RTN.
            MOVE WS-BUCKET-NAME (WS-FROM-SUB) TO RF-BK-NAME.
            MOVE WS-OPEN-AMT (WS-FROM-SUB) TO RF-BK-OPEN-AMT.
            MOVE WS-OPEN-CTR (WS-FROM-SUB) TO RF-BK-OPEN-CTR.
            MOVE WS-CLOSE-AMT (WS-FROM-SUB) TO RF-BK-CLOSE-AMT.
            MOVE WS-CLOSE-CTR (WS-FROM-SUB) TO RF-BK-CLOSE-CTR.
            WRITE ROLL-RPT-REC FROM RF-BUCKET-LINE.
            IF WS-FROM-SUB > 1 AND WS-FROM-SUB < 7
               ADD WS-CLOSE-AMT (WS-FROM-SUB) TO WS-DELINQ-TOTAL
            END-IF.
            IF WS-FROM-SUB > 3 AND WS-FROM-SUB < 7
               ADD WS-CLOSE-AMT (WS-FROM-SUB) TO WS-SERIOUS-TOTAL
            END-IF.
            IF WS-FROM-SUB < 7
               ADD WS-CLOSE-AMT (WS-FROM-SUB) TO WS-RECEIVABLE-TOTAL
            END-IF.

      ******************************************************************
      * Each row is the share of that bucket at the prior snapshot
      * that sits in each bucket now: the diagonal stayed put, right
      * of it rolled forward (current to 30, 30 to 60, on to
      * placement) and left of it cured back.
      ******************************************************************
       930-PRINT-ROLL-RATES-RTN.
            MOVE 'ROLL RATES - PERCENT OF PRIOR BALANCE (DOLLARS)'
              TO RF-HEADING.
            WRITE ROLL-RPT-REC FROM RF-HEADING-LINE.
            MOVE SPACES TO ROLL-RPT-REC.
            WRITE ROLL-RPT-REC.
            WRITE ROLL-RPT-REC FROM RF-MATRIX-COLUMN-LINE.
            PERFORM 932-PRINT-DOLLAR-ROW-RTN
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > 7.
            MOVE SPACES TO ROLL-RPT-REC.
            WRITE ROLL-RPT-REC.
            MOVE 'ROLL RATES - PERCENT OF ACCOUNTS' TO RF-HEADING.
            WRITE ROLL-RPT-REC FROM RF-HEADING-LINE.
            MOVE SPACES TO ROLL-RPT-REC.
            WRITE ROLL-RPT-REC.
            WRITE ROLL-RPT-REC FROM RF-MATRIX-COLUMN-LINE.
            PERFORM 936-PRINT-ACCOUNT-ROW-RTN
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > 7.
            MOVE SPACES TO ROLL-RPT-REC.
            WRITE ROLL-RPT-REC.

       932-PRINT-DOLLAR-ROW-RTN.
            MOVE SPACES TO RF-MATRIX-LINE.
            MOVE WS-BUCKET-NAME (WS-FROM-SUB) TO RF-MX-NAME.
            MOVE WS-ROLL-AMT-BASE (WS-FROM-SUB) TO WS-ROW-BASE.
            MOVE WS-ROW-BASE TO RF-MX-BASE.
            PERFORM 934-CALC-DOLLAR-CELL-RTN
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB > 7.
            WRITE ROLL-RPT-REC FROM RF-MATRIX-LINE.

       934-CALC-DOLLAR-CELL-RTN.
            IF WS-ROW-BASE > ZERO
               COMPUTE WS-PCT ROUNDED =
                       WS-ROLL-AMT (WS-FROM-SUB WS-TO-SUB) * 100
                     / WS-ROW-BASE
            ELSE
               MOVE ZERO TO WS-PCT
            END-IF.
            MOVE WS-PCT TO RF-MX-PCT (WS-TO-SUB).

       936-PRINT-ACCOUNT-ROW-RTN.
            MOVE SPACES TO RF-MATRIX-LINE.
            MOVE WS-BUCKET-NAME (WS-FROM-SUB) TO RF-MX-NAME.
            MOVE WS-ROLL-CTR-BASE (WS-FROM-SUB) TO WS-ROW-BASE.
            MOVE WS-ROW-BASE TO RF-MX-BASE.
            PERFORM 938-CALC-ACCOUNT-CELL-RTN
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB > 7.
            WRITE ROLL-RPT-REC FROM RF-MATRIX-LINE.

       938-CALC-ACCOUNT-CELL-RTN.
            IF WS-ROW-BASE > ZERO
               COMPUTE WS-PCT ROUNDED =
                       WS-ROLL-CTR (WS-FROM-SUB WS-TO-SUB) * 100
                     / WS-ROW-BASE
            ELSE
               MOVE ZERO TO WS-PCT
            END-IF.
            MOVE WS-PCT TO RF-MX-PCT (WS-TO-SUB).

      ******************************************************************
      * Days sales outstanding is closing receivables over the month's
      * credit sales (charges, finance charges and NSF fees) times a
      * thirty-day month.  Delinquency is everything past due or
      * placed as a share of balances owed; the 61+ figure is the
      * serious end of that - 61-90, over 90 and placed.
      ******************************************************************
       940-BUILD-TREND-RTN.
            MOVE ZERO TO WS-DSO
                         WS-DELINQ-PCT
                         WS-SERIOUS-PCT.
            IF WS-CREDIT-SALES > ZERO AND WS-RECEIVABLE-TOTAL > ZERO
               COMPUTE WS-RATIO ROUNDED =
                       WS-RECEIVABLE-TOTAL * 30 / WS-CREDIT-SALES
               IF WS-RATIO > 999.9
                  MOVE 999.9 TO WS-DSO
               ELSE
                  MOVE WS-RATIO TO WS-DSO
               END-IF
            END-IF.
            IF WS-RECEIVABLE-TOTAL > ZERO
               COMPUTE WS-DELINQ-PCT ROUNDED =
                       WS-DELINQ-TOTAL * 100 / WS-RECEIVABLE-TOTAL
               COMPUTE WS-SERIOUS-PCT ROUNDED =
                       WS-SERIOUS-TOTAL * 100 / WS-RECEIVABLE-TOTAL
            END-IF.
            COMPUTE WS-ACCT-CTR = WS-SNAP-WRITE-CTR
                                - WS-CLOSE-CTR (7).
            PERFORM 320-MAKE-TREND-ROOM-RTN.
            MOVE WS-RUN-DATE TO WS-TD-MONTH-END-DATE (WS-TREND-CTR).
            MOVE WS-RECEIVABLE-TOTAL
              TO WS-TD-CLOSING-AR (WS-TREND-CTR).
            MOVE WS-CREDIT-SALES TO WS-TD-CREDIT-SALES (WS-TREND-CTR).
            MOVE WS-DSO TO WS-TD-DSO (WS-TREND-CTR).
            MOVE WS-DELINQ-PCT TO WS-TD-DELINQ-PCT (WS-TREND-CTR).
            MOVE WS-SERIOUS-PCT TO WS-TD-SERIOUS-PCT (WS-TREND-CTR).
            MOVE WS-ACCT-CTR TO WS-TD-ACCT-CTR (WS-TREND-CTR).

       950-WRITE-TREND-RTN.
            MOVE '13-MONTH RECEIVABLES TREND' TO RF-HEADING.
            WRITE ROLL-RPT-REC FROM RF-HEADING-LINE.
            MOVE SPACES TO ROLL-RPT-REC.
            WRITE ROLL-RPT-REC.
            WRITE ROLL-RPT-REC FROM RF-TREND-COLUMN-LINE.
            OPEN OUTPUT NEW-TREND.
            PERFORM 955-WRITE-TREND-ENTRY-RTN
               VARYING WS-TREND-SUB FROM 1 BY 1
               UNTIL WS-TREND-SUB > WS-TREND-CTR.
            CLOSE NEW-TREND.
            MOVE SPACES TO ROLL-RPT-REC.
            WRITE ROLL-RPT-REC.

       955-WRITE-TREND-ENTRY-RTN.
            MOVE SPACES TO NEW-TREND-REC.
            MOVE WS-TD-MONTH-END-DATE (WS-TREND-SUB)
              TO NT-MONTH-END-DATE.
            MOVE WS-TD-CLOSING-AR (WS-TREND-SUB) TO NT-CLOSING-AR.
            MOVE WS-TD-CREDIT-SALES (WS-TREND-SUB) TO NT-CREDIT-SALES.
            MOVE WS-TD-DSO (WS-TREND-SUB) TO NT-DSO.
            MOVE WS-TD-DELINQ-PCT (WS-TREND-SUB) TO NT-DELINQ-PCT.
            MOVE WS-TD-SERIOUS-PCT (WS-TREND-SUB) TO NT-SERIOUS-PCT.
            MOVE WS-TD-ACCT-CTR (WS-TREND-SUB) TO NT-ACCT-CTR.
            WRITE NEW-TREND-REC.
            ADD 1 TO WS-TREND-WRITE-CTR.
            MOVE NT-MONTH-END-DATE TO RF-TR-DATE.
            MOVE NT-CLOSING-AR TO RF-TR-CLOSING-AR.
            MOVE NT-CREDIT-SALES TO RF-TR-CREDIT-SALES.
            MOVE NT-DSO TO RF-TR-DSO.
            MOVE NT-DELINQ-PCT TO RF-TR-DELINQ-PCT.
            MOVE NT-SERIOUS-PCT TO RF-TR-SERIOUS-PCT.
            MOVE NT-ACCT-CTR TO RF-TR-ACCT-CTR.
            WRITE ROLL-RPT-REC FROM RF-TREND-LINE.

       960-PRINT-RUN-TOTALS-RTN.
            MOVE 'HISTORY RECORDS READ' TO RF-COUNT-LABEL.
            MOVE WS-HIST-READ-CTR TO RF-COUNT.
            WRITE ROLL-RPT-REC FROM RF-COUNT-LINE.
            MOVE 'ACCOUNTS SNAPSHOT' TO RF-COUNT-LABEL.
            MOVE WS-SNAP-WRITE-CTR TO RF-COUNT.
            WRITE ROLL-RPT-REC FROM RF-COUNT-LINE.
            MOVE 'ACCOUNTS MATCHED TO PRIOR SNAPSHOT'
              TO RF-COUNT-LABEL.
            MOVE WS-MATCHED-CTR TO RF-COUNT.
            WRITE ROLL-RPT-REC FROM RF-COUNT-LINE.
            MOVE 'ACCOUNTS NEW SINCE PRIOR SNAPSHOT' TO RF-COUNT-LABEL.
            MOVE WS-NEW-ACCT-CTR TO RF-COUNT.
            WRITE ROLL-RPT-REC FROM RF-COUNT-LINE.
            MOVE 'ACCOUNTS DROPPED SINCE PRIOR SNAPSHOT'
              TO RF-COUNT-LABEL.
            MOVE WS-DROPPED-CTR TO RF-COUNT.
            WRITE ROLL-RPT-REC FROM RF-COUNT-LINE.
            MOVE 'TREND MONTHS WRITTEN' TO RF-COUNT-LABEL.
            MOVE WS-TREND-WRITE-CTR TO RF-COUNT.
            WRITE ROLL-RPT-REC FROM RF-COUNT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: history
      * records read and snapshot records written, with the movement,
      * receivable and delinquent totals.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM54' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-HIST-READ-CTR TO RS-READ-CTR.
            MOVE WS-SNAP-WRITE-CTR TO RS-WRITTEN-CTR.
            MOVE 'MOVEMENT' TO RS-AMT-LABEL (1).
            MOVE WS-MV-TOTAL TO RS-AMOUNT (1).
            MOVE 'RECEIVABLE' TO RS-AMT-LABEL (2).
            MOVE WS-RECEIVABLE-TOTAL TO RS-AMOUNT (2).
            MOVE 'DELINQUENT' TO RS-AMT-LABEL (3).
            MOVE WS-DELINQ-TOTAL TO RS-AMOUNT (3).
            MOVE 'SERIOUS' TO RS-AMT-LABEL (4).
            MOVE WS-SERIOUS-TOTAL TO RS-AMOUNT (4).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
