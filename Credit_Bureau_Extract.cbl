      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Month-end credit-bureau reporting extract.  Run after
      *           the PGM97 billing close, ahead of DATA13C being
      *           promoted, so DATA13N still carries the aging
      *           position of the period just closed.  Writes one base
      *           segment per account on the customer master to the
      *           bureau file BURO13 with balance, credit limit, open
      *           date, amount past due and an account status and
      *           payment rating derived from the same 360/30 day
      *           aging PGM82 uses.  Accounts PGM70 placed with the
      *           agency report as collection accounts while a balance
      *           remains, and as charged off once the write-off has
      *           cleared the balance, carrying the charge-off amount
      *           PGM70 recorded.  Closed accounts keep reporting,
      *           with the closed special comment, until PGM93 purges
      *           them, and an account with an open dispute on
      *           DISPMST carries the consumer-dispute compliance
      *           code.  Accounts with no consumer name or a missing
      *           address are left off the file and listed on the
      *           reject report.  The file carries a header and a
      *           trailer summarizing segment counts by status and the
      *           balances reported.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM69.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-MASTER ASSIGN TO DATA13N
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO-OUT.
           SELECT DISPUTE-FILE ASSIGN TO DISPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT BUREAU-FILE  ASSIGN TO BURO13.
           SELECT BUREAU-RPT   ASSIGN TO RPT13M.
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
             05 CM-NSF-COUNT-OUT   PIC 9(2).
             05 CM-CITY-OUT        PIC X(15).
             05 CM-STATE-OUT       PIC X(2).
             05 CM-ZIP-OUT         PIC X(9).
             05 CM-CHARGE-OFF-AMT-OUT PIC 9(7).
             05                    PIC X(1).

       FD DISPUTE-FILE
       LABEL RECORDS ARE STANDARD.
            01  DISPUTE-REC.
           COPY DISPRC.

       FD BUREAU-FILE
       LABEL RECORDS ARE STANDARD.
            01  BUREAU-SEGMENT-REC.
           COPY BURSEGRC.
            01  BUREAU-HDR-REC.
             05 BH-REC-ID         PIC X(1).
             05 BH-REPORTER-ID    PIC X(10).
             05 BH-ACTIVITY-DATE  PIC 9(8).
             05 BH-CREATED-DATE   PIC 9(8).
             05 BH-SOURCE-ID      PIC X(8).
             05 BH-FILE-TYPE      PIC X(1).
             05                   PIC X(164).
            01  BUREAU-TRL-REC.
             05 BT-REC-ID         PIC X(1).
             05 BT-SEGMENT-CTR    PIC 9(9).
             05 BT-TOTAL-BALANCE  PIC 9(11).
             05 BT-TOTAL-PAST-DUE PIC 9(11).
             05 BT-CURRENT-CTR    PIC 9(9).
             05 BT-DELINQ-CTR     PIC 9(9).
             05 BT-COLLECTION-CTR PIC 9(9).
             05 BT-CHARGE-OFF-CTR PIC 9(9).
             05 BT-CLOSED-CTR     PIC 9(9).
             05 BT-DISPUTED-CTR   PIC 9(9).
             05 BT-REJECT-CTR     PIC 9(9).
             05                   PIC X(105).

       FD BUREAU-RPT
       LABEL RECORDS ARE OMITTED.
            01  BUREAU-RPT-REC PIC X(80).

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
        77  WS-DAYS-PAST-DUE       PIC S9(7).
        77  WS-REPORTER-ID         PIC X(10) VALUE 'AR13CREDIT'.
        77  WS-OPEN-DISPUTE-CTR    PIC 9(3) VALUE ZERO.
        77  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
        77  WS-READ-CTR            PIC 9(7) VALUE ZERO.
        77  WS-SEGMENT-CTR         PIC 9(9) VALUE ZERO.
        77  WS-CURRENT-CTR         PIC 9(9) VALUE ZERO.
        77  WS-DELINQ-CTR          PIC 9(9) VALUE ZERO.
        77  WS-COLLECTION-CTR      PIC 9(9) VALUE ZERO.
        77  WS-CHARGE-OFF-CTR      PIC 9(9) VALUE ZERO.
        77  WS-CLOSED-CTR          PIC 9(9) VALUE ZERO.
        77  WS-DISPUTED-CTR        PIC 9(9) VALUE ZERO.
        77  WS-REJECT-CTR          PIC 9(9) VALUE ZERO.
        77  WS-TOTAL-BALANCE       PIC 9(11) VALUE ZERO.
        77  WS-TOTAL-PAST-DUE      PIC 9(11) VALUE ZERO.

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

        01  CB-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(40)
                VALUE 'PGM69  CREDIT BUREAU EXTRACT REGISTER'.
            05  FILLER  PIC X(20) VALUE SPACES.
        01  CB-CYCLE-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(7)  VALUE 'CYCLE: '.
            05  CB-CYCLE-NO        PIC 9(5).
            05  FILLER             PIC X(17) VALUE '  BUSINESS DATE: '.
            05  CB-BUSINESS-DATE   PIC 9(8).
            05  FILLER             PIC X(23) VALUE SPACES.
        01  CB-REJECT-LINE.
            05  FILLER             PIC X(4)  VALUE SPACES.
            05  FILLER             PIC X(14)
                VALUE '** REJECTED: '.
            05  CJ-ACCT-NO         PIC X(5).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  CJ-CUST-NAME       PIC X(25).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  CJ-REASON          PIC X(28).
        01  CB-COUNT-LINE.
            05  CB-COUNT-LABEL     PIC X(40).
            05  CB-COUNT           PIC ZZZ,ZZZ,ZZ9.
            05  FILLER             PIC X(29) VALUE SPACES.
        01  CB-AMOUNT-LINE.
            05  CB-AMOUNT-LABEL    PIC X(40).
            05  CB-AMOUNT          PIC $ZZ,ZZZ,ZZZ,ZZ9.
            05  FILLER             PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 600-READ-MASTER.
             PERFORM 610-READ-DISPUTE.
             PERFORM 200-REPORT-ACCOUNT-RTN
                UNTIL ACCT-NO-OUT = HIGH-VALUES.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

       200-REPORT-ACCOUNT-RTN.
            ADD 1 TO WS-READ-CTR.
            PERFORM 230-COUNT-OPEN-DISPUTES-RTN.
            PERFORM 210-EDIT-DEMOGRAPHICS-RTN.
            IF WS-REJECT-REASON = SPACES
               PERFORM 250-CALC-DAYS-PAST-DUE-RTN
               PERFORM 300-BUILD-SEGMENT-RTN
               PERFORM 400-WRITE-SEGMENT-RTN
            ELSE
               PERFORM 320-REJECT-ACCOUNT-RTN
            END-IF.
            PERFORM 600-READ-MASTER.

      ******************************************************************
      * The bureaus cannot match a segment without the consumer's name
      * and a full mailing address; such accounts are held off the
      * file and listed for the address to be keyed through PGM81.
      ******************************************************************
       210-EDIT-DEMOGRAPHICS-RTN.
            MOVE SPACES TO WS-REJECT-REASON.
            EVALUATE TRUE
               WHEN CM-CUST-NAME-OUT = SPACES
                 MOVE 'CONSUMER NAME MISSING' TO WS-REJECT-REASON
               WHEN CM-ADDRESS-OUT = SPACES
                 MOVE 'STREET ADDRESS MISSING' TO WS-REJECT-REASON
               WHEN CM-CITY-OUT = SPACES OR CM-STATE-OUT = SPACES
                 MOVE 'CITY OR STATE MISSING' TO WS-REJECT-REASON
               WHEN CM-ZIP-OUT = SPACES
                 MOVE 'ZIP CODE MISSING' TO WS-REJECT-REASON
            END-EVALUATE.

      ******************************************************************
      * DISPMST is in account sequence like the master; step past any
      * dispute for an account no longer on file, then count the open
      * disputes for this one.
      ******************************************************************
       230-COUNT-OPEN-DISPUTES-RTN.
            MOVE ZERO TO WS-OPEN-DISPUTE-CTR.
            PERFORM 610-READ-DISPUTE
               UNTIL DS-ACCT-NO NOT < ACCT-NO-OUT.
            PERFORM 235-COUNT-ONE-DISPUTE-RTN
               UNTIL DS-ACCT-NO NOT = ACCT-NO-OUT.

       235-COUNT-ONE-DISPUTE-RTN.
            IF DS-OPEN
               ADD 1 TO WS-OPEN-DISPUTE-CTR
            END-IF.
            PERFORM 610-READ-DISPUTE.

       250-CALC-DAYS-PAST-DUE-RTN.
            MOVE CM-DUE-DATE-OUT TO WS-DUE-DATE-BRK.
            COMPUTE WS-DAYS-PAST-DUE =
                  (WS-RUN-YYYY - WS-DUE-YYYY) * 360
                + (WS-RUN-MM - WS-DUE-MM) * 30
                + (WS-RUN-DD - WS-DUE-DD).

      ******************************************************************
      * Account status and payment rating.  A placed account is a
      * collection account (93/G) while it still carries a balance and
      * charged off (97/L) once the write-off has cleared it.  Any
      * other account with nothing owing is current (11), or paid and
      * closed (13) if closed; otherwise the status steps with the
      * days past due in thirty-day bands.  Bureau amounts are whole
      * dollars and never negative.
      ******************************************************************
       300-BUILD-SEGMENT-RTN.
            MOVE SPACES TO BUREAU-SEGMENT-REC.
            SET BS-BASE-SEGMENT TO TRUE.
            MOVE ACCT-NO-OUT TO BS-ACCT-NO.
            MOVE 'R' TO BS-PORTFOLIO-TYPE.
            MOVE '07' TO BS-ACCT-TYPE.
            MOVE CM-OPEN-DATE-OUT TO BS-DATE-OPENED.
            IF CM-CREDIT-LIMIT-OUT > ZERO
               MOVE CM-CREDIT-LIMIT-OUT TO BS-CREDIT-LIMIT
            ELSE
               MOVE ZERO TO BS-CREDIT-LIMIT
            END-IF.
            IF AMOUNT-DUE-OUT > ZERO
               MOVE AMOUNT-DUE-OUT TO BS-CURRENT-BALANCE
            ELSE
               MOVE ZERO TO BS-CURRENT-BALANCE
            END-IF.
            MOVE ZERO TO BS-AMOUNT-PAST-DUE.
            MOVE ZERO TO BS-CHARGE-OFF-AMT.
            MOVE ZERO TO BS-DATE-FIRST-DELINQ.
            MOVE WS-RUN-DATE TO BS-DATE-ACCT-INFO.
            EVALUATE TRUE
               WHEN CM-ACCT-PLACED-OUT AND AMOUNT-DUE-OUT NOT > ZERO
                 MOVE '97' TO BS-ACCT-STATUS
                 MOVE 'L' TO BS-PAYMENT-RATING
                 IF CM-CHARGE-OFF-AMT-OUT NUMERIC
                    MOVE CM-CHARGE-OFF-AMT-OUT TO BS-CHARGE-OFF-AMT
                 END-IF
                 MOVE CM-DUE-DATE-OUT TO BS-DATE-FIRST-DELINQ
                 ADD 1 TO WS-CHARGE-OFF-CTR
               WHEN CM-ACCT-PLACED-OUT
                 MOVE '93' TO BS-ACCT-STATUS
                 MOVE 'G' TO BS-PAYMENT-RATING
                 MOVE BS-CURRENT-BALANCE TO BS-AMOUNT-PAST-DUE
                 MOVE CM-DUE-DATE-OUT TO BS-DATE-FIRST-DELINQ
                 ADD 1 TO WS-COLLECTION-CTR
               WHEN AMOUNT-DUE-OUT NOT > ZERO OR
                    WS-DAYS-PAST-DUE < 30
                 IF CM-ACCT-CLOSED-OUT AND AMOUNT-DUE-OUT NOT > ZERO
                    MOVE '13' TO BS-ACCT-STATUS
                 ELSE
                    MOVE '11' TO BS-ACCT-STATUS
                 END-IF
                 MOVE '0' TO BS-PAYMENT-RATING
                 ADD 1 TO WS-CURRENT-CTR
               WHEN OTHER
                 PERFORM 310-RATE-DELINQUENCY-RTN
                 ADD 1 TO WS-DELINQ-CTR
            END-EVALUATE.
            IF CM-ACCT-CLOSED-OUT
               MOVE 'M ' TO BS-SPECIAL-COMMENT
               ADD 1 TO WS-CLOSED-CTR
            END-IF.
            IF WS-OPEN-DISPUTE-CTR > ZERO
               MOVE 'XB' TO BS-COMPLIANCE-CODE
               ADD 1 TO WS-DISPUTED-CTR
            END-IF.
            MOVE SPACE TO BS-CORRECTION-IND.
            MOVE CM-CUST-NAME-OUT TO BS-CONSUMER-NAME.
            MOVE CM-ADDRESS-OUT TO BS-ADDRESS.
            MOVE CM-CITY-OUT TO BS-CITY.
            MOVE CM-STATE-OUT TO BS-STATE.
            MOVE CM-ZIP-OUT TO BS-ZIP.

      ******************************************************************
      * The amount past due is the minimum payment billed and not
      * made, never more than the balance itself.
      ******************************************************************
       310-RATE-DELINQUENCY-RTN.
            EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 60
                 MOVE '71' TO BS-ACCT-STATUS
                 MOVE '1' TO BS-PAYMENT-RATING
               WHEN WS-DAYS-PAST-DUE < 90
                 MOVE '78' TO BS-ACCT-STATUS
                 MOVE '2' TO BS-PAYMENT-RATING
               WHEN WS-DAYS-PAST-DUE < 120
                 MOVE '80' TO BS-ACCT-STATUS
                 MOVE '3' TO BS-PAYMENT-RATING
               WHEN WS-DAYS-PAST-DUE < 150
                 MOVE '82' TO BS-ACCT-STATUS
                 MOVE '4' TO BS-PAYMENT-RATING
               WHEN WS-DAYS-PAST-DUE < 180
                 MOVE '83' TO BS-ACCT-STATUS
                 MOVE '5' TO BS-PAYMENT-RATING
               WHEN OTHER
                 MOVE '84' TO BS-ACCT-STATUS
                 MOVE '6' TO BS-PAYMENT-RATING
            END-EVALUATE.
            IF CM-MIN-PAYMENT-OUT > ZERO AND
               CM-MIN-PAYMENT-OUT < AMOUNT-DUE-OUT
               MOVE CM-MIN-PAYMENT-OUT TO BS-AMOUNT-PAST-DUE
            ELSE
               MOVE BS-CURRENT-BALANCE TO BS-AMOUNT-PAST-DUE
            END-IF.
            MOVE CM-DUE-DATE-OUT TO BS-DATE-FIRST-DELINQ.

       320-REJECT-ACCOUNT-RTN.
            MOVE ACCT-NO-OUT TO CJ-ACCT-NO.
            MOVE CM-CUST-NAME-OUT TO CJ-CUST-NAME.
            MOVE WS-REJECT-REASON TO CJ-REASON.
            WRITE BUREAU-RPT-REC FROM CB-REJECT-LINE.
            ADD 1 TO WS-REJECT-CTR.

       400-WRITE-SEGMENT-RTN.
            WRITE BUREAU-SEGMENT-REC.
            ADD 1 TO WS-SEGMENT-CTR.
            ADD BS-CURRENT-BALANCE TO WS-TOTAL-BALANCE.
            ADD BS-AMOUNT-PAST-DUE TO WS-TOTAL-PAST-DUE.

       600-READ-MASTER.
            READ NEW-MASTER
              AT END
              MOVE HIGH-VALUES TO ACCT-NO-OUT
            END-READ.

      ******************************************************************
      * The dispute file does not exist until the first dispute is
      * keyed; a status of 35 on the open is treated as an empty file.
      ******************************************************************
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
            OPEN OUTPUT BUREAU-FILE
                        BUREAU-RPT.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            WRITE BUREAU-RPT-REC FROM CB-TITLE-LINE.
            WRITE BUREAU-RPT-REC FROM CB-CYCLE-LINE.
            MOVE SPACES TO BUREAU-RPT-REC.
            WRITE BUREAU-RPT-REC.
            MOVE SPACES TO BUREAU-HDR-REC.
            MOVE 'H' TO BH-REC-ID.
            MOVE WS-REPORTER-ID TO BH-REPORTER-ID.
            MOVE WS-RUN-DATE TO BH-ACTIVITY-DATE.
            ACCEPT BH-CREATED-DATE FROM DATE YYYYMMDD.
            MOVE 'PGM69' TO BH-SOURCE-ID.
            MOVE 'M' TO BH-FILE-TYPE.
            WRITE BUREAU-HDR-REC.

      ******************************************************************
      * The extract is dated with the business date on RUNCTL so the
      * reported activity date matches the close it follows.
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
               DISPLAY 'PGM69 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-CYCLE-NO TO CB-CYCLE-NO.
            MOVE WS-RUN-DATE TO CB-BUSINESS-DATE.

       900-END-OF-JOB-RTN.
            MOVE SPACES TO BUREAU-TRL-REC.
            MOVE 'T' TO BT-REC-ID.
            MOVE WS-SEGMENT-CTR TO BT-SEGMENT-CTR.
            MOVE WS-TOTAL-BALANCE TO BT-TOTAL-BALANCE.
            MOVE WS-TOTAL-PAST-DUE TO BT-TOTAL-PAST-DUE.
            MOVE WS-CURRENT-CTR TO BT-CURRENT-CTR.
            MOVE WS-DELINQ-CTR TO BT-DELINQ-CTR.
            MOVE WS-COLLECTION-CTR TO BT-COLLECTION-CTR.
            MOVE WS-CHARGE-OFF-CTR TO BT-CHARGE-OFF-CTR.
            MOVE WS-CLOSED-CTR TO BT-CLOSED-CTR.
            MOVE WS-DISPUTED-CTR TO BT-DISPUTED-CTR.
            MOVE WS-REJECT-CTR TO BT-REJECT-CTR.
            WRITE BUREAU-TRL-REC.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            IF WS-DISP-STATUS NOT = '35'
               CLOSE DISPUTE-FILE
            END-IF.
            CLOSE NEW-MASTER
                  BUREAU-FILE
                  BUREAU-RPT.

       910-PRINT-RUN-TOTALS-RTN.
            MOVE SPACES TO BUREAU-RPT-REC.
            WRITE BUREAU-RPT-REC.
            MOVE 'MASTER RECORDS READ' TO CB-COUNT-LABEL.
            MOVE WS-READ-CTR TO CB-COUNT.
            WRITE BUREAU-RPT-REC FROM CB-COUNT-LINE.
            MOVE 'BASE SEGMENTS WRITTEN' TO CB-COUNT-LABEL.
            MOVE WS-SEGMENT-CTR TO CB-COUNT.
            WRITE BUREAU-RPT-REC FROM CB-COUNT-LINE.
            MOVE '  CURRENT OR PAID' TO CB-COUNT-LABEL.
            MOVE WS-CURRENT-CTR TO CB-COUNT.
            WRITE BUREAU-RPT-REC FROM CB-COUNT-LINE.
            MOVE '  DELINQUENT' TO CB-COUNT-LABEL.
            MOVE WS-DELINQ-CTR TO CB-COUNT.
            WRITE BUREAU-RPT-REC FROM CB-COUNT-LINE.
            MOVE '  COLLECTION ACCOUNTS' TO CB-COUNT-LABEL.
            MOVE WS-COLLECTION-CTR TO CB-COUNT.
            WRITE BUREAU-RPT-REC FROM CB-COUNT-LINE.
            MOVE '  CHARGED OFF' TO CB-COUNT-LABEL.
            MOVE WS-CHARGE-OFF-CTR TO CB-COUNT.
            WRITE BUREAU-RPT-REC FROM CB-COUNT-LINE.
            MOVE 'CLOSED ACCOUNTS REPORTED' TO CB-COUNT-LABEL.
            MOVE WS-CLOSED-CTR TO CB-COUNT.
            WRITE BUREAU-RPT-REC FROM CB-COUNT-LINE.
            MOVE 'ACCOUNTS REPORTED AS IN DISPUTE' TO CB-COUNT-LABEL.
            MOVE WS-DISPUTED-CTR TO CB-COUNT.
            WRITE BUREAU-RPT-REC FROM CB-COUNT-LINE.
            MOVE 'ACCOUNTS REJECTED - NAME OR ADDRESS'
              TO CB-COUNT-LABEL.
            MOVE WS-REJECT-CTR TO CB-COUNT.
            WRITE BUREAU-RPT-REC FROM CB-COUNT-LINE.
            MOVE 'TOTAL BALANCE REPORTED' TO CB-AMOUNT-LABEL.
            MOVE WS-TOTAL-BALANCE TO CB-AMOUNT.
            WRITE BUREAU-RPT-REC FROM CB-AMOUNT-LINE.
            MOVE 'TOTAL PAST DUE REPORTED' TO CB-AMOUNT-LABEL.
            MOVE WS-TOTAL-PAST-DUE TO CB-AMOUNT.
            WRITE BUREAU-RPT-REC FROM CB-AMOUNT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: accounts
      * read, segments written and accounts rejected, with the balance
      * and past-due totals reported.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM69' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-READ-CTR TO RS-READ-CTR.
            MOVE WS-SEGMENT-CTR TO RS-WRITTEN-CTR.
            MOVE WS-REJECT-CTR TO RS-REJECT-CTR.
            MOVE 'BALANCE' TO RS-AMT-LABEL (1).
            MOVE WS-TOTAL-BALANCE TO RS-AMOUNT (1).
            MOVE 'PAST DUE' TO RS-AMT-LABEL (2).
            MOVE WS-TOTAL-PAST-DUE TO RS-AMOUNT (2).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
