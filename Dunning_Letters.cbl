      *           file keyed by account records the last letter level
      *           sent so the same notice is never re-sent; an account
      *           only receives a letter when its aging has escalated
      *           past the level already on file.  Amounts under
      *           open dispute on DISPMST are held out of the balance
      *           the letter demands; an account whose whole balance
      *           is in dispute receives no letter and keeps the level
      *           it already has until the dispute is resolved.
      *           The delivery preference on DLVPREF (maintained by
      *           PGM47) decides the channel: an electronic customer
      *           gets the letter level and text as a structured
      *           e-document on LTR13E and is left out of the letter
      *           file and the presort counts; a customer taking both
      *           gets each.  A final notice always prints on paper
      *           as well.  Paper, electronic and suppressed counts
      *           are totalled for postage reconciliation.  Accounts
      *           are aged to the business date on RUNCTL, and each
      *           run appends its counts and the balance demanded at
      *           each letter level to RUNSTAT for the PGM48
      *           operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT NEW-LETTER-HIST ASSIGN TO DUNHSTN.
           SELECT PLAN-FILE       ASSIGN TO PAYPLNN
               FILE STATUS IS WS-PLANF-STATUS.
           SELECT DISPUTE-FILE    ASSIGN TO DISPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT LTR-WORK        ASSIGN TO LTRWK1.
           SELECT LTR-SORTED      ASSIGN TO LTRWK2.
           SELECT LTR-SORT-WK     ASSIGN TO "LTRSRTW".
           SELECT LETTER-FILE     ASSIGN TO LTR13D.
           SELECT DELIVERY-PREF   ASSIGN TO DLVPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DV-ACCT-NO
               FILE STATUS IS WS-DLV-STATUS.
           SELECT EDOC-FILE       ASSIGN TO LTR13E.
           SELECT RUN-CONTROL     ASSIGN TO RUNCTL.
           SELECT RUN-STATS       ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
             05 PN-PAID-ACCUM     PIC S9(7)V99.
             05                   PIC X(7).

       FD DISPUTE-FILE
       LABEL RECORDS ARE STANDARD.
            01  DISPUTE-REC.
           COPY DISPRC.

       FD LTR-WORK
       LABEL RECORDS ARE STANDARD.
            01  LTR-WORK-REC.
       LABEL RECORDS ARE OMITTED.
            01  LETTER-REC PIC X(80).

       FD DELIVERY-PREF
       LABEL RECORDS ARE STANDARD.
            01  DELIVERY-PREF-REC.
           COPY DLVPRFRC.

       FD EDOC-FILE
       LABEL RECORDS ARE STANDARD.
            01  EDOC-REC.
           COPY EDOCRC.

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
        77  WS-DAYS-PAST-DUE       PIC S9(7).
        77  WS-REMINDER-CTR        PIC 9(7) VALUE ZERO.
        77  WS-DEMAND-CTR          PIC 9(7) VALUE ZERO.
        77  WS-FINAL-CTR           PIC 9(7) VALUE ZERO.
        77  WS-REMINDER-AMT        PIC S9(9)V99 VALUE ZERO.
        77  WS-DEMAND-AMT          PIC S9(9)V99 VALUE ZERO.
        77  WS-FINAL-AMT           PIC S9(9)V99 VALUE ZERO.
        77  WS-MASTER-READ-CTR     PIC 9(7) VALUE ZERO.
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-SUPPRESSED-CTR      PIC 9(7) VALUE ZERO.
        77  WS-HIST-DROPPED-CTR    PIC 9(7) VALUE ZERO.
        77  WS-PLANF-STATUS        PIC X(2).
        77  WS-PLAN-SUPPRESS-CTR   PIC 9(7) VALUE ZERO.
        77  WS-DISP-STATUS         PIC X(2).
        77  WS-DISPUTED-AMT        PIC S9(9)V99 VALUE ZERO.
        77  WS-HELD-OUT-AMT        PIC S9(9)V99 VALUE ZERO.
        77  WS-LETTER-BASE         PIC S9(9)V99 VALUE ZERO.
        77  WS-DISPUTE-SUPPRESS-CTR PIC 9(7) VALUE ZERO.
        77  WS-LINE-SEQ            PIC 9(4) VALUE ZERO.
        77  WS-PRESORT-MIN         PIC 9(3) VALUE 10.
        77  WS-PREV-ZIP            PIC X(9) VALUE LOW-VALUES.
        77  WS-ZIP-SUB             PIC 9(3) COMP VALUE ZERO.
        77  WS-QUALIFIED-ZIP-CTR   PIC 9(5) VALUE ZERO.
        77  WS-QUALIFIED-PIECES    PIC 9(7) VALUE ZERO.
        77  WS-DLV-STATUS          PIC X(2).
        77  WS-PAPER-CTR           PIC 9(7) VALUE ZERO.
        77  WS-EDOC-CTR            PIC 9(7) VALUE ZERO.
        77  WS-PAPER-SUPPRESS-CTR  PIC 9(7) VALUE ZERO.
        77  WS-EDOC-SEQ            PIC 9(4) VALUE ZERO.
        77  WS-EMAIL-ADDRESS       PIC X(50) VALUE SPACES.

        01  WS-ZIP-SUMMARY-TABLE.
            05  WS-ZIP-SUM-ENTRY OCCURS 200 TIMES.
                88  WS-PLAN-CURRENT           VALUE 'Y'.
            05  WS-SORTED-EOF-SW   PIC X(1) VALUE 'N'.
                88  WS-SORTED-EOF             VALUE 'Y'.
            05  WS-DISP-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-DISP-EOF               VALUE 'Y'.
            05  WS-DLV-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-DLV-EOF                VALUE 'Y'.
            05  WS-PAPER-SW        PIC X(1) VALUE 'Y'.
                88  WS-PRINT-PAPER            VALUE 'Y'.
            05  WS-EDOC-SW         PIC X(1) VALUE 'N'.
                88  WS-SEND-EDOC              VALUE 'Y'.

        01  LT-SEPARATOR-LINE.
            05  FILLER        PIC X(80) VALUE ALL '='.
                UNTIL ACCT-NO-OUT = HIGH-VALUES.
             PERFORM 500-SORT-AND-PRINT-RTN.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

       200-AGE-AND-LETTER-RTN.
               PERFORM 700-READ-OLD-HIST
            END-IF.
            PERFORM 220-CHECK-PAYMENT-PLAN-RTN.
            PERFORM 240-SUM-OPEN-DISPUTES-RTN.
            IF NOT CM-ACCT-CLOSED-OUT AND
               NOT CM-ACCT-PLACED-OUT AND
               AMOUNT-DUE-OUT > ZERO
               PERFORM 248-CALC-HELD-OUT-RTN
               PERFORM 250-CALC-DAYS-PAST-DUE-RTN
               PERFORM 260-SELECT-LEVEL-RTN
               IF WS-LETTER-LEVEL > ZERO
       230-ALIGN-PLAN-RTN.
            PERFORM 710-READ-PLAN-RTN.

      ******************************************************************
      * DISPMST is in account sequence like the master; step past any
      * dispute for an account no longer on file, then total the open
      * disputes for this one.
      ******************************************************************
       240-SUM-OPEN-DISPUTES-RTN.
            MOVE ZERO TO WS-DISPUTED-AMT.
            PERFORM 720-READ-DISPUTE-RTN
               UNTIL WS-DISP-EOF OR DS-ACCT-NO NOT < ACCT-NO-OUT.
            PERFORM 245-ADD-OPEN-DISPUTE-RTN
               UNTIL WS-DISP-EOF OR DS-ACCT-NO NOT = ACCT-NO-OUT.

       245-ADD-OPEN-DISPUTE-RTN.
            IF DS-OPEN
               ADD DS-DISPUTED-AMT TO WS-DISPUTED-AMT
            END-IF.
            PERFORM 720-READ-DISPUTE-RTN.

      ******************************************************************
      * The letter demands only the balance not under dispute.
      ******************************************************************
       248-CALC-HELD-OUT-RTN.
            MOVE ZERO TO WS-HELD-OUT-AMT.
            IF WS-DISPUTED-AMT > ZERO
               IF WS-DISPUTED-AMT > AMOUNT-DUE-OUT
                  MOVE AMOUNT-DUE-OUT TO WS-HELD-OUT-AMT
               ELSE
                  MOVE WS-DISPUTED-AMT TO WS-HELD-OUT-AMT
               END-IF
            END-IF.
            COMPUTE WS-LETTER-BASE = AMOUNT-DUE-OUT - WS-HELD-OUT-AMT.

       250-CALC-DAYS-PAST-DUE-RTN.
            MOVE CM-DUE-DATE-OUT TO WS-DUE-DATE-BRK.
            COMPUTE WS-DAYS-PAST-DUE =
            END-EVALUATE.

       270-LETTER-DECISION-RTN.
            IF WS-LETTER-BASE NOT > ZERO
               ADD 1 TO WS-DISPUTE-SUPPRESS-CTR
               MOVE WS-PRIOR-LEVEL TO WS-LETTER-LEVEL
               PERFORM 280-WRITE-NEW-HIST-RTN
            ELSE
            IF WS-PLAN-CURRENT
               ADD 1 TO WS-PLAN-SUPPRESS-CTR
               MOVE WS-PRIOR-LEVEL TO WS-LETTER-LEVEL
               MOVE WS-PRIOR-LEVEL TO WS-LETTER-LEVEL
               PERFORM 280-WRITE-NEW-HIST-RTN
            END-IF
            END-IF
            END-IF.

       280-WRITE-NEW-HIST-RTN.
            MOVE WS-RUN-DATE TO NH-LETTER-DATE.
            WRITE NEW-LETTER-HIST-REC.

      ******************************************************************
      * DLVPREF is in account sequence like the master.  An account
      * with no preference on file, or an electronic preference left
      * without an e-mail address, is sent paper; a final notice goes
      * on paper whatever the preference.
      ******************************************************************
       290-FIND-DELIVERY-PREF-RTN.
            PERFORM 730-READ-DELIVERY-PREF-RTN
               UNTIL WS-DLV-EOF OR DV-ACCT-NO NOT < ACCT-NO-OUT.
            MOVE 'Y' TO WS-PAPER-SW.
            MOVE 'N' TO WS-EDOC-SW.
            MOVE SPACES TO WS-EMAIL-ADDRESS.
            IF NOT WS-DLV-EOF AND DV-ACCT-NO = ACCT-NO-OUT
               IF DV-SENDS-EDOC AND DV-EMAIL-ADDRESS NOT = SPACES
                  SET WS-SEND-EDOC TO TRUE
                  MOVE DV-EMAIL-ADDRESS TO WS-EMAIL-ADDRESS
                  IF DV-ELECTRONIC AND WS-LETTER-LEVEL < 3
                     MOVE 'N' TO WS-PAPER-SW
                  END-IF
               END-IF
            END-IF.

       300-WRITE-LETTER-RTN.
            PERFORM 290-FIND-DELIVERY-PREF-RTN.
            MOVE ZERO TO WS-LINE-SEQ.
            MOVE ZERO TO WS-EDOC-SEQ.
            IF WS-SEND-EDOC
               PERFORM 340-WRITE-EDOC-HEADER-RTN
            END-IF.
            MOVE LT-SEPARATOR-LINE TO LW-TEXT.
            PERFORM 305-WRITE-LETTER-LINE-RTN.
            MOVE ACCT-NO-OUT TO LT-ACCT-NO.
            PERFORM 305-WRITE-LETTER-LINE-RTN.
            MOVE SPACES TO LW-TEXT.
            PERFORM 305-WRITE-LETTER-LINE-RTN.
            MOVE WS-LETTER-BASE TO LT-BALANCE.
            MOVE WS-DAYS-PAST-DUE TO LT-DAYS.
            MOVE LT-BALANCE-LINE TO LW-TEXT.
            PERFORM 305-WRITE-LETTER-LINE-RTN.
            END-EVALUATE.
            MOVE SPACES TO LW-TEXT.
            PERFORM 305-WRITE-LETTER-LINE-RTN.
            IF WS-PRINT-PAPER
               ADD 1 TO WS-PAPER-CTR
            ELSE
               ADD 1 TO WS-PAPER-SUPPRESS-CTR
            END-IF.
            IF WS-SEND-EDOC
               ADD 1 TO WS-EDOC-CTR
            END-IF.

      ******************************************************************
      * Every letter line carries the account's zip and a line
      * sequence so the sort can rebuild whole letters in zip order
      * for the mailroom presort.  Nothing reaches the work file for
      * an electronic-only customer, so the letter file and presort
      * counts carry paper pieces only.
      ******************************************************************
       305-WRITE-LETTER-LINE-RTN.
            IF WS-PRINT-PAPER
               ADD 1 TO WS-LINE-SEQ
               MOVE CM-ZIP-OUT TO LW-ZIP
               MOVE ACCT-NO-OUT TO LW-ACCT-NO
               MOVE WS-LINE-SEQ TO LW-LINE-SEQ
               WRITE LTR-WORK-REC
            END-IF.

      ******************************************************************
      * Each line of letter text goes to the print work file and, for
      * an electronic customer, to the e-document as a text record.
      ******************************************************************
       307-WRITE-TEXT-LINE-RTN.
            MOVE LT-TEXT-LINE TO LW-TEXT.
            PERFORM 305-WRITE-LETTER-LINE-RTN.
            IF WS-SEND-EDOC
               MOVE SPACES TO EDOC-REC
               SET ED-TEXT TO TRUE
               MOVE LT-TEXT TO ED-TEXT-LINE
               PERFORM 350-WRITE-EDOC-REC-RTN
            END-IF.

       310-REMINDER-TEXT-RTN.
            MOVE 'THIS IS A FRIENDLY REMINDER THAT YOUR ACCOUNT IS'
              TO LT-TEXT.
            PERFORM 307-WRITE-TEXT-LINE-RTN.
            MOVE 'PAST DUE.  PLEASE REMIT THE AMOUNT SHOWN ABOVE.'
              TO LT-TEXT.
            PERFORM 307-WRITE-TEXT-LINE-RTN.
            ADD 1 TO WS-REMINDER-CTR.
            ADD WS-LETTER-BASE TO WS-REMINDER-AMT.

       320-DEMAND-TEXT-RTN.
            MOVE 'YOUR ACCOUNT IS SERIOUSLY PAST DUE.  PAYMENT IN'
              TO LT-TEXT.
            PERFORM 307-WRITE-TEXT-LINE-RTN.
            MOVE 'FULL IS REQUIRED WITHIN TEN DAYS OF THIS NOTICE.'
              TO LT-TEXT.
            PERFORM 307-WRITE-TEXT-LINE-RTN.
            ADD 1 TO WS-DEMAND-CTR.
            ADD WS-LETTER-BASE TO WS-DEMAND-AMT.

       330-FINAL-TEXT-RTN.
            MOVE 'FINAL NOTICE.  UNLESS PAYMENT IN FULL IS RECEIVED'
              TO LT-TEXT.
            PERFORM 307-WRITE-TEXT-LINE-RTN.
            MOVE 'WITHIN TEN DAYS YOUR ACCOUNT WILL BE REFERRED TO A'
              TO LT-TEXT.
            PERFORM 307-WRITE-TEXT-LINE-RTN.
            MOVE 'COLLECTION AGENCY AND FURTHER CREDIT SUSPENDED.'
              TO LT-TEXT.
            PERFORM 307-WRITE-TEXT-LINE-RTN.
            ADD 1 TO WS-FINAL-CTR.
            ADD WS-LETTER-BASE TO WS-FINAL-AMT.

      ******************************************************************
      * The e-document carries the letter as data rather than a print
      * image: a header with the e-mail address and name and address,
      * a detail record with the letter level, the amount demanded
      * and days late, then one record per line of letter text.
      ******************************************************************
       340-WRITE-EDOC-HEADER-RTN.
            MOVE SPACES TO EDOC-REC.
            SET ED-HEADER TO TRUE.
            MOVE WS-EMAIL-ADDRESS TO ED-EMAIL-ADDRESS.
            MOVE CM-CUST-NAME-OUT TO ED-CUST-NAME.
            MOVE CM-ADDRESS-OUT TO ED-ADDRESS.
            MOVE CM-CITY-OUT TO ED-CITY.
            MOVE CM-STATE-OUT TO ED-STATE.
            MOVE CM-ZIP-OUT TO ED-ZIP.
            MOVE CM-DUE-DATE-OUT TO ED-DUE-DATE.
            IF WS-PRINT-PAPER
               MOVE 'Y' TO ED-PAPER-COPY
            ELSE
               MOVE 'N' TO ED-PAPER-COPY
            END-IF.
            PERFORM 350-WRITE-EDOC-REC-RTN.
            MOVE SPACES TO EDOC-REC.
            SET ED-LETTER-DETAIL TO TRUE.
            MOVE WS-LETTER-LEVEL TO ED-LETTER-LEVEL.
            MOVE WS-LETTER-BASE TO ED-PAST-DUE-AMT.
            MOVE WS-DAYS-PAST-DUE TO ED-DAYS-LATE.
            PERFORM 350-WRITE-EDOC-REC-RTN.

       350-WRITE-EDOC-REC-RTN.
            ADD 1 TO WS-EDOC-SEQ.
            MOVE ACCT-NO-OUT TO ED-ACCT-NO.
            SET ED-LETTER TO TRUE.
            MOVE WS-EDOC-SEQ TO ED-SEQ.
            MOVE WS-RUN-DATE TO ED-DOC-DATE.
            WRITE EDOC-REC.

      ******************************************************************
      * Sort the built letters into zip/account/line sequence and
            READ NEW-MASTER
              AT END
              MOVE HIGH-VALUES TO ACCT-NO-OUT
              NOT AT END
              ADD 1 TO WS-MASTER-READ-CTR
            END-READ.

      ******************************************************************
               END-READ
            END-IF.

       720-READ-DISPUTE-RTN.
            IF WS-DISP-EOF
               CONTINUE
            ELSE
               READ DISPUTE-FILE
                 AT END
                 SET WS-DISP-EOF TO TRUE
                 MOVE HIGH-VALUES TO DS-ACCT-NO
               END-READ
            END-IF.

       730-READ-DELIVERY-PREF-RTN.
            IF WS-DLV-EOF
               CONTINUE
            ELSE
               READ DELIVERY-PREF
                 AT END
                 SET WS-DLV-EOF TO TRUE
                 MOVE HIGH-VALUES TO DV-ACCT-NO
               END-READ
            END-IF.

       800-INITIALIZATION-RTN.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            OPEN INPUT NEW-MASTER.
            OPEN INPUT DISPUTE-FILE.
            IF WS-DISP-STATUS = '35'
               SET WS-DISP-EOF TO TRUE
               MOVE HIGH-VALUES TO DS-ACCT-NO
            END-IF.
            OPEN INPUT OLD-LETTER-HIST.
            IF WS-HIST-STATUS = '35'
               SET WS-HIST-EOF TO TRUE
            ELSE
               PERFORM 710-READ-PLAN-RTN
            END-IF.
            OPEN INPUT DELIVERY-PREF.
            IF WS-DLV-STATUS = '35'
               SET WS-DLV-EOF TO TRUE
               MOVE HIGH-VALUES TO DV-ACCT-NO
            END-IF.
            OPEN OUTPUT NEW-LETTER-HIST
                        LTR-WORK
                        EDOC-FILE.

      ******************************************************************
      * Accounts are aged to the business date on RUNCTL, not the
      * system date, so a late or rerun night sends the same letters
      * and dates the history the same.
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
               DISPLAY 'PGM85 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

       900-END-OF-JOB-RTN.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            IF WS-PLANF-STATUS NOT = '35'
               CLOSE PLAN-FILE
            END-IF.
            IF WS-DISP-STATUS NOT = '35'
               CLOSE DISPUTE-FILE
            END-IF.
            IF WS-DLV-STATUS NOT = '35'
               CLOSE DELIVERY-PREF
            END-IF.
            CLOSE NEW-MASTER
                  NEW-LETTER-HIST
                  EDOC-FILE
                  LETTER-FILE.

       910-PRINT-RUN-TOTALS-RTN.
            MOVE 'FINAL NOTICES WRITTEN' TO LT-TOTAL-LABEL.
            MOVE WS-FINAL-CTR TO LT-TOTAL-COUNT.
            WRITE LETTER-REC FROM LT-TOTAL-LINE.
            MOVE 'LETTERS PRINTED ON PAPER' TO LT-TOTAL-LABEL.
            MOVE WS-PAPER-CTR TO LT-TOTAL-COUNT.
            WRITE LETTER-REC FROM LT-TOTAL-LINE.
            MOVE 'LETTERS SENT ELECTRONICALLY' TO LT-TOTAL-LABEL.
            MOVE WS-EDOC-CTR TO LT-TOTAL-COUNT.
            WRITE LETTER-REC FROM LT-TOTAL-LINE.
            MOVE 'PAPER LETTERS SUPPRESSED - ELECTRONIC'
              TO LT-TOTAL-LABEL.
            MOVE WS-PAPER-SUPPRESS-CTR TO LT-TOTAL-COUNT.
            WRITE LETTER-REC FROM LT-TOTAL-LINE.
            MOVE 'LETTERS SUPPRESSED - LEVEL ALREADY SENT'
              TO LT-TOTAL-LABEL.
            MOVE WS-SUPPRESSED-CTR TO LT-TOTAL-COUNT.
              TO LT-TOTAL-LABEL.
            MOVE WS-PLAN-SUPPRESS-CTR TO LT-TOTAL-COUNT.
            WRITE LETTER-REC FROM LT-TOTAL-LINE.
            MOVE 'LETTERS SUPPRESSED - BALANCE IN DISPUTE'
              TO LT-TOTAL-LABEL.
            MOVE WS-DISPUTE-SUPPRESS-CTR TO LT-TOTAL-COUNT.
            WRITE LETTER-REC FROM LT-TOTAL-LINE.
            MOVE 'HISTORY RECORDS DROPPED - NOT ON MASTER'
              TO LT-TOTAL-LABEL.
            MOVE WS-HIST-DROPPED-CTR TO LT-TOTAL-COUNT.
               MOVE 'TOO FEW PIECES' TO LT-SUM-STATUS
            END-IF.
            WRITE LETTER-REC FROM LT-PRESORT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: master
      * accounts read and letters written at all levels, with the
      * balance demanded by the reminders, demands and final notices
      * in the three amount entries.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM85' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-MASTER-READ-CTR TO RS-READ-CTR.
            COMPUTE RS-WRITTEN-CTR = WS-REMINDER-CTR
                + WS-DEMAND-CTR
                + WS-FINAL-CTR.
            MOVE 'REMINDERS' TO RS-AMT-LABEL (1).
            MOVE WS-REMINDER-AMT TO RS-AMOUNT (1).
            MOVE 'DEMANDS' TO RS-AMT-LABEL (2).
            MOVE WS-DEMAND-AMT TO RS-AMOUNT (2).
            MOVE 'FINAL NOTICE' TO RS-AMT-LABEL (3).
            MOVE WS-FINAL-AMT TO RS-AMOUNT (3).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
