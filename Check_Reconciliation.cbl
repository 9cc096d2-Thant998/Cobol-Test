      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Cleared-check reconciliation for payroll and refund
      *           checks.  Reads the bank's paid-items file (BANKPD)
      *           under its header and trailer and matches each paid
      *           item by account, check number and amount against the
      *           OUTCHK outstanding-check file PGM62 builds from the
      *           positive-pay issues, marking matched checks paid so
      *           the file carries only what is still out from cycle
      *           to cycle.  The reconciliation report lists checks
      *           the bank paid that we never issued, checks paid at an
      *           amount other than issued, checks paid after a PGM65
      *           function-V void, and checks still outstanding past
      *           the stale-date limit.  Paid and voided checks drop
      *           off the file once past the retention period.
      *           PRCDBNK holds the last statement date reconciled and
      *           a paid file dated on or before it is refused whole,
      *           so the same statement is never applied twice.
      *           RETURN-CODE 8 when the paid file does not prove to
      *           its trailer or any paid item is an exception.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM63.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-PAID     ASSIGN TO BANKPD
               FILE STATUS IS WS-PAID-STATUS.
           SELECT OUTSTANDING-FILE ASSIGN TO OUTCHK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CHECK-KEY
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO PRCDBNK
               FILE STATUS IS WS-PRCD-STATUS.
           SELECT RECON-RPT     ASSIGN TO RPT77R.
           SELECT RUN-CONTROL   ASSIGN TO RUNCTL.
           SELECT RUN-STATS     ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-PAID
       LABEL RECORDS ARE STANDARD.
            01  BANK-PAID-REC.
             05 PD-ACCOUNT-CODE       PIC X(1).
             05 PD-CHECK-NO           PIC 9(6).
             05 PD-PAID-AMT           PIC 9(7)V99.
             05 PD-PAID-DATE          PIC 9(8).
             05                       PIC X(16).
            01  BANK-PAID-HDR-REC.
             05 PD-HDR-KEY            PIC X(7).
                88 PD-IS-HEADER           VALUE '0000000'.
             05 PD-HDR-REC-ID         PIC X(1).
             05 PD-STATEMENT-DATE     PIC 9(8).
             05 PD-BANK-ID            PIC X(8).
             05                       PIC X(16).
            01  BANK-PAID-TRL-REC.
             05 PD-TRL-KEY            PIC X(7).
                88 PD-IS-TRAILER          VALUE '9999999'.
             05 PD-TRL-REC-ID         PIC X(1).
             05 PD-TRL-ITEM-COUNT     PIC 9(7).
             05 PD-TRL-PAID-TOTAL     PIC 9(11)V99.
             05                       PIC X(12).

       FD OUTSTANDING-FILE
       LABEL RECORDS ARE STANDARD.
            01  OUTSTANDING-REC.
           COPY OUTCHKRC.

       FD PROC-DATE-FILE
       LABEL RECORDS ARE STANDARD.
            01  PROC-DATE-REC.
             05 PD-LAST-STATEMENT-DATE PIC 9(8).

       FD RECON-RPT
       LABEL RECORDS ARE OMITTED.
            01  RECON-RPT-REC PIC X(80).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-PAID-STATUS         PIC X(2).
        77  WS-OUT-STATUS          PIC X(2).
        77  WS-PRCD-STATUS         PIC X(2).
        77  WS-STATEMENT-DATE      PIC 9(8) VALUE ZERO.
        77  WS-LAST-STMT-DATE      PIC 9(8) VALUE ZERO.
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-STALE-DAYS          PIC 9(4) VALUE 180.
        77  WS-RETAIN-DAYS         PIC 9(4) VALUE 360.
        77  WS-DAYS-OUT            PIC S9(7) VALUE ZERO.
        77  WS-PAID-READ-CTR       PIC 9(7) VALUE ZERO.
        77  WS-PAID-READ-AMT       PIC 9(11)V99 VALUE ZERO.
        77  WS-TRL-ITEM-COUNT      PIC 9(7) VALUE ZERO.
        77  WS-TRL-PAID-TOTAL      PIC 9(11)V99 VALUE ZERO.
        77  WS-CLEARED-CTR         PIC 9(7) VALUE ZERO.
        77  WS-CLEARED-AMT         PIC S9(11)V99 VALUE ZERO.
        77  WS-NOT-ISSUED-CTR      PIC 9(7) VALUE ZERO.
        77  WS-NOT-ISSUED-AMT      PIC S9(11)V99 VALUE ZERO.
        77  WS-MISMATCH-CTR        PIC 9(7) VALUE ZERO.
        77  WS-AFTER-VOID-CTR      PIC 9(7) VALUE ZERO.
        77  WS-AFTER-VOID-AMT      PIC S9(11)V99 VALUE ZERO.
        77  WS-DUP-PAID-CTR        PIC 9(7) VALUE ZERO.
        77  WS-OUTSTANDING-CTR     PIC 9(7) VALUE ZERO.
        77  WS-OUTSTANDING-AMT     PIC S9(11)V99 VALUE ZERO.
        77  WS-STALE-CTR           PIC 9(7) VALUE ZERO.
        77  WS-STALE-AMT           PIC S9(11)V99 VALUE ZERO.
        77  WS-DROPPED-CTR         PIC 9(7) VALUE ZERO.

        01  WS-RECON-SWITCHES.
            05  WS-PAID-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-PAID-EOF               VALUE 'Y'.
            05  WS-OUT-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-OUT-EOF                VALUE 'Y'.
            05  WS-HDR-SEEN-SW     PIC X(1) VALUE 'N'.
                88  WS-HDR-SEEN               VALUE 'Y'.
            05  WS-TRL-SEEN-SW     PIC X(1) VALUE 'N'.
                88  WS-TRL-SEEN               VALUE 'Y'.
            05  WS-BATCH-ERR-SW    PIC X(1) VALUE 'N'.
                88  WS-BATCH-ERROR            VALUE 'Y'.

        01  WS-RUN-DATE-FIELDS.
            05  WS-RUN-DATE        PIC 9(8).
        01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE-FIELDS.
            05  WS-RUN-YYYY        PIC 9(4).
            05  WS-RUN-MM          PIC 9(2).
            05  WS-RUN-DD          PIC 9(2).

        01  WS-ISSUE-DATE-BRK.
            05  WS-ISSUE-YYYY      PIC 9(4).
            05  WS-ISSUE-MM        PIC 9(2).
            05  WS-ISSUE-DD        PIC 9(2).

        01  CR-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(36)
                VALUE 'PGM63  CHECK RECONCILIATION'.
            05  FILLER  PIC X(24) VALUE SPACES.
        01  CR-CYCLE-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(7)  VALUE 'CYCLE: '.
            05  CR-CYCLE-NO        PIC 9(5).
            05  FILLER             PIC X(17) VALUE '  BUSINESS DATE: '.
            05  CR-BUSINESS-DATE   PIC 9(8).
            05  FILLER             PIC X(23) VALUE SPACES.
        01  CR-STATEMENT-LINE.
            05  FILLER             PIC X(17) VALUE 'PAID FILE DATE: '.
            05  CR-STATEMENT-DATE  PIC 9(8).
            05  FILLER             PIC X(10) VALUE '  BANK: '.
            05  CR-BANK-ID         PIC X(8).
            05  FILLER             PIC X(37) VALUE SPACES.
        01  CR-HEADING-LINE.
            05  FILLER             PIC X(4)  VALUE SPACES.
            05  CR-HEADING-TEXT    PIC X(60).
            05  FILLER             PIC X(16) VALUE SPACES.
        01  CR-EXCEPTION-LINE.
            05  CE-REASON          PIC X(24).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  CE-ACCOUNT-CODE    PIC X(1).
            05  FILLER             PIC X(1)  VALUE '-'.
            05  CE-CHECK-NO        PIC 9(6).
            05  FILLER             PIC X(7)  VALUE ' ISSUE:'.
            05  CE-ISSUE-AMT       PIC $Z,ZZZ,ZZ9.99.
            05  FILLER             PIC X(7)  VALUE '  PAID:'.
            05  CE-PAID-AMT        PIC $Z,ZZZ,ZZ9.99.
            05  FILLER             PIC X(6)  VALUE SPACES.
        01  CR-STALE-LINE.
            05  CS-REASON          PIC X(24)
                VALUE '** STALE OUTSTANDING'.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  CS-ACCOUNT-CODE    PIC X(1).
            05  FILLER             PIC X(1)  VALUE '-'.
            05  CS-CHECK-NO        PIC 9(6).
            05  FILLER             PIC X(7)  VALUE ' ISSUE:'.
            05  CS-ISSUE-AMT       PIC $Z,ZZZ,ZZ9.99.
            05  FILLER             PIC X(4)  VALUE ' ON '.
            05  CS-ISSUE-DATE      PIC 9(8).
            05  FILLER             PIC X(7)  VALUE '  DAYS:'.
            05  CS-DAYS-OUT        PIC ZZZZ9.
            05  FILLER             PIC X(2)  VALUE SPACES.
        01  CR-ABORT-LINE.
            05  FILLER             PIC X(10) VALUE SPACES.
            05  CR-ABORT-TEXT      PIC X(60).
            05  FILLER             PIC X(10) VALUE SPACES.
        01  CR-COUNT-LINE.
            05  CR-COUNT-LABEL     PIC X(40).
            05  CR-COUNT           PIC ZZZ,ZZ9.
            05  FILLER             PIC X(33) VALUE SPACES.
        01  CR-AMOUNT-LINE.
            05  CR-AMOUNT-LABEL    PIC X(40).
            05  CR-AMOUNT          PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 150-VERIFY-PAID-FILE-RTN.
             IF WS-BATCH-ERROR
                WRITE RECON-RPT-REC FROM CR-ABORT-LINE
                MOVE 8 TO RETURN-CODE
             ELSE
                PERFORM 805-OPEN-OUTSTANDING-RTN
                PERFORM 200-MATCH-PAID-ITEMS-RTN
                PERFORM 400-AGE-OUTSTANDING-RTN
                CLOSE OUTSTANDING-FILE
                PERFORM 910-PRINT-RUN-TOTALS-RTN
                PERFORM 970-RECORD-PROC-DATE-RTN
             END-IF.
             CLOSE RECON-RPT.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
      * Prove the bank file before anything is marked paid: header and
      * trailer present, and the trailer's item count and paid total
      * agree with the detail.  A statement dated on or before the
      * last one reconciled has already been applied and is refused.
      * A file that does not prove changes nothing on the outstanding
      * file.
      ******************************************************************
       150-VERIFY-PAID-FILE-RTN.
            OPEN INPUT BANK-PAID.
            IF WS-PAID-STATUS = '35'
               MOVE 'RUN ABORTED - BANKPD PAID FILE MISSING'
                 TO CR-ABORT-TEXT
               SET WS-BATCH-ERROR TO TRUE
            ELSE
               PERFORM 160-PROVE-PAID-REC-RTN
                  UNTIL WS-PAID-EOF
               CLOSE BANK-PAID
               EVALUATE TRUE
                  WHEN NOT WS-HDR-SEEN
                    MOVE 'RUN ABORTED - BANKPD HEADER MISSING'
                      TO CR-ABORT-TEXT
                    SET WS-BATCH-ERROR TO TRUE
                  WHEN NOT WS-TRL-SEEN
                    MOVE 'RUN ABORTED - BANKPD TRAILER MISSING'
                      TO CR-ABORT-TEXT
                    SET WS-BATCH-ERROR TO TRUE
                  WHEN WS-TRL-ITEM-COUNT NOT = WS-PAID-READ-CTR
                    MOVE 'RUN ABORTED - BANKPD ITEM COUNT MISMATCH'
                      TO CR-ABORT-TEXT
                    SET WS-BATCH-ERROR TO TRUE
                  WHEN WS-TRL-PAID-TOTAL NOT = WS-PAID-READ-AMT
                    MOVE 'RUN ABORTED - BANKPD PAID TOTAL MISMATCH'
                      TO CR-ABORT-TEXT
                    SET WS-BATCH-ERROR TO TRUE
                  WHEN WS-STATEMENT-DATE NOT > WS-LAST-STMT-DATE
                    MOVE 'RUN ABORTED - STATEMENT DATE ALREADY APPLIED'
                      TO CR-ABORT-TEXT
                    SET WS-BATCH-ERROR TO TRUE
               END-EVALUATE
            END-IF.

       160-PROVE-PAID-REC-RTN.
            READ BANK-PAID
              AT END
                SET WS-PAID-EOF TO TRUE
              NOT AT END
                EVALUATE TRUE
                   WHEN PD-IS-HEADER
                     SET WS-HDR-SEEN TO TRUE
                     MOVE PD-STATEMENT-DATE TO WS-STATEMENT-DATE
                     MOVE PD-STATEMENT-DATE TO CR-STATEMENT-DATE
                     MOVE PD-BANK-ID TO CR-BANK-ID
                     WRITE RECON-RPT-REC FROM CR-STATEMENT-LINE
                   WHEN PD-IS-TRAILER
                     SET WS-TRL-SEEN TO TRUE
                     MOVE PD-TRL-ITEM-COUNT TO WS-TRL-ITEM-COUNT
                     MOVE PD-TRL-PAID-TOTAL TO WS-TRL-PAID-TOTAL
                   WHEN OTHER
                     ADD 1 TO WS-PAID-READ-CTR
                     IF PD-PAID-AMT NUMERIC
                        ADD PD-PAID-AMT TO WS-PAID-READ-AMT
                     END-IF
                END-EVALUATE
            END-READ.

       200-MATCH-PAID-ITEMS-RTN.
            MOVE 'PAID ITEM EXCEPTIONS' TO CR-HEADING-TEXT.
            MOVE SPACES TO RECON-RPT-REC.
            WRITE RECON-RPT-REC.
            WRITE RECON-RPT-REC FROM CR-HEADING-LINE.
            MOVE 'N' TO WS-PAID-EOF-SW.
            OPEN INPUT BANK-PAID.
            PERFORM 210-READ-PAID-ITEM-RTN
               UNTIL WS-PAID-EOF.
            CLOSE BANK-PAID.

       210-READ-PAID-ITEM-RTN.
            READ BANK-PAID
              AT END
                SET WS-PAID-EOF TO TRUE
              NOT AT END
                IF PD-IS-HEADER OR PD-IS-TRAILER
                   CONTINUE
                ELSE
                   PERFORM 220-MATCH-ONE-ITEM-RTN
                END-IF
            END-READ.

      ******************************************************************
      * A paid item matches when its account and check number are on
      * the outstanding file as issued and still out, at the issued
      * amount.  Everything else is an exception for treasury: never
      * issued, paid at a different amount, paid after a void, or
      * presented a second time.  A mismatched amount is still marked
      * paid since the bank has paid it; a voided check stays voided.
      ******************************************************************
       220-MATCH-ONE-ITEM-RTN.
            MOVE PD-ACCOUNT-CODE TO OC-ACCOUNT-CODE.
            MOVE PD-CHECK-NO TO OC-CHECK-NO.
            READ OUTSTANDING-FILE
              INVALID KEY
                MOVE '** PAID NOT ISSUED' TO CE-REASON
                MOVE ZERO TO CE-ISSUE-AMT
                PERFORM 300-REPORT-EXCEPTION-RTN
                ADD 1 TO WS-NOT-ISSUED-CTR
                ADD PD-PAID-AMT TO WS-NOT-ISSUED-AMT
              NOT INVALID KEY
                PERFORM 230-APPLY-PAID-ITEM-RTN
            END-READ.

       230-APPLY-PAID-ITEM-RTN.
            MOVE OC-ISSUE-AMT TO CE-ISSUE-AMT.
            EVALUATE TRUE
               WHEN OC-VOIDED
                 MOVE '** PAID AFTER VOID' TO CE-REASON
                 PERFORM 300-REPORT-EXCEPTION-RTN
                 ADD 1 TO WS-AFTER-VOID-CTR
                 ADD PD-PAID-AMT TO WS-AFTER-VOID-AMT
                 PERFORM 240-RECORD-PAYMENT-RTN
               WHEN OC-PAID
                 MOVE '** ALREADY PAID' TO CE-REASON
                 PERFORM 300-REPORT-EXCEPTION-RTN
                 ADD 1 TO WS-DUP-PAID-CTR
               WHEN PD-PAID-AMT NOT = OC-ISSUE-AMT
                 MOVE '** AMOUNT MISMATCH' TO CE-REASON
                 PERFORM 300-REPORT-EXCEPTION-RTN
                 ADD 1 TO WS-MISMATCH-CTR
                 SET OC-PAID TO TRUE
                 PERFORM 240-RECORD-PAYMENT-RTN
               WHEN OTHER
                 ADD 1 TO WS-CLEARED-CTR
                 ADD PD-PAID-AMT TO WS-CLEARED-AMT
                 SET OC-PAID TO TRUE
                 PERFORM 240-RECORD-PAYMENT-RTN
            END-EVALUATE.

       240-RECORD-PAYMENT-RTN.
            MOVE PD-PAID-DATE TO OC-PAID-DATE.
            MOVE PD-PAID-AMT TO OC-PAID-AMT.
            REWRITE OUTSTANDING-REC.

       300-REPORT-EXCEPTION-RTN.
            MOVE PD-ACCOUNT-CODE TO CE-ACCOUNT-CODE.
            MOVE PD-CHECK-NO TO CE-CHECK-NO.
            MOVE PD-PAID-AMT TO CE-PAID-AMT.
            WRITE RECON-RPT-REC FROM CR-EXCEPTION-LINE.
            MOVE 8 TO RETURN-CODE.

      ******************************************************************
      * A full pass of the outstanding file after the paid items are
      * applied: what is still out is totalled and anything past the
      * stale-date limit is listed; paid and voided checks past the
      * retention period come off the file.
      ******************************************************************
       400-AGE-OUTSTANDING-RTN.
            MOVE 'STALE-DATED OUTSTANDING CHECKS' TO CR-HEADING-TEXT.
            MOVE SPACES TO RECON-RPT-REC.
            WRITE RECON-RPT-REC.
            WRITE RECON-RPT-REC FROM CR-HEADING-LINE.
            MOVE LOW-VALUES TO OC-CHECK-KEY.
            START OUTSTANDING-FILE
               KEY IS NOT LESS THAN OC-CHECK-KEY
               INVALID KEY
                 SET WS-OUT-EOF TO TRUE
            END-START.
            PERFORM 410-READ-OUTSTANDING-RTN
               UNTIL WS-OUT-EOF.

       410-READ-OUTSTANDING-RTN.
            READ OUTSTANDING-FILE NEXT RECORD
              AT END
                SET WS-OUT-EOF TO TRUE
              NOT AT END
                PERFORM 420-AGE-ONE-CHECK-RTN
            END-READ.

       420-AGE-ONE-CHECK-RTN.
            MOVE OC-ISSUE-DATE TO WS-ISSUE-DATE-BRK.
            COMPUTE WS-DAYS-OUT =
                  (WS-RUN-YYYY - WS-ISSUE-YYYY) * 360
                + (WS-RUN-MM - WS-ISSUE-MM) * 30
                + (WS-RUN-DD - WS-ISSUE-DD).
            IF OC-OUTSTANDING
               ADD 1 TO WS-OUTSTANDING-CTR
               ADD OC-ISSUE-AMT TO WS-OUTSTANDING-AMT
               IF WS-DAYS-OUT > WS-STALE-DAYS
                  PERFORM 430-REPORT-STALE-RTN
               END-IF
            ELSE
               IF WS-DAYS-OUT > WS-RETAIN-DAYS
                  DELETE OUTSTANDING-FILE RECORD
                  ADD 1 TO WS-DROPPED-CTR
               END-IF
            END-IF.

       430-REPORT-STALE-RTN.
            MOVE OC-ACCOUNT-CODE TO CS-ACCOUNT-CODE.
            MOVE OC-CHECK-NO TO CS-CHECK-NO.
            MOVE OC-ISSUE-AMT TO CS-ISSUE-AMT.
            MOVE OC-ISSUE-DATE TO CS-ISSUE-DATE.
            MOVE WS-DAYS-OUT TO CS-DAYS-OUT.
            WRITE RECON-RPT-REC FROM CR-STALE-LINE.
            ADD 1 TO WS-STALE-CTR.
            ADD OC-ISSUE-AMT TO WS-STALE-AMT.

       800-INITIALIZATION-RTN.
            OPEN OUTPUT RECON-RPT.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            PERFORM 090-READ-PROC-DATE-RTN.
            WRITE RECON-RPT-REC FROM CR-TITLE-LINE.
            WRITE RECON-RPT-REC FROM CR-CYCLE-LINE.
            MOVE SPACES TO RECON-RPT-REC.
            WRITE RECON-RPT-REC.

      ******************************************************************
      * Checks age from the business date held on RUNCTL so a rerun
      * ages nothing twice.
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
               DISPLAY 'PGM63 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-CYCLE-NO TO CR-CYCLE-NO.
            MOVE WS-RUN-DATE TO CR-BUSINESS-DATE.

      ******************************************************************
      * PRCDBNK holds the date of the last bank statement applied; it
      * is written only once a statement has proved and been applied.
      ******************************************************************
       090-READ-PROC-DATE-RTN.
            OPEN INPUT PROC-DATE-FILE.
            IF WS-PRCD-STATUS = '35'
               CONTINUE
            ELSE
               READ PROC-DATE-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE PD-LAST-STATEMENT-DATE TO WS-LAST-STMT-DATE
               END-READ
               CLOSE PROC-DATE-FILE
            END-IF.

       805-OPEN-OUTSTANDING-RTN.
            OPEN I-O OUTSTANDING-FILE.
            IF WS-OUT-STATUS = '35'
               OPEN OUTPUT OUTSTANDING-FILE
               CLOSE OUTSTANDING-FILE
               OPEN I-O OUTSTANDING-FILE
            END-IF.

       910-PRINT-RUN-TOTALS-RTN.
            MOVE SPACES TO RECON-RPT-REC.
            WRITE RECON-RPT-REC.
            MOVE 'PAID ITEMS READ' TO CR-COUNT-LABEL.
            MOVE WS-PAID-READ-CTR TO CR-COUNT.
            WRITE RECON-RPT-REC FROM CR-COUNT-LINE.
            MOVE 'CHECKS CLEARED AS ISSUED' TO CR-COUNT-LABEL.
            MOVE WS-CLEARED-CTR TO CR-COUNT.
            WRITE RECON-RPT-REC FROM CR-COUNT-LINE.
            MOVE 'PAID NOT ISSUED' TO CR-COUNT-LABEL.
            MOVE WS-NOT-ISSUED-CTR TO CR-COUNT.
            WRITE RECON-RPT-REC FROM CR-COUNT-LINE.
            MOVE 'PAID AT AMOUNT OTHER THAN ISSUED' TO CR-COUNT-LABEL.
            MOVE WS-MISMATCH-CTR TO CR-COUNT.
            WRITE RECON-RPT-REC FROM CR-COUNT-LINE.
            MOVE 'PAID AFTER VOID' TO CR-COUNT-LABEL.
            MOVE WS-AFTER-VOID-CTR TO CR-COUNT.
            WRITE RECON-RPT-REC FROM CR-COUNT-LINE.
            MOVE 'PRESENTED AFTER ALREADY PAID' TO CR-COUNT-LABEL.
            MOVE WS-DUP-PAID-CTR TO CR-COUNT.
            WRITE RECON-RPT-REC FROM CR-COUNT-LINE.
            MOVE 'CHECKS STILL OUTSTANDING' TO CR-COUNT-LABEL.
            MOVE WS-OUTSTANDING-CTR TO CR-COUNT.
            WRITE RECON-RPT-REC FROM CR-COUNT-LINE.
            MOVE 'STALE-DATED OUTSTANDING CHECKS' TO CR-COUNT-LABEL.
            MOVE WS-STALE-CTR TO CR-COUNT.
            WRITE RECON-RPT-REC FROM CR-COUNT-LINE.
            MOVE 'SETTLED CHECKS DROPPED FROM FILE' TO CR-COUNT-LABEL.
            MOVE WS-DROPPED-CTR TO CR-COUNT.
            WRITE RECON-RPT-REC FROM CR-COUNT-LINE.
            MOVE 'TOTAL CLEARED AS ISSUED' TO CR-AMOUNT-LABEL.
            MOVE WS-CLEARED-AMT TO CR-AMOUNT.
            WRITE RECON-RPT-REC FROM CR-AMOUNT-LINE.
            MOVE 'TOTAL PAID NOT ISSUED' TO CR-AMOUNT-LABEL.
            MOVE WS-NOT-ISSUED-AMT TO CR-AMOUNT.
            WRITE RECON-RPT-REC FROM CR-AMOUNT-LINE.
            MOVE 'TOTAL PAID AFTER VOID' TO CR-AMOUNT-LABEL.
            MOVE WS-AFTER-VOID-AMT TO CR-AMOUNT.
            WRITE RECON-RPT-REC FROM CR-AMOUNT-LINE.
            MOVE 'TOTAL OUTSTANDING' TO CR-AMOUNT-LABEL.
            MOVE WS-OUTSTANDING-AMT TO CR-AMOUNT.
            WRITE RECON-RPT-REC FROM CR-AMOUNT-LINE.
            MOVE 'TOTAL STALE-DATED OUTSTANDING' TO CR-AMOUNT-LABEL.
            MOVE WS-STALE-AMT TO CR-AMOUNT.
            WRITE RECON-RPT-REC FROM CR-AMOUNT-LINE.

       970-RECORD-PROC-DATE-RTN.
            OPEN OUTPUT PROC-DATE-FILE.
            MOVE WS-STATEMENT-DATE TO PD-LAST-STATEMENT-DATE.
            WRITE PROC-DATE-REC.
            CLOSE PROC-DATE-FILE.

      ******************************************************************
      * Run statistics for the morning operations summary: paid items
      * read and cleared, with the exceptions as rejects, and the paid,
      * cleared, outstanding and stale totals.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM63' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-PAID-READ-CTR TO RS-READ-CTR.
            MOVE WS-CLEARED-CTR TO RS-WRITTEN-CTR.
            COMPUTE RS-REJECT-CTR = WS-NOT-ISSUED-CTR
                + WS-MISMATCH-CTR
                + WS-AFTER-VOID-CTR
                + WS-DUP-PAID-CTR.
            MOVE 'PAID' TO RS-AMT-LABEL (1).
            MOVE WS-PAID-READ-AMT TO RS-AMOUNT (1).
            MOVE 'CLEARED' TO RS-AMT-LABEL (2).
            MOVE WS-CLEARED-AMT TO RS-AMOUNT (2).
            MOVE 'OUTSTANDING' TO RS-AMT-LABEL (3).
            MOVE WS-OUTSTANDING-AMT TO RS-AMOUNT (3).
            MOVE 'STALE' TO RS-AMT-LABEL (4).
            MOVE WS-STALE-AMT TO RS-AMOUNT (4).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
