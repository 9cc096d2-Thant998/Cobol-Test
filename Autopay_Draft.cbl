      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Autopay draft origination, run each business date.
      *           Passes the AUTOPAY enrollment file PGM56 maintains
      *           in account sequence and drafts every active
      *           enrollment inside its start and stop dates whose
      *           CM-DUE-DATE-OUT on the customer master has arrived
      *           and has not already been drafted.  The draft is the
      *           CM-MIN-PAYMENT-OUT, the AMOUNT-DUE-OUT statement
      *           balance or the enrolled fixed amount, never more
      *           than the balance owed.  Accounts on 'H' hold,
      *           placed for collection, or under an active PGM71
      *           payment plan on PAYPLNN are skipped.  Each draft
      *           goes to the bank on the ACHDEBT debit file under
      *           file and batch controls, numbered from the ACHCTL
      *           trace sequence, and the same drafts go out as type-P
      *           payments in DATA13T format on ACHP13T under their
      *           own batch header and trailer for the PGM96 recycle
      *           to consolidate; the trace number rides as the
      *           payment's T-REF-TRANS-NO so a PGM99 return can back
      *           it out.  The enrollment remembers the due date,
      *           amount and trace it last drafted, so a rerun on the
      *           same business date re-issues the same drafts.  The
      *           draft register lists each draft and each enrollment
      *           passed over with the reason.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM55.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-ACCT-NO
               FILE STATUS IS WS-AUTO-STATUS.
           SELECT NEW-MASTER ASSIGN TO DATA13N
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO-OUT
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PLAN-FILE    ASSIGN TO PAYPLNN
               FILE STATUS IS WS-PLANF-STATUS.
           SELECT ACH-CONTROL  ASSIGN TO ACHCTL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ACH-FILE     ASSIGN TO ACHDEBT.
           SELECT AUTOPAY-TRANS ASSIGN TO ACHP13T.
           SELECT DRAFT-RPT    ASSIGN TO RPT13O.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL.
           SELECT RUN-STATS    ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD AUTOPAY-FILE
       LABEL RECORDS ARE STANDARD.
            01  AUTOPAY-REC.
           COPY AUTOPYRC.

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

       FD PLAN-FILE
       LABEL RECORDS ARE STANDARD.
            01  PLAN-REC.
             05 PN-ACCT-NO        PIC X(5).
             05 PN-INSTALL-AMT    PIC S9(7)V99.
             05 PN-FREQUENCY      PIC X(1).
             05 PN-NEXT-DUE-DATE  PIC 9(8).
             05 PN-PLAN-STATUS    PIC X(1).
                88 PN-PLAN-ACTIVE     VALUE 'A'.
                88 PN-PLAN-BROKEN     VALUE 'B'.
             05 PN-PAID-ACCUM     PIC S9(7)V99.
             05                   PIC X(7).

       FD ACH-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  ACH-CONTROL-REC.
             05 AX-NEXT-TRACE-NO  PIC 9(6).
             05                   PIC X(6).

      ******************************************************************
      * The bank's ACH debit file: one file header, one PPD batch of
      * debit entries, the batch control and the file control, each
      * 94 bytes.
      ******************************************************************
       FD ACH-FILE
       LABEL RECORDS ARE STANDARD.
            01  ACH-FILE-HDR-REC.
             05 AF-REC-TYPE       PIC X(1).
             05 AF-PRIORITY-CODE  PIC X(2).
             05 AF-IMMED-DEST     PIC X(10).
             05 AF-IMMED-ORIGIN   PIC X(10).
             05 AF-CREATE-DATE    PIC 9(6).
             05 AF-CREATE-TIME    PIC 9(4).
             05 AF-FILE-ID-MOD    PIC X(1).
             05 AF-RECORD-SIZE    PIC X(3).
             05 AF-BLOCK-FACTOR   PIC X(2).
             05 AF-FORMAT-CODE    PIC X(1).
             05 AF-DEST-NAME      PIC X(23).
             05 AF-ORIGIN-NAME    PIC X(23).
             05 AF-REFERENCE-CODE PIC X(8).
            01  ACH-BATCH-HDR-REC.
             05 AB-REC-TYPE       PIC X(1).
             05 AB-SERVICE-CLASS  PIC X(3).
             05 AB-COMPANY-NAME   PIC X(16).
             05 AB-DISCRETIONARY  PIC X(20).
             05 AB-COMPANY-ID     PIC X(10).
             05 AB-SEC-CODE       PIC X(3).
             05 AB-ENTRY-DESC     PIC X(10).
             05 AB-DESC-DATE      PIC X(6).
             05 AB-EFFECTIVE-DATE PIC 9(6).
             05 AB-SETTLE-DATE    PIC X(3).
             05 AB-ORIG-STATUS    PIC X(1).
             05 AB-ORIG-DFI       PIC X(8).
             05 AB-BATCH-NO       PIC 9(7).
            01  ACH-ENTRY-REC.
             05 AE-REC-TYPE       PIC X(1).
             05 AE-TRANS-CODE     PIC X(2).
             05 AE-RECV-DFI       PIC 9(8).
             05 AE-CHECK-DIGIT    PIC 9(1).
             05 AE-DFI-ACCT-NO    PIC X(17).
             05 AE-AMOUNT         PIC 9(8)V99.
             05 AE-INDIVIDUAL-ID  PIC X(15).
             05 AE-INDIVIDUAL-NAME PIC X(22).
             05 AE-DISCRETIONARY  PIC X(2).
             05 AE-ADDENDA-IND    PIC X(1).
             05 AE-TRACE-NO.
                10 AE-TRACE-DFI   PIC X(8).
                10 AE-TRACE-SEQ   PIC 9(7).
            01  ACH-BATCH-CTL-REC.
             05 AC-REC-TYPE       PIC X(1).
             05 AC-SERVICE-CLASS  PIC X(3).
             05 AC-ENTRY-CTR      PIC 9(6).
             05 AC-ENTRY-HASH     PIC 9(10).
             05 AC-TOTAL-DEBIT    PIC 9(10)V99.
             05 AC-TOTAL-CREDIT   PIC 9(10)V99.
             05 AC-COMPANY-ID     PIC X(10).
             05 AC-AUTH-CODE      PIC X(19).
             05 AC-RESERVED       PIC X(6).
             05 AC-ORIG-DFI       PIC X(8).
             05 AC-BATCH-NO       PIC 9(7).
            01  ACH-FILE-CTL-REC.
             05 AL-REC-TYPE       PIC X(1).
             05 AL-BATCH-CTR      PIC 9(6).
             05 AL-BLOCK-CTR      PIC 9(6).
             05 AL-ENTRY-CTR      PIC 9(8).
             05 AL-ENTRY-HASH     PIC 9(10).
             05 AL-TOTAL-DEBIT    PIC 9(10)V99.
             05 AL-TOTAL-CREDIT   PIC 9(10)V99.
             05 AL-RESERVED       PIC X(39).

       FD AUTOPAY-TRANS
       LABEL RECORDS ARE STANDARD.
            01  TRANS-REC.
             05 T-ACCT-NO                PIC X(5).
             05 AMT-TRANS-IN-CURRENT-PER PIC S9(7)V99.
             05 T-TRANS-TYPE             PIC X(1).
             05 T-REF-TRANS-NO           PIC 9(6).
             05 T-TRANS-DATE             PIC 9(8).
             05                          PIC X(71).
            01  TRANS-HDR-REC.
             05 TH-HDR-ACCT-NO           PIC X(5).
             05 TH-REC-ID                PIC X(1).
             05 TH-FILE-DATE             PIC 9(8).
             05 TH-SOURCE-ID             PIC X(8).
             05                          PIC X(78).
            01  TRANS-TRL-REC.
             05 TT-TRL-ACCT-NO           PIC X(5).
             05 TT-REC-ID                PIC X(1).
             05 TT-REC-COUNT             PIC 9(7).
             05 TT-HASH-TOTAL            PIC S9(11)V99.
             05                          PIC X(74).

       FD DRAFT-RPT
       LABEL RECORDS ARE OMITTED.
            01  DRAFT-RPT-REC PIC X(80).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-AUTO-STATUS         PIC X(2).
        77  WS-MASTER-STATUS       PIC X(2).
        77  WS-PLANF-STATUS        PIC X(2).
        77  WS-CTL-STATUS          PIC X(2).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-NEXT-TRACE-NO       PIC 9(6) VALUE 800001.
        77  WS-DRAFT-AMT           PIC S9(7)V99 VALUE ZERO.
        77  WS-SKIP-REASON         PIC X(30) VALUE SPACES.
        77  WS-ODFI-ID             PIC X(8) VALUE '07100001'.
        77  WS-COMPANY-ID          PIC X(10) VALUE '1361234567'.
        77  WS-COMPANY-NAME        PIC X(16) VALUE 'AR13 RECEIVABLES'.
        77  WS-BANK-NAME           PIC X(23) VALUE 'ORIGINATING BANK'.
        77  WS-ENROLL-READ-CTR     PIC 9(7) VALUE ZERO.
        77  WS-DRAFT-CTR           PIC 9(7) VALUE ZERO.
        77  WS-REISSUE-CTR         PIC 9(7) VALUE ZERO.
        77  WS-NOT-DUE-CTR         PIC 9(7) VALUE ZERO.
        77  WS-SKIP-CTR            PIC 9(7) VALUE ZERO.
        77  WS-DRAFT-TOTAL         PIC S9(11)V99 VALUE ZERO.
        77  WS-ENTRY-HASH          PIC 9(10) VALUE ZERO.
        77  WS-ACH-RECORD-CTR      PIC 9(7) VALUE ZERO.
        77  WS-BATCH-WRITE-CTR     PIC 9(7) VALUE ZERO.
        77  WS-BATCH-HASH          PIC S9(11)V99 VALUE ZERO.

        01  WS-DRAFT-SWITCHES.
            05  WS-AUTO-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-AUTO-EOF               VALUE 'Y'.
            05  WS-PLAN-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-PLAN-EOF               VALUE 'Y'.
            05  WS-PLAN-CURR-SW    PIC X(1) VALUE 'N'.
                88  WS-PLAN-CURRENT           VALUE 'Y'.
            05  WS-REISSUE-SW      PIC X(1) VALUE 'N'.
                88  WS-REISSUE                VALUE 'Y'.

        01  WS-RUN-DATE-FIELDS.
            05  WS-RUN-DATE        PIC 9(8).
        01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE-FIELDS.
            05  WS-RUN-CC          PIC 9(2).
            05  WS-RUN-YYMMDD      PIC 9(6).

        01  WS-TIME-FIELDS.
            05  WS-TIME-NOW        PIC 9(8).
        01  WS-TIME-BRK REDEFINES WS-TIME-FIELDS.
            05  WS-TIME-HHMM       PIC 9(4).
            05  WS-TIME-SSHH       PIC 9(4).

        01  WS-ROUTING-FIELDS.
            05  WS-ROUTING-NO      PIC 9(9).
        01  WS-ROUTING-BRK REDEFINES WS-ROUTING-FIELDS.
            05  WS-ROUTING-DFI     PIC 9(8).
            05  WS-ROUTING-CHECK   PIC 9(1).

        01  DP-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(40)
                VALUE 'PGM55  AUTOPAY DRAFT REGISTER'.
            05  FILLER  PIC X(20) VALUE SPACES.
        01  DP-CYCLE-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(7)  VALUE 'CYCLE: '.
            05  DP-CYCLE-NO        PIC 9(5).
            05  FILLER             PIC X(17) VALUE '  BUSINESS DATE: '.
            05  DP-BUSINESS-DATE   PIC 9(8).
            05  FILLER             PIC X(23) VALUE SPACES.
        01  DP-DETAIL-LINE.
            05  DP-ACCT-NO         PIC X(5).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DP-DRAFT-OPTION    PIC X(1).
            05  FILLER             PIC X(7)  VALUE '  DUE: '.
            05  DP-DUE-DATE        PIC 9(8).
            05  FILLER             PIC X(9)  VALUE '  DRAFT: '.
            05  DP-DRAFT-AMT       PIC -$Z,ZZZ,ZZ9.99.
            05  FILLER             PIC X(9)  VALUE '  TRACE: '.
            05  DP-TRACE-NO        PIC 9(6).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DP-ACTION-TEXT     PIC X(10).
            05  FILLER             PIC X(7)  VALUE SPACES.
        01  DP-SKIP-LINE.
            05  FILLER             PIC X(8)  VALUE SPACES.
            05  FILLER             PIC X(14)
                VALUE '** NOT DRAWN: '.
            05  DS-SKIP-ACCT-NO    PIC X(5).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DS-SKIP-REASON     PIC X(30).
            05  FILLER             PIC X(21) VALUE SPACES.
        01  DP-COUNT-LINE.
            05  DP-COUNT-LABEL     PIC X(40).
            05  DP-COUNT           PIC ZZZ,ZZ9.
            05  FILLER             PIC X(33) VALUE SPACES.
        01  DP-AMOUNT-LINE.
            05  DP-AMOUNT-LABEL    PIC X(40).
            05  DP-AMOUNT          PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 600-READ-AUTOPAY.
             PERFORM 200-SELECT-ENROLLMENT-RTN
                UNTIL WS-AUTO-EOF.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
      * Only an active enrollment inside its start and stop dates
      * whose due date has arrived is considered; the account edits
      * follow, and a due date already drafted on an earlier business
      * date is left alone.
      ******************************************************************
       200-SELECT-ENROLLMENT-RTN.
            ADD 1 TO WS-ENROLL-READ-CTR.
            MOVE SPACES TO WS-SKIP-REASON.
            MOVE 'N' TO WS-REISSUE-SW.
            PERFORM 220-CHECK-PAYMENT-PLAN-RTN.
            IF AP-ENROLLED AND
               AP-START-DATE NOT > WS-RUN-DATE AND
               (AP-STOP-DATE = ZERO OR AP-STOP-DATE > WS-RUN-DATE)
               PERFORM 210-READ-ACCOUNT-RTN
            ELSE
               ADD 1 TO WS-NOT-DUE-CTR
            END-IF.
            PERFORM 600-READ-AUTOPAY.

       210-READ-ACCOUNT-RTN.
            MOVE AP-ACCT-NO TO ACCT-NO-OUT.
            READ NEW-MASTER
              INVALID KEY
                MOVE 'ACCOUNT NOT ON MASTER' TO WS-SKIP-REASON
                PERFORM 350-SKIP-ENROLLMENT-RTN
              NOT INVALID KEY
                PERFORM 230-DECIDE-DRAFT-RTN
            END-READ.

      ******************************************************************
      * PAYPLNN is in account sequence like the enrollment file; an
      * account with an active plan pays by its installments and is
      * not drafted.
      ******************************************************************
       220-CHECK-PAYMENT-PLAN-RTN.
            PERFORM 225-ALIGN-PLAN-RTN
               UNTIL WS-PLAN-EOF OR PN-ACCT-NO NOT < AP-ACCT-NO.
            MOVE 'N' TO WS-PLAN-CURR-SW.
            IF NOT WS-PLAN-EOF AND PN-ACCT-NO = AP-ACCT-NO
               IF PN-PLAN-ACTIVE
                  SET WS-PLAN-CURRENT TO TRUE
               END-IF
               PERFORM 610-READ-PLAN-RTN
            END-IF.

       225-ALIGN-PLAN-RTN.
            PERFORM 610-READ-PLAN-RTN.

       230-DECIDE-DRAFT-RTN.
            EVALUATE TRUE
               WHEN CM-DUE-DATE-OUT NOT NUMERIC OR
                    CM-DUE-DATE-OUT = ZERO OR
                    CM-DUE-DATE-OUT > WS-RUN-DATE
                 ADD 1 TO WS-NOT-DUE-CTR
               WHEN AP-LAST-DUE-DATE = CM-DUE-DATE-OUT AND
                    AP-LAST-DRAFT-DATE = WS-RUN-DATE
                 SET WS-REISSUE TO TRUE
                 PERFORM 400-WRITE-DRAFT-RTN
               WHEN AP-LAST-DUE-DATE = CM-DUE-DATE-OUT
                 ADD 1 TO WS-NOT-DUE-CTR
               WHEN CM-ACCT-ON-HOLD-OUT
                 MOVE 'ACCOUNT ON HOLD' TO WS-SKIP-REASON
                 PERFORM 350-SKIP-ENROLLMENT-RTN
               WHEN CM-ACCT-PLACED-OUT
                 MOVE 'ACCOUNT PLACED FOR COLLECTION' TO WS-SKIP-REASON
                 PERFORM 350-SKIP-ENROLLMENT-RTN
               WHEN WS-PLAN-CURRENT
                 MOVE 'ACTIVE PAYMENT PLAN' TO WS-SKIP-REASON
                 PERFORM 350-SKIP-ENROLLMENT-RTN
               WHEN OTHER
                 PERFORM 300-COMPUTE-DRAFT-RTN
            END-EVALUATE.

      ******************************************************************
      * The draft follows the enrolled option and is held to the
      * balance owed; nothing owed is nothing drafted, and the due
      * date is marked taken so the account is not looked at again
      * until the next billing close moves it.
      ******************************************************************
       300-COMPUTE-DRAFT-RTN.
            EVALUATE TRUE
               WHEN AP-DRAFT-MINIMUM
                 MOVE CM-MIN-PAYMENT-OUT TO WS-DRAFT-AMT
               WHEN AP-DRAFT-STATEMENT
                 MOVE AMOUNT-DUE-OUT TO WS-DRAFT-AMT
               WHEN OTHER
                 MOVE AP-FIXED-AMT TO WS-DRAFT-AMT
            END-EVALUATE.
            IF WS-DRAFT-AMT > AMOUNT-DUE-OUT
               MOVE AMOUNT-DUE-OUT TO WS-DRAFT-AMT
            END-IF.
            IF WS-DRAFT-AMT > ZERO
               MOVE WS-NEXT-TRACE-NO TO AP-LAST-TRACE-NO
               ADD 1 TO WS-NEXT-TRACE-NO
               MOVE WS-DRAFT-AMT TO AP-LAST-DRAFT-AMT
               MOVE WS-RUN-DATE TO AP-LAST-DRAFT-DATE
               MOVE CM-DUE-DATE-OUT TO AP-LAST-DUE-DATE
               REWRITE AUTOPAY-REC
               PERFORM 400-WRITE-DRAFT-RTN
            ELSE
               MOVE CM-DUE-DATE-OUT TO AP-LAST-DUE-DATE
               REWRITE AUTOPAY-REC
               MOVE 'NOTHING OWED' TO WS-SKIP-REASON
               PERFORM 350-SKIP-ENROLLMENT-RTN
            END-IF.

       350-SKIP-ENROLLMENT-RTN.
            MOVE AP-ACCT-NO TO DS-SKIP-ACCT-NO.
            MOVE WS-SKIP-REASON TO DS-SKIP-REASON.
            WRITE DRAFT-RPT-REC FROM DP-SKIP-LINE.
            ADD 1 TO WS-SKIP-CTR.

      ******************************************************************
      * One debit entry to the bank and one type-P payment to the
      * update, both carrying the trace number the enrollment holds.
      ******************************************************************
       400-WRITE-DRAFT-RTN.
            MOVE AP-BANK-ROUTING-NO TO WS-ROUTING-NO.
            MOVE SPACES TO ACH-ENTRY-REC.
            MOVE '6' TO AE-REC-TYPE.
            IF AP-SAVINGS
               MOVE '37' TO AE-TRANS-CODE
            ELSE
               MOVE '27' TO AE-TRANS-CODE
            END-IF.
            MOVE WS-ROUTING-DFI TO AE-RECV-DFI.
            MOVE WS-ROUTING-CHECK TO AE-CHECK-DIGIT.
            MOVE AP-BANK-ACCT-NO TO AE-DFI-ACCT-NO.
            MOVE AP-LAST-DRAFT-AMT TO AE-AMOUNT.
            MOVE AP-ACCT-NO TO AE-INDIVIDUAL-ID.
            MOVE CM-CUST-NAME-OUT TO AE-INDIVIDUAL-NAME.
            MOVE '0' TO AE-ADDENDA-IND.
            MOVE WS-ODFI-ID TO AE-TRACE-DFI.
            MOVE AP-LAST-TRACE-NO TO AE-TRACE-SEQ.
            WRITE ACH-ENTRY-REC.
            ADD 1 TO WS-ACH-RECORD-CTR.
            ADD WS-ROUTING-DFI TO WS-ENTRY-HASH.
            ADD AP-LAST-DRAFT-AMT TO WS-DRAFT-TOTAL.
            MOVE SPACES TO TRANS-REC.
            MOVE AP-ACCT-NO TO T-ACCT-NO.
            MOVE AP-LAST-DRAFT-AMT TO AMT-TRANS-IN-CURRENT-PER.
            MOVE 'P' TO T-TRANS-TYPE.
            MOVE AP-LAST-TRACE-NO TO T-REF-TRANS-NO.
            MOVE WS-RUN-DATE TO T-TRANS-DATE.
            WRITE TRANS-REC.
            ADD 1 TO WS-BATCH-WRITE-CTR.
            ADD AP-LAST-DRAFT-AMT TO WS-BATCH-HASH.
            MOVE AP-ACCT-NO TO DP-ACCT-NO.
            MOVE AP-DRAFT-OPTION TO DP-DRAFT-OPTION.
            MOVE AP-LAST-DUE-DATE TO DP-DUE-DATE.
            MOVE AP-LAST-DRAFT-AMT TO DP-DRAFT-AMT.
            MOVE AP-LAST-TRACE-NO TO DP-TRACE-NO.
            IF WS-REISSUE
               MOVE 'RE-ISSUED' TO DP-ACTION-TEXT
               ADD 1 TO WS-REISSUE-CTR
            ELSE
               MOVE 'DRAFTED' TO DP-ACTION-TEXT
               ADD 1 TO WS-DRAFT-CTR
            END-IF.
            WRITE DRAFT-RPT-REC FROM DP-DETAIL-LINE.

       600-READ-AUTOPAY.
            IF WS-AUTO-STATUS = '35'
               SET WS-AUTO-EOF TO TRUE
            ELSE
               READ AUTOPAY-FILE
                 AT END
                   SET WS-AUTO-EOF TO TRUE
               END-READ
            END-IF.

       610-READ-PLAN-RTN.
            IF WS-PLAN-EOF OR WS-PLANF-STATUS = '35'
               SET WS-PLAN-EOF TO TRUE
               MOVE HIGH-VALUES TO PN-ACCT-NO
            ELSE
               READ PLAN-FILE
                 AT END
                 SET WS-PLAN-EOF TO TRUE
                 MOVE HIGH-VALUES TO PN-ACCT-NO
               END-READ
            END-IF.

       800-INITIALIZATION-RTN.
            OPEN OUTPUT DRAFT-RPT.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            WRITE DRAFT-RPT-REC FROM DP-TITLE-LINE.
            WRITE DRAFT-RPT-REC FROM DP-CYCLE-LINE.
            MOVE SPACES TO DRAFT-RPT-REC.
            WRITE DRAFT-RPT-REC.
            PERFORM 810-READ-TRACE-CONTROL-RTN.
            OPEN I-O AUTOPAY-FILE.
            OPEN INPUT NEW-MASTER.
            OPEN INPUT PLAN-FILE.
            PERFORM 610-READ-PLAN-RTN.
            OPEN OUTPUT ACH-FILE
                        AUTOPAY-TRANS.
            PERFORM 830-WRITE-ACH-HEADERS-RTN.
            MOVE SPACES TO TRANS-HDR-REC.
            MOVE '00000' TO TH-HDR-ACCT-NO.
            MOVE 'H' TO TH-REC-ID.
            MOVE WS-RUN-DATE TO TH-FILE-DATE.
            MOVE 'PGM55' TO TH-SOURCE-ID.
            WRITE TRANS-HDR-REC.

      ******************************************************************
      * Drafts are dated with the business date on RUNCTL so a rerun
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
               DISPLAY 'PGM55 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-CYCLE-NO TO DP-CYCLE-NO.
            MOVE WS-RUN-DATE TO DP-BUSINESS-DATE.

      ******************************************************************
      * Draft trace numbers carry on ACHCTL from run to run in their
      * own range, clear of customer check numbers and the REFCTL
      * refund sequence; the file is seeded on the first run.
      ******************************************************************
       810-READ-TRACE-CONTROL-RTN.
            OPEN INPUT ACH-CONTROL.
            IF WS-CTL-STATUS = '35'
               CONTINUE
            ELSE
               READ ACH-CONTROL
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE AX-NEXT-TRACE-NO TO WS-NEXT-TRACE-NO
               END-READ
               CLOSE ACH-CONTROL
            END-IF.

       820-WRITE-TRACE-CONTROL-RTN.
            OPEN OUTPUT ACH-CONTROL.
            MOVE SPACES TO ACH-CONTROL-REC.
            MOVE WS-NEXT-TRACE-NO TO AX-NEXT-TRACE-NO.
            WRITE ACH-CONTROL-REC.
            CLOSE ACH-CONTROL.

       830-WRITE-ACH-HEADERS-RTN.
            ACCEPT WS-TIME-NOW FROM TIME.
            MOVE SPACES TO ACH-FILE-HDR-REC.
            MOVE '1' TO AF-REC-TYPE.
            MOVE '01' TO AF-PRIORITY-CODE.
            MOVE SPACE TO AF-IMMED-DEST(1:1).
            MOVE WS-ODFI-ID TO AF-IMMED-DEST(2:8).
            MOVE '1' TO AF-IMMED-DEST(10:1).
            MOVE WS-COMPANY-ID TO AF-IMMED-ORIGIN.
            MOVE WS-RUN-YYMMDD TO AF-CREATE-DATE.
            MOVE WS-TIME-HHMM TO AF-CREATE-TIME.
            MOVE 'A' TO AF-FILE-ID-MOD.
            MOVE '094' TO AF-RECORD-SIZE.
            MOVE '10' TO AF-BLOCK-FACTOR.
            MOVE '1' TO AF-FORMAT-CODE.
            MOVE WS-BANK-NAME TO AF-DEST-NAME.
            MOVE WS-COMPANY-NAME TO AF-ORIGIN-NAME.
            WRITE ACH-FILE-HDR-REC.
            MOVE SPACES TO ACH-BATCH-HDR-REC.
            MOVE '5' TO AB-REC-TYPE.
            MOVE '225' TO AB-SERVICE-CLASS.
            MOVE WS-COMPANY-NAME TO AB-COMPANY-NAME.
            MOVE WS-COMPANY-ID TO AB-COMPANY-ID.
            MOVE 'PPD' TO AB-SEC-CODE.
            MOVE 'AUTOPAY' TO AB-ENTRY-DESC.
            MOVE WS-RUN-YYMMDD TO AB-EFFECTIVE-DATE.
            MOVE '1' TO AB-ORIG-STATUS.
            MOVE WS-ODFI-ID TO AB-ORIG-DFI.
            MOVE 1 TO AB-BATCH-NO.
            WRITE ACH-BATCH-HDR-REC.
            MOVE 2 TO WS-ACH-RECORD-CTR.

      ******************************************************************
      * Batch and file controls carry the entry count, the entry hash
      * (receiving routing numbers summed, low ten digits) and the
      * debit total; records are counted in blocks of ten.
      ******************************************************************
       840-WRITE-ACH-CONTROLS-RTN.
            MOVE SPACES TO ACH-BATCH-CTL-REC.
            MOVE '8' TO AC-REC-TYPE.
            MOVE '225' TO AC-SERVICE-CLASS.
            COMPUTE AC-ENTRY-CTR = WS-DRAFT-CTR + WS-REISSUE-CTR.
            MOVE WS-ENTRY-HASH TO AC-ENTRY-HASH.
            MOVE WS-DRAFT-TOTAL TO AC-TOTAL-DEBIT.
            MOVE ZERO TO AC-TOTAL-CREDIT.
            MOVE WS-COMPANY-ID TO AC-COMPANY-ID.
            MOVE WS-ODFI-ID TO AC-ORIG-DFI.
            MOVE 1 TO AC-BATCH-NO.
            WRITE ACH-BATCH-CTL-REC.
            ADD 2 TO WS-ACH-RECORD-CTR.
            MOVE SPACES TO ACH-FILE-CTL-REC.
            MOVE '9' TO AL-REC-TYPE.
            MOVE 1 TO AL-BATCH-CTR.
            COMPUTE AL-BLOCK-CTR = (WS-ACH-RECORD-CTR + 9) / 10.
            COMPUTE AL-ENTRY-CTR = WS-DRAFT-CTR + WS-REISSUE-CTR.
            MOVE WS-ENTRY-HASH TO AL-ENTRY-HASH.
            MOVE WS-DRAFT-TOTAL TO AL-TOTAL-DEBIT.
            MOVE ZERO TO AL-TOTAL-CREDIT.
            WRITE ACH-FILE-CTL-REC.

       900-END-OF-JOB-RTN.
            PERFORM 840-WRITE-ACH-CONTROLS-RTN.
            MOVE SPACES TO TRANS-TRL-REC.
            MOVE '99999' TO TT-TRL-ACCT-NO.
            MOVE 'T' TO TT-REC-ID.
            MOVE WS-BATCH-WRITE-CTR TO TT-REC-COUNT.
            MOVE WS-BATCH-HASH TO TT-HASH-TOTAL.
            WRITE TRANS-TRL-REC.
            PERFORM 820-WRITE-TRACE-CONTROL-RTN.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            IF WS-AUTO-STATUS NOT = '35'
               CLOSE AUTOPAY-FILE
            END-IF.
            IF WS-PLANF-STATUS NOT = '35'
               CLOSE PLAN-FILE
            END-IF.
            CLOSE NEW-MASTER
                  ACH-FILE
                  AUTOPAY-TRANS
                  DRAFT-RPT.

       910-PRINT-RUN-TOTALS-RTN.
            MOVE SPACES TO DRAFT-RPT-REC.
            WRITE DRAFT-RPT-REC.
            MOVE 'ENROLLMENTS READ' TO DP-COUNT-LABEL.
            MOVE WS-ENROLL-READ-CTR TO DP-COUNT.
            WRITE DRAFT-RPT-REC FROM DP-COUNT-LINE.
            MOVE 'DRAFTS ORIGINATED' TO DP-COUNT-LABEL.
            MOVE WS-DRAFT-CTR TO DP-COUNT.
            WRITE DRAFT-RPT-REC FROM DP-COUNT-LINE.
            MOVE 'DRAFTS RE-ISSUED ON RERUN' TO DP-COUNT-LABEL.
            MOVE WS-REISSUE-CTR TO DP-COUNT.
            WRITE DRAFT-RPT-REC FROM DP-COUNT-LINE.
            MOVE 'ENROLLMENTS NOT DUE OR INACTIVE' TO DP-COUNT-LABEL.
            MOVE WS-NOT-DUE-CTR TO DP-COUNT.
            WRITE DRAFT-RPT-REC FROM DP-COUNT-LINE.
            MOVE 'ENROLLMENTS PASSED OVER' TO DP-COUNT-LABEL.
            MOVE WS-SKIP-CTR TO DP-COUNT.
            WRITE DRAFT-RPT-REC FROM DP-COUNT-LINE.
            MOVE 'TOTAL DRAFTED' TO DP-AMOUNT-LABEL.
            MOVE WS-DRAFT-TOTAL TO DP-AMOUNT.
            WRITE DRAFT-RPT-REC FROM DP-AMOUNT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: enrollments
      * read and drafts written, with the draft total and the ACHP13T
      * batch total handed to PGM96.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM55' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-ENROLL-READ-CTR TO RS-READ-CTR.
            MOVE WS-DRAFT-CTR TO RS-WRITTEN-CTR.
            MOVE 'DRAFTS' TO RS-AMT-LABEL (1).
            MOVE WS-DRAFT-TOTAL TO RS-AMOUNT (1).
            MOVE 'ACHP13T' TO RS-AMT-LABEL (2).
            MOVE WS-BATCH-HASH TO RS-AMOUNT (2).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
