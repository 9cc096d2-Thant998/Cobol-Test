      *           listed on the approval report for the credit manager
      *           and nothing posts until keyed after approval.
      *           Status changes are journaled to AUDITJNL.
      *           Amounts under open dispute on DISPMST are held out of
      *           the balance tested against the cutoff, placed and
      *           written off; an account whose whole balance is in
      *           dispute is not placed until the dispute resolves.
      *           The amount written off is kept on the master in
      *           whole dollars for the PGM69 credit-bureau extract.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO-OUT.
           SELECT DISPUTE-FILE   ASSIGN TO DISPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT AGENCY-EXTRACT ASSIGN TO AGCY13E.
           SELECT WRITEOFF-ADJ   ASSIGN TO WOFF13T.
           SELECT PLACEMENT-RPT  ASSIGN TO RPT13U.
           SELECT AUDIT-JOURNAL  ASSIGN TO AUDITJNL.
           SELECT RUN-CONTROL    ASSIGN TO RUNCTL.
           SELECT RUN-STATS      ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
             05 CM-CITY-OUT        PIC X(15).
             05 CM-STATE-OUT       PIC X(2).
             05 CM-ZIP-OUT         PIC X(9).
             05 CM-CHARGE-OFF-AMT-OUT PIC 9(7).
             05                    PIC X(1).

       FD DISPUTE-FILE
       LABEL RECORDS ARE STANDARD.
            01  DISPUTE-REC.
           COPY DISPRC.

       FD AGENCY-EXTRACT
       LABEL RECORDS ARE STANDARD.
             05 AT-TRANS-TYPE     PIC X(1).
             05 AT-REF-TRANS-NO   PIC 9(6).
             05 AT-TRANS-DATE     PIC 9(8).
             05 AT-SOURCE-CODE    PIC X(1).
             05                   PIC X(70).
            01  ADJ-HDR-REC.
             05 AH-ACCT-NO        PIC X(5).
             05 AH-REC-ID         PIC X(1).
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-DAYS-PAST-DUE       PIC S9(7).
        77  WS-WRITEOFF-TOTAL      PIC S9(11)V99 VALUE ZERO.
        77  WS-APPROVAL-CTR        PIC 9(7) VALUE ZERO.
        77  WS-APPROVAL-AMT        PIC S9(11)V99 VALUE ZERO.
        77  WS-DISP-STATUS         PIC X(2).
        77  WS-DISPUTED-AMT        PIC S9(9)V99 VALUE ZERO.
        77  WS-HELD-OUT-AMT        PIC S9(9)V99 VALUE ZERO.
        77  WS-PLACEMENT-BASE      PIC S9(9)V99 VALUE ZERO.
        77  WS-DISPUTE-DEFER-CTR   PIC 9(7) VALUE ZERO.
        77  WS-DISPUTE-HELD-AMT    PIC S9(11)V99 VALUE ZERO.

        01  WS-RUN-DATE-FIELDS.
            05  WS-RUN-DATE        PIC 9(8).
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 600-READ-MASTER.
             PERFORM 610-READ-DISPUTE.
             PERFORM 200-SELECT-RTN
                UNTIL ACCT-NO-OUT = HIGH-VALUES.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
      ******************************************************************
       200-SELECT-RTN.
            ADD 1 TO WS-READ-CTR.
            PERFORM 230-SUM-OPEN-DISPUTES-RTN.
            IF NOT CM-ACCT-CLOSED-OUT AND
               NOT CM-ACCT-PLACED-OUT AND
               AMOUNT-DUE-OUT > ZERO
               PERFORM 240-CALC-HELD-OUT-RTN
               PERFORM 250-CALC-DAYS-PAST-DUE-RTN
               IF WS-DAYS-PAST-DUE > WS-PLACEMENT-DAYS
                  IF WS-PLACEMENT-BASE > ZERO
                     PERFORM 300-PLACE-ACCOUNT-RTN
                  ELSE
                     ADD 1 TO WS-DISPUTE-DEFER-CTR
                  END-IF
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
      * Only the undisputed balance goes to the agency or is written
      * off; the disputed amount stays on the account until resolved.
      ******************************************************************
       240-CALC-HELD-OUT-RTN.
            MOVE ZERO TO WS-HELD-OUT-AMT.
            IF WS-DISPUTED-AMT > ZERO
               IF WS-DISPUTED-AMT > AMOUNT-DUE-OUT
                  MOVE AMOUNT-DUE-OUT TO WS-HELD-OUT-AMT
               ELSE
                  MOVE WS-DISPUTED-AMT TO WS-HELD-OUT-AMT
               END-IF
            END-IF.
            COMPUTE WS-PLACEMENT-BASE =
                    AMOUNT-DUE-OUT - WS-HELD-OUT-AMT.

       250-CALC-DAYS-PAST-DUE-RTN.
            MOVE CM-DUE-DATE-OUT TO WS-DUE-DATE-BRK.
            COMPUTE WS-DAYS-PAST-DUE =

       300-PLACE-ACCOUNT-RTN.
            PERFORM 310-WRITE-EXTRACT-RTN.
            IF WS-PLACEMENT-BASE < WS-APPROVAL-LIMIT
               PERFORM 320-WRITE-WRITEOFF-RTN
            ELSE
               PERFORM 330-LIST-FOR-APPROVAL-RTN
            MOVE ACCT-NO-OUT TO PL-ACCT-NO.
            MOVE CM-CUST-NAME-OUT TO PL-CUST-NAME.
            MOVE WS-DAYS-PAST-DUE TO PL-DAYS.
            MOVE WS-PLACEMENT-BASE TO PL-BALANCE.
            WRITE PLACEMENT-RPT-REC FROM PL-DETAIL-LINE.
            ADD 1 TO WS-PLACED-CTR.
            ADD WS-PLACEMENT-BASE TO WS-PLACED-AMT.
            ADD WS-HELD-OUT-AMT TO WS-DISPUTE-HELD-AMT.

       310-WRITE-EXTRACT-RTN.
            MOVE SPACES TO AGENCY-EXTRACT-REC.
            MOVE ACCT-NO-OUT TO AG-ACCT-NO.
            MOVE CM-CUST-NAME-OUT TO AG-CUST-NAME.
            MOVE CM-ADDRESS-OUT TO AG-ADDRESS.
            MOVE WS-PLACEMENT-BASE TO AG-BALANCE.
            MOVE CM-DUE-DATE-OUT TO AG-DUE-DATE.
            MOVE WS-RUN-DATE TO AG-PLACED-DATE.
            WRITE AGENCY-EXTRACT-REC.
      * update.
      ******************************************************************
       320-WRITE-WRITEOFF-RTN.
            COMPUTE WS-WRITEOFF-AMT = ZERO - WS-PLACEMENT-BASE.
            MOVE SPACES TO ADJ-TRANS-REC.
            MOVE ACCT-NO-OUT TO AT-ACCT-NO.
            MOVE WS-WRITEOFF-AMT TO AT-AMT-TRANS.
            MOVE 'A' TO AT-TRANS-TYPE.
            MOVE ZERO TO AT-REF-TRANS-NO.
            MOVE WS-RUN-DATE TO AT-TRANS-DATE.
            MOVE 'W' TO AT-SOURCE-CODE.
            WRITE ADJ-TRANS-REC.
            MOVE WS-PLACEMENT-BASE TO CM-CHARGE-OFF-AMT-OUT.
            ADD 1 TO WS-WRITEOFF-CTR.
            ADD WS-WRITEOFF-AMT TO WS-WRITEOFF-TOTAL.

       330-LIST-FOR-APPROVAL-RTN.
            MOVE ACCT-NO-OUT TO PA-ACCT-NO.
            MOVE WS-PLACEMENT-BASE TO PA-BALANCE.
            WRITE PLACEMENT-RPT-REC FROM PL-APPROVAL-LINE.
            ADD 1 TO WS-APPROVAL-CTR.
            ADD WS-PLACEMENT-BASE TO WS-APPROVAL-AMT.

       340-MARK-PLACED-RTN.
            MOVE SPACES TO AJ-BEFORE-IMAGE.
            REWRITE NEW-MASTER-REC.
            MOVE SPACES TO AJ-AFTER-IMAGE.
            MOVE CM-ACCT-STATUS-OUT TO AJ-AFTER-IMAGE(1:1).
            MOVE CM-CHARGE-OFF-AMT-OUT TO AJ-AFTER-IMAGE(3:7).
            MOVE 'PGM70' TO AJ-SOURCE-PGM.
            MOVE ACCT-NO-OUT TO AJ-KEY.
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
            MOVE SPACES TO AJ-OPERATOR-STAMP.
            ACCEPT AJ-RUN-TIME FROM TIME.
            WRITE AUDIT-JOURNAL-REC.

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
            OPEN I-O NEW-MASTER.
            OPEN INPUT DISPUTE-FILE.
            OPEN OUTPUT AGENCY-EXTRACT
                        WRITEOFF-ADJ
                        PLACEMENT-RPT.
            MOVE WS-WRITEOFF-TOTAL TO AL-HASH-TOTAL.
            WRITE ADJ-TRL-REC.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            IF WS-DISP-STATUS NOT = '35'
               CLOSE DISPUTE-FILE
            END-IF.
            CLOSE NEW-MASTER
                  AGENCY-EXTRACT
                  WRITEOFF-ADJ
            MOVE 'BALANCES HELD FOR APPROVAL' TO PL-COUNT-LABEL.
            MOVE WS-APPROVAL-CTR TO PL-COUNT.
            WRITE PLACEMENT-RPT-REC FROM PL-COUNT-LINE.
            MOVE 'PLACEMENTS DEFERRED - BALANCE IN DISPUTE'
              TO PL-COUNT-LABEL.
            MOVE WS-DISPUTE-DEFER-CTR TO PL-COUNT.
            WRITE PLACEMENT-RPT-REC FROM PL-COUNT-LINE.
            MOVE 'TOTAL BALANCE PLACED' TO PL-AMOUNT-LABEL.
            MOVE WS-PLACED-AMT TO PL-AMOUNT.
            WRITE PLACEMENT-RPT-REC FROM PL-AMOUNT-LINE.
            MOVE 'TOTAL AWAITING APPROVAL' TO PL-AMOUNT-LABEL.
            MOVE WS-APPROVAL-AMT TO PL-AMOUNT.
            WRITE PLACEMENT-RPT-REC FROM PL-AMOUNT-LINE.
            MOVE 'DISPUTED AMOUNTS LEFT ON PLACED ACCOUNTS'
              TO PL-AMOUNT-LABEL.
            MOVE WS-DISPUTE-HELD-AMT TO PL-AMOUNT.
            WRITE PLACEMENT-RPT-REC FROM PL-AMOUNT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: accounts
      * read, placed or written off, and held for approval or for an
      * open dispute, with the placed, written-off and approval totals.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM70' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-READ-CTR TO RS-READ-CTR.
            COMPUTE RS-WRITTEN-CTR = WS-PLACED-CTR
                + WS-WRITEOFF-CTR.
            COMPUTE RS-SUSPEND-CTR = WS-APPROVAL-CTR
                + WS-DISPUTE-DEFER-CTR.
            MOVE 'PLACED' TO RS-AMT-LABEL (1).
            MOVE WS-PLACED-AMT TO RS-AMOUNT (1).
            MOVE 'WRITTEN OFF' TO RS-AMT-LABEL (2).
            MOVE WS-WRITEOFF-TOTAL TO RS-AMOUNT (2).
            MOVE 'APPROVAL' TO RS-AMT-LABEL (3).
            MOVE WS-APPROVAL-AMT TO RS-AMOUNT (3).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
