      * Author:
      * Date:
      * Purpose:
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PROC-DATE-FILE ASSIGN TO PRCD13T
               FILE STATUS IS WS-PRCD-STATUS.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL.
           SELECT RUN-STATS   ASSIGN TO RUNSTAT.
           SELECT STMT-HIST ASSIGN TO STMHIST.
           SELECT TRANS-REGISTER ASSIGN TO TXNREG
               ORGANIZATION IS INDEXED
                88 T-TYPE-VALID              VALUES 'P' 'C' 'A' 'R'.
             05 T-REF-TRANS-NO           PIC 9(6).
             05 T-TRANS-DATE             PIC 9(8).
             05 T-SOURCE-CODE            PIC X(1).
             05                          PIC X(70).
            01  TRANS-HDR-REC.
             05 TH-HDR-ACCT-NO           PIC X(5).
                88 TH-IS-HEADER              VALUE '00000'.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       FD STMT-HIST
       LABEL RECORDS ARE STANDARD.
            01  STMT-HIST-REC.
             05 SH-AMOUNT             PIC S9(7)V99.
             05 SH-RESULT-BAL         PIC S9(7)V99.
             05 SH-POST-DATE          PIC 9(8).
             05 SH-SOURCE-CODE        PIC X(1).
             05                       PIC X(9).

       FD TRANS-REGISTER
       LABEL RECORDS ARE STANDARD.
        77  WS-REVERSAL-AMT        PIC S9(9)V99 VALUE ZERO.
        77  WS-AJ-AMOUNT-EDIT      PIC -9(7).99.
        77  WS-GL-FEED-AMT         PIC S9(9)V99 VALUE ZERO.
        77  WS-GL-FEED-TOTAL       PIC S9(11)V99 VALUE ZERO.
        77  WS-GL-ACTIVITY         PIC X(2).
        77  WS-RUN-DATE            PIC 9(8).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
                PERFORM 900-END-OF-JOB-RTN
             END-IF.
             CLOSE CONTROL-RPT.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
            WRITE CONTROL-RPT-REC FROM CR-SEQ-ABORT-LINE.
            MOVE 8 TO RETURN-CODE.

       200-COMP-RTN.
            EVALUATE TRUE
               WHEN T-ACCT-NO = M-ACCT-NO
      * the statement and plan-monitor runs never re-derive the sign.
      * The posting business date is stamped alongside the
      * transaction date so the PGM71 plan monitor can pick out just
      * the cycle's new postings.  The source code the producing run
      * set on the transaction (finance charge, NSF fee, refund,
      * write-off, dispute credit, escheatment) rides along so the
      * month-end roll-forward can tell those movements from ordinary
      * charges and adjustments.
      ******************************************************************
       775-WRITE-STMT-HIST-RTN.
            MOVE SPACES TO STMT-HIST-REC.
            MOVE WS-HIST-APPLIED-AMT TO SH-AMOUNT.
            MOVE WS-ACCUM-AMOUNT TO SH-RESULT-BAL.
            MOVE WS-RUN-DATE TO SH-POST-DATE.
            MOVE T-SOURCE-CODE TO SH-SOURCE-CODE.
            WRITE STMT-HIST-REC.
            ADD 1 TO WS-HIST-WRITE-CTR.

               MOVE WS-GL-ACTIVITY TO GF-ACTIVITY-CODE
               MOVE WS-GL-FEED-AMT TO GF-AMOUNT
               WRITE GL-FEED-REC
               ADD WS-GL-FEED-AMT TO WS-GL-FEED-TOTAL
            END-IF.

       960-WRITE-SUSPENSE-TRAILER-RTN.

       950-WRITE-AUDIT-RTN.
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
            MOVE SPACES TO AJ-OPERATOR-STAMP.
            ACCEPT AJ-RUN-TIME FROM TIME.
            WRITE AUDIT-JOURNAL-REC.

            MOVE WS-TOTAL-AMOUNT-DUE TO CR-AMOUNT.
            WRITE CONTROL-RPT-REC FROM CR-AMOUNT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: transactions
      * read, applied, rejected and suspended, with the DATA13T total
      * taken from PGM96 and the GLFEED movement handed on to PGM92.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM80' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-TRANS-READ-CTR TO RS-READ-CTR.
            MOVE WS-TRANS-APPLIED-CTR TO RS-WRITTEN-CTR.
            MOVE WS-EDIT-REJECT-CTR TO RS-REJECT-CTR.
            MOVE WS-SUSP-WRITE-CTR TO RS-SUSPEND-CTR.
            MOVE 'DATA13T' TO RS-AMT-LABEL (1).
            MOVE 'TRAN' TO RS-AMT-FLOW (1).
            SET RS-AMT-TAKEN (1) TO TRUE.
            MOVE WS-VER-HASH-TOTAL TO RS-AMOUNT (1).
            MOVE 'GLFEED' TO RS-AMT-LABEL (2).
            MOVE 'GLAR' TO RS-AMT-FLOW (2).
            SET RS-AMT-PASSED (2) TO TRUE.
            MOVE WS-GL-FEED-TOTAL TO RS-AMOUNT (2).
            MOVE 'SUSPENSE' TO RS-AMT-LABEL (3).
            MOVE WS-SUSP-HASH-TOTAL TO RS-AMOUNT (3).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
