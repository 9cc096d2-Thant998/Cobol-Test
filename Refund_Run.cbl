      *           format under its own batch header and trailer, which
      *           the PGM96 recycle consolidates into the night's
      *           DATA13T so the next PGM80 run clears the credit.
      *           Refund checks number from their own sequence carried
      *           on REFCTL across runs.  Every check is also appended
      *           to the REFISS issue log, which PGM62 takes whole and
      *           empties when it sends the checks to the bank on the
      *           positive-pay issue file.  The refund register
      *           ties the checks to the adjustments; RETURN-CODE 8
      *           when they do not agree.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO-OUT.
           SELECT REFUND-CHECKS ASSIGN TO REFCHK.
           SELECT REFUND-ISSUE  ASSIGN TO REFISS.
           SELECT REFUND-CONTROL ASSIGN TO REFCTL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REFUND-ADJ    ASSIGN TO REFADJ.
           SELECT REFUND-RPT    ASSIGN TO RPT13W.
           SELECT RUN-CONTROL   ASSIGN TO RUNCTL.
           SELECT RUN-STATS     ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
             05 RK-ADDRESS        PIC X(30).
             05 RK-REFUND-AMT     PIC S9(7)V99.
             05 RK-ISSUE-DATE     PIC 9(8).
             05 RK-CHECK-NO       PIC 9(6).
             05                   PIC X(3).

       FD REFUND-ISSUE
       LABEL RECORDS ARE STANDARD.
            01  REFUND-ISSUE-REC PIC X(86).

       FD REFUND-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  REFUND-CONTROL-REC.
             05 RX-NEXT-CHECK-NO  PIC 9(6).
             05                   PIC X(6).

       FD REFUND-ADJ
       LABEL RECORDS ARE STANDARD.
            01  ADJ-TRANS-REC.
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
        77  WS-RUN-DATE            PIC 9(8).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-ADJ-CTR             PIC 9(7) VALUE ZERO.
        77  WS-ADJ-AMT             PIC S9(11)V99 VALUE ZERO.
        77  WS-NEW-CREDIT-CTR      PIC 9(7) VALUE ZERO.
        77  WS-CTL-STATUS          PIC X(2).
        77  WS-NEXT-CHECK-NO       PIC 9(6) VALUE 500001.

        01  WS-REFUND-SWITCHES.
            05  WS-OLD-EOF-SW      PIC X(1) VALUE 'N'.
            05  RF-CUST-NAME       PIC X(25).
            05  FILLER             PIC X(10) VALUE '  REFUND: '.
            05  RF-REFUND-AMT      PIC -$Z,ZZZ,ZZ9.99.
            05  FILLER             PIC X(9)  VALUE '  CHECK: '.
            05  RF-CHECK-NO        PIC 9(6).
            05  FILLER             PIC X(9)  VALUE SPACES.
        01  RF-COUNT-LINE.
            05  RF-COUNT-LABEL     PIC X(40).
            05  RF-COUNT           PIC ZZZ,ZZ9.
             PERFORM 200-SELECT-RTN
                UNTIL ACCT-NO-OUT = HIGH-VALUES.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
            MOVE ACCT-NO-OUT TO RF-ACCT-NO.
            MOVE CM-CUST-NAME-OUT TO RF-CUST-NAME.
            MOVE WS-REFUND-AMT TO RF-REFUND-AMT.
            MOVE RK-CHECK-NO TO RF-CHECK-NO.
            WRITE REFUND-RPT-REC FROM RF-DETAIL-LINE.

       310-WRITE-CHECK-RTN.
            MOVE CM-ADDRESS-OUT TO RK-ADDRESS.
            MOVE WS-REFUND-AMT TO RK-REFUND-AMT.
            MOVE WS-RUN-DATE TO RK-ISSUE-DATE.
            MOVE WS-NEXT-CHECK-NO TO RK-CHECK-NO.
            WRITE REFUND-CHECK-REC.
            WRITE REFUND-ISSUE-REC FROM REFUND-CHECK-REC.
            ADD 1 TO WS-NEXT-CHECK-NO.
            ADD 1 TO WS-CHECK-CTR.
            ADD WS-REFUND-AMT TO WS-CHECK-AMT.

            MOVE 'A' TO AT-TRANS-TYPE.
            MOVE ZERO TO AT-REF-TRANS-NO.
            MOVE WS-RUN-DATE TO AT-TRANS-DATE.
            MOVE 'K' TO AT-SOURCE-CODE.
            WRITE ADJ-TRANS-REC.
            ADD 1 TO WS-ADJ-CTR.
            ADD WS-REFUND-AMT TO WS-ADJ-AMT.
            OPEN OUTPUT REFUND-CHECKS
                        REFUND-ADJ
                        REFUND-RPT.
            OPEN EXTEND REFUND-ISSUE.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            PERFORM 810-READ-CHECK-CONTROL-RTN.
            WRITE REFUND-RPT-REC FROM RF-TITLE-LINE.
            WRITE REFUND-RPT-REC FROM RF-CYCLE-LINE.
            MOVE SPACES TO REFUND-RPT-REC.
            MOVE WS-CYCLE-NO TO RF-CYCLE-NO.
            MOVE WS-RUN-DATE TO RF-BUSINESS-DATE.

      ******************************************************************
      * Refund check numbers carry on REFCTL from run to run, apart
      * from the payroll CHKCTL sequence since refunds draw on their
      * own bank account; the file is seeded on the first run.
      ******************************************************************
       810-READ-CHECK-CONTROL-RTN.
            OPEN INPUT REFUND-CONTROL.
            IF WS-CTL-STATUS = '35'
               CONTINUE
            ELSE
               READ REFUND-CONTROL
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE RX-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
               END-READ
               CLOSE REFUND-CONTROL
            END-IF.

       820-WRITE-CHECK-CONTROL-RTN.
            OPEN OUTPUT REFUND-CONTROL.
            MOVE SPACES TO REFUND-CONTROL-REC.
            MOVE WS-NEXT-CHECK-NO TO RX-NEXT-CHECK-NO.
            WRITE REFUND-CONTROL-REC.
            CLOSE REFUND-CONTROL.

       900-END-OF-JOB-RTN.
            PERFORM 820-WRITE-CHECK-CONTROL-RTN.
            MOVE SPACES TO ADJ-TRL-REC.
            MOVE '99999' TO AL-ACCT-NO.
            MOVE 'T' TO AL-REC-ID.
            CLOSE OLD-MASTER
                  NEW-MASTER
                  REFUND-CHECKS
                  REFUND-ISSUE
                  REFUND-ADJ
                  REFUND-RPT.

               MOVE 8 TO RETURN-CODE
            END-IF.
            WRITE REFUND-RPT-REC FROM RF-MSG-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: accounts
      * read and refund checks and adjustments written, with the check
      * and adjustment totals.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM98' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-READ-CTR TO RS-READ-CTR.
            COMPUTE RS-WRITTEN-CTR = WS-CHECK-CTR
                + WS-ADJ-CTR.
            MOVE 'CHECKS' TO RS-AMT-LABEL (1).
            MOVE WS-CHECK-AMT TO RS-AMOUNT (1).
            MOVE 'ADJUSTMENTS' TO RS-AMT-LABEL (2).
            MOVE WS-ADJ-AMT TO RS-AMOUNT (2).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
