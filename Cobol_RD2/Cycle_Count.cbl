      *           feeds the general ledger, and the variance report
      *           values each difference at NEW-UNIT-COST with branch
      *           and company totals so shrinkage shows in dollars.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL      ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-STATS        ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            01   RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01   RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-CYCLE-NO          PIC 9(5) VALUE ZERO.
        77  WS-COUNT-READ-CTR    PIC 9(7) VALUE ZERO.
             PERFORM 1500-COUNT-SORT-RTN.
             PERFORM 2000-RECONCILE-RTN.
             PERFORM 9000-END-OF-JOB-RTN.
             PERFORM 9900-WRITE-RUN-STATS-RTN.
        GOBACK.

       1000-INITIALIZE-RTN.
             MOVE SPACES TO AJ-AFTER-IMAGE.
             MOVE SC-COUNT-QTY TO AJ-AFTER-IMAGE(1:4).
             MOVE WS-RUN-DATE TO AJ-RUN-DATE.
             MOVE SPACES TO AJ-OPERATOR-STAMP.
             ACCEPT AJ-RUN-TIME FROM TIME.
             WRITE AUDIT-JOURNAL-REC.

             WRITE VR-RPT-REC FROM VR-TOTAL-LINE.
             CLOSE VARIANCE-RPT.

      ******************************************************************
      * Run statistics for the morning operations summary: counts read,
      * balances adjusted and counts with no book balance, with the
      * company variance value.
      ******************************************************************
       9900-WRITE-RUN-STATS-RTN.
             INITIALIZE RUN-STATS-REC.
             MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
             MOVE WS-RUN-DATE TO RS-RUN-DATE.
             MOVE 'PGM68' TO RS-PROGRAM.
             ACCEPT RS-RUN-TIME FROM TIME.
             MOVE RETURN-CODE TO RS-RETURN-CODE.
             MOVE WS-COUNT-READ-CTR TO RS-READ-CTR.
             MOVE WS-ADJUSTED-CTR TO RS-WRITTEN-CTR.
             MOVE WS-ORPHAN-COUNT-CTR TO RS-REJECT-CTR.
             MOVE 'VARIANCE' TO RS-AMT-LABEL (1).
             MOVE WS-COMPANY-VARIANCE TO RS-AMOUNT (1).
             OPEN EXTEND RUN-STATS.
             WRITE RUN-STATS-REC.
             CLOSE RUN-STATS.

       END PROGRAM PGM68.
