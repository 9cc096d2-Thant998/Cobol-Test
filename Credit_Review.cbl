      *           proposed limit and reason; proposals over the
      *           approval threshold print for the credit manager
      *           instead of going onto the maintenance file.
      *           Proposals are keyed under operator ID PGM72, which
      *           the OPERAUTH table carries with a credit authority
      *           matching the approval threshold.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MAINT-TRANS ASSIGN TO DATA14T.
           SELECT REVIEW-RPT  ASSIGN TO RPT14R.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL.
           SELECT RUN-STATS   ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
             05 MT-CITY          PIC X(15).
             05 MT-STATE         PIC X(2).
             05 MT-ZIP           PIC X(9).
             05 MT-OPERATOR-ID   PIC X(8).
             05 MT-APPROVER-ID   PIC X(8).
             05                 PIC X(6).
            01  MAINT-HDR-REC.
             05 MH-ACCT-NO       PIC X(5).
             05 MH-REC-ID        PIC X(1).
             05 MH-FILE-DATE     PIC 9(8).
             05 MH-SOURCE-ID     PIC X(8).
             05                  PIC X(104).
            01  MAINT-TRL-REC.
             05 ML-ACCT-NO       PIC X(5).
             05 ML-REC-ID        PIC X(1).
             05 ML-REC-COUNT     PIC 9(7).
             05 ML-HASH-TOTAL    PIC S9(11)V99.
             05                  PIC X(100).

       FD REVIEW-RPT
       LABEL RECORDS ARE OMITTED.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-DAYS-PAST-DUE       PIC S9(7).
             PERFORM 200-REVIEW-RTN
                UNTIL ACCT-NO-OUT = HIGH-VALUES.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

       200-REVIEW-RTN.
            MOVE CM-CITY-OUT TO MT-CITY.
            MOVE CM-STATE-OUT TO MT-STATE.
            MOVE CM-ZIP-OUT TO MT-ZIP.
            MOVE 'PGM72' TO MT-OPERATOR-ID.
            WRITE MAINT-TRANS-REC.
            ADD 1 TO WS-MAINT-WRITE-CTR.
            ADD WS-PROPOSED-LIMIT TO WS-MAINT-HASH.
            MOVE 'CHANGE TRANSACTIONS WRITTEN' TO RV-COUNT-LABEL.
            MOVE WS-MAINT-WRITE-CTR TO RV-COUNT.
            WRITE REVIEW-RPT-REC FROM RV-COUNT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: accounts
      * read, limit changes written and proposals held for approval,
      * with the maintenance batch hash total.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM72' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-READ-CTR TO RS-READ-CTR.
            MOVE WS-MAINT-WRITE-CTR TO RS-WRITTEN-CTR.
            MOVE WS-APPROVAL-CTR TO RS-SUSPEND-CTR.
            MOVE 'MAINT HASH' TO RS-AMT-LABEL (1).
            MOVE WS-MAINT-HASH TO RS-AMOUNT (1).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
