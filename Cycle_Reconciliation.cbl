      *           in-balance / out-of-balance certificate.  Sets
      *           RETURN-CODE 8 when out of balance so the scheduler
      *           can stop downstream jobs.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-JOURNAL ASSIGN TO AUDITJNL.
           SELECT RECON-RPT     ASSIGN TO RPT13R.
           SELECT RUN-CONTROL   ASSIGN TO RUNCTL.
           SELECT RUN-STATS     ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-OLD-COUNT           PIC 9(7) VALUE ZERO.
        77  WS-NEW-COUNT           PIC 9(7) VALUE ZERO.
             IF NOT WS-IN-BALANCE
                MOVE 8 TO RETURN-CODE
             END-IF.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

       200-FOOT-OLD-MASTER-RTN.
                 TO RR-CERT-TEXT
            END-IF.
            WRITE RECON-RPT-REC FROM RR-CERT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: old and new
      * master records and journal entries footed, with the old, new
      * and expected balance totals.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM88' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            COMPUTE RS-READ-CTR = WS-OLD-COUNT
                + WS-NEW-COUNT
                + WS-JNL-ENTRY-CTR.
            MOVE 'OLD TOTAL' TO RS-AMT-LABEL (1).
            MOVE WS-OLD-TOTAL TO RS-AMOUNT (1).
            MOVE 'NEW TOTAL' TO RS-AMT-LABEL (2).
            MOVE WS-NEW-TOTAL TO RS-AMOUNT (2).
            MOVE 'EXPECTED' TO RS-AMT-LABEL (3).
            MOVE WS-EXPECT-TOTAL TO RS-AMOUNT (3).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
