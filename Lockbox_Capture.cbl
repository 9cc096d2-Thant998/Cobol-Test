      *           of being dropped, and the built batch is balanced
      *           back to the bank deposit total; RETURN-CODE 8 when
      *           the deposit does not prove.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CASH-TRANS   ASSIGN TO CASH13T.
           SELECT CAPTURE-RPT  ASSIGN TO RPT13X.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL.
           SELECT RUN-STATS    ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-MASTER-STATUS       PIC X(2).
        77  WS-RUN-DATE            PIC 9(8).
                PERFORM 500-BALANCE-DEPOSIT-RTN
             END-IF.
             CLOSE CAPTURE-RPT.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
               MOVE 8 TO RETURN-CODE
            END-IF.
            WRITE CAPTURE-RPT-REC FROM CP-MSG-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: remittances
      * read, payments written to CASH13T and items left unmatched,
      * with the CASH13T batch total handed on to PGM96.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM95' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-REMIT-READ-CTR TO RS-READ-CTR.
            MOVE WS-BATCH-WRITE-CTR TO RS-WRITTEN-CTR.
            MOVE WS-UNMATCHED-CTR TO RS-SUSPEND-CTR.
            MOVE 'DEPOSIT' TO RS-AMT-LABEL (1).
            MOVE WS-DEPOSIT-TOTAL TO RS-AMOUNT (1).
            MOVE 'UNMATCHED' TO RS-AMT-LABEL (2).
            MOVE WS-UNMATCHED-AMT TO RS-AMOUNT (2).
            MOVE 'CASH13T' TO RS-AMT-LABEL (3).
            MOVE 'CASH' TO RS-AMT-FLOW (3).
            SET RS-AMT-PASSED (3) TO TRUE.
            MOVE WS-CAPTURED-AMT TO RS-AMOUNT (3).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
