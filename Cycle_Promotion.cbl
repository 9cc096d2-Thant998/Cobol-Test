      *           reruns under the same date.  RETURN-CODE 8 on any
      *           count mismatch or bad request so the scheduler
      *           stops.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARM-FILE  ASSIGN TO PROMPARM.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-STATS   ASSIGN TO RUNSTAT.
           SELECT BUS-CALENDAR ASSIGN TO BUSCAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT PROMOTE-RPT ASSIGN TO RPT13G.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       FD BUS-CALENDAR
       LABEL RECORDS ARE STANDARD.
            01  BUS-CALENDAR-REC.
        77  WS-MONTH-END-FLAG      PIC X(1) VALUE 'N'.
        77  WS-RUN-DATE            PIC 9(8).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-STATS-CYCLE-NO      PIC 9(5) VALUE ZERO.
        77  WS-DAYS-IN-MONTH       PIC 9(2) VALUE ZERO.
        77  WS-NEW-READ-CTR        PIC 9(7) VALUE ZERO.
        77  WS-PROMOTE-WRITE-CTR   PIC 9(7) VALUE ZERO.
             IF WS-RUN-ERROR
                MOVE 8 TO RETURN-CODE
             END-IF.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

       200-PROMOTE-RTN.
               END-READ
               CLOSE RUN-CONTROL
            END-IF.
            MOVE WS-CYCLE-NO TO WS-STATS-CYCLE-NO.

      ******************************************************************
      * Close the business cycle: advance the RUNCTL date to the next
            MOVE WS-CAT-CYCLE-DATE (WS-GEN-SUB) TO PR-CAT-CYCLE-DATE.
            MOVE WS-CAT-REC-COUNT (WS-GEN-SUB) TO PR-CAT-REC-COUNT.
            WRITE PROMOTE-RPT-REC FROM PR-CATALOG-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary, filed under
      * the cycle just closed rather than the one RUNCTL now carries:
      * master records read and promoted or restored.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-STATS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM89' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-NEW-READ-CTR TO RS-READ-CTR.
            COMPUTE RS-WRITTEN-CTR = WS-PROMOTE-WRITE-CTR
                + WS-RESTORE-CTR.
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
