      *           generations in GENCAT.  PGM87 reports against a
      *           named archived cycle by pointing its AJARCH file at
      *           the catalogued generation.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT JNL-WORK      ASSIGN TO JNLWK1.
           SELECT ARCHIVE-RPT   ASSIGN TO RPT13H.
           SELECT RUN-CONTROL   ASSIGN TO RUNCTL.
           SELECT RUN-STATS     ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.

       FD JNL-GEN-ONE
       LABEL RECORDS ARE STANDARD.
            01  JNL-GEN-ONE-REC    PIC X(194).

       FD JNL-GEN-TWO
       LABEL RECORDS ARE STANDARD.
            01  JNL-GEN-TWO-REC    PIC X(194).

       FD JNL-GEN-THREE
       LABEL RECORDS ARE STANDARD.
            01  JNL-GEN-THREE-REC  PIC X(194).

       FD JNL-CATALOG
       LABEL RECORDS ARE STANDARD.

       FD JNL-WORK
       LABEL RECORDS ARE STANDARD.
            01  JNL-WORK-REC       PIC X(194).

       FD ARCHIVE-RPT
       LABEL RECORDS ARE OMITTED.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-JNL-STATUS          PIC X(2).
        77  WS-GEN1-STATUS         PIC X(2).
             PERFORM 260-SHIFT-CATALOG-RTN.
             PERFORM 710-WRITE-CATALOG-RTN.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

       210-CASCADE-G2-TO-G3-RTN.
            MOVE WS-CAT-CYCLE-NO (WS-GEN-SUB) TO JA-CAT-CYCLE-NO.
            MOVE WS-CAT-REC-COUNT (WS-GEN-SUB) TO JA-CAT-REC-COUNT.
            WRITE ARCHIVE-RPT-REC FROM JA-CATALOG-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: journal
      * records read, and archived or carried on the current file.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM74' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-READ-CTR TO RS-READ-CTR.
            COMPUTE RS-WRITTEN-CTR = WS-ARCHIVED-CTR
                + WS-CARRIED-CTR.
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
