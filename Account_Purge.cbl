      *           lists every account moved off.  The purged master is
      *           written to DATA13P for the operator to promote in
      *           place of DATA13N once the register is reviewed.
      *           Inactivity is measured to the business date on
      *           RUNCTL, and each run appends its counts to RUNSTAT
      *           for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PM-ACCT-NO.
           SELECT ARCHIVE-FILE ASSIGN TO ARCH13.
           SELECT PURGE-RPT    ASSIGN TO RPT13K.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL.
           SELECT RUN-STATS    ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       LABEL RECORDS ARE OMITTED.
            01  PURGE-RPT-REC PIC X(80).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-READ-CTR            PIC 9(7) VALUE ZERO.
        77  WS-RETAINED-CTR        PIC 9(7) VALUE ZERO.
        77  WS-PURGED-CTR          PIC 9(7) VALUE ZERO.
        77  WS-RETENTION-DAYS      PIC 9(4) VALUE 360.
        77  WS-DAYS-INACTIVE       PIC S9(7) VALUE ZERO.
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.

        01  WS-RUN-DATE-FIELDS.
            05  WS-RUN-DATE        PIC 9(8).
             PERFORM 200-PURGE-RTN
                UNTIL ACCT-NO-OUT = HIGH-VALUES.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
            END-READ.

       800-INITIALIZATION-RTN.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            OPEN INPUT  NEW-MASTER.
            OPEN OUTPUT PURGED-MASTER
                        PURGE-RPT.
            OPEN EXTEND ARCHIVE-FILE.
            WRITE PURGE-RPT-REC FROM PG-TITLE-LINE.
            MOVE SPACES TO PURGE-RPT-REC.
            WRITE PURGE-RPT-REC.

      ******************************************************************
      * Inactivity is measured to the business date on RUNCTL, not the
      * system date, and the archive is stamped with it.
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
               DISPLAY 'PGM93 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

       900-END-OF-JOB-RTN.
            PERFORM 910-PRINT-PURGE-TOTALS-RTN.
            CLOSE NEW-MASTER
            MOVE 'ACCOUNTS PURGED TO ARCHIVE' TO PG-TOTAL-LABEL.
            MOVE WS-PURGED-CTR TO PG-TOTAL-COUNT.
            WRITE PURGE-RPT-REC FROM PG-TOTAL-LINE.

      ******************************************************************
      * Written is the accounts kept on DATA13P; the difference from
      * read is the accounts moved to the archive.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM93' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-READ-CTR TO RS-READ-CTR.
            MOVE WS-RETAINED-CTR TO RS-WRITTEN-CTR.
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
