      *           START at an account and read only its entries, and
      *           PGM87 can position on key or date range instead of
      *           scanning the whole journal for every inquiry.
      *           Each run appends its counts to RUNSTAT for the PGM48
      *           operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-JNX-STATUS.
           SELECT REBUILD-RPT ASSIGN TO RPT13I.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL.
           SELECT RUN-STATS   ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
             05 JX-SOURCE-PGM        PIC X(8).
             05 JX-BEFORE-IMAGE      PIC X(72).
             05 JX-AFTER-IMAGE       PIC X(72).
             05 JX-OPERATOR-ID       PIC X(8).
             05 JX-APPROVER-ID       PIC X(8).

       FD REBUILD-RPT
       LABEL RECORDS ARE OMITTED.
            01  REBUILD-RPT-REC PIC X(80).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-JNL-STATUS          PIC X(2).
        77  WS-JNX-STATUS          PIC X(2).
        77  WS-LOADED-CTR          PIC 9(7) VALUE ZERO.
        77  WS-DUP-CTR             PIC 9(7) VALUE ZERO.
        77  WS-LOAD-SEQ            PIC 9(7) VALUE ZERO.
        77  WS-RUN-DATE            PIC 9(8) VALUE ZERO.
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.

        01  WS-REBUILD-SWITCHES.
            05  WS-JNL-EOF-SW      PIC X(1) VALUE 'N'.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             OPEN OUTPUT REBUILD-RPT.
             PERFORM 080-READ-RUN-CONTROL-RTN.
             WRITE REBUILD-RPT-REC FROM RB-TITLE-LINE.
             MOVE SPACES TO REBUILD-RPT-REC.
             WRITE REBUILD-RPT-REC.
             CLOSE AUDIT-INDEX.
             PERFORM 910-PRINT-RUN-TOTALS-RTN.
             CLOSE REBUILD-RPT.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
      * The run statistics are dated and numbered from RUNCTL like the
      * rest of the night stream.
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
               DISPLAY 'PGM73 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

      ******************************************************************
      * The load sequence keeps entries written in the same second for
      * the same account unique and in arrival order under the key.
                MOVE AJ-SOURCE-PGM TO JX-SOURCE-PGM
                MOVE AJ-BEFORE-IMAGE TO JX-BEFORE-IMAGE
                MOVE AJ-AFTER-IMAGE TO JX-AFTER-IMAGE
                MOVE AJ-OPERATOR-ID TO JX-OPERATOR-ID
                MOVE AJ-APPROVER-ID TO JX-APPROVER-ID
                WRITE AUDIT-INDEX-REC
                  INVALID KEY
                    ADD 1 TO WS-DUP-CTR
            MOVE 'DUPLICATE KEYS BYPASSED' TO RB-COUNT-LABEL.
            MOVE WS-DUP-CTR TO RB-COUNT.
            WRITE REBUILD-RPT-REC FROM RB-COUNT-LINE.

      ******************************************************************
      * A duplicate key is an entry bypassed, reported as a reject.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM73' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-READ-CTR TO RS-READ-CTR.
            MOVE WS-LOADED-CTR TO RS-WRITTEN-CTR.
            MOVE WS-DUP-CTR TO RS-REJECT-CTR.
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
