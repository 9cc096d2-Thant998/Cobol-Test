      * Author:
      * Date:
      * Purpose:  General-ledger master update downstream of the PGM92
      *           posting file and the PGM44 journal-entry batch, each
      *           its own GLPOST.  Function P posts a released GLPOST
      *           batch: the batch header and trailer are proved
      *           (debits equal credits and tie to the trailer), every
      *           detail must fall in the open accounting period on
      *           and a trial balance prints by account.  A batch that
      *           fails its controls or posts to a closed period is
      *           refused whole with RETURN-CODE 8.  Function C closes
      *           the month: each account's closing period-to-date
      *           and year-to-date balances are appended to the GLHIST
      *           period history for the PGM45 financial statements
      *           and prior-year comparisons, period balances roll to
      *           zero and GLPERD reopens the next period.  The updated
      *           master writes to GLMSTN for the operator to promote
      *           over GLMSTO.  Each run appends its counts and the
      *           debits and credits posted to RUNSTAT for the PGM48
      *           operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DETAIL-SORT-WK ASSIGN TO "GLSRTW".
           SELECT PERIOD-FILE ASSIGN TO GLPERD
               FILE STATUS IS WS-PERD-STATUS.
           SELECT GL-HISTORY  ASSIGN TO GLHIST
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PARM-FILE   ASSIGN TO GLPARM.
           SELECT LEDGER-RPT  ASSIGN TO RPT15L.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL.
           SELECT RUN-STATS   ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
             05 PC-OPEN-PERIOD    PIC 9(6).
             05                   PIC X(6).

       FD GL-HISTORY
       LABEL RECORDS ARE STANDARD.
            01  GL-HISTORY-REC.
           COPY GLHISTRC.

       FD PARM-FILE
       LABEL RECORDS ARE STANDARD.
            01  PARM-REC.
       LABEL RECORDS ARE OMITTED.
            01  LEDGER-RPT-REC PIC X(80).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-OLDGL-STATUS        PIC X(2).
        77  WS-PERD-STATUS         PIC X(2).
        77  WS-HIST-STATUS         PIC X(2).
        77  WS-HIST-WRITE-CTR      PIC 9(7) VALUE ZERO.
        77  WS-OPEN-PERIOD         PIC 9(6) VALUE ZERO.
        77  WS-DETAIL-PERIOD       PIC 9(6) VALUE ZERO.
        77  WS-POST-READ-CTR       PIC 9(7) VALUE ZERO.
        77  WS-TB-YTD-TOTAL        PIC S9(13)V99 VALUE ZERO.
        77  WS-PERIOD-YYYY         PIC 9(4) VALUE ZERO.
        77  WS-PERIOD-MM           PIC 9(2) VALUE ZERO.
        77  WS-RUN-DATE            PIC 9(8) VALUE ZERO.
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.

        01  WS-LEDGER-SWITCHES.
            05  WS-POST-EOF-SW     PIC X(1) VALUE 'N'.
             IF WS-BATCH-ERROR
                MOVE 8 TO RETURN-CODE
             END-IF.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

       200-POST-BATCH-RTN.
            WRITE LEDGER-RPT-REC FROM GR-MSG-LINE.

      ******************************************************************
      * Month-end close: each account's closing balances go to the
      * GLHIST period history, the period balances roll to zero on
      * the new master and GLPERD reopens the next accounting period.
      ******************************************************************
       600-CLOSE-PERIOD-RTN.
            OPEN INPUT OLD-LEDGER.
               SET WS-OLDGL-EOF TO TRUE
            END-IF.
            OPEN OUTPUT NEW-LEDGER.
            OPEN EXTEND GL-HISTORY.
            PERFORM 630-ROLL-ONE-ACCOUNT-RTN
               UNTIL WS-OLDGL-EOF.
            IF WS-OLDGL-STATUS NOT = '35'
               CLOSE OLD-LEDGER
            END-IF.
            CLOSE NEW-LEDGER
                  GL-HISTORY.
            PERFORM 650-ADVANCE-PERIOD-RTN.
            MOVE 'PERIOD CLOSED - PTD BALANCES ROLLED'
              TO GR-MSG-TEXT.
            WRITE LEDGER-RPT-REC FROM GR-MSG-LINE.
            MOVE 'PERIOD BALANCES RETAINED ON GLHIST'
              TO GR-COUNT-LABEL.
            MOVE WS-HIST-WRITE-CTR TO GR-COUNT.
            WRITE LEDGER-RPT-REC FROM GR-COUNT-LINE.
            MOVE WS-OPEN-PERIOD TO GR-OPEN-PERIOD.
            WRITE LEDGER-RPT-REC FROM GR-PERIOD-LINE.

              AT END
                SET WS-OLDGL-EOF TO TRUE
              NOT AT END
                MOVE SPACES TO GL-HISTORY-REC
                MOVE WS-OPEN-PERIOD TO GH-PERIOD
                MOVE GM-ACCOUNT TO GH-ACCOUNT
                MOVE GM-DESCRIPTION TO GH-DESCRIPTION
                MOVE GM-PTD-BAL TO GH-PTD-BAL
                MOVE GM-YTD-BAL TO GH-YTD-BAL
                WRITE GL-HISTORY-REC
                ADD 1 TO WS-HIST-WRITE-CTR
                MOVE OLD-LEDGER-REC TO NEW-LEDGER-REC
                MOVE ZERO TO GN-PTD-BAL
                WRITE NEW-LEDGER-REC
            END-READ.
            CLOSE PARM-FILE.
            OPEN OUTPUT LEDGER-RPT.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            PERFORM 810-READ-PERIOD-RTN.
            WRITE LEDGER-RPT-REC FROM GR-TITLE-LINE.
            MOVE WS-OPEN-PERIOD TO GR-OPEN-PERIOD.
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

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
               DISPLAY 'PGM75 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

      ******************************************************************
      * A refused batch posts nothing; its details count as rejected.
      * A month-end close reads and rewrites every ledger account.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM75' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            COMPUTE RS-READ-CTR = WS-POST-READ-CTR
                + WS-HIST-WRITE-CTR.
            MOVE WS-LEDGER-WRITE-CTR TO RS-WRITTEN-CTR.
            MOVE 'DEBITS' TO RS-AMT-LABEL (1).
            MOVE 'CREDITS' TO RS-AMT-LABEL (2).
            IF WS-BATCH-ERROR
               MOVE WS-DETAIL-CTR TO RS-REJECT-CTR
            ELSE
               MOVE WS-TOTAL-DEBITS TO RS-AMOUNT (1)
               MOVE WS-TOTAL-CREDITS TO RS-AMOUNT (2)
            END-IF.
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
