      *           (SUSP13C, last cycle's SUSP13N promoted the way
      *           DATA13N becomes DATA13O), and the side batches the
      *           capture programs cut (CASH13T from PGM95, NSFR13T
      *           from PGM99, WOFF13T from PGM70, REFADJ from PGM98,
      *           DSPA13T dispute credits from PGM58, ACHP13T
      *           autopay drafts from PGM55, ESCA13T escheated credit
      *           balances from PGM53) -
      *           verifying each batch against its own header and
      *           trailer.  A side batch consolidates only when its
      *           header carries this business date; the producers are
      *           past the stale limit of cycles prints on the
      *           stale-suspense report so it stops disappearing
      *           silently.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-WOFF-STATUS.
           SELECT REFUND-ADJ   ASSIGN TO REFADJ
               FILE STATUS IS WS-REF-STATUS.
           SELECT DISPUTE-ADJ  ASSIGN TO DSPA13T
               FILE STATUS IS WS-DSP-STATUS.
           SELECT AUTOPAY-TRANS ASSIGN TO ACHP13T
               FILE STATUS IS WS-ACH-STATUS.
           SELECT ESCHEAT-ADJ  ASSIGN TO ESCA13T
               FILE STATUS IS WS-ESC-STATUS.
           SELECT NEW-MASTER ASSIGN TO DATA13N
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT NEW-SUSPENSE ASSIGN TO SUSP13N.
           SELECT RECYCLE-RPT  ASSIGN TO RPT13Y.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL.
           SELECT RUN-STATS    ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       LABEL RECORDS ARE STANDARD.
            01  REFUND-ADJ-REC        PIC X(100).

       FD DISPUTE-ADJ
       LABEL RECORDS ARE STANDARD.
            01  DISPUTE-ADJ-REC       PIC X(100).

       FD AUTOPAY-TRANS
       LABEL RECORDS ARE STANDARD.
            01  AUTOPAY-TRANS-REC     PIC X(100).

       FD ESCHEAT-ADJ
       LABEL RECORDS ARE STANDARD.
            01  ESCHEAT-ADJ-REC       PIC X(100).

       FD NEW-MASTER
       LABEL RECORDS ARE STANDARD.
            01  NEW-MASTER-REC.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-SUSP-STATUS         PIC X(2).
        77  WS-CARRY-STATUS        PIC X(2).
        77  WS-NSF-STATUS          PIC X(2).
        77  WS-WOFF-STATUS         PIC X(2).
        77  WS-REF-STATUS          PIC X(2).
        77  WS-DSP-STATUS          PIC X(2).
        77  WS-ACH-STATUS          PIC X(2).
        77  WS-ESC-STATUS          PIC X(2).
        77  WS-MASTER-STATUS       PIC X(2).
        77  WS-RUN-DATE            PIC 9(8).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-CYCLE-WORK          PIC 9(3) VALUE ZERO.
        77  WS-DAILY-FILE-DATE     PIC 9(8) VALUE ZERO.
        77  WS-SORT-OUT-CTR        PIC 9(7) VALUE ZERO.
        77  WS-GATHERED-CTR        PIC 9(7) VALUE ZERO.
        77  WS-CASH-TAKEN-AMT      PIC S9(11)V99 VALUE ZERO.

        01  WS-CUR-BATCH-AREA.
            05  WS-CUR-FILE-NAME   PIC X(8)  VALUE SPACES.
                PERFORM 930-PRINT-RUN-TOTALS-RTN
             END-IF.
             CLOSE RECYCLE-RPT.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
            IF NOT WS-BATCH-ERROR
               PERFORM 270-GATHER-REFUND-RTN
            END-IF.
            IF NOT WS-BATCH-ERROR
               PERFORM 280-GATHER-DISPUTE-RTN
            END-IF.
            IF NOT WS-BATCH-ERROR
               PERFORM 290-GATHER-AUTOPAY-RTN
            END-IF.
            IF NOT WS-BATCH-ERROR
               PERFORM 297-GATHER-ESCHEAT-RTN
            END-IF.

       210-GATHER-DAILY-RTN.
            PERFORM 410-INIT-BATCH-RTN.
                  IF WS-CUR-HDR-DATE NOT = WS-RUN-DATE
                     PERFORM 445-REPORT-OFF-DATE-RTN
                  ELSE
                     MOVE WS-CUR-HASH TO WS-CASH-TAKEN-AMT
                     MOVE 'Y' TO WS-CUR-COPY-SW
                     MOVE 'N' TO WS-CUR-EOF-SW
                     OPEN INPUT CASH-TRANS
                PERFORM 430-CLASSIFY-RECORD-RTN
            END-READ.

       280-GATHER-DISPUTE-RTN.
            PERFORM 410-INIT-BATCH-RTN.
            MOVE 'DSPA13T' TO WS-CUR-FILE-NAME.
            MOVE 'N' TO WS-CUR-COPY-SW.
            OPEN INPUT DISPUTE-ADJ.
            IF WS-DSP-STATUS = '35'
               PERFORM 440-REPORT-MISSING-RTN
            ELSE
               PERFORM 285-READ-DISPUTE-RTN
                  UNTIL WS-CUR-EOF
               CLOSE DISPUTE-ADJ
               PERFORM 420-CHECK-BATCH-RTN
               IF WS-BATCH-ERROR
                  CONTINUE
               ELSE
                  IF WS-CUR-HDR-DATE NOT = WS-RUN-DATE
                     PERFORM 445-REPORT-OFF-DATE-RTN
                  ELSE
                     MOVE 'Y' TO WS-CUR-COPY-SW
                     MOVE 'N' TO WS-CUR-EOF-SW
                     OPEN INPUT DISPUTE-ADJ
                     PERFORM 285-READ-DISPUTE-RTN
                        UNTIL WS-CUR-EOF
                     CLOSE DISPUTE-ADJ
                  END-IF
               END-IF
            END-IF.

       285-READ-DISPUTE-RTN.
            READ DISPUTE-ADJ
              AT END
                SET WS-CUR-EOF TO TRUE
              NOT AT END
                MOVE DISPUTE-ADJ-REC TO WK-TRANS-REC
                PERFORM 430-CLASSIFY-RECORD-RTN
            END-READ.

       290-GATHER-AUTOPAY-RTN.
            PERFORM 410-INIT-BATCH-RTN.
            MOVE 'ACHP13T' TO WS-CUR-FILE-NAME.
            MOVE 'N' TO WS-CUR-COPY-SW.
            OPEN INPUT AUTOPAY-TRANS.
            IF WS-ACH-STATUS = '35'
               PERFORM 440-REPORT-MISSING-RTN
            ELSE
               PERFORM 295-READ-AUTOPAY-RTN
                  UNTIL WS-CUR-EOF
               CLOSE AUTOPAY-TRANS
               PERFORM 420-CHECK-BATCH-RTN
               IF WS-BATCH-ERROR
                  CONTINUE
               ELSE
                  IF WS-CUR-HDR-DATE NOT = WS-RUN-DATE
                     PERFORM 445-REPORT-OFF-DATE-RTN
                  ELSE
                     MOVE 'Y' TO WS-CUR-COPY-SW
                     MOVE 'N' TO WS-CUR-EOF-SW
                     OPEN INPUT AUTOPAY-TRANS
                     PERFORM 295-READ-AUTOPAY-RTN
                        UNTIL WS-CUR-EOF
                     CLOSE AUTOPAY-TRANS
                  END-IF
               END-IF
            END-IF.

       295-READ-AUTOPAY-RTN.
            READ AUTOPAY-TRANS
              AT END
                SET WS-CUR-EOF TO TRUE
              NOT AT END
                MOVE AUTOPAY-TRANS-REC TO WK-TRANS-REC
                PERFORM 430-CLASSIFY-RECORD-RTN
            END-READ.

       297-GATHER-ESCHEAT-RTN.
            PERFORM 410-INIT-BATCH-RTN.
            MOVE 'ESCA13T' TO WS-CUR-FILE-NAME.
            MOVE 'N' TO WS-CUR-COPY-SW.
            OPEN INPUT ESCHEAT-ADJ.
            IF WS-ESC-STATUS = '35'
               PERFORM 440-REPORT-MISSING-RTN
            ELSE
               PERFORM 298-READ-ESCHEAT-RTN
                  UNTIL WS-CUR-EOF
               CLOSE ESCHEAT-ADJ
               PERFORM 420-CHECK-BATCH-RTN
               IF WS-BATCH-ERROR
                  CONTINUE
               ELSE
                  IF WS-CUR-HDR-DATE NOT = WS-RUN-DATE
                     PERFORM 445-REPORT-OFF-DATE-RTN
                  ELSE
                     MOVE 'Y' TO WS-CUR-COPY-SW
                     MOVE 'N' TO WS-CUR-EOF-SW
                     OPEN INPUT ESCHEAT-ADJ
                     PERFORM 298-READ-ESCHEAT-RTN
                        UNTIL WS-CUR-EOF
                     CLOSE ESCHEAT-ADJ
                  END-IF
               END-IF
            END-IF.

       298-READ-ESCHEAT-RTN.
            READ ESCHEAT-ADJ
              AT END
                SET WS-CUR-EOF TO TRUE
              NOT AT END
                MOVE ESCHEAT-ADJ-REC TO WK-TRANS-REC
                PERFORM 430-CLASSIFY-RECORD-RTN
            END-READ.

       410-INIT-BATCH-RTN.
            MOVE SPACES TO WS-CUR-FILE-NAME.
            MOVE ZERO TO WS-CUR-DETAIL-CTR.
               MOVE WS-CUR-FILE-NAME TO RY-ABORT-FILE
               WRITE RECYCLE-RPT-REC FROM RY-ABORT-LINE
            ELSE
               ADD WS-CUR-DETAIL-CTR TO WS-GATHERED-CTR
               MOVE WS-CUR-FILE-NAME TO RY-BATCH-FILE
               MOVE WS-CUR-DETAIL-CTR TO RY-BATCH-COUNT
               WRITE RECYCLE-RPT-REC FROM RY-BATCH-LINE
            MOVE 'CONSOLIDATED BATCH TOTAL' TO RY-AMOUNT-LABEL.
            MOVE WS-MERGED-HASH TO RY-AMOUNT.
            WRITE RECYCLE-RPT-REC FROM RY-AMOUNT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: batch details
      * gathered, consolidated details written and items carried in
      * suspense, with the CASH13T total taken from PGM95 and the
      * consolidated DATA13T total handed on to PGM80.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM96' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-GATHERED-CTR TO RS-READ-CTR.
            MOVE WS-SORT-OUT-CTR TO RS-WRITTEN-CTR.
            MOVE WS-CARRIED-CTR TO RS-SUSPEND-CTR.
            MOVE 'CASH13T' TO RS-AMT-LABEL (1).
            MOVE 'CASH' TO RS-AMT-FLOW (1).
            SET RS-AMT-TAKEN (1) TO TRUE.
            MOVE WS-CASH-TAKEN-AMT TO RS-AMOUNT (1).
            MOVE 'DATA13T' TO RS-AMT-LABEL (2).
            MOVE 'TRAN' TO RS-AMT-FLOW (2).
            SET RS-AMT-PASSED (2) TO TRUE.
            MOVE WS-MERGED-HASH TO RS-AMOUNT (2).
            MOVE 'RELEASED' TO RS-AMT-LABEL (3).
            MOVE WS-RELEASED-AMT TO RS-AMOUNT (3).
            MOVE 'CARRIED' TO RS-AMT-LABEL (4).
            MOVE WS-CARRIED-HASH TO RS-AMOUNT (4).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
