      *           on a keyed work file and are sorted into zip/account
      *           sequence before the print file is written, with a
      *           presort qualification summary by zip for the post
      *           office.  Each account's delivery preference on
      *           DLVPREF (maintained by PGM47) decides the channel:
      *           an electronic customer gets the same statement as a
      *           structured e-document on STMT13E instead of a print
      *           image and is left out of the print file and the
      *           presort counts; a customer taking both gets each.
      *           Paper, electronic and suppressed counts are totalled
      *           for postage reconciliation.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT STMT-SORTED ASSIGN TO STMTWK2.
           SELECT STMT-SORT-WK ASSIGN TO "STMSRTW".
           SELECT STMT-FILE  ASSIGN TO STMT13P.
           SELECT DELIVERY-PREF ASSIGN TO DLVPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DV-ACCT-NO
               FILE STATUS IS WS-DLV-STATUS.
           SELECT EDOC-FILE  ASSIGN TO STMT13E.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL.
           SELECT RUN-STATS   ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.

       FD STMT-HIST
       LABEL RECORDS ARE STANDARD.
            01  STMT-HIST-REC        PIC X(50).

       SD  HIST-SORT-WK.
            01  HIST-SORT-REC.
             05 HS-AMOUNT             PIC S9(7)V99.
             05 HS-RESULT-BAL         PIC S9(7)V99.
             05 HS-POST-DATE          PIC 9(8).
             05                       PIC X(10).

       FD SORTED-HIST
       LABEL RECORDS ARE STANDARD.
             05 SH-AMOUNT             PIC S9(7)V99.
             05 SH-RESULT-BAL         PIC S9(7)V99.
             05 SH-POST-DATE          PIC 9(8).
             05                       PIC X(10).

       FD STMT-WORK
       LABEL RECORDS ARE STANDARD.
       LABEL RECORDS ARE OMITTED.
            01  STMT-REC PIC X(80).

       FD DELIVERY-PREF
       LABEL RECORDS ARE STANDARD.
            01  DELIVERY-PREF-REC.
           COPY DLVPRFRC.

       FD EDOC-FILE
       LABEL RECORDS ARE STANDARD.
            01  EDOC-REC.
           COPY EDOCRC.

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-STMT-CTR            PIC 9(7) VALUE ZERO.
        77  WS-TRANS-PRINTED-CTR   PIC 9(7) VALUE ZERO.
        77  WS-ZIP-SUB             PIC 9(3) COMP VALUE ZERO.
        77  WS-QUALIFIED-ZIP-CTR   PIC 9(5) VALUE ZERO.
        77  WS-QUALIFIED-PIECES    PIC 9(7) VALUE ZERO.
        77  WS-DLV-STATUS          PIC X(2).
        77  WS-PAPER-CTR           PIC 9(7) VALUE ZERO.
        77  WS-EDOC-CTR            PIC 9(7) VALUE ZERO.
        77  WS-PAPER-SUPPRESS-CTR  PIC 9(7) VALUE ZERO.
        77  WS-EDOC-SEQ            PIC 9(4) VALUE ZERO.
        77  WS-EMAIL-ADDRESS       PIC X(50) VALUE SPACES.

        01  WS-SORT-SWITCHES.
            05  WS-SORTED-EOF-SW   PIC X(1) VALUE 'N'.
                88  WS-SORTED-EOF             VALUE 'Y'.
            05  WS-DLV-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-DLV-EOF                VALUE 'Y'.
            05  WS-PAPER-SW        PIC X(1) VALUE 'Y'.
                88  WS-PRINT-PAPER            VALUE 'Y'.
            05  WS-EDOC-SW         PIC X(1) VALUE 'N'.
                88  WS-SEND-EDOC              VALUE 'Y'.

        01  WS-TRANS-TABLE.
            05  WS-TRANS-ENTRY  OCCURS 200 TIMES.
                      SH-ACCT-NO = HIGH-VALUES.
             PERFORM 500-SORT-AND-PRINT-RTN.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

       200-COMP-RTN.
            ADD 1 TO WS-ORPHAN-TRANS-CTR.
            PERFORM 700-READ-HIST.

      ******************************************************************
      * DLVPREF is in account sequence like the master.  An account
      * with no preference on file, or an electronic preference left
      * without an e-mail address, is sent paper.
      ******************************************************************
       250-FIND-DELIVERY-PREF-RTN.
            PERFORM 720-READ-DELIVERY-PREF-RTN
               UNTIL WS-DLV-EOF OR DV-ACCT-NO NOT < ACCT-NO-OUT.
            MOVE 'Y' TO WS-PAPER-SW.
            MOVE 'N' TO WS-EDOC-SW.
            MOVE SPACES TO WS-EMAIL-ADDRESS.
            IF NOT WS-DLV-EOF AND DV-ACCT-NO = ACCT-NO-OUT
               IF DV-SENDS-EDOC AND DV-EMAIL-ADDRESS NOT = SPACES
                  SET WS-SEND-EDOC TO TRUE
                  MOVE DV-EMAIL-ADDRESS TO WS-EMAIL-ADDRESS
                  IF DV-ELECTRONIC
                     MOVE 'N' TO WS-PAPER-SW
                  END-IF
               END-IF
            END-IF.

       300-STATEMENT-WITH-ACTIVITY.
            MOVE ZERO TO WS-TRANS-COUNT.
            MOVE ZERO TO WS-ACTIVITY-TOTAL.
            END-IF.

       320-PRINT-STATEMENT-RTN.
            PERFORM 250-FIND-DELIVERY-PREF-RTN.
            COMPUTE WS-PRIOR-BALANCE =
                    AMOUNT-DUE-OUT - WS-ACTIVITY-TOTAL.
            PERFORM 330-PRINT-HEADING-RTN.
            MOVE 'PRIOR BALANCE' TO ST-AMT-LABEL.
            MOVE WS-PRIOR-BALANCE TO ST-AMOUNT.
            MOVE ST-AMOUNT-LINE TO SW-TEXT.
               PERFORM 360-WRITE-STMT-LINE-RTN
            END-IF.
            PERFORM 350-PRINT-TRAILER-RTN.
            IF WS-PRINT-PAPER
               ADD 1 TO WS-PAPER-CTR
            ELSE
               ADD 1 TO WS-PAPER-SUPPRESS-CTR
            END-IF.
            IF WS-SEND-EDOC
               ADD 1 TO WS-EDOC-CTR
            END-IF.

       330-PRINT-HEADING-RTN.
            MOVE ZERO TO WS-LINE-SEQ.
            MOVE ZERO TO WS-EDOC-SEQ.
            IF WS-SEND-EDOC
               PERFORM 370-WRITE-EDOC-HEADER-RTN
            END-IF.
            MOVE ST-TITLE-LINE TO SW-TEXT.
            PERFORM 360-WRITE-STMT-LINE-RTN.
            MOVE SPACES TO SW-TEXT.
            MOVE WS-TRANS-BAL (WS-TRANS-SUB) TO ST-TRANS-BAL.
            MOVE ST-TRANS-LINE TO SW-TEXT.
            PERFORM 360-WRITE-STMT-LINE-RTN.
            IF WS-SEND-EDOC
               PERFORM 375-WRITE-EDOC-TRANS-RTN
            END-IF.
            ADD 1 TO WS-TRANS-PRINTED-CTR.

       350-PRINT-TRAILER-RTN.
            MOVE AMOUNT-DUE-OUT TO ST-STUB-AMT.
            MOVE ST-STUB-LINE TO SW-TEXT.
            PERFORM 360-WRITE-STMT-LINE-RTN.
            IF WS-SEND-EDOC
               PERFORM 380-WRITE-EDOC-BALANCE-RTN
            END-IF.
            ADD 1 TO WS-STMT-CTR.

      ******************************************************************
      * Every statement line carries the account's zip and a line
      * sequence so the sort can rebuild whole statements in zip
      * order; line one of each statement opens a new page.  Nothing
      * reaches the print work file for an electronic-only customer,
      * so the print file and presort counts carry paper pieces only.
      ******************************************************************
       360-WRITE-STMT-LINE-RTN.
            IF WS-PRINT-PAPER
               ADD 1 TO WS-LINE-SEQ
               MOVE CM-ZIP-OUT TO SW-ZIP
               MOVE ACCT-NO-OUT TO SW-ACCT-NO
               MOVE WS-LINE-SEQ TO SW-LINE-SEQ
               WRITE STMT-WORK-REC
            END-IF.

      ******************************************************************
      * The e-document carries the statement content as data rather
      * than a print image: a header with the e-mail address, name,
      * address and due date, one record per transaction line, and
      * a balance record closing the statement.
      ******************************************************************
       370-WRITE-EDOC-HEADER-RTN.
            MOVE SPACES TO EDOC-REC.
            SET ED-HEADER TO TRUE.
            MOVE WS-EMAIL-ADDRESS TO ED-EMAIL-ADDRESS.
            MOVE CM-CUST-NAME-OUT TO ED-CUST-NAME.
            MOVE CM-ADDRESS-OUT TO ED-ADDRESS.
            MOVE CM-CITY-OUT TO ED-CITY.
            MOVE CM-STATE-OUT TO ED-STATE.
            MOVE CM-ZIP-OUT TO ED-ZIP.
            MOVE CM-DUE-DATE-OUT TO ED-DUE-DATE.
            IF WS-PRINT-PAPER
               MOVE 'Y' TO ED-PAPER-COPY
            ELSE
               MOVE 'N' TO ED-PAPER-COPY
            END-IF.
            PERFORM 390-WRITE-EDOC-REC-RTN.

       375-WRITE-EDOC-TRANS-RTN.
            MOVE SPACES TO EDOC-REC.
            SET ED-TRANSACTION TO TRUE.
            MOVE WS-TRANS-DATE (WS-TRANS-SUB) TO ED-TRANS-DATE.
            MOVE WS-TRANS-TYPE (WS-TRANS-SUB) TO ED-TRANS-TYPE.
            MOVE ST-TRANS-LABEL TO ED-TRANS-DESC.
            MOVE WS-TRANS-AMT (WS-TRANS-SUB) TO ED-TRANS-AMT.
            MOVE WS-TRANS-BAL (WS-TRANS-SUB) TO ED-TRANS-BAL.
            PERFORM 390-WRITE-EDOC-REC-RTN.

       380-WRITE-EDOC-BALANCE-RTN.
            MOVE SPACES TO EDOC-REC.
            SET ED-BALANCES TO TRUE.
            MOVE WS-PRIOR-BALANCE TO ED-PRIOR-BALANCE.
            MOVE WS-OVERFLOW-TOTAL TO ED-ADDL-ACTIVITY.
            MOVE AMOUNT-DUE-OUT TO ED-NEW-BALANCE.
            MOVE CM-MIN-PAYMENT-OUT TO ED-MIN-PAYMENT.
            MOVE CM-DUE-DATE-OUT TO ED-PAY-BY-DATE.
            PERFORM 390-WRITE-EDOC-REC-RTN.

       390-WRITE-EDOC-REC-RTN.
            ADD 1 TO WS-EDOC-SEQ.
            MOVE ACCT-NO-OUT TO ED-ACCT-NO.
            SET ED-STATEMENT TO TRUE.
            MOVE WS-EDOC-SEQ TO ED-SEQ.
            MOVE WS-RUN-DATE TO ED-DOC-DATE.
            WRITE EDOC-REC.

       400-STATEMENT-NO-ACTIVITY.
            MOVE ZERO TO WS-TRANS-COUNT.
              MOVE HIGH-VALUES TO SH-ACCT-NO
            END-READ.

       720-READ-DELIVERY-PREF-RTN.
            IF WS-DLV-EOF
               CONTINUE
            ELSE
               READ DELIVERY-PREF
                 AT END
                 SET WS-DLV-EOF TO TRUE
                 MOVE HIGH-VALUES TO DV-ACCT-NO
               END-READ
            END-IF.

      ******************************************************************
      * PGM80 extends the history with one account-sorted run per
      * cycle, so by month-end the file is many concatenated runs.
               GIVING SORTED-HIST.
            OPEN INPUT  NEW-MASTER
                        SORTED-HIST.
            OPEN OUTPUT STMT-WORK
                        EDOC-FILE.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            OPEN INPUT DELIVERY-PREF.
            IF WS-DLV-STATUS = '35'
               SET WS-DLV-EOF TO TRUE
               MOVE HIGH-VALUES TO DV-ACCT-NO
            END-IF.

      ******************************************************************
      * The statement run holds to the same RUNCTL business date the

       900-END-OF-JOB-RTN.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            IF WS-DLV-STATUS NOT = '35'
               CLOSE DELIVERY-PREF
            END-IF.
            CLOSE NEW-MASTER
                  SORTED-HIST
                  EDOC-FILE
                  STMT-FILE.

       910-PRINT-RUN-TOTALS-RTN.
            MOVE SPACES TO STMT-REC.
            WRITE STMT-REC AFTER ADVANCING PAGE.
            MOVE 'STATEMENTS PRODUCED' TO ST-TOTAL-LABEL.
            MOVE WS-STMT-CTR TO ST-TOTAL-COUNT.
            WRITE STMT-REC FROM ST-TOTAL-LINE.
            MOVE 'STATEMENTS PRINTED ON PAPER' TO ST-TOTAL-LABEL.
            MOVE WS-PAPER-CTR TO ST-TOTAL-COUNT.
            WRITE STMT-REC FROM ST-TOTAL-LINE.
            MOVE 'STATEMENTS SENT ELECTRONICALLY' TO ST-TOTAL-LABEL.
            MOVE WS-EDOC-CTR TO ST-TOTAL-COUNT.
            WRITE STMT-REC FROM ST-TOTAL-LINE.
            MOVE 'PAPER STATEMENTS SUPPRESSED' TO ST-TOTAL-LABEL.
            MOVE WS-PAPER-SUPPRESS-CTR TO ST-TOTAL-COUNT.
            WRITE STMT-REC FROM ST-TOTAL-LINE.
            MOVE 'TRANSACTION LINES ON STATEMENTS' TO ST-TOTAL-LABEL.
            MOVE WS-TRANS-PRINTED-CTR TO ST-TOTAL-COUNT.
            WRITE STMT-REC FROM ST-TOTAL-LINE.
            MOVE 'HISTORY FOR ACCOUNTS NOT ON MASTER'
               MOVE 'TOO FEW PIECES' TO ST-SUM-STATUS
            END-IF.
            WRITE STMT-REC FROM ST-PRESORT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: history
      * entries read, statements written and history entries with no
      * account on the master.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM84' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            COMPUTE RS-READ-CTR = WS-TRANS-PRINTED-CTR
                + WS-ORPHAN-TRANS-CTR.
            MOVE WS-STMT-CTR TO RS-WRITTEN-CTR.
            MOVE WS-ORPHAN-TRANS-CTR TO RS-REJECT-CTR.
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
