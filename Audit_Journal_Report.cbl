      * Purpose:  Audit journal inquiry and reporting.  Reads the
      *           AUDITJNL file that PGM77/PGM80/PGM81/PGM90/PGM91
      *           write and prints every entry matching the selection
      *           parameter card (source program, key, operator
      *           and/or run-date range - blank or zero means select
      *           all), showing the keying and approving operators and
      *           the before and after images for each entry, followed
      *           by activity summaries by source program and by
      *           operator over the selected range.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             05 JX-SOURCE-PGM        PIC X(8).
             05 JX-BEFORE-IMAGE      PIC X(72).
             05 JX-AFTER-IMAGE       PIC X(72).
             05 JX-OPERATOR-ID       PIC X(8).
             05 JX-APPROVER-ID       PIC X(8).

       FD ARCHIVE-JOURNAL
       LABEL RECORDS ARE STANDARD.
             05 AV-KEY               PIC X(10).
             05 AV-BEFORE-IMAGE      PIC X(72).
             05 AV-AFTER-IMAGE       PIC X(72).
             05 AV-OPERATOR-ID       PIC X(8).
             05 AV-APPROVER-ID       PIC X(8).

       FD PARM-FILE
       LABEL RECORDS ARE STANDARD.
             05 PA-JOURNAL-SOURCE PIC X(1).
                88 PA-USE-ARCHIVE     VALUE 'A'.
             05                   PIC X(5).
             05 PA-OPERATOR-ID    PIC X(8).

       FD JOURNAL-RPT
       LABEL RECORDS ARE OMITTED.
        77  WS-JNX-STATUS          PIC X(2).
        77  WS-ARCH-STATUS         PIC X(2).
        77  WS-TALLY-PGM           PIC X(8) VALUE SPACES.
        77  WS-OPER-MAX            PIC 9(2) VALUE 20.
        77  WS-OPER-COUNT          PIC 9(2) VALUE ZERO.
        77  WS-OPER-SUB            PIC 9(2) VALUE ZERO.
        77  WS-TALLY-OPER          PIC X(8) VALUE SPACES.
        77  WS-TALLY-APPROVER      PIC X(8) VALUE SPACES.

        01  WS-PARM-SWITCHES.
            05  WS-PARM-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-JNL-EOF                VALUE 'Y'.
            05  WS-FOUND-SW        PIC X(1) VALUE 'N'.
                88  WS-PGM-FOUND               VALUE 'Y'.
            05  WS-OPER-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-OPER-FOUND              VALUE 'Y'.
            05  WS-JNX-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-JNX-EOF                 VALUE 'Y'.
            05  WS-USE-INDEX-SW    PIC X(1) VALUE 'N'.
        01  WS-SELECT-PARMS.
            05  WS-SEL-SOURCE-PGM  PIC X(8)  VALUE SPACES.
            05  WS-SEL-KEY         PIC X(10) VALUE SPACES.
            05  WS-SEL-OPERATOR    PIC X(8)  VALUE SPACES.

        01  WS-PGM-SUMMARY-TABLE.
            05  WS-PGM-ENTRY OCCURS 10 TIMES.
                10  WS-PGM-NAME    PIC X(8).
                10  WS-PGM-CTR     PIC 9(7).

        01  WS-OPER-SUMMARY-TABLE.
            05  WS-OPER-ENTRY OCCURS 20 TIMES.
                10  WS-OPER-NAME   PIC X(8).
                10  WS-OPER-CTR    PIC 9(7).
                10  WS-OPER-DUAL-CTR PIC 9(7).

        01  JR-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(34)
            05  JR-PARM-FROM   PIC 9(8).
            05  FILLER         PIC X(1)  VALUE '-'.
            05  JR-PARM-TO     PIC 9(8).
            05  FILLER         PIC X(7)  VALUE ' OPER: '.
            05  JR-PARM-OPER   PIC X(8).
            05  FILLER         PIC X(4)  VALUE SPACES.
        01  JR-ENTRY-LINE.
            05  JR-RUN-DATE    PIC 9(8).
            05  FILLER         PIC X(1)  VALUE SPACES.
            05  JR-SOURCE-PGM  PIC X(8).
            05  FILLER         PIC X(2)  VALUE SPACES.
            05  JR-KEY         PIC X(10).
            05  FILLER         PIC X(8)  VALUE '  OPER: '.
            05  JR-OPERATOR    PIC X(8).
            05  FILLER         PIC X(8)  VALUE '  APPR: '.
            05  JR-APPROVER    PIC X(8).
            05  FILLER         PIC X(9)  VALUE SPACES.
        01  JR-BEFORE-LINE.
            05  FILLER         PIC X(8)  VALUE ' BEFORE '.
            05  JR-BEFORE-IMAGE PIC X(72).
            05  FILLER         PIC X(10) VALUE '  ENTRIES:'.
            05  JR-SUM-CTR     PIC ZZZ,ZZ9.
            05  FILLER         PIC X(46) VALUE SPACES.
        01  JR-OPER-SUMMARY-LINE.
            05  FILLER         PIC X(10) VALUE 'OPERATOR: '.
            05  JR-OPER-NAME   PIC X(8).
            05  FILLER         PIC X(10) VALUE '  ENTRIES:'.
            05  JR-OPER-CTR    PIC ZZZ,ZZ9.
            05  FILLER         PIC X(17) VALUE '  DUAL CONTROL:'.
            05  JR-OPER-DUAL-CTR PIC ZZZ,ZZ9.
            05  FILLER         PIC X(21) VALUE SPACES.
        01  JR-TOTAL-LINE.
            05  JR-TOTAL-LABEL PIC X(40).
            05  JR-TOTAL-COUNT PIC ZZZ,ZZ9.
            IF (WS-SEL-SOURCE-PGM = SPACES OR
                AJ-SOURCE-PGM = WS-SEL-SOURCE-PGM)
               AND (WS-SEL-KEY = SPACES OR AJ-KEY = WS-SEL-KEY)
               AND (WS-SEL-OPERATOR = SPACES OR
                    AJ-OPERATOR-ID = WS-SEL-OPERATOR)
               AND AJ-RUN-DATE NOT < WS-DATE-FROM
               AND AJ-RUN-DATE NOT > WS-DATE-TO
               PERFORM 300-PRINT-ENTRY-RTN
               MOVE AJ-SOURCE-PGM TO WS-TALLY-PGM
               PERFORM 400-TALLY-PGM-RTN
               MOVE AJ-OPERATOR-ID TO WS-TALLY-OPER
               MOVE AJ-APPROVER-ID TO WS-TALLY-APPROVER
               PERFORM 450-TALLY-OPER-RTN
            END-IF.
            PERFORM 600-READ-JOURNAL.

            IF (WS-SEL-SOURCE-PGM = SPACES OR
                AV-SOURCE-PGM = WS-SEL-SOURCE-PGM)
               AND (WS-SEL-KEY = SPACES OR AV-KEY = WS-SEL-KEY)
               AND (WS-SEL-OPERATOR = SPACES OR
                    AV-OPERATOR-ID = WS-SEL-OPERATOR)
               AND AV-RUN-DATE NOT < WS-DATE-FROM
               AND AV-RUN-DATE NOT > WS-DATE-TO
               PERFORM 305-PRINT-ARCHIVE-ENTRY-RTN
               MOVE AV-SOURCE-PGM TO WS-TALLY-PGM
               PERFORM 400-TALLY-PGM-RTN
               MOVE AV-OPERATOR-ID TO WS-TALLY-OPER
               MOVE AV-APPROVER-ID TO WS-TALLY-APPROVER
               PERFORM 450-TALLY-OPER-RTN
            END-IF.
            PERFORM 610-READ-ARCHIVE.

            MOVE AV-RUN-TIME TO JR-RUN-TIME.
            MOVE AV-SOURCE-PGM TO JR-SOURCE-PGM.
            MOVE AV-KEY TO JR-KEY.
            MOVE AV-OPERATOR-ID TO JR-OPERATOR.
            MOVE AV-APPROVER-ID TO JR-APPROVER.
            WRITE JOURNAL-RPT-REC FROM JR-ENTRY-LINE.
            MOVE AV-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
            WRITE JOURNAL-RPT-REC FROM JR-BEFORE-LINE.
       280-FILTER-INDEX-ENTRY-RTN.
            IF (WS-SEL-SOURCE-PGM = SPACES OR
                JX-SOURCE-PGM = WS-SEL-SOURCE-PGM)
               AND (WS-SEL-OPERATOR = SPACES OR
                    JX-OPERATOR-ID = WS-SEL-OPERATOR)
               AND JX-RUN-DATE NOT < WS-DATE-FROM
               AND JX-RUN-DATE NOT > WS-DATE-TO
               PERFORM 350-PRINT-INDEX-ENTRY-RTN
               MOVE JX-SOURCE-PGM TO WS-TALLY-PGM
               PERFORM 400-TALLY-PGM-RTN
               MOVE JX-OPERATOR-ID TO WS-TALLY-OPER
               MOVE JX-APPROVER-ID TO WS-TALLY-APPROVER
               PERFORM 450-TALLY-OPER-RTN
            END-IF.

       350-PRINT-INDEX-ENTRY-RTN.
            MOVE JX-RUN-TIME TO JR-RUN-TIME.
            MOVE JX-SOURCE-PGM TO JR-SOURCE-PGM.
            MOVE JX-KEY TO JR-KEY.
            MOVE JX-OPERATOR-ID TO JR-OPERATOR.
            MOVE JX-APPROVER-ID TO JR-APPROVER.
            WRITE JOURNAL-RPT-REC FROM JR-ENTRY-LINE.
            MOVE JX-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
            WRITE JOURNAL-RPT-REC FROM JR-BEFORE-LINE.
            MOVE AJ-RUN-TIME TO JR-RUN-TIME.
            MOVE AJ-SOURCE-PGM TO JR-SOURCE-PGM.
            MOVE AJ-KEY TO JR-KEY.
            MOVE AJ-OPERATOR-ID TO JR-OPERATOR.
            MOVE AJ-APPROVER-ID TO JR-APPROVER.
            WRITE JOURNAL-RPT-REC FROM JR-ENTRY-LINE.
            MOVE AJ-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
            WRITE JOURNAL-RPT-REC FROM JR-BEFORE-LINE.
               SET WS-PGM-FOUND TO TRUE
            END-IF.

      ******************************************************************
      * Entries the batch programs write carry no operator and tally
      * together; an entry with an approver was applied under dual
      * control.
      ******************************************************************
       450-TALLY-OPER-RTN.
            IF WS-TALLY-OPER = SPACES
               MOVE '*BATCH*' TO WS-TALLY-OPER
            END-IF.
            MOVE 'N' TO WS-OPER-FOUND-SW.
            PERFORM 460-MATCH-OPER-RTN
               VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT OR WS-OPER-FOUND.
            IF NOT WS-OPER-FOUND AND WS-OPER-COUNT < WS-OPER-MAX
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-TALLY-OPER TO WS-OPER-NAME (WS-OPER-COUNT)
               MOVE 1 TO WS-OPER-CTR (WS-OPER-COUNT)
               MOVE ZERO TO WS-OPER-DUAL-CTR (WS-OPER-COUNT)
               IF WS-TALLY-APPROVER NOT = SPACES
                  MOVE 1 TO WS-OPER-DUAL-CTR (WS-OPER-COUNT)
               END-IF
            END-IF.

       460-MATCH-OPER-RTN.
            IF WS-OPER-NAME (WS-OPER-SUB) = WS-TALLY-OPER
               ADD 1 TO WS-OPER-CTR (WS-OPER-SUB)
               IF WS-TALLY-APPROVER NOT = SPACES
                  ADD 1 TO WS-OPER-DUAL-CTR (WS-OPER-SUB)
               END-IF
               SET WS-OPER-FOUND TO TRUE
            END-IF.

       600-READ-JOURNAL.
            READ AUDIT-JOURNAL
              AT END
              NOT AT END
                MOVE PA-SOURCE-PGM TO WS-SEL-SOURCE-PGM
                MOVE PA-KEY TO WS-SEL-KEY
                MOVE PA-OPERATOR-ID TO WS-SEL-OPERATOR
                IF PA-DATE-FROM NUMERIC
                   MOVE PA-DATE-FROM TO WS-DATE-FROM
                END-IF
            MOVE WS-SEL-KEY TO JR-PARM-KEY.
            MOVE WS-DATE-FROM TO JR-PARM-FROM.
            MOVE WS-DATE-TO TO JR-PARM-TO.
            MOVE WS-SEL-OPERATOR TO JR-PARM-OPER.
            WRITE JOURNAL-RPT-REC FROM JR-PARM-LINE.
            MOVE SPACES TO JOURNAL-RPT-REC.
            WRITE JOURNAL-RPT-REC.
               UNTIL WS-PGM-SUB > WS-PGM-COUNT.
            MOVE SPACES TO JOURNAL-RPT-REC.
            WRITE JOURNAL-RPT-REC.
            PERFORM 930-PRINT-OPER-SUMMARY-RTN
               VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT.
            MOVE SPACES TO JOURNAL-RPT-REC.
            WRITE JOURNAL-RPT-REC.
            MOVE 'JOURNAL ENTRIES READ' TO JR-TOTAL-LABEL.
            MOVE WS-READ-CTR TO JR-TOTAL-COUNT.
            WRITE JOURNAL-RPT-REC FROM JR-TOTAL-LINE.
            MOVE WS-PGM-NAME (WS-PGM-SUB) TO JR-SUM-PGM.
            MOVE WS-PGM-CTR (WS-PGM-SUB) TO JR-SUM-CTR.
            WRITE JOURNAL-RPT-REC FROM JR-SUMMARY-LINE.

       930-PRINT-OPER-SUMMARY-RTN.
            MOVE WS-OPER-NAME (WS-OPER-SUB) TO JR-OPER-NAME.
            MOVE WS-OPER-CTR (WS-OPER-SUB) TO JR-OPER-CTR.
            MOVE WS-OPER-DUAL-CTR (WS-OPER-SUB) TO JR-OPER-DUAL-CTR.
            WRITE JOURNAL-RPT-REC FROM JR-OPER-SUMMARY-LINE.
