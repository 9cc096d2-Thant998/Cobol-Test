      *           header and trailer.  A posting proof report shows
      *           every entry and proves debits equal credits;
      *           RETURN-CODE 8 when the batch is out of balance or
      *           any feed record cannot be mapped.  Feed records
      *           carrying a department (the PGM78 payroll by
      *           department) map on activity and department so each
      *           department posts to its own expense account; a
      *           department with no card of its own falls back to the
      *           activity's card with a blank department and is
      *           listed on the proof.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT GL-POST    ASSIGN TO GLPOST.
           SELECT PROOF-RPT  ASSIGN TO RPT13L.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL.
           SELECT RUN-STATS   ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
             05 GM-DR-ACCOUNT     PIC X(6).
             05 GM-CR-ACCOUNT     PIC X(6).
             05 GM-DESCRIPTION    PIC X(20).
             05 GM-DEPT-CODE      PIC X(4).

       FD GL-POST
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-RUN-DATE            PIC 9(8).
        77  WS-BATCH-NO            PIC 9(6) VALUE 1.
        77  WS-DETAIL-CTR          PIC 9(7) VALUE ZERO.
        77  WS-TOTAL-DEBITS        PIC S9(11)V99 VALUE ZERO.
        77  WS-TOTAL-CREDITS       PIC S9(11)V99 VALUE ZERO.
        77  WS-PGM80-FEED-AMT      PIC S9(11)V99 VALUE ZERO.
        77  WS-POST-AMOUNT         PIC S9(9)V99 VALUE ZERO.
        77  WS-MAP-COUNT           PIC 9(2) VALUE ZERO.
        77  WS-MAP-SUB             PIC 9(2) VALUE ZERO.
        77  WS-MAP-MAX             PIC 9(2) VALUE 50.
        77  WS-DEPT-DEFAULT-CTR    PIC 9(7) VALUE ZERO.
        77  WS-FOUND-DR-ACCT       PIC X(6) VALUE SPACES.
        77  WS-FOUND-CR-ACCT       PIC X(6) VALUE SPACES.
        77  WS-FOUND-DESC          PIC X(20) VALUE SPACES.
                88  WS-RUN-ERROR               VALUE 'Y'.

        01  WS-MAP-TABLE.
            05  WS-MAP-ENTRY OCCURS 50 TIMES.
                10  WS-MAP-ACTIVITY PIC X(2).
                10  WS-MAP-DEPT     PIC X(4).
                10  WS-MAP-DR-ACCT  PIC X(6).
                10  WS-MAP-CR-ACCT  PIC X(6).
                10  WS-MAP-DESC     PIC X(20).
            05  PF-CR-ACCOUNT  PIC X(6).
            05  FILLER         PIC X(2)  VALUE SPACES.
            05  PF-AMOUNT      PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER         PIC X(2)  VALUE SPACES.
            05  PF-DEPT-CODE   PIC X(4).
            05  FILLER         PIC X(9)  VALUE SPACES.
        01  PF-REJECT-LINE.
            05  FILLER         PIC X(8)  VALUE SPACES.
            05  FILLER         PIC X(30)
            05  FILLER         PIC X(8)  VALUE '  FROM: '.
            05  PF-REJECT-PGM  PIC X(8).
            05  FILLER         PIC X(24) VALUE SPACES.
        01  PF-DEPT-DEFAULT-LINE.
            05  FILLER         PIC X(8)  VALUE SPACES.
            05  FILLER         PIC X(30)
                VALUE '** NO GLMAP CARD FOR DEPT: '.
            05  PF-DEFAULT-DEPT PIC X(4).
            05  FILLER         PIC X(6)  VALUE '  ACT '.
            05  PF-DEFAULT-CODE PIC X(2).
            05  FILLER         PIC X(30)
                VALUE ' - POSTED TO DEFAULT ACCOUNT'.
        01  PF-TOTAL-LINE.
            05  PF-TOTAL-LABEL PIC X(30).
            05  PF-TOTAL-AMT   PIC -$Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
             IF WS-RUN-ERROR
                MOVE 8 TO RETURN-CODE
             END-IF.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

       120-LOAD-MAP-TABLE.
                    ADD 1 TO WS-MAP-COUNT
                    MOVE GM-ACTIVITY-CODE
                      TO WS-MAP-ACTIVITY (WS-MAP-COUNT)
                    MOVE GM-DEPT-CODE
                      TO WS-MAP-DEPT (WS-MAP-COUNT)
                    MOVE GM-DR-ACCOUNT
                      TO WS-MAP-DR-ACCT (WS-MAP-COUNT)
                    MOVE GM-CR-ACCOUNT
            IF GF-RUN-DATE NOT = WS-RUN-DATE
               ADD 1 TO WS-FEED-BYPASS-CTR
            ELSE
               IF GF-SOURCE-PGM = 'PGM80'
                  ADD GF-AMOUNT TO WS-PGM80-FEED-AMT
               END-IF
               PERFORM 210-MAP-ACTIVITY-RTN
               IF WS-MAP-FOUND
                  PERFORM 220-WRITE-JOURNAL-ENTRY-RTN
            PERFORM 215-MATCH-MAP-RTN
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT OR WS-MAP-FOUND.
            IF NOT WS-MAP-FOUND AND GF-DEPT-CODE NOT = SPACES
               PERFORM 216-MATCH-DEFAULT-MAP-RTN
                  VARYING WS-MAP-SUB FROM 1 BY 1
                  UNTIL WS-MAP-SUB > WS-MAP-COUNT OR WS-MAP-FOUND
               IF WS-MAP-FOUND
                  MOVE GF-DEPT-CODE TO PF-DEFAULT-DEPT
                  MOVE GF-ACTIVITY-CODE TO PF-DEFAULT-CODE
                  WRITE PROOF-RPT-REC FROM PF-DEPT-DEFAULT-LINE
                  ADD 1 TO WS-DEPT-DEFAULT-CTR
               END-IF
            END-IF.

       215-MATCH-MAP-RTN.
            IF WS-MAP-ACTIVITY (WS-MAP-SUB) = GF-ACTIVITY-CODE AND
               WS-MAP-DEPT (WS-MAP-SUB) = GF-DEPT-CODE
               PERFORM 217-TAKE-MAP-RTN
            END-IF.

       216-MATCH-DEFAULT-MAP-RTN.
            IF WS-MAP-ACTIVITY (WS-MAP-SUB) = GF-ACTIVITY-CODE AND
               WS-MAP-DEPT (WS-MAP-SUB) = SPACES
               PERFORM 217-TAKE-MAP-RTN
            END-IF.

       217-TAKE-MAP-RTN.
            SET WS-MAP-FOUND TO TRUE.
            MOVE WS-MAP-DR-ACCT (WS-MAP-SUB) TO WS-FOUND-DR-ACCT.
            MOVE WS-MAP-CR-ACCT (WS-MAP-SUB) TO WS-FOUND-CR-ACCT.
            MOVE WS-MAP-DESC (WS-MAP-SUB) TO WS-FOUND-DESC.

      ******************************************************************
      * One balanced entry per feed record: the mapped debit account
      * and credit account each get the feed amount.  A negative feed
            MOVE WS-FOUND-DR-ACCT TO PF-DR-ACCOUNT.
            MOVE WS-FOUND-CR-ACCT TO PF-CR-ACCOUNT.
            MOVE GF-AMOUNT TO PF-AMOUNT.
            MOVE GF-DEPT-CODE TO PF-DEPT-CODE.
            WRITE PROOF-RPT-REC FROM PF-DETAIL-LINE.

       230-WRITE-POST-DETAIL-RTN.
              TO PF-COUNT-LABEL.
            MOVE WS-FEED-REJECT-CTR TO PF-COUNT.
            WRITE PROOF-RPT-REC FROM PF-COUNT-LINE.
            MOVE 'DEPARTMENTS POSTED TO DEFAULT ACCOUNT'
              TO PF-COUNT-LABEL.
            MOVE WS-DEPT-DEFAULT-CTR TO PF-COUNT.
            WRITE PROOF-RPT-REC FROM PF-COUNT-LINE.
            MOVE 'POSTING DETAILS WRITTEN' TO PF-COUNT-LABEL.
            MOVE WS-DETAIL-CTR TO PF-COUNT.
            WRITE PROOF-RPT-REC FROM PF-COUNT-LINE.
                 TO PF-MSG-TEXT
            END-IF.
            WRITE PROOF-RPT-REC FROM PF-MSG-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: feed records
      * read, journal details written and feed records rejected, with
      * the day's PGM80 GLFEED movement taken into the posting.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-BATCH-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM92' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-FEED-READ-CTR TO RS-READ-CTR.
            MOVE WS-DETAIL-CTR TO RS-WRITTEN-CTR.
            MOVE WS-FEED-REJECT-CTR TO RS-REJECT-CTR.
            MOVE 'PGM80 FEED' TO RS-AMT-LABEL (1).
            MOVE 'GLAR' TO RS-AMT-FLOW (1).
            SET RS-AMT-TAKEN (1) TO TRUE.
            MOVE WS-PGM80-FEED-AMT TO RS-AMOUNT (1).
            MOVE 'DEBITS' TO RS-AMT-LABEL (2).
            MOVE WS-TOTAL-DEBITS TO RS-AMOUNT (2).
            MOVE 'CREDITS' TO RS-AMT-LABEL (3).
            MOVE WS-TOTAL-CREDITS TO RS-AMOUNT (3).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
