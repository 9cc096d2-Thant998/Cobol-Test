      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Point-in-time customer master reconstruction.  Takes
      *           a catalogued generation (DATA13G1-G3, named on the
      *           RCVPARM card) as its base and replays the customer
      *           master after-images from the PGM74 archived journal
      *           generations (JNLA3, JNLA2, JNLA1) and the current
      *           AUDITJNL in account and timestamp order, from the
      *           start of the generation's cycle up to the requested
      *           date and time, for the whole file or for the accounts
      *           listed on RCVACCT.  The rebuilt master goes to
      *           DATA13R only - DATA13N is read, never written - and
      *           a comparison report lists every field that differs
      *           between the rebuilt master and the current DATA13N.
      *           The replay is footed the way PGM88 foots a cycle
      *           (base count and total plus the journaled changes
      *           must equal the rebuilt master), the base is proved
      *           to its GENCAT count, and on a whole-file run every
      *           cycle PGM88 certified inside the replay window is
      *           proved against the totals it filed on RUNSTAT.
      *           Fields no journal carries (open date, city, state,
      *           zip, and the dates of an account added by PGM81) are
      *           taken from the base generation, so an account opened
      *           after the base shows them blank or zero; purges and
      *           PGM81 holds are not journaled and show as
      *           differences.  RETURN-CODE 8 on a bad request or an
      *           out-of-balance replay.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM46.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-ONE   ASSIGN TO DATA13G1
               FILE STATUS IS WS-GEN1-STATUS.
           SELECT GEN-TWO   ASSIGN TO DATA13G2
               FILE STATUS IS WS-GEN2-STATUS.
           SELECT GEN-THREE ASSIGN TO DATA13G3
               FILE STATUS IS WS-GEN3-STATUS.
           SELECT GEN-CATALOG ASSIGN TO GENCAT
               FILE STATUS IS WS-CAT-STATUS.
           SELECT NEW-MASTER ASSIGN TO DATA13N
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO-OUT.
           SELECT REBUILT-MASTER ASSIGN TO DATA13R.
           SELECT AUDIT-JOURNAL ASSIGN TO AUDITJNL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT JNL-GEN-ONE   ASSIGN TO JNLA1
               FILE STATUS IS WS-JNLA1-STATUS.
           SELECT JNL-GEN-TWO   ASSIGN TO JNLA2
               FILE STATUS IS WS-JNLA2-STATUS.
           SELECT JNL-GEN-THREE ASSIGN TO JNLA3
               FILE STATUS IS WS-JNLA3-STATUS.
           SELECT RAW-JOURNAL    ASSIGN TO RCVWK1.
           SELECT SORTED-JOURNAL ASSIGN TO RCVWK2.
           SELECT REPLAY-SORT-WK ASSIGN TO "RCVSRTW".
           SELECT PARM-FILE     ASSIGN TO RCVPARM.
           SELECT ACCOUNT-LIST  ASSIGN TO RCVACCT
               FILE STATUS IS WS-LIST-STATUS.
           SELECT RECOVERY-RPT  ASSIGN TO RPT15R.
           SELECT RUN-CONTROL   ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-STATS     ASSIGN TO RUNSTAT
               FILE STATUS IS WS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GEN-ONE
       LABEL RECORDS ARE STANDARD.
            01  GEN-ONE-REC      PIC X(140).

       FD GEN-TWO
       LABEL RECORDS ARE STANDARD.
            01  GEN-TWO-REC      PIC X(140).

       FD GEN-THREE
       LABEL RECORDS ARE STANDARD.
            01  GEN-THREE-REC    PIC X(140).

       FD GEN-CATALOG
       LABEL RECORDS ARE STANDARD.
            01  GEN-CATALOG-REC.
             05 GC-GEN-NO        PIC 9(1).
             05 GC-CYCLE-DATE    PIC 9(8).
             05 GC-REC-COUNT     PIC 9(7).
             05                  PIC X(4).

       FD NEW-MASTER
       LABEL RECORDS ARE STANDARD.
            01  NEW-MASTER-REC.
             05 ACCT-NO-OUT        PIC X(5).
             05 AMOUNT-DUE-OUT     PIC S9(7)V99.
             05 CM-CUST-NAME-OUT   PIC X(25).
             05 CM-ADDRESS-OUT     PIC X(30).
             05 CM-CREDIT-LIMIT-OUT PIC S9(7)V99.
             05 CM-OPEN-DATE-OUT   PIC 9(8).
             05 CM-ACCT-STATUS-OUT PIC X(1).
             05 CM-DUE-DATE-OUT    PIC 9(8).
             05 CM-MIN-PAYMENT-OUT PIC S9(7)V99.
             05 CM-NSF-COUNT-OUT   PIC 9(2).
             05 CM-CITY-OUT        PIC X(15).
             05 CM-STATE-OUT       PIC X(2).
             05 CM-ZIP-OUT         PIC X(9).
             05 CM-CHARGE-OFF-AMT-OUT PIC 9(7).
             05                    PIC X(1).

       FD REBUILT-MASTER
       LABEL RECORDS ARE STANDARD.
            01  REBUILT-MASTER-REC.
             05 RB-ACCT-NO         PIC X(5).
             05 RB-AMOUNT-DUE      PIC S9(7)V99.
             05 RB-CUST-NAME       PIC X(25).
             05 RB-ADDRESS         PIC X(30).
             05 RB-CREDIT-LIMIT    PIC S9(7)V99.
             05 RB-OPEN-DATE       PIC 9(8).
             05 RB-ACCT-STATUS     PIC X(1).
                88 RB-ACCT-ACTIVE      VALUE 'A'.
                88 RB-ACCT-ON-HOLD     VALUE 'H'.
             05 RB-DUE-DATE        PIC 9(8).
             05 RB-MIN-PAYMENT     PIC S9(7)V99.
             05 RB-NSF-COUNT       PIC 9(2).
             05 RB-CITY            PIC X(15).
             05 RB-STATE           PIC X(2).
             05 RB-ZIP             PIC X(9).
             05 RB-CHARGE-OFF-AMT  PIC 9(7).
             05                    PIC X(1).

       FD AUDIT-JOURNAL
       LABEL RECORDS ARE STANDARD.
            01  AUDIT-JOURNAL-REC.
           COPY AUDITREC.

       FD JNL-GEN-ONE
       LABEL RECORDS ARE STANDARD.
            01  JNL-GEN-ONE-REC    PIC X(194).

       FD JNL-GEN-TWO
       LABEL RECORDS ARE STANDARD.
            01  JNL-GEN-TWO-REC    PIC X(194).

       FD JNL-GEN-THREE
       LABEL RECORDS ARE STANDARD.
            01  JNL-GEN-THREE-REC  PIC X(194).

       FD RAW-JOURNAL
       LABEL RECORDS ARE STANDARD.
            01  RAW-JOURNAL-REC.
             05 RW-JOURNAL-ENTRY.
                10 RW-RUN-TIMESTAMP.
                   15 RW-RUN-DATE    PIC 9(8).
                   15 RW-RUN-TIME    PIC 9(8).
                10 RW-SOURCE-PGM     PIC X(8).
                10 RW-KEY.
                   15 RW-ACCT-NO     PIC X(5).
                   15                PIC X(5).
                10 RW-BEFORE-IMAGE   PIC X(72).
                10 RW-AFTER-IMAGE    PIC X(72).
                10 RW-OPERATOR-ID    PIC X(8).
                10 RW-APPROVER-ID    PIC X(8).
             05 RW-LOAD-SEQ          PIC 9(7).

       SD  REPLAY-SORT-WK.
            01  REPLAY-SORT-REC.
             05 SW-RUN-DATE          PIC 9(8).
             05 SW-RUN-TIME          PIC 9(8).
             05 SW-SOURCE-PGM        PIC X(8).
             05 SW-ACCT-NO           PIC X(5).
             05                      PIC X(5).
             05 SW-BEFORE-IMAGE      PIC X(72).
             05 SW-AFTER-IMAGE       PIC X(72).
             05 SW-OPERATOR-ID       PIC X(8).
             05 SW-APPROVER-ID       PIC X(8).
             05 SW-LOAD-SEQ          PIC 9(7).

       FD SORTED-JOURNAL
       LABEL RECORDS ARE STANDARD.
            01  SORTED-JOURNAL-REC.
             05 SJ-RUN-DATE          PIC 9(8).
             05 SJ-RUN-TIME          PIC 9(8).
             05 SJ-SOURCE-PGM        PIC X(8).
             05 SJ-ACCT-NO           PIC X(5).
             05                      PIC X(5).
             05 SJ-BEFORE-IMAGE      PIC X(72).
             05 SJ-AFTER-IMAGE       PIC X(72).
             05 SJ-OPERATOR-ID       PIC X(8).
             05 SJ-APPROVER-ID       PIC X(8).
             05 SJ-LOAD-SEQ          PIC 9(7).

       FD PARM-FILE
       LABEL RECORDS ARE STANDARD.
            01  PARM-REC.
             05 RV-GEN-NO        PIC 9(1).
             05 RV-TARGET-DATE   PIC 9(8).
             05 RV-TARGET-TIME   PIC 9(8).
             05 RV-SCOPE         PIC X(1).
                88 RV-ACCOUNT-LIST   VALUE 'L'.
                88 RV-SCOPE-VALID    VALUE 'A' 'L' ' '.
             05                  PIC X(2).

       FD ACCOUNT-LIST
       LABEL RECORDS ARE STANDARD.
            01  ACCOUNT-LIST-REC.
             05 RA-ACCT-NO       PIC X(5).
             05                  PIC X(15).

       FD RECOVERY-RPT
       LABEL RECORDS ARE OMITTED.
            01  RECOVERY-RPT-REC PIC X(80).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-GEN1-STATUS         PIC X(2).
        77  WS-GEN2-STATUS         PIC X(2).
        77  WS-GEN3-STATUS         PIC X(2).
        77  WS-CAT-STATUS          PIC X(2).
        77  WS-JNL-STATUS          PIC X(2).
        77  WS-JNLA1-STATUS        PIC X(2).
        77  WS-JNLA2-STATUS        PIC X(2).
        77  WS-JNLA3-STATUS        PIC X(2).
        77  WS-LIST-STATUS         PIC X(2).
        77  WS-RUNCTL-STATUS       PIC X(2).
        77  WS-STATS-STATUS        PIC X(2).
        77  WS-RUN-DATE            PIC 9(8).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-BASE-GEN-NO         PIC 9(1) VALUE ZERO.
        77  WS-BASE-CYCLE-DATE     PIC 9(8) VALUE ZERO.
        77  WS-BASE-CAT-COUNT      PIC 9(7) VALUE ZERO.
        77  WS-GEN-SUB             PIC 9(1) VALUE ZERO.
        77  WS-CREDIT-LIMIT        PIC S9(7)V99 VALUE +5000.00.
        77  WS-CURR-JNL-READ-CTR   PIC 9(7) VALUE ZERO.
        77  WS-ARCH-JNL-READ-CTR   PIC 9(7) VALUE ZERO.
        77  WS-JNL-SELECT-CTR      PIC 9(7) VALUE ZERO.
        77  WS-LOAD-SEQ            PIC 9(7) VALUE ZERO.
        77  WS-BASE-READ-CTR       PIC 9(7) VALUE ZERO.
        77  WS-BASE-KEPT-CTR       PIC 9(7) VALUE ZERO.
        77  WS-BAL-ENTRY-CTR       PIC 9(7) VALUE ZERO.
        77  WS-MAINT-ENTRY-CTR     PIC 9(7) VALUE ZERO.
        77  WS-CLOSE-ENTRY-CTR     PIC 9(7) VALUE ZERO.
        77  WS-PLACE-ENTRY-CTR     PIC 9(7) VALUE ZERO.
        77  WS-RETURN-ENTRY-CTR    PIC 9(7) VALUE ZERO.
        77  WS-NEW-ACCT-CTR        PIC 9(7) VALUE ZERO.
        77  WS-ORPHAN-CTR          PIC 9(7) VALUE ZERO.
        77  WS-BREAK-CTR           PIC 9(7) VALUE ZERO.
        77  WS-REBUILT-CTR         PIC 9(7) VALUE ZERO.
        77  WS-EXPECT-COUNT        PIC 9(7) VALUE ZERO.
        77  WS-CURRENT-READ-CTR    PIC 9(7) VALUE ZERO.
        77  WS-AGREE-CTR           PIC 9(7) VALUE ZERO.
        77  WS-DIFFER-CTR          PIC 9(7) VALUE ZERO.
        77  WS-FIELD-DIFF-CTR      PIC 9(7) VALUE ZERO.
        77  WS-REBUILT-ONLY-CTR    PIC 9(7) VALUE ZERO.
        77  WS-CURRENT-ONLY-CTR    PIC 9(7) VALUE ZERO.
        77  WS-CYCLES-PROVED-CTR   PIC 9(7) VALUE ZERO.
        77  WS-BASE-TOTAL          PIC S9(9)V99 VALUE ZERO.
        77  WS-REBUILT-TOTAL       PIC S9(9)V99 VALUE ZERO.
        77  WS-JNL-DELTA           PIC S9(9)V99 VALUE ZERO.
        77  WS-ENTRY-DELTA         PIC S9(9)V99 VALUE ZERO.
        77  WS-EXPECT-TOTAL        PIC S9(9)V99 VALUE ZERO.
        77  WS-CUM-DELTA           PIC S9(9)V99 VALUE ZERO.
        77  WS-PROOF-CERT          PIC S9(11)V99 VALUE ZERO.
        77  WS-PROOF-REPLAY        PIC S9(11)V99 VALUE ZERO.
        77  WS-BEFORE-AMT          PIC S9(7)V99 VALUE ZERO.
        77  WS-AFTER-AMT           PIC S9(7)V99 VALUE ZERO.
        77  WS-LIST-MAX            PIC 9(3) VALUE 500.
        77  WS-LIST-COUNT          PIC 9(3) VALUE ZERO.
        77  WS-LIST-SUB            PIC 9(3) VALUE ZERO.
        77  WS-DT-MAX              PIC 9(2) VALUE 60.
        77  WS-DT-COUNT            PIC 9(2) VALUE ZERO.
        77  WS-DT-SUB              PIC 9(2) VALUE ZERO.
        77  WS-DT-SUB2             PIC 9(2) VALUE ZERO.
        77  WS-DT-HIT              PIC 9(2) VALUE ZERO.
        77  WS-LOOKUP-ACCT         PIC X(5) VALUE SPACES.
        77  WS-LOOKUP-DATE         PIC 9(8) VALUE ZERO.
        77  WS-CURR-ACCT           PIC X(5) VALUE SPACES.
        77  WS-SJ-ACCT             PIC X(5) VALUE SPACES.
        77  WS-RB-ACCT             PIC X(5) VALUE SPACES.
        77  WS-CUR-ACCT            PIC X(5) VALUE SPACES.
        77  WS-EXCEPTION-REASON    PIC X(44) VALUE SPACES.

        01  WS-RECOVERY-SWITCHES.
            05  WS-COPY-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-COPY-EOF               VALUE 'Y'.
            05  WS-ERROR-SW        PIC X(1) VALUE 'N'.
                88  WS-RUN-ERROR              VALUE 'Y'.
            05  WS-BALANCE-SW      PIC X(1) VALUE 'Y'.
                88  WS-IN-BALANCE             VALUE 'Y'.
            05  WS-SCOPE-SW        PIC X(1) VALUE 'A'.
                88  WS-ALL-ACCOUNTS           VALUE 'A'.
                88  WS-LIST-ACCOUNTS          VALUE 'L'.
            05  WS-LISTED-SW       PIC X(1) VALUE 'N'.
                88  WS-ACCT-LISTED            VALUE 'Y'.
            05  WS-MASTER-ENTRY-SW PIC X(1) VALUE 'N'.
                88  WS-MASTER-ENTRY           VALUE 'Y'.
            05  WS-REC-EXISTS-SW   PIC X(1) VALUE 'N'.
                88  WS-REC-EXISTS             VALUE 'Y'.
            05  WS-DATE-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-DATE-FOUND             VALUE 'Y'.
            05  WS-DT-FULL-SW      PIC X(1) VALUE 'N'.
                88  WS-DT-TABLE-FULL          VALUE 'Y'.
            05  WS-ACCT-DIFFERS-SW PIC X(1) VALUE 'N'.
                88  WS-ACCT-DIFFERS           VALUE 'Y'.

        01  WS-FROM-STAMP.
            05  WS-FROM-DATE       PIC 9(8) VALUE ZERO.
            05  WS-FROM-TIME       PIC 9(8) VALUE ZERO.
        01  WS-TARGET-STAMP.
            05  WS-TARGET-DATE     PIC 9(8) VALUE ZERO.
            05  WS-TARGET-TIME     PIC 9(8) VALUE ZERO.

        01  WS-BASE-REC.
            05  WS-BASE-ACCT       PIC X(5).
            05  WS-BASE-AMOUNT     PIC S9(7)V99.
            05  FILLER             PIC X(126).

        01  WS-IMAGE-WORK.
            05  WS-IMAGE-EDIT      PIC -9(7).99.
            05  WS-IMAGE-X REDEFINES WS-IMAGE-EDIT PIC X(11).
        01  WS-AMT-EDIT            PIC -9(7).99.

        01  WS-GEN-CATALOG-TABLE.
            05  WS-CAT-ENTRY OCCURS 3 TIMES.
                10  WS-CAT-CYCLE-DATE PIC 9(8).
                10  WS-CAT-REC-COUNT  PIC 9(7).

        01  WS-ACCT-LIST-TABLE.
            05  WS-LIST-ACCT OCCURS 500 TIMES PIC X(5).

        01  WS-CYCLE-TABLE.
            05  WS-DT-ENTRY OCCURS 60 TIMES.
                10  WS-DT-DATE        PIC 9(8).
                10  WS-DT-DELTA       PIC S9(9)V99.
                10  WS-DT-PROOF-SW    PIC X(1).
                    88  WS-DT-PROVABLE        VALUE 'Y'.
                10  WS-DT-OLD-TOTAL   PIC S9(11)V99.
                10  WS-DT-NEW-TOTAL   PIC S9(11)V99.

        01  PT-TITLE-LINE.
            05  FILLER  PIC X(18) VALUE SPACES.
            05  FILLER  PIC X(44)
                VALUE 'PGM46  POINT-IN-TIME MASTER RECONSTRUCTION'.
            05  FILLER  PIC X(18) VALUE SPACES.
        01  PT-PARM-LINE.
            05  FILLER             PIC X(10) VALUE 'BASE GEN: '.
            05  PT-PARM-GEN        PIC 9(1).
            05  FILLER             PIC X(8)  VALUE ' CYCLE: '.
            05  PT-PARM-CYCLE      PIC 9(8).
            05  FILLER             PIC X(9)  VALUE '  AS OF: '.
            05  PT-PARM-DATE       PIC 9(8).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  PT-PARM-TIME       PIC 9(8).
            05  FILLER             PIC X(9)  VALUE '  SCOPE: '.
            05  PT-PARM-SCOPE      PIC X(12).
            05  FILLER             PIC X(6)  VALUE SPACES.
        01  PT-EXCEPTION-LINE.
            05  PT-EXC-ACCT        PIC X(5).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  PT-EXC-SOURCE      PIC X(8).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  PT-EXC-DATE        PIC 9(8).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  PT-EXC-TIME        PIC 9(8).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  PT-EXC-REASON      PIC X(44).
        01  PT-DIFF-HEAD-LINE.
            05  FILLER  PIC X(6)  VALUE 'ACCT'.
            05  FILLER  PIC X(13) VALUE 'FIELD'.
            05  FILLER  PIC X(31) VALUE 'REBUILT VALUE'.
            05  FILLER  PIC X(30) VALUE 'CURRENT DATA13N VALUE'.
        01  PT-DIFF-LINE.
            05  PT-DIFF-ACCT       PIC X(5).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  PT-DIFF-FIELD      PIC X(12).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  PT-DIFF-REBUILT    PIC X(30).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  PT-DIFF-CURRENT    PIC X(30).
        01  PT-CYCLE-LINE.
            05  PT-CYC-LABEL       PIC X(6).
            05  PT-CYC-DATE        PIC 9(8).
            05  FILLER             PIC X(8)  VALUE '  PGM88 '.
            05  PT-CYC-CERT        PIC -ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(9)  VALUE '  REPLAY '.
            05  PT-CYC-REPLAY      PIC -ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  PT-CYC-RESULT      PIC X(15).
            05  FILLER             PIC X(2)  VALUE SPACES.
        01  PT-COUNT-LINE.
            05  PT-COUNT-LABEL     PIC X(40).
            05  PT-COUNT           PIC ZZZ,ZZ9.
            05  FILLER             PIC X(33) VALUE SPACES.
        01  PT-AMOUNT-LINE.
            05  PT-AMOUNT-LABEL    PIC X(40).
            05  PT-AMOUNT          PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(22) VALUE SPACES.
        01  PT-MSG-LINE.
            05  FILLER             PIC X(10) VALUE SPACES.
            05  PT-MSG-TEXT        PIC X(60).
            05  FILLER             PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             IF NOT WS-RUN-ERROR
                PERFORM 150-COLLECT-JOURNAL-RTN
                PERFORM 200-REBUILD-MASTER-RTN
                PERFORM 500-COMPARE-MASTER-RTN
                PERFORM 600-PROVE-REPLAY-RTN
             END-IF.
             PERFORM 900-END-OF-JOB-RTN.
             IF WS-RUN-ERROR OR NOT WS-IN-BALANCE
                MOVE 8 TO RETURN-CODE
             END-IF.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
      * Gather the customer master entries to replay from the archived
      * journal generations, oldest first, then the current journal.
      * Only entries from the start of the base generation's cycle up
      * to the requested date and time are kept, and on a list run
      * only the listed accounts.  The load sequence keeps entries
      * with the same timestamp in the order they were journaled.
      ******************************************************************
       150-COLLECT-JOURNAL-RTN.
            OPEN OUTPUT RAW-JOURNAL.
            OPEN INPUT JNL-GEN-THREE.
            IF WS-JNLA3-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-COPY-EOF-SW
               PERFORM 160-READ-JNL-GEN-THREE-RTN
                  UNTIL WS-COPY-EOF
               CLOSE JNL-GEN-THREE
            END-IF.
            OPEN INPUT JNL-GEN-TWO.
            IF WS-JNLA2-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-COPY-EOF-SW
               PERFORM 165-READ-JNL-GEN-TWO-RTN
                  UNTIL WS-COPY-EOF
               CLOSE JNL-GEN-TWO
            END-IF.
            OPEN INPUT JNL-GEN-ONE.
            IF WS-JNLA1-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-COPY-EOF-SW
               PERFORM 170-READ-JNL-GEN-ONE-RTN
                  UNTIL WS-COPY-EOF
               CLOSE JNL-GEN-ONE
            END-IF.
            OPEN INPUT AUDIT-JOURNAL.
            IF WS-JNL-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-COPY-EOF-SW
               PERFORM 175-READ-CURRENT-JNL-RTN
                  UNTIL WS-COPY-EOF
               CLOSE AUDIT-JOURNAL
            END-IF.
            CLOSE RAW-JOURNAL.
            SORT REPLAY-SORT-WK
               ON ASCENDING KEY SW-ACCT-NO
                                SW-RUN-DATE
                                SW-RUN-TIME
                                SW-LOAD-SEQ
               USING RAW-JOURNAL
               GIVING SORTED-JOURNAL.

       160-READ-JNL-GEN-THREE-RTN.
            READ JNL-GEN-THREE
              AT END
                SET WS-COPY-EOF TO TRUE
              NOT AT END
                ADD 1 TO WS-ARCH-JNL-READ-CTR
                MOVE JNL-GEN-THREE-REC TO RW-JOURNAL-ENTRY
                PERFORM 180-SELECT-ENTRY-RTN
            END-READ.

       165-READ-JNL-GEN-TWO-RTN.
            READ JNL-GEN-TWO
              AT END
                SET WS-COPY-EOF TO TRUE
              NOT AT END
                ADD 1 TO WS-ARCH-JNL-READ-CTR
                MOVE JNL-GEN-TWO-REC TO RW-JOURNAL-ENTRY
                PERFORM 180-SELECT-ENTRY-RTN
            END-READ.

       170-READ-JNL-GEN-ONE-RTN.
            READ JNL-GEN-ONE
              AT END
                SET WS-COPY-EOF TO TRUE
              NOT AT END
                ADD 1 TO WS-ARCH-JNL-READ-CTR
                MOVE JNL-GEN-ONE-REC TO RW-JOURNAL-ENTRY
                PERFORM 180-SELECT-ENTRY-RTN
            END-READ.

       175-READ-CURRENT-JNL-RTN.
            READ AUDIT-JOURNAL
              AT END
                SET WS-COPY-EOF TO TRUE
              NOT AT END
                ADD 1 TO WS-CURR-JNL-READ-CTR
                MOVE AUDIT-JOURNAL-REC TO RW-JOURNAL-ENTRY
                PERFORM 180-SELECT-ENTRY-RTN
            END-READ.

      ******************************************************************
      * Customer master images come from the PGM80 update, PGM81
      * maintenance, the PGM97 close, PGM70 placement and the PGM99
      * NSF count.  PGM99 also journals the autopay enrollment under
      * the account key; that image starts with the account number,
      * the master image never does.  Entries from the other journal
      * writers concern other files and are bypassed.
      ******************************************************************
       180-SELECT-ENTRY-RTN.
            MOVE 'N' TO WS-MASTER-ENTRY-SW.
            IF RW-RUN-TIMESTAMP NOT < WS-FROM-STAMP AND
               RW-RUN-TIMESTAMP NOT > WS-TARGET-STAMP
               EVALUATE RW-SOURCE-PGM
                  WHEN 'PGM80'
                  WHEN 'PGM81'
                  WHEN 'PGM97'
                  WHEN 'PGM70'
                    SET WS-MASTER-ENTRY TO TRUE
                  WHEN 'PGM99'
                    IF RW-AFTER-IMAGE(1:5) NOT = RW-ACCT-NO
                       SET WS-MASTER-ENTRY TO TRUE
                    END-IF
               END-EVALUATE
            END-IF.
            IF WS-MASTER-ENTRY
               MOVE RW-ACCT-NO TO WS-LOOKUP-ACCT
               PERFORM 190-CHECK-ACCOUNT-LIST-RTN
               IF WS-ACCT-LISTED
                  ADD 1 TO WS-LOAD-SEQ
                  MOVE WS-LOAD-SEQ TO RW-LOAD-SEQ
                  WRITE RAW-JOURNAL-REC
                  ADD 1 TO WS-JNL-SELECT-CTR
               END-IF
            END-IF.

       190-CHECK-ACCOUNT-LIST-RTN.
            IF WS-ALL-ACCOUNTS
               SET WS-ACCT-LISTED TO TRUE
            ELSE
               MOVE 'N' TO WS-LISTED-SW
               PERFORM 195-MATCH-LIST-RTN
                  VARYING WS-LIST-SUB FROM 1 BY 1
                  UNTIL WS-LIST-SUB > WS-LIST-COUNT OR WS-ACCT-LISTED
            END-IF.

       195-MATCH-LIST-RTN.
            IF WS-LIST-ACCT (WS-LIST-SUB) = WS-LOOKUP-ACCT
               SET WS-ACCT-LISTED TO TRUE
            END-IF.

      ******************************************************************
      * Merge the base generation with the sorted entries by account.
      * A base account takes its entries in timestamp order; an
      * account not on the base comes into being on the entry that
      * created it (a blank before image from PGM80 or PGM81).
      ******************************************************************
       200-REBUILD-MASTER-RTN.
            EVALUATE WS-BASE-GEN-NO
               WHEN 1
                 OPEN INPUT GEN-ONE
               WHEN 2
                 OPEN INPUT GEN-TWO
               WHEN 3
                 OPEN INPUT GEN-THREE
            END-EVALUATE.
            OPEN INPUT SORTED-JOURNAL.
            OPEN OUTPUT REBUILT-MASTER.
            MOVE 'REPLAY EXCEPTIONS' TO PT-MSG-TEXT.
            WRITE RECOVERY-RPT-REC FROM PT-MSG-LINE.
            PERFORM 210-READ-BASE-RTN.
            PERFORM 230-READ-SORTED-JNL-RTN.
            PERFORM 220-MERGE-ACCOUNT-RTN
               UNTIL WS-BASE-ACCT = HIGH-VALUES AND
                     WS-SJ-ACCT = HIGH-VALUES.
            EVALUATE WS-BASE-GEN-NO
               WHEN 1
                 CLOSE GEN-ONE
               WHEN 2
                 CLOSE GEN-TWO
               WHEN 3
                 CLOSE GEN-THREE
            END-EVALUATE.
            CLOSE SORTED-JOURNAL
                  REBUILT-MASTER.
            MOVE SPACES TO RECOVERY-RPT-REC.
            WRITE RECOVERY-RPT-REC.

       210-READ-BASE-RTN.
            MOVE 'N' TO WS-LISTED-SW.
            PERFORM 215-READ-BASE-REC-RTN
               UNTIL WS-ACCT-LISTED OR WS-BASE-ACCT = HIGH-VALUES.

       215-READ-BASE-REC-RTN.
            EVALUATE WS-BASE-GEN-NO
               WHEN 1
                 READ GEN-ONE INTO WS-BASE-REC
                   AT END
                     MOVE HIGH-VALUES TO WS-BASE-ACCT
                 END-READ
               WHEN 2
                 READ GEN-TWO INTO WS-BASE-REC
                   AT END
                     MOVE HIGH-VALUES TO WS-BASE-ACCT
                 END-READ
               WHEN 3
                 READ GEN-THREE INTO WS-BASE-REC
                   AT END
                     MOVE HIGH-VALUES TO WS-BASE-ACCT
                 END-READ
            END-EVALUATE.
            IF WS-BASE-ACCT NOT = HIGH-VALUES
               ADD 1 TO WS-BASE-READ-CTR
               MOVE WS-BASE-ACCT TO WS-LOOKUP-ACCT
               PERFORM 190-CHECK-ACCOUNT-LIST-RTN
            END-IF.

       220-MERGE-ACCOUNT-RTN.
            IF WS-BASE-ACCT NOT > WS-SJ-ACCT
               MOVE WS-BASE-REC TO REBUILT-MASTER-REC
               MOVE WS-BASE-ACCT TO WS-CURR-ACCT
               SET WS-REC-EXISTS TO TRUE
               ADD 1 TO WS-BASE-KEPT-CTR
               ADD WS-BASE-AMOUNT TO WS-BASE-TOTAL
               PERFORM 210-READ-BASE-RTN
            ELSE
               MOVE SPACES TO REBUILT-MASTER-REC
               MOVE WS-SJ-ACCT TO WS-CURR-ACCT
               MOVE 'N' TO WS-REC-EXISTS-SW
            END-IF.
            PERFORM 300-APPLY-ENTRY-RTN
               UNTIL WS-SJ-ACCT NOT = WS-CURR-ACCT.
            IF WS-REC-EXISTS
               PERFORM 400-WRITE-REBUILT-RTN
            END-IF.

       230-READ-SORTED-JNL-RTN.
            READ SORTED-JOURNAL
              AT END
                MOVE HIGH-VALUES TO WS-SJ-ACCT
              NOT AT END
                MOVE SJ-ACCT-NO TO WS-SJ-ACCT
            END-READ.

       300-APPLY-ENTRY-RTN.
            EVALUATE SJ-SOURCE-PGM
               WHEN 'PGM80'
                 PERFORM 310-APPLY-BALANCE-RTN
               WHEN 'PGM81'
                 PERFORM 320-APPLY-MAINT-RTN
               WHEN 'PGM97'
                 PERFORM 330-APPLY-CLOSE-RTN
               WHEN 'PGM70'
                 PERFORM 340-APPLY-PLACEMENT-RTN
               WHEN OTHER
                 PERFORM 350-APPLY-RETURN-RTN
            END-EVALUATE.
            PERFORM 230-READ-SORTED-JNL-RTN.

      ******************************************************************
      * PGM80 journals AMOUNT-DUE before and after.  The before image
      * must carry on from the balance rebuilt so far, or an entry is
      * missing from the journals replayed.  PGM80 re-applies the
      * default credit limit and the over-limit hold on every account
      * it writes without journaling them, so the replay does too.
      ******************************************************************
       310-APPLY-BALANCE-RTN.
            MOVE SJ-AFTER-IMAGE(1:11) TO WS-IMAGE-X.
            MOVE WS-IMAGE-EDIT TO WS-AFTER-AMT.
            IF SJ-BEFORE-IMAGE = SPACES
               MOVE ZERO TO WS-BEFORE-AMT
            ELSE
               MOVE SJ-BEFORE-IMAGE(1:11) TO WS-IMAGE-X
               MOVE WS-IMAGE-EDIT TO WS-BEFORE-AMT
            END-IF.
            IF NOT WS-REC-EXISTS AND SJ-BEFORE-IMAGE = SPACES
               PERFORM 312-CREATE-FROM-UPDATE-RTN
            ELSE
            IF WS-REC-EXISTS AND WS-BEFORE-AMT NOT = RB-AMOUNT-DUE
               MOVE 'BEFORE IMAGE DOES NOT MATCH REBUILT BALANCE'
                 TO WS-EXCEPTION-REASON
               PERFORM 390-PRINT-EXCEPTION-RTN
               ADD 1 TO WS-BREAK-CTR
            END-IF
            END-IF.
            IF WS-REC-EXISTS
               MOVE WS-AFTER-AMT TO RB-AMOUNT-DUE
               PERFORM 315-APPLY-CREDIT-LIMIT-EDIT
               ADD 1 TO WS-BAL-ENTRY-CTR
               COMPUTE WS-ENTRY-DELTA = WS-AFTER-AMT - WS-BEFORE-AMT
               ADD WS-ENTRY-DELTA TO WS-JNL-DELTA
               PERFORM 360-POST-CYCLE-DELTA-RTN
            ELSE
               PERFORM 380-ORPHAN-ENTRY-RTN
            END-IF.

       312-CREATE-FROM-UPDATE-RTN.
            MOVE SPACES TO REBUILT-MASTER-REC.
            MOVE SJ-ACCT-NO TO RB-ACCT-NO.
            MOVE ZERO TO RB-CREDIT-LIMIT.
            SET RB-ACCT-ACTIVE TO TRUE.
            MOVE SJ-RUN-DATE TO RB-DUE-DATE.
            MOVE ZERO TO RB-MIN-PAYMENT.
            MOVE ZERO TO RB-NSF-COUNT.
            SET WS-REC-EXISTS TO TRUE.
            ADD 1 TO WS-NEW-ACCT-CTR.

       315-APPLY-CREDIT-LIMIT-EDIT.
            IF RB-CREDIT-LIMIT = ZERO
               MOVE WS-CREDIT-LIMIT TO RB-CREDIT-LIMIT
            END-IF.
            IF RB-AMOUNT-DUE > RB-CREDIT-LIMIT AND RB-ACCT-ACTIVE
               SET RB-ACCT-ON-HOLD TO TRUE
            END-IF.

      ******************************************************************
      * PGM81 journals account, name, address, credit limit and status.
      * An add is journaled with a blank before image; its open and
      * due dates and city/state/zip are not journaled.
      ******************************************************************
       320-APPLY-MAINT-RTN.
            IF NOT WS-REC-EXISTS AND SJ-BEFORE-IMAGE = SPACES
               PERFORM 322-CREATE-FROM-MAINT-RTN
            END-IF.
            IF WS-REC-EXISTS
               MOVE SJ-AFTER-IMAGE(6:25) TO RB-CUST-NAME
               MOVE SJ-AFTER-IMAGE(31:30) TO RB-ADDRESS
               MOVE SJ-AFTER-IMAGE(61:11) TO WS-IMAGE-X
               MOVE WS-IMAGE-EDIT TO RB-CREDIT-LIMIT
               MOVE SJ-AFTER-IMAGE(72:1) TO RB-ACCT-STATUS
               ADD 1 TO WS-MAINT-ENTRY-CTR
            ELSE
               PERFORM 380-ORPHAN-ENTRY-RTN
            END-IF.

       322-CREATE-FROM-MAINT-RTN.
            MOVE SPACES TO REBUILT-MASTER-REC.
            MOVE SJ-ACCT-NO TO RB-ACCT-NO.
            MOVE ZERO TO RB-AMOUNT-DUE.
            MOVE ZERO TO RB-OPEN-DATE.
            MOVE ZERO TO RB-DUE-DATE.
            MOVE ZERO TO RB-MIN-PAYMENT.
            MOVE ZERO TO RB-NSF-COUNT.
            SET WS-REC-EXISTS TO TRUE.
            ADD 1 TO WS-NEW-ACCT-CTR.

      ******************************************************************
      * PGM97 journals the due date and the edited minimum payment.
      ******************************************************************
       330-APPLY-CLOSE-RTN.
            IF WS-REC-EXISTS
               MOVE SJ-AFTER-IMAGE(1:8) TO RB-DUE-DATE
               MOVE SJ-AFTER-IMAGE(10:11) TO WS-IMAGE-X
               MOVE WS-IMAGE-EDIT TO RB-MIN-PAYMENT
               ADD 1 TO WS-CLOSE-ENTRY-CTR
            ELSE
               PERFORM 380-ORPHAN-ENTRY-RTN
            END-IF.

      ******************************************************************
      * PGM70 journals the status and the whole-dollar charge-off.
      ******************************************************************
       340-APPLY-PLACEMENT-RTN.
            IF WS-REC-EXISTS
               MOVE SJ-AFTER-IMAGE(1:1) TO RB-ACCT-STATUS
               MOVE SJ-AFTER-IMAGE(3:7) TO RB-CHARGE-OFF-AMT
               ADD 1 TO WS-PLACE-ENTRY-CTR
            ELSE
               PERFORM 380-ORPHAN-ENTRY-RTN
            END-IF.

      ******************************************************************
      * PGM99 journals the NSF count and the status.
      ******************************************************************
       350-APPLY-RETURN-RTN.
            IF WS-REC-EXISTS
               MOVE SJ-AFTER-IMAGE(1:2) TO RB-NSF-COUNT
               MOVE SJ-AFTER-IMAGE(4:1) TO RB-ACCT-STATUS
               ADD 1 TO WS-RETURN-ENTRY-CTR
            ELSE
               PERFORM 380-ORPHAN-ENTRY-RTN
            END-IF.

      ******************************************************************
      * The net AMOUNT-DUE change is kept by journal run date so each
      * cycle PGM88 certified can be proved on its own.
      ******************************************************************
       360-POST-CYCLE-DELTA-RTN.
            MOVE SJ-RUN-DATE TO WS-LOOKUP-DATE.
            PERFORM 370-FIND-CYCLE-DATE-RTN.
            IF WS-DATE-FOUND
               ADD WS-ENTRY-DELTA TO WS-DT-DELTA (WS-DT-HIT)
            END-IF.

       370-FIND-CYCLE-DATE-RTN.
            MOVE 'N' TO WS-DATE-FOUND-SW.
            PERFORM 375-MATCH-CYCLE-DATE-RTN
               VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB > WS-DT-COUNT OR WS-DATE-FOUND.
            IF NOT WS-DATE-FOUND
               IF WS-DT-COUNT < WS-DT-MAX
                  ADD 1 TO WS-DT-COUNT
                  MOVE WS-DT-COUNT TO WS-DT-HIT
                  MOVE WS-LOOKUP-DATE TO WS-DT-DATE (WS-DT-HIT)
                  MOVE ZERO TO WS-DT-DELTA (WS-DT-HIT)
                  MOVE 'N' TO WS-DT-PROOF-SW (WS-DT-HIT)
                  MOVE ZERO TO WS-DT-OLD-TOTAL (WS-DT-HIT)
                  MOVE ZERO TO WS-DT-NEW-TOTAL (WS-DT-HIT)
                  SET WS-DATE-FOUND TO TRUE
               ELSE
                  SET WS-DT-TABLE-FULL TO TRUE
               END-IF
            END-IF.

       375-MATCH-CYCLE-DATE-RTN.
            IF WS-DT-DATE (WS-DT-SUB) = WS-LOOKUP-DATE
               MOVE WS-DT-SUB TO WS-DT-HIT
               SET WS-DATE-FOUND TO TRUE
            END-IF.

       380-ORPHAN-ENTRY-RTN.
            MOVE 'NO BASE RECORD - ENTRY NOT APPLIED'
              TO WS-EXCEPTION-REASON.
            PERFORM 390-PRINT-EXCEPTION-RTN.
            ADD 1 TO WS-ORPHAN-CTR.

       390-PRINT-EXCEPTION-RTN.
            MOVE SJ-ACCT-NO TO PT-EXC-ACCT.
            MOVE SJ-SOURCE-PGM TO PT-EXC-SOURCE.
            MOVE SJ-RUN-DATE TO PT-EXC-DATE.
            MOVE SJ-RUN-TIME TO PT-EXC-TIME.
            MOVE WS-EXCEPTION-REASON TO PT-EXC-REASON.
            WRITE RECOVERY-RPT-REC FROM PT-EXCEPTION-LINE.

       400-WRITE-REBUILT-RTN.
            WRITE REBUILT-MASTER-REC.
            ADD 1 TO WS-REBUILT-CTR.
            ADD RB-AMOUNT-DUE TO WS-REBUILT-TOTAL.

      ******************************************************************
      * Match the rebuilt master against the current DATA13N and list
      * every field that differs, with accounts on only one side.
      ******************************************************************
       500-COMPARE-MASTER-RTN.
            OPEN INPUT REBUILT-MASTER
                       NEW-MASTER.
            MOVE 'FIELD DIFFERENCES - REBUILT MASTER VS DATA13N'
              TO PT-MSG-TEXT.
            WRITE RECOVERY-RPT-REC FROM PT-MSG-LINE.
            WRITE RECOVERY-RPT-REC FROM PT-DIFF-HEAD-LINE.
            PERFORM 510-READ-REBUILT-RTN.
            PERFORM 520-READ-CURRENT-RTN.
            PERFORM 530-MATCH-ACCOUNT-RTN
               UNTIL WS-RB-ACCT = HIGH-VALUES AND
                     WS-CUR-ACCT = HIGH-VALUES.
            CLOSE REBUILT-MASTER
                  NEW-MASTER.
            MOVE SPACES TO RECOVERY-RPT-REC.
            WRITE RECOVERY-RPT-REC.

       510-READ-REBUILT-RTN.
            READ REBUILT-MASTER
              AT END
                MOVE HIGH-VALUES TO WS-RB-ACCT
              NOT AT END
                MOVE RB-ACCT-NO TO WS-RB-ACCT
            END-READ.

       520-READ-CURRENT-RTN.
            MOVE 'N' TO WS-LISTED-SW.
            PERFORM 525-READ-CURRENT-REC-RTN
               UNTIL WS-ACCT-LISTED OR WS-CUR-ACCT = HIGH-VALUES.

       525-READ-CURRENT-REC-RTN.
            READ NEW-MASTER
              AT END
                MOVE HIGH-VALUES TO WS-CUR-ACCT
              NOT AT END
                ADD 1 TO WS-CURRENT-READ-CTR
                MOVE ACCT-NO-OUT TO WS-CUR-ACCT
                MOVE ACCT-NO-OUT TO WS-LOOKUP-ACCT
                PERFORM 190-CHECK-ACCOUNT-LIST-RTN
            END-READ.

       530-MATCH-ACCOUNT-RTN.
            IF WS-RB-ACCT < WS-CUR-ACCT
               MOVE WS-RB-ACCT TO PT-DIFF-ACCT
               MOVE 'RECORD' TO PT-DIFF-FIELD
               MOVE 'ON REBUILT MASTER' TO PT-DIFF-REBUILT
               MOVE 'NOT ON FILE' TO PT-DIFF-CURRENT
               WRITE RECOVERY-RPT-REC FROM PT-DIFF-LINE
               ADD 1 TO WS-REBUILT-ONLY-CTR
               PERFORM 510-READ-REBUILT-RTN
            ELSE
            IF WS-RB-ACCT > WS-CUR-ACCT
               MOVE WS-CUR-ACCT TO PT-DIFF-ACCT
               MOVE 'RECORD' TO PT-DIFF-FIELD
               MOVE 'NOT ON FILE' TO PT-DIFF-REBUILT
               MOVE 'ON DATA13N' TO PT-DIFF-CURRENT
               WRITE RECOVERY-RPT-REC FROM PT-DIFF-LINE
               ADD 1 TO WS-CURRENT-ONLY-CTR
               PERFORM 520-READ-CURRENT-RTN
            ELSE
               PERFORM 540-COMPARE-FIELDS-RTN
               PERFORM 510-READ-REBUILT-RTN
               PERFORM 520-READ-CURRENT-RTN
            END-IF
            END-IF.

       540-COMPARE-FIELDS-RTN.
            MOVE 'N' TO WS-ACCT-DIFFERS-SW.
            MOVE RB-ACCT-NO TO PT-DIFF-ACCT.
            IF RB-AMOUNT-DUE NOT = AMOUNT-DUE-OUT
               MOVE 'AMOUNT DUE' TO PT-DIFF-FIELD
               MOVE RB-AMOUNT-DUE TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO PT-DIFF-REBUILT
               MOVE AMOUNT-DUE-OUT TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO PT-DIFF-CURRENT
               PERFORM 550-PRINT-DIFF-RTN
            END-IF.
            IF RB-CUST-NAME NOT = CM-CUST-NAME-OUT
               MOVE 'NAME' TO PT-DIFF-FIELD
               MOVE RB-CUST-NAME TO PT-DIFF-REBUILT
               MOVE CM-CUST-NAME-OUT TO PT-DIFF-CURRENT
               PERFORM 550-PRINT-DIFF-RTN
            END-IF.
            IF RB-ADDRESS NOT = CM-ADDRESS-OUT
               MOVE 'ADDRESS' TO PT-DIFF-FIELD
               MOVE RB-ADDRESS TO PT-DIFF-REBUILT
               MOVE CM-ADDRESS-OUT TO PT-DIFF-CURRENT
               PERFORM 550-PRINT-DIFF-RTN
            END-IF.
            IF RB-CREDIT-LIMIT NOT = CM-CREDIT-LIMIT-OUT
               MOVE 'CREDIT LIMIT' TO PT-DIFF-FIELD
               MOVE RB-CREDIT-LIMIT TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO PT-DIFF-REBUILT
               MOVE CM-CREDIT-LIMIT-OUT TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO PT-DIFF-CURRENT
               PERFORM 550-PRINT-DIFF-RTN
            END-IF.
            IF RB-OPEN-DATE NOT = CM-OPEN-DATE-OUT
               MOVE 'OPEN DATE' TO PT-DIFF-FIELD
               MOVE RB-OPEN-DATE TO PT-DIFF-REBUILT
               MOVE CM-OPEN-DATE-OUT TO PT-DIFF-CURRENT
               PERFORM 550-PRINT-DIFF-RTN
            END-IF.
            IF RB-ACCT-STATUS NOT = CM-ACCT-STATUS-OUT
               MOVE 'STATUS' TO PT-DIFF-FIELD
               MOVE RB-ACCT-STATUS TO PT-DIFF-REBUILT
               MOVE CM-ACCT-STATUS-OUT TO PT-DIFF-CURRENT
               PERFORM 550-PRINT-DIFF-RTN
            END-IF.
            IF RB-DUE-DATE NOT = CM-DUE-DATE-OUT
               MOVE 'DUE DATE' TO PT-DIFF-FIELD
               MOVE RB-DUE-DATE TO PT-DIFF-REBUILT
               MOVE CM-DUE-DATE-OUT TO PT-DIFF-CURRENT
               PERFORM 550-PRINT-DIFF-RTN
            END-IF.
            IF RB-MIN-PAYMENT NOT = CM-MIN-PAYMENT-OUT
               MOVE 'MIN PAYMENT' TO PT-DIFF-FIELD
               MOVE RB-MIN-PAYMENT TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO PT-DIFF-REBUILT
               MOVE CM-MIN-PAYMENT-OUT TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO PT-DIFF-CURRENT
               PERFORM 550-PRINT-DIFF-RTN
            END-IF.
            IF RB-NSF-COUNT NOT = CM-NSF-COUNT-OUT
               MOVE 'NSF COUNT' TO PT-DIFF-FIELD
               MOVE RB-NSF-COUNT TO PT-DIFF-REBUILT
               MOVE CM-NSF-COUNT-OUT TO PT-DIFF-CURRENT
               PERFORM 550-PRINT-DIFF-RTN
            END-IF.
            IF RB-CITY NOT = CM-CITY-OUT
               MOVE 'CITY' TO PT-DIFF-FIELD
               MOVE RB-CITY TO PT-DIFF-REBUILT
               MOVE CM-CITY-OUT TO PT-DIFF-CURRENT
               PERFORM 550-PRINT-DIFF-RTN
            END-IF.
            IF RB-STATE NOT = CM-STATE-OUT
               MOVE 'STATE' TO PT-DIFF-FIELD
               MOVE RB-STATE TO PT-DIFF-REBUILT
               MOVE CM-STATE-OUT TO PT-DIFF-CURRENT
               PERFORM 550-PRINT-DIFF-RTN
            END-IF.
            IF RB-ZIP NOT = CM-ZIP-OUT
               MOVE 'ZIP' TO PT-DIFF-FIELD
               MOVE RB-ZIP TO PT-DIFF-REBUILT
               MOVE CM-ZIP-OUT TO PT-DIFF-CURRENT
               PERFORM 550-PRINT-DIFF-RTN
            END-IF.
            IF RB-CHARGE-OFF-AMT NOT = CM-CHARGE-OFF-AMT-OUT
               MOVE 'CHARGE-OFF' TO PT-DIFF-FIELD
               MOVE RB-CHARGE-OFF-AMT TO PT-DIFF-REBUILT
               MOVE CM-CHARGE-OFF-AMT-OUT TO PT-DIFF-CURRENT
               PERFORM 550-PRINT-DIFF-RTN
            END-IF.
            IF WS-ACCT-DIFFERS
               ADD 1 TO WS-DIFFER-CTR
            ELSE
               ADD 1 TO WS-AGREE-CTR
            END-IF.

       550-PRINT-DIFF-RTN.
            WRITE RECOVERY-RPT-REC FROM PT-DIFF-LINE.
            ADD 1 TO WS-FIELD-DIFF-CTR.
            SET WS-ACCT-DIFFERS TO TRUE.
            MOVE SPACES TO PT-DIFF-ACCT.

      ******************************************************************
      * Foot the replay the way PGM88 foots a cycle: the base in scope
      * plus the accounts the journal created must give the rebuilt
      * count, and the base total plus the PGM80 net change must give
      * the rebuilt total.  On a whole-file run the base must also
      * agree with its GENCAT count, and each cycle PGM88 certified
      * inside the window must agree with the replay as of that
      * cycle's close.
      ******************************************************************
       600-PROVE-REPLAY-RTN.
            COMPUTE WS-EXPECT-COUNT =
                    WS-BASE-KEPT-CTR + WS-NEW-ACCT-CTR.
            COMPUTE WS-EXPECT-TOTAL =
                    WS-BASE-TOTAL + WS-JNL-DELTA.
            IF WS-REBUILT-CTR NOT = WS-EXPECT-COUNT
               MOVE 'N' TO WS-BALANCE-SW
            END-IF.
            IF WS-REBUILT-TOTAL NOT = WS-EXPECT-TOTAL
               MOVE 'N' TO WS-BALANCE-SW
            END-IF.
            IF WS-BREAK-CTR NOT = ZERO
               MOVE 'N' TO WS-BALANCE-SW
            END-IF.
            MOVE 'CYCLE PROOF AGAINST PGM88 CERTIFIED TOTALS'
              TO PT-MSG-TEXT.
            WRITE RECOVERY-RPT-REC FROM PT-MSG-LINE.
            IF WS-LIST-ACCOUNTS
               MOVE 'NOT APPLICABLE TO AN ACCOUNT LIST RUN'
                 TO PT-MSG-TEXT
               WRITE RECOVERY-RPT-REC FROM PT-MSG-LINE
            ELSE
               IF WS-BASE-CAT-COUNT NOT = ZERO AND
                  WS-BASE-READ-CTR NOT = WS-BASE-CAT-COUNT
                  MOVE 'BASE GENERATION COUNT DOES NOT MATCH GENCAT'
                    TO PT-MSG-TEXT
                  WRITE RECOVERY-RPT-REC FROM PT-MSG-LINE
                  MOVE 'N' TO WS-BALANCE-SW
               END-IF
               PERFORM 610-PROVE-CYCLE-RTN
                  VARYING WS-DT-SUB FROM 1 BY 1
                  UNTIL WS-DT-SUB > WS-DT-COUNT
               IF WS-DT-TABLE-FULL
                  MOVE 'CYCLE TABLE FULL - PROOF INCOMPLETE'
                    TO PT-MSG-TEXT
                  WRITE RECOVERY-RPT-REC FROM PT-MSG-LINE
                  MOVE 'N' TO WS-BALANCE-SW
               END-IF
               IF WS-CYCLES-PROVED-CTR = ZERO
                  MOVE 'NO PGM88 CERTIFIED CYCLE INSIDE THE WINDOW'
                    TO PT-MSG-TEXT
                  WRITE RECOVERY-RPT-REC FROM PT-MSG-LINE
               END-IF
            END-IF.
            MOVE SPACES TO RECOVERY-RPT-REC.
            WRITE RECOVERY-RPT-REC.

       610-PROVE-CYCLE-RTN.
            IF WS-DT-PROVABLE (WS-DT-SUB)
               IF WS-DT-DATE (WS-DT-SUB) = WS-BASE-CYCLE-DATE
                  MOVE 'BASE  ' TO PT-CYC-LABEL
                  MOVE WS-DT-OLD-TOTAL (WS-DT-SUB) TO WS-PROOF-CERT
                  MOVE WS-BASE-TOTAL TO WS-PROOF-REPLAY
                  PERFORM 620-PRINT-CYCLE-PROOF-RTN
               END-IF
               MOVE ZERO TO WS-CUM-DELTA
               PERFORM 615-SUM-CYCLE-DELTA-RTN
                  VARYING WS-DT-SUB2 FROM 1 BY 1
                  UNTIL WS-DT-SUB2 > WS-DT-COUNT
               MOVE 'CYCLE ' TO PT-CYC-LABEL
               MOVE WS-DT-NEW-TOTAL (WS-DT-SUB) TO WS-PROOF-CERT
               COMPUTE WS-PROOF-REPLAY = WS-BASE-TOTAL + WS-CUM-DELTA
               PERFORM 620-PRINT-CYCLE-PROOF-RTN
               ADD 1 TO WS-CYCLES-PROVED-CTR
            END-IF.

       615-SUM-CYCLE-DELTA-RTN.
            IF WS-DT-DATE (WS-DT-SUB2) NOT > WS-DT-DATE (WS-DT-SUB)
               ADD WS-DT-DELTA (WS-DT-SUB2) TO WS-CUM-DELTA
            END-IF.

       620-PRINT-CYCLE-PROOF-RTN.
            MOVE WS-DT-DATE (WS-DT-SUB) TO PT-CYC-DATE.
            MOVE WS-PROOF-CERT TO PT-CYC-CERT.
            MOVE WS-PROOF-REPLAY TO PT-CYC-REPLAY.
            IF WS-PROOF-CERT = WS-PROOF-REPLAY
               MOVE 'AGREES' TO PT-CYC-RESULT
            ELSE
               MOVE '*** DIFFERS ***' TO PT-CYC-RESULT
               MOVE 'N' TO WS-BALANCE-SW
            END-IF.
            WRITE RECOVERY-RPT-REC FROM PT-CYCLE-LINE.

       700-LOAD-CATALOG-RTN.
            MOVE ZERO TO WS-GEN-CATALOG-TABLE.
            OPEN INPUT GEN-CATALOG.
            IF WS-CAT-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-COPY-EOF-SW
               PERFORM 705-READ-CATALOG-REC-RTN
                  UNTIL WS-COPY-EOF
               CLOSE GEN-CATALOG
            END-IF.

       705-READ-CATALOG-REC-RTN.
            READ GEN-CATALOG
              AT END
                SET WS-COPY-EOF TO TRUE
              NOT AT END
                IF GC-GEN-NO >= 1 AND GC-GEN-NO <= 3
                   MOVE GC-CYCLE-DATE
                     TO WS-CAT-CYCLE-DATE (GC-GEN-NO)
                   MOVE GC-REC-COUNT
                     TO WS-CAT-REC-COUNT (GC-GEN-NO)
                END-IF
            END-READ.

       800-INITIALIZATION-RTN.
            OPEN INPUT PARM-FILE.
            READ PARM-FILE
              AT END
                MOVE SPACES TO PARM-REC
            END-READ.
            CLOSE PARM-FILE.
            OPEN OUTPUT RECOVERY-RPT.
            PERFORM 810-READ-RUN-CONTROL-RTN.
            PERFORM 700-LOAD-CATALOG-RTN.
            PERFORM 815-SET-REQUEST-RTN.
            WRITE RECOVERY-RPT-REC FROM PT-TITLE-LINE.
            WRITE RECOVERY-RPT-REC FROM PT-PARM-LINE.
            MOVE SPACES TO RECOVERY-RPT-REC.
            WRITE RECOVERY-RPT-REC.
            PERFORM 820-VALIDATE-REQUEST-RTN.
            IF NOT WS-RUN-ERROR AND WS-LIST-ACCOUNTS
               PERFORM 830-LOAD-ACCOUNT-LIST-RTN
            END-IF.
            IF NOT WS-RUN-ERROR AND WS-ALL-ACCOUNTS
               PERFORM 840-LOAD-PGM88-TOTALS-RTN
            END-IF.

       810-READ-RUN-CONTROL-RTN.
            OPEN INPUT RUN-CONTROL.
            IF WS-RUNCTL-STATUS = '35'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE ZERO TO WS-CYCLE-NO
            ELSE
               READ RUN-CONTROL
                 AT END
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                 NOT AT END
                   MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
                   MOVE RC-CYCLE-NO TO WS-CYCLE-NO
               END-READ
               CLOSE RUN-CONTROL
            END-IF.

      ******************************************************************
      * A blank as-of date means the current business date; a blank
      * time means the end of that day.  The replay starts at the
      * beginning of the base generation's cycle, since a generation
      * is the master as it stood before that cycle's update.
      ******************************************************************
       815-SET-REQUEST-RTN.
            IF RV-GEN-NO NUMERIC AND RV-GEN-NO >= 1 AND RV-GEN-NO <= 3
               MOVE RV-GEN-NO TO WS-BASE-GEN-NO
               MOVE WS-CAT-CYCLE-DATE (WS-BASE-GEN-NO)
                 TO WS-BASE-CYCLE-DATE
               MOVE WS-CAT-REC-COUNT (WS-BASE-GEN-NO)
                 TO WS-BASE-CAT-COUNT
            END-IF.
            IF RV-TARGET-DATE NOT NUMERIC OR RV-TARGET-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-TARGET-DATE
            ELSE
               MOVE RV-TARGET-DATE TO WS-TARGET-DATE
            END-IF.
            IF RV-TARGET-TIME NOT NUMERIC
               MOVE 99999999 TO WS-TARGET-TIME
            ELSE
               MOVE RV-TARGET-TIME TO WS-TARGET-TIME
            END-IF.
            MOVE WS-BASE-CYCLE-DATE TO WS-FROM-DATE.
            MOVE ZERO TO WS-FROM-TIME.
            IF RV-ACCOUNT-LIST
               SET WS-LIST-ACCOUNTS TO TRUE
               MOVE 'ACCOUNT LIST' TO PT-PARM-SCOPE
            ELSE
               SET WS-ALL-ACCOUNTS TO TRUE
               MOVE 'ALL ACCOUNTS' TO PT-PARM-SCOPE
            END-IF.
            MOVE WS-BASE-GEN-NO TO PT-PARM-GEN.
            MOVE WS-BASE-CYCLE-DATE TO PT-PARM-CYCLE.
            MOVE WS-TARGET-DATE TO PT-PARM-DATE.
            MOVE WS-TARGET-TIME TO PT-PARM-TIME.

       820-VALIDATE-REQUEST-RTN.
            IF WS-BASE-GEN-NO = ZERO
               MOVE 'BASE GENERATION MUST BE 1, 2 OR 3'
                 TO PT-MSG-TEXT
               PERFORM 828-REQUEST-ERROR-RTN
            ELSE
            IF WS-BASE-CYCLE-DATE = ZERO
               MOVE 'BASE GENERATION NOT CATALOGUED ON GENCAT'
                 TO PT-MSG-TEXT
               PERFORM 828-REQUEST-ERROR-RTN
            ELSE
            IF WS-TARGET-DATE < WS-BASE-CYCLE-DATE
               MOVE 'AS-OF DATE IS BEFORE THE BASE GENERATION CYCLE'
                 TO PT-MSG-TEXT
               PERFORM 828-REQUEST-ERROR-RTN
            ELSE
               PERFORM 825-CHECK-BASE-ON-FILE-RTN
            END-IF
            END-IF
            END-IF.
            IF NOT RV-SCOPE-VALID
               MOVE 'SCOPE MUST BE A (ALL ACCOUNTS) OR L (LIST)'
                 TO PT-MSG-TEXT
               PERFORM 828-REQUEST-ERROR-RTN
            END-IF.

       825-CHECK-BASE-ON-FILE-RTN.
            EVALUATE WS-BASE-GEN-NO
               WHEN 1
                 OPEN INPUT GEN-ONE
                 IF WS-GEN1-STATUS = '35'
                    PERFORM 827-MISSING-GEN-RTN
                 ELSE
                    CLOSE GEN-ONE
                 END-IF
               WHEN 2
                 OPEN INPUT GEN-TWO
                 IF WS-GEN2-STATUS = '35'
                    PERFORM 827-MISSING-GEN-RTN
                 ELSE
                    CLOSE GEN-TWO
                 END-IF
               WHEN 3
                 OPEN INPUT GEN-THREE
                 IF WS-GEN3-STATUS = '35'
                    PERFORM 827-MISSING-GEN-RTN
                 ELSE
                    CLOSE GEN-THREE
                 END-IF
            END-EVALUATE.

       827-MISSING-GEN-RTN.
            MOVE 'REQUESTED GENERATION NOT ON FILE' TO PT-MSG-TEXT.
            PERFORM 828-REQUEST-ERROR-RTN.

       828-REQUEST-ERROR-RTN.
            WRITE RECOVERY-RPT-REC FROM PT-MSG-LINE.
            SET WS-RUN-ERROR TO TRUE.

       830-LOAD-ACCOUNT-LIST-RTN.
            OPEN INPUT ACCOUNT-LIST.
            IF WS-LIST-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-COPY-EOF-SW
               PERFORM 835-READ-ACCOUNT-LIST-RTN
                  UNTIL WS-COPY-EOF
               CLOSE ACCOUNT-LIST
            END-IF.
            IF WS-LIST-COUNT = ZERO
               MOVE 'ACCOUNT LIST RUN BUT NO ACCOUNTS ON RCVACCT'
                 TO PT-MSG-TEXT
               PERFORM 828-REQUEST-ERROR-RTN
            END-IF.

       835-READ-ACCOUNT-LIST-RTN.
            READ ACCOUNT-LIST
              AT END
                SET WS-COPY-EOF TO TRUE
              NOT AT END
                IF RA-ACCT-NO NOT = SPACES
                   IF WS-LIST-COUNT < WS-LIST-MAX
                      ADD 1 TO WS-LIST-COUNT
                      MOVE RA-ACCT-NO TO WS-LIST-ACCT (WS-LIST-COUNT)
                   ELSE
                      MOVE 'ACCOUNT LIST EXCEEDS 500 ACCOUNTS'
                        TO PT-MSG-TEXT
                      PERFORM 828-REQUEST-ERROR-RTN
                      SET WS-COPY-EOF TO TRUE
                   END-IF
                END-IF
            END-READ.

      ******************************************************************
      * The totals PGM88 filed on RUNSTAT for each cycle it certified
      * (return code zero) inside the replay window; a rerun of the
      * same cycle replaces the earlier figures.  RUNSTAT is in run
      * order, so the cycle table comes out in date order.
      ******************************************************************
       840-LOAD-PGM88-TOTALS-RTN.
            OPEN INPUT RUN-STATS.
            IF WS-STATS-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-COPY-EOF-SW
               PERFORM 845-READ-RUN-STATS-RTN
                  UNTIL WS-COPY-EOF
               CLOSE RUN-STATS
            END-IF.

       845-READ-RUN-STATS-RTN.
            READ RUN-STATS
              AT END
                SET WS-COPY-EOF TO TRUE
              NOT AT END
                IF RS-PROGRAM = 'PGM88' AND
                   RS-RETURN-CODE = ZERO AND
                   RS-AMT-LABEL (1) = 'OLD TOTAL' AND
                   RS-AMT-LABEL (2) = 'NEW TOTAL' AND
                   RS-RUN-DATE NOT < WS-BASE-CYCLE-DATE AND
                   (RS-RUN-DATE < WS-TARGET-DATE OR
                    (RS-RUN-DATE = WS-TARGET-DATE AND
                     RS-RUN-TIME NOT > WS-TARGET-TIME))
                   PERFORM 850-POST-PGM88-TOTALS-RTN
                END-IF
            END-READ.

       850-POST-PGM88-TOTALS-RTN.
            MOVE RS-RUN-DATE TO WS-LOOKUP-DATE.
            PERFORM 370-FIND-CYCLE-DATE-RTN.
            IF WS-DATE-FOUND
               MOVE 'Y' TO WS-DT-PROOF-SW (WS-DT-HIT)
               MOVE RS-AMOUNT (1) TO WS-DT-OLD-TOTAL (WS-DT-HIT)
               MOVE RS-AMOUNT (2) TO WS-DT-NEW-TOTAL (WS-DT-HIT)
            END-IF.

       900-END-OF-JOB-RTN.
            IF NOT WS-RUN-ERROR
               PERFORM 910-PRINT-TOTALS-RTN
            END-IF.
            PERFORM 920-PRINT-CERTIFICATE-RTN.
            CLOSE RECOVERY-RPT.

       910-PRINT-TOTALS-RTN.
            MOVE 'BASE GENERATION RECORDS READ' TO PT-COUNT-LABEL.
            MOVE WS-BASE-READ-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE 'BASE GENERATION RECORDS PER GENCAT'
              TO PT-COUNT-LABEL.
            MOVE WS-BASE-CAT-COUNT TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE 'BASE RECORDS IN SCOPE' TO PT-COUNT-LABEL.
            MOVE WS-BASE-KEPT-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE 'ARCHIVED JOURNAL ENTRIES READ' TO PT-COUNT-LABEL.
            MOVE WS-ARCH-JNL-READ-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE 'CURRENT JOURNAL ENTRIES READ' TO PT-COUNT-LABEL.
            MOVE WS-CURR-JNL-READ-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE 'MASTER ENTRIES SELECTED FOR REPLAY'
              TO PT-COUNT-LABEL.
            MOVE WS-JNL-SELECT-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE '  BALANCE UPDATES (PGM80)' TO PT-COUNT-LABEL.
            MOVE WS-BAL-ENTRY-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE '  MAINTENANCE (PGM81)' TO PT-COUNT-LABEL.
            MOVE WS-MAINT-ENTRY-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE '  BILLING CLOSE (PGM97)' TO PT-COUNT-LABEL.
            MOVE WS-CLOSE-ENTRY-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE '  COLLECTION PLACEMENT (PGM70)' TO PT-COUNT-LABEL.
            MOVE WS-PLACE-ENTRY-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE '  RETURNED ITEMS (PGM99)' TO PT-COUNT-LABEL.
            MOVE WS-RETURN-ENTRY-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE 'ENTRIES WITH NO BASE RECORD' TO PT-COUNT-LABEL.
            MOVE WS-ORPHAN-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE 'BEFORE IMAGES OUT OF SEQUENCE' TO PT-COUNT-LABEL.
            MOVE WS-BREAK-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE 'NEW ACCOUNTS PER JOURNAL' TO PT-COUNT-LABEL.
            MOVE WS-NEW-ACCT-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE 'EXPECTED REBUILT RECORDS' TO PT-COUNT-LABEL.
            MOVE WS-EXPECT-COUNT TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE 'REBUILT RECORDS WRITTEN TO DATA13R'
              TO PT-COUNT-LABEL.
            MOVE WS-REBUILT-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE SPACES TO RECOVERY-RPT-REC.
            WRITE RECOVERY-RPT-REC.
            MOVE 'CURRENT MASTER RECORDS READ' TO PT-COUNT-LABEL.
            MOVE WS-CURRENT-READ-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE 'ACCOUNTS AGREEING WITH DATA13N' TO PT-COUNT-LABEL.
            MOVE WS-AGREE-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE 'ACCOUNTS DIFFERING FROM DATA13N'
              TO PT-COUNT-LABEL.
            MOVE WS-DIFFER-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE 'FIELD DIFFERENCES LISTED' TO PT-COUNT-LABEL.
            MOVE WS-FIELD-DIFF-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE 'ACCOUNTS ON REBUILT MASTER ONLY' TO PT-COUNT-LABEL.
            MOVE WS-REBUILT-ONLY-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE 'ACCOUNTS ON DATA13N ONLY' TO PT-COUNT-LABEL.
            MOVE WS-CURRENT-ONLY-CTR TO PT-COUNT.
            WRITE RECOVERY-RPT-REC FROM PT-COUNT-LINE.
            MOVE SPACES TO RECOVERY-RPT-REC.
            WRITE RECOVERY-RPT-REC.
            MOVE 'BASE TOTAL AMOUNT-DUE' TO PT-AMOUNT-LABEL.
            MOVE WS-BASE-TOTAL TO PT-AMOUNT.
            WRITE RECOVERY-RPT-REC FROM PT-AMOUNT-LINE.
            MOVE 'NET CHANGE PER JOURNAL' TO PT-AMOUNT-LABEL.
            MOVE WS-JNL-DELTA TO PT-AMOUNT.
            WRITE RECOVERY-RPT-REC FROM PT-AMOUNT-LINE.
            MOVE 'EXPECTED REBUILT TOTAL' TO PT-AMOUNT-LABEL.
            MOVE WS-EXPECT-TOTAL TO PT-AMOUNT.
            WRITE RECOVERY-RPT-REC FROM PT-AMOUNT-LINE.
            MOVE 'ACTUAL REBUILT TOTAL' TO PT-AMOUNT-LABEL.
            MOVE WS-REBUILT-TOTAL TO PT-AMOUNT.
            WRITE RECOVERY-RPT-REC FROM PT-AMOUNT-LINE.
            MOVE SPACES TO RECOVERY-RPT-REC.
            WRITE RECOVERY-RPT-REC.

       920-PRINT-CERTIFICATE-RTN.
            IF WS-RUN-ERROR
               MOVE 'RECONSTRUCTION NOT RUN - CORRECT RCVPARM'
                 TO PT-MSG-TEXT
            ELSE
            IF WS-IN-BALANCE
               MOVE 'CERTIFICATE: REPLAY IN BALANCE' TO PT-MSG-TEXT
            ELSE
               MOVE 'CERTIFICATE: *** REPLAY OUT OF BALANCE ***'
                 TO PT-MSG-TEXT
            END-IF
            END-IF.
            WRITE RECOVERY-RPT-REC FROM PT-MSG-LINE.
            IF NOT WS-RUN-ERROR
               MOVE 'REBUILT MASTER ON DATA13R - DATA13N NOT CHANGED'
                 TO PT-MSG-TEXT
               WRITE RECOVERY-RPT-REC FROM PT-MSG-LINE
            END-IF.

      ******************************************************************
      * Run statistics for the morning operations summary: base and
      * journal records read, rebuilt records written and entries not
      * applied, with the base, rebuilt and expected totals.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM46' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            COMPUTE RS-READ-CTR = WS-BASE-READ-CTR
                + WS-ARCH-JNL-READ-CTR
                + WS-CURR-JNL-READ-CTR
                + WS-CURRENT-READ-CTR.
            MOVE WS-REBUILT-CTR TO RS-WRITTEN-CTR.
            COMPUTE RS-REJECT-CTR = WS-ORPHAN-CTR + WS-BREAK-CTR.
            MOVE 'BASE TOTAL' TO RS-AMT-LABEL (1).
            MOVE WS-BASE-TOTAL TO RS-AMOUNT (1).
            MOVE 'REBUILT' TO RS-AMT-LABEL (2).
            MOVE WS-REBUILT-TOTAL TO RS-AMOUNT (2).
            MOVE 'EXPECTED' TO RS-AMT-LABEL (3).
            MOVE WS-EXPECT-TOTAL TO RS-AMOUNT (3).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
