      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Manual journal entries into the general ledger.
      *           Accounting keys a JETRAN batch - a header carrying
      *           the batch reference, the keying operator and the
      *           effective date, balanced entry lines, and a trailer
      *           with the line count and debit and credit totals.
      *           An entry is one-time (O), recurring (R) - a
      *           template that posts in the open period and is
      *           generated again each period through its end period
      *           - or reversing (V) - booked in the open GLPERD
      *           period and reversed, dated the first day of the
      *           next period, by the first run after PGM75 function
      *           C opens it.  Every line is edited against the
      *           GLMSTO account list, every entry must balance, the
      *           operator must be active on OPERAUTH and the trailer
      *           must tie; one error refuses the whole run with
      *           RETURN-CODE 8 and nothing is released.  A clean run
      *           writes one GLPOST batch under source PGM44, in the
      *           format PGM75 function P proves: the reversals due,
      *           the recurring entries generated for the open period
      *           and the keyed entries.  Recurring templates carry
      *           from JERECO to JERECN and reversals still pending
      *           from JEREVO to JEREVN for the operator to promote.
      *           The journal-entry register lists every line keyed,
      *           generated, reversed or expired with the operator who
      *           keyed it.  Each run appends its counts and control
      *           totals to RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM44.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JE-TRAN      ASSIGN TO JETRAN
               FILE STATUS IS WS-JETRAN-STATUS.
           SELECT OLD-LEDGER   ASSIGN TO GLMSTO
               FILE STATUS IS WS-OLDGL-STATUS.
           SELECT OPERATOR-AUTH ASSIGN TO OPERAUTH
               FILE STATUS IS WS-OPER-STATUS.
           SELECT PERIOD-FILE  ASSIGN TO GLPERD
               FILE STATUS IS WS-PERD-STATUS.
           SELECT OLD-RECURRING ASSIGN TO JERECO
               FILE STATUS IS WS-OLDREC-STATUS.
           SELECT NEW-RECURRING ASSIGN TO JERECN.
           SELECT OLD-REVERSAL ASSIGN TO JEREVO
               FILE STATUS IS WS-OLDREV-STATUS.
           SELECT NEW-REVERSAL ASSIGN TO JEREVN.
           SELECT KEYED-WORK   ASSIGN TO JEWK1.
           SELECT GL-POST      ASSIGN TO GLPOST.
           SELECT REGISTER-RPT ASSIGN TO RPT15J.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL.
           SELECT RUN-STATS    ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD JE-TRAN
       LABEL RECORDS ARE STANDARD.
            01  JE-TRAN-REC.
             05 JT-REC-TYPE       PIC X(1).
                88 JT-HEADER          VALUE 'H'.
                88 JT-DETAIL          VALUE 'D'.
                88 JT-TRAILER         VALUE 'T'.
             05 JT-HEADER-DATA.
                10 JT-BATCH-REF      PIC X(6).
                10 JT-OPERATOR-ID    PIC X(8).
                10 JT-EFFECTIVE-DATE PIC 9(8).
                10 JT-EFFECTIVE-DATE-X REDEFINES JT-EFFECTIVE-DATE
                                     PIC X(8).
                10                   PIC X(57).
             05 JT-DETAIL-DATA REDEFINES JT-HEADER-DATA.
                10 JT-ENTRY-NO       PIC X(6).
                10 JT-ENTRY-TYPE     PIC X(1).
                   88 JT-TYPE-VALID      VALUE 'O' 'R' 'V'.
                   88 JT-RECURRING       VALUE 'R'.
                10 JT-ACCOUNT        PIC X(6).
                10 JT-DR-CR          PIC X(1).
                   88 JT-SIDE-VALID      VALUE 'D' 'C'.
                10 JT-AMOUNT         PIC 9(9)V99.
                10 JT-AMOUNT-X REDEFINES JT-AMOUNT PIC X(11).
                10 JT-DESCRIPTION    PIC X(30).
                10 JT-END-PERIOD     PIC 9(6).
                10 JT-END-PERIOD-X REDEFINES JT-END-PERIOD PIC X(6).
                10                   PIC X(18).
             05 JT-TRAILER-DATA REDEFINES JT-HEADER-DATA.
                10 JT-LINE-COUNT     PIC 9(5).
                10 JT-LINE-COUNT-X REDEFINES JT-LINE-COUNT PIC X(5).
                10 JT-DEBIT-TOTAL    PIC 9(11)V99.
                10 JT-DEBIT-TOTAL-X REDEFINES JT-DEBIT-TOTAL
                                     PIC X(13).
                10 JT-CREDIT-TOTAL   PIC 9(11)V99.
                10 JT-CREDIT-TOTAL-X REDEFINES JT-CREDIT-TOTAL
                                     PIC X(13).
                10                   PIC X(48).

       FD OLD-LEDGER
       LABEL RECORDS ARE STANDARD.
            01  OLD-LEDGER-REC.
             05 GM-ACCOUNT        PIC X(6).
             05 GM-DESCRIPTION    PIC X(20).
             05 GM-PTD-BAL        PIC S9(11)V99.
             05 GM-YTD-BAL        PIC S9(11)V99.
             05                   PIC X(4).

       FD OPERATOR-AUTH
       LABEL RECORDS ARE STANDARD.
            01  OPERATOR-AUTH-REC.
           COPY OPAUTHRC.

       FD PERIOD-FILE
       LABEL RECORDS ARE STANDARD.
            01  PERIOD-REC.
             05 PC-OPEN-PERIOD    PIC 9(6).
             05                   PIC X(6).

       FD OLD-RECURRING
       LABEL RECORDS ARE STANDARD.
            01  OLD-RECURRING-REC PIC X(100).

       FD NEW-RECURRING
       LABEL RECORDS ARE STANDARD.
            01  NEW-RECURRING-REC PIC X(100).

       FD OLD-REVERSAL
       LABEL RECORDS ARE STANDARD.
            01  OLD-REVERSAL-REC  PIC X(100).

       FD NEW-REVERSAL
       LABEL RECORDS ARE STANDARD.
            01  NEW-REVERSAL-REC  PIC X(100).

       FD KEYED-WORK
       LABEL RECORDS ARE STANDARD.
            01  KEYED-WORK-REC    PIC X(100).

       FD GL-POST
       LABEL RECORDS ARE STANDARD.
            01  GL-POST-REC.
             05 GP-BATCH-NO       PIC 9(6).
             05 GP-REC-TYPE       PIC X(1).
                88 GP-HEADER          VALUE 'H'.
                88 GP-DETAIL          VALUE 'D'.
                88 GP-TRAILER         VALUE 'T'.
             05 GP-ACCOUNT        PIC X(6).
             05 GP-DR-CR          PIC X(1).
             05 GP-AMOUNT         PIC S9(9)V99.
             05 GP-SOURCE-PGM     PIC X(8).
             05 GP-RUN-DATE       PIC 9(8).
             05                   PIC X(6).

       FD REGISTER-RPT
       LABEL RECORDS ARE OMITTED.
            01  REGISTER-RPT-REC PIC X(132).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-JETRAN-STATUS       PIC X(2).
        77  WS-OLDGL-STATUS        PIC X(2).
        77  WS-OPER-STATUS         PIC X(2).
        77  WS-PERD-STATUS         PIC X(2).
        77  WS-OLDREC-STATUS       PIC X(2).
        77  WS-OLDREV-STATUS       PIC X(2).
        77  WS-RUN-DATE            PIC 9(8) VALUE ZERO.
        77  WS-BATCH-NO            PIC 9(6) VALUE 1.
        77  WS-OPEN-PERIOD         PIC 9(6) VALUE ZERO.
        77  WS-PERIOD-YYYY         PIC 9(4) VALUE ZERO.
        77  WS-PERIOD-MM           PIC 9(2) VALUE ZERO.
        77  WS-EFFECTIVE-DATE      PIC 9(8) VALUE ZERO.
        77  WS-EFFECTIVE-PERIOD    PIC 9(6) VALUE ZERO.
        77  WS-FIRST-DAY-DATE      PIC 9(8) VALUE ZERO.
        77  WS-POST-DATE           PIC 9(8) VALUE ZERO.
        77  WS-BATCH-REF           PIC X(6) VALUE SPACES.
        77  WS-KEY-OPERATOR        PIC X(8) VALUE SPACES.
        77  WS-CURR-ENTRY-NO       PIC X(6) VALUE SPACES.
        77  WS-CURR-ENTRY-TYPE     PIC X(1) VALUE SPACES.
        77  WS-CURR-END-PERIOD     PIC X(6) VALUE SPACES.
        77  WS-LINE-NO             PIC 9(3) VALUE ZERO.
        77  WS-ENTRY-DEBITS        PIC S9(11)V99 VALUE ZERO.
        77  WS-ENTRY-CREDITS       PIC S9(11)V99 VALUE ZERO.
        77  WS-TRAN-READ-CTR       PIC 9(7) VALUE ZERO.
        77  WS-KEYED-LINE-CTR      PIC 9(7) VALUE ZERO.
        77  WS-KEYED-REJECT-CTR    PIC 9(7) VALUE ZERO.
        77  WS-KEYED-ENTRY-CTR     PIC 9(7) VALUE ZERO.
        77  WS-UNBALANCED-CTR      PIC 9(7) VALUE ZERO.
        77  WS-KEYED-DEBITS        PIC S9(11)V99 VALUE ZERO.
        77  WS-KEYED-CREDITS       PIC S9(11)V99 VALUE ZERO.
        77  WS-REVERSED-CTR        PIC 9(7) VALUE ZERO.
        77  WS-PENDING-CTR         PIC 9(7) VALUE ZERO.
        77  WS-GENERATED-CTR       PIC 9(7) VALUE ZERO.
        77  WS-EXPIRED-CTR         PIC 9(7) VALUE ZERO.
        77  WS-TEMPLATE-CTR        PIC 9(7) VALUE ZERO.
        77  WS-DETAIL-CTR          PIC 9(7) VALUE ZERO.
        77  WS-TOTAL-DEBITS        PIC S9(11)V99 VALUE ZERO.
        77  WS-TOTAL-CREDITS       PIC S9(11)V99 VALUE ZERO.
        77  WS-AC-MAX              PIC 9(4) VALUE 2000.
        77  WS-AC-COUNT            PIC 9(4) VALUE ZERO.
        77  WS-AC-SUB              PIC 9(4) VALUE ZERO.
        77  WS-REG-ACTION          PIC X(10) VALUE SPACES.
        77  WS-REJECT-REASON       PIC X(60) VALUE SPACES.

        01  WS-ENTRY-SWITCHES.
            05  WS-EOF-SW          PIC X(1) VALUE 'N'.
                88  WS-EOF                    VALUE 'Y'.
            05  WS-ERROR-SW        PIC X(1) VALUE 'N'.
                88  WS-RUN-ERROR              VALUE 'Y'.
            05  WS-HDR-SEEN-SW     PIC X(1) VALUE 'N'.
                88  WS-HDR-SEEN               VALUE 'Y'.
            05  WS-TRL-SEEN-SW     PIC X(1) VALUE 'N'.
                88  WS-TRL-SEEN               VALUE 'Y'.
            05  WS-ACCT-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-ACCT-FOUND             VALUE 'Y'.
            05  WS-OPER-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-OPER-FOUND             VALUE 'Y'.

        01  JE-ENTRY-REC.
           COPY JEENTRC.

        01  WS-ACCOUNT-TABLE.
            05  WS-AC-ACCOUNT      PIC X(6) OCCURS 2000 TIMES.

        01  ER-TITLE-LINE.
            05  FILLER             PIC X(40) VALUE SPACES.
            05  FILLER             PIC X(52)
                VALUE 'PGM44  JOURNAL ENTRY REGISTER'.
            05  FILLER             PIC X(40) VALUE SPACES.
        01  ER-RUN-LINE.
            05  FILLER             PIC X(13) VALUE 'OPEN PERIOD: '.
            05  ER-OPEN-PERIOD     PIC 9(6).
            05  FILLER             PIC X(4)  VALUE SPACES.
            05  FILLER             PIC X(14) VALUE 'GLPOST BATCH: '.
            05  ER-BATCH-NO        PIC 9(6).
            05  FILLER             PIC X(4)  VALUE SPACES.
            05  FILLER             PIC X(10) VALUE 'RUN DATE: '.
            05  ER-RUN-DATE        PIC 9(8).
            05  FILLER             PIC X(67) VALUE SPACES.
        01  ER-KEYED-BATCH-LINE.
            05  FILLER             PIC X(13) VALUE 'KEYED BATCH: '.
            05  ER-BATCH-REF       PIC X(6).
            05  FILLER             PIC X(4)  VALUE SPACES.
            05  FILLER             PIC X(10) VALUE 'OPERATOR: '.
            05  ER-KEY-OPERATOR    PIC X(8).
            05  FILLER             PIC X(4)  VALUE SPACES.
            05  FILLER             PIC X(11) VALUE 'EFFECTIVE: '.
            05  ER-EFFECTIVE-DATE  PIC X(8).
            05  FILLER             PIC X(68) VALUE SPACES.
        01  ER-SECTION-LINE.
            05  ER-SECTION-TEXT    PIC X(60).
            05  FILLER             PIC X(72) VALUE SPACES.
        01  ER-COLUMN-LINE.
            05  FILLER  PIC X(12) VALUE 'ACTION'.
            05  FILLER  PIC X(8)  VALUE 'ENTRY'.
            05  FILLER  PIC X(11) VALUE 'TYPE'.
            05  FILLER  PIC X(8)  VALUE 'ACCOUNT'.
            05  FILLER  PIC X(4)  VALUE 'SIDE'.
            05  FILLER  PIC X(14) VALUE '        AMOUNT'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(32) VALUE 'DESCRIPTION'.
            05  FILLER  PIC X(14) VALUE 'PERIOD'.
            05  FILLER  PIC X(8)  VALUE 'KEYED BY'.
            05  FILLER  PIC X(19) VALUE SPACES.
        01  ER-DETAIL-LINE.
            05  ER-ACTION          PIC X(10).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  ER-ENTRY-NO        PIC X(6).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  ER-ENTRY-TYPE      PIC X(9).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  ER-ACCOUNT         PIC X(6).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  ER-DR-CR           PIC X(2).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  ER-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  ER-DESCRIPTION     PIC X(30).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  ER-PERIOD-LABEL    PIC X(6).
            05  ER-PERIOD          PIC X(6).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  ER-OPERATOR        PIC X(8).
            05  FILLER             PIC X(19) VALUE SPACES.
        01  ER-ERROR-LINE.
            05  FILLER             PIC X(12) VALUE SPACES.
            05  FILLER             PIC X(3)  VALUE '** '.
            05  ER-ERROR-TEXT      PIC X(60).
            05  FILLER             PIC X(57) VALUE SPACES.
        01  ER-COUNT-LINE.
            05  ER-COUNT-LABEL     PIC X(40).
            05  ER-COUNT           PIC ZZZ,ZZ9.
            05  FILLER             PIC X(85) VALUE SPACES.
        01  ER-TOTAL-LINE.
            05  ER-TOTAL-LABEL     PIC X(40).
            05  ER-TOTAL           PIC -$Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(69) VALUE SPACES.
        01  ER-MSG-LINE.
            05  FILLER             PIC X(10) VALUE SPACES.
            05  ER-MSG-TEXT        PIC X(60).
            05  FILLER             PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 200-EDIT-KEYED-BATCH-RTN.
             IF WS-RUN-ERROR
                CONTINUE
             ELSE
                PERFORM 300-RELEASE-BATCH-RTN
             END-IF.
             PERFORM 900-END-OF-JOB-RTN.
             IF WS-RUN-ERROR
                MOVE 8 TO RETURN-CODE
             END-IF.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
      * Edit the keyed batch before anything is released: header,
      * lines and trailer are checked, each entry must balance, and
      * the good lines go to a work file for the release.  No JETRAN
      * at all is a night with nothing keyed.
      ******************************************************************
       200-EDIT-KEYED-BATCH-RTN.
            MOVE 'ENTRIES KEYED' TO ER-SECTION-TEXT.
            WRITE REGISTER-RPT-REC FROM ER-SECTION-LINE.
            OPEN OUTPUT KEYED-WORK.
            OPEN INPUT JE-TRAN.
            IF WS-JETRAN-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 210-READ-JE-TRAN-RTN
                  UNTIL WS-EOF
               CLOSE JE-TRAN
            END-IF.
            PERFORM 250-CLOSE-ENTRY-RTN.
            CLOSE KEYED-WORK.
            PERFORM 280-PROVE-BATCH-RTN.
            MOVE SPACES TO REGISTER-RPT-REC.
            WRITE REGISTER-RPT-REC.

       210-READ-JE-TRAN-RTN.
            READ JE-TRAN
              AT END
                SET WS-EOF TO TRUE
              NOT AT END
                ADD 1 TO WS-TRAN-READ-CTR
                EVALUATE TRUE
                   WHEN WS-TRL-SEEN
                     MOVE 'RECORD FOLLOWS THE BATCH TRAILER'
                       TO ER-ERROR-TEXT
                     PERFORM 290-BATCH-ERROR-RTN
                   WHEN JT-HEADER
                     PERFORM 220-EDIT-HEADER-RTN
                   WHEN JT-DETAIL
                     PERFORM 230-EDIT-DETAIL-RTN
                   WHEN JT-TRAILER
                     PERFORM 260-EDIT-TRAILER-RTN
                   WHEN OTHER
                     MOVE 'RECORD TYPE MUST BE H, D OR T'
                       TO ER-ERROR-TEXT
                     PERFORM 290-BATCH-ERROR-RTN
                END-EVALUATE
            END-READ.

      ******************************************************************
      * The header names the keying operator, who must be active on
      * OPERAUTH, and the effective date, which must fall in the open
      * period; a blank date takes the business date.
      ******************************************************************
       220-EDIT-HEADER-RTN.
            IF WS-HDR-SEEN
               MOVE 'SECOND BATCH HEADER - ONE BATCH PER JETRAN'
                 TO ER-ERROR-TEXT
               PERFORM 290-BATCH-ERROR-RTN
            ELSE
               SET WS-HDR-SEEN TO TRUE
               MOVE JT-BATCH-REF TO WS-BATCH-REF
               MOVE JT-OPERATOR-ID TO WS-KEY-OPERATOR
               IF JT-EFFECTIVE-DATE-X = SPACES OR
                  JT-EFFECTIVE-DATE-X = ZERO
                  MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
               ELSE
                  IF JT-EFFECTIVE-DATE NUMERIC
                     MOVE JT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                  ELSE
                     MOVE ZERO TO WS-EFFECTIVE-DATE
                  END-IF
               END-IF
               MOVE WS-BATCH-REF TO ER-BATCH-REF
               MOVE WS-KEY-OPERATOR TO ER-KEY-OPERATOR
               MOVE WS-EFFECTIVE-DATE TO ER-EFFECTIVE-DATE
               WRITE REGISTER-RPT-REC FROM ER-KEYED-BATCH-LINE
               WRITE REGISTER-RPT-REC FROM ER-COLUMN-LINE
               PERFORM 225-FIND-OPERATOR-RTN
               IF NOT WS-OPER-FOUND
                  MOVE 'OPERATOR NOT ACTIVE ON OPERAUTH'
                    TO ER-ERROR-TEXT
                  PERFORM 290-BATCH-ERROR-RTN
               END-IF
               COMPUTE WS-EFFECTIVE-PERIOD = WS-EFFECTIVE-DATE / 100
               IF WS-EFFECTIVE-PERIOD NOT = WS-OPEN-PERIOD
                  MOVE 'EFFECTIVE DATE IS NOT IN THE OPEN PERIOD'
                    TO ER-ERROR-TEXT
                  PERFORM 290-BATCH-ERROR-RTN
               END-IF
            END-IF.

       225-FIND-OPERATOR-RTN.
            MOVE 'N' TO WS-OPER-FOUND-SW.
            OPEN INPUT OPERATOR-AUTH.
            IF WS-OPER-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 227-READ-OPERATOR-REC
                  UNTIL WS-EOF OR WS-OPER-FOUND
               CLOSE OPERATOR-AUTH
               MOVE 'N' TO WS-EOF-SW
            END-IF.

       227-READ-OPERATOR-REC.
            READ OPERATOR-AUTH
               AT END
                  SET WS-EOF TO TRUE
               NOT AT END
                  IF OA-OPERATOR-ID = WS-KEY-OPERATOR AND OA-ACTIVE
                     SET WS-OPER-FOUND TO TRUE
                  END-IF
            END-READ.

      ******************************************************************
      * One keyed line.  The lines of an entry are keyed together; a
      * change of entry number closes the entry before it.  Every line
      * of an entry must agree on the type and, for a recurring
      * template, the end period.
      ******************************************************************
       230-EDIT-DETAIL-RTN.
            ADD 1 TO WS-KEYED-LINE-CTR.
            IF JT-ENTRY-NO NOT = WS-CURR-ENTRY-NO
               PERFORM 250-CLOSE-ENTRY-RTN
               PERFORM 240-START-ENTRY-RTN
            END-IF.
            ADD 1 TO WS-LINE-NO.
            MOVE 'N' TO WS-ACCT-FOUND-SW.
            IF JT-ACCOUNT NOT = SPACES
               PERFORM 235-FIND-ACCOUNT-RTN
                  VARYING WS-AC-SUB FROM 1 BY 1
                  UNTIL WS-AC-SUB > WS-AC-COUNT OR WS-ACCT-FOUND
            END-IF.
            IF JT-END-PERIOD NUMERIC
               DIVIDE JT-END-PERIOD BY 100
                  GIVING WS-PERIOD-YYYY REMAINDER WS-PERIOD-MM
            ELSE
               MOVE ZERO TO WS-PERIOD-MM
            END-IF.
            MOVE SPACES TO WS-REJECT-REASON.
            EVALUATE TRUE
               WHEN NOT WS-HDR-SEEN
                 MOVE 'LINE KEYED BEFORE THE BATCH HEADER'
                   TO WS-REJECT-REASON
               WHEN JT-ENTRY-NO = SPACES
                 MOVE 'ENTRY NUMBER MISSING' TO WS-REJECT-REASON
               WHEN NOT JT-TYPE-VALID
                 MOVE 'ENTRY TYPE MUST BE O, R OR V'
                   TO WS-REJECT-REASON
               WHEN NOT WS-ACCT-FOUND
                 MOVE 'ACCOUNT NOT ON THE GENERAL LEDGER'
                   TO WS-REJECT-REASON
               WHEN NOT JT-SIDE-VALID
                 MOVE 'SIDE MUST BE D OR C' TO WS-REJECT-REASON
               WHEN JT-AMOUNT NOT NUMERIC
                 MOVE 'AMOUNT MUST BE NUMERIC AND ABOVE ZERO'
                   TO WS-REJECT-REASON
               WHEN JT-AMOUNT = ZERO
                 MOVE 'AMOUNT MUST BE NUMERIC AND ABOVE ZERO'
                   TO WS-REJECT-REASON
               WHEN JT-RECURRING AND
                    (WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12)
                 MOVE 'RECURRING END PERIOD MUST BE YYYYMM'
                   TO WS-REJECT-REASON
               WHEN JT-RECURRING AND JT-END-PERIOD < WS-OPEN-PERIOD
                 MOVE 'RECURRING END PERIOD IS BEFORE THE OPEN PERIOD'
                   TO WS-REJECT-REASON
               WHEN JT-ENTRY-TYPE NOT = WS-CURR-ENTRY-TYPE
                 MOVE 'LINES OF THE ENTRY DISAGREE ON TYPE'
                   TO WS-REJECT-REASON
               WHEN JT-RECURRING AND
                    JT-END-PERIOD-X NOT = WS-CURR-END-PERIOD
                 MOVE 'LINES OF THE ENTRY DISAGREE ON END PERIOD'
                   TO WS-REJECT-REASON
            END-EVALUATE.
            MOVE SPACES TO JE-ENTRY-REC.
            MOVE JT-ENTRY-NO TO JE-ENTRY-NO.
            MOVE WS-LINE-NO TO JE-LINE-NO.
            MOVE JT-ENTRY-TYPE TO JE-ENTRY-TYPE.
            MOVE JT-ACCOUNT TO JE-ACCOUNT.
            MOVE JT-DR-CR TO JE-DR-CR.
            IF JT-AMOUNT NUMERIC
               MOVE JT-AMOUNT TO JE-AMOUNT
               IF JT-DR-CR = 'D'
                  ADD JT-AMOUNT TO WS-ENTRY-DEBITS
                  ADD JT-AMOUNT TO WS-KEYED-DEBITS
               ELSE
                  ADD JT-AMOUNT TO WS-ENTRY-CREDITS
                  ADD JT-AMOUNT TO WS-KEYED-CREDITS
               END-IF
            ELSE
               MOVE ZERO TO JE-AMOUNT
            END-IF.
            MOVE JT-DESCRIPTION TO JE-DESCRIPTION.
            MOVE WS-OPEN-PERIOD TO JE-BOOKED-PERIOD.
            IF JT-RECURRING AND JT-END-PERIOD NUMERIC
               MOVE JT-END-PERIOD TO JE-END-PERIOD
               MOVE WS-OPEN-PERIOD TO JE-LAST-PERIOD
            ELSE
               MOVE ZERO TO JE-END-PERIOD
               MOVE ZERO TO JE-LAST-PERIOD
            END-IF.
            MOVE WS-KEY-OPERATOR TO JE-OPERATOR-ID.
            MOVE WS-RUN-DATE TO JE-KEYED-DATE.
            MOVE WS-BATCH-REF TO JE-BATCH-REF.
            MOVE 'KEYED' TO WS-REG-ACTION.
            PERFORM 700-PRINT-REGISTER-LINE-RTN.
            IF WS-REJECT-REASON = SPACES
               WRITE KEYED-WORK-REC FROM JE-ENTRY-REC
            ELSE
               MOVE WS-REJECT-REASON TO ER-ERROR-TEXT
               WRITE REGISTER-RPT-REC FROM ER-ERROR-LINE
               ADD 1 TO WS-KEYED-REJECT-CTR
               SET WS-RUN-ERROR TO TRUE
            END-IF.

       235-FIND-ACCOUNT-RTN.
            IF WS-AC-ACCOUNT (WS-AC-SUB) = JT-ACCOUNT
               SET WS-ACCT-FOUND TO TRUE
            END-IF.

       240-START-ENTRY-RTN.
            MOVE JT-ENTRY-NO TO WS-CURR-ENTRY-NO.
            MOVE JT-ENTRY-TYPE TO WS-CURR-ENTRY-TYPE.
            MOVE JT-END-PERIOD-X TO WS-CURR-END-PERIOD.
            MOVE ZERO TO WS-LINE-NO.
            MOVE ZERO TO WS-ENTRY-DEBITS.
            MOVE ZERO TO WS-ENTRY-CREDITS.
            ADD 1 TO WS-KEYED-ENTRY-CTR.

      ******************************************************************
      * An entry is released only when its debits equal its credits.
      ******************************************************************
       250-CLOSE-ENTRY-RTN.
            IF WS-CURR-ENTRY-NO NOT = SPACES AND
               WS-ENTRY-DEBITS NOT = WS-ENTRY-CREDITS
               MOVE 'ENTRY ABOVE DOES NOT BALANCE - DEBITS NOT CREDITS'
                 TO ER-ERROR-TEXT
               WRITE REGISTER-RPT-REC FROM ER-ERROR-LINE
               ADD 1 TO WS-UNBALANCED-CTR
               SET WS-RUN-ERROR TO TRUE
            END-IF.
            MOVE SPACES TO WS-CURR-ENTRY-NO.
            MOVE ZERO TO WS-ENTRY-DEBITS.
            MOVE ZERO TO WS-ENTRY-CREDITS.

       260-EDIT-TRAILER-RTN.
            SET WS-TRL-SEEN TO TRUE.
            PERFORM 250-CLOSE-ENTRY-RTN.
            EVALUATE TRUE
               WHEN NOT WS-HDR-SEEN
                 CONTINUE
               WHEN JT-LINE-COUNT NOT NUMERIC OR
                    JT-DEBIT-TOTAL NOT NUMERIC OR
                    JT-CREDIT-TOTAL NOT NUMERIC
                 MOVE 'TRAILER CONTROL TOTALS NOT NUMERIC'
                   TO ER-ERROR-TEXT
                 PERFORM 290-BATCH-ERROR-RTN
               WHEN JT-LINE-COUNT NOT = WS-KEYED-LINE-CTR
                 MOVE 'TRAILER LINE COUNT DOES NOT TIE TO THE LINES'
                   TO ER-ERROR-TEXT
                 PERFORM 290-BATCH-ERROR-RTN
               WHEN JT-DEBIT-TOTAL NOT = WS-KEYED-DEBITS OR
                    JT-CREDIT-TOTAL NOT = WS-KEYED-CREDITS
                 MOVE 'TRAILER TOTALS DO NOT TIE TO THE LINES'
                   TO ER-ERROR-TEXT
                 PERFORM 290-BATCH-ERROR-RTN
            END-EVALUATE.

      ******************************************************************
      * Batch controls: a JETRAN with anything on it needs both its
      * header and its trailer.
      ******************************************************************
       280-PROVE-BATCH-RTN.
            EVALUATE TRUE
               WHEN WS-TRAN-READ-CTR = ZERO
                 MOVE 'NO KEYED BATCH ON JETRAN' TO ER-MSG-TEXT
                 WRITE REGISTER-RPT-REC FROM ER-MSG-LINE
               WHEN NOT WS-HDR-SEEN
                 MOVE 'JETRAN BATCH HEADER MISSING' TO ER-ERROR-TEXT
                 PERFORM 290-BATCH-ERROR-RTN
               WHEN NOT WS-TRL-SEEN
                 MOVE 'JETRAN BATCH TRAILER MISSING' TO ER-ERROR-TEXT
                 PERFORM 290-BATCH-ERROR-RTN
            END-EVALUATE.

       290-BATCH-ERROR-RTN.
            WRITE REGISTER-RPT-REC FROM ER-ERROR-LINE.
            SET WS-RUN-ERROR TO TRUE.

      ******************************************************************
      * Release one GLPOST batch under source PGM44: first the
      * reversals that have come due, then the recurring entries for
      * the open period, then the keyed entries.  Generated lines are
      * dated the first day of the open period, keyed lines the
      * effective date from the batch header.
      ******************************************************************
       300-RELEASE-BATCH-RTN.
            COMPUTE WS-FIRST-DAY-DATE = WS-OPEN-PERIOD * 100 + 1.
            OPEN OUTPUT NEW-RECURRING
                        NEW-REVERSAL.
            PERFORM 310-WRITE-BATCH-HEADER-RTN.
            PERFORM 400-REVERSE-PENDING-RTN.
            PERFORM 500-GENERATE-RECURRING-RTN.
            PERFORM 600-POST-KEYED-RTN.
            PERFORM 320-WRITE-BATCH-TRAILER-RTN.
            CLOSE NEW-RECURRING
                  NEW-REVERSAL.

       310-WRITE-BATCH-HEADER-RTN.
            MOVE SPACES TO GL-POST-REC.
            MOVE WS-BATCH-NO TO GP-BATCH-NO.
            SET GP-HEADER TO TRUE.
            MOVE ZERO TO GP-AMOUNT.
            MOVE 'PGM44' TO GP-SOURCE-PGM.
            MOVE WS-RUN-DATE TO GP-RUN-DATE.
            WRITE GL-POST-REC.

       320-WRITE-BATCH-TRAILER-RTN.
            MOVE SPACES TO GL-POST-REC.
            MOVE WS-BATCH-NO TO GP-BATCH-NO.
            SET GP-TRAILER TO TRUE.
            MOVE WS-TOTAL-DEBITS TO GP-AMOUNT.
            MOVE 'PGM44' TO GP-SOURCE-PGM.
            MOVE WS-RUN-DATE TO GP-RUN-DATE.
            WRITE GL-POST-REC.
            IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               SET WS-RUN-ERROR TO TRUE
            END-IF.

       330-WRITE-POST-DETAIL-RTN.
            MOVE SPACES TO GL-POST-REC.
            MOVE WS-BATCH-NO TO GP-BATCH-NO.
            SET GP-DETAIL TO TRUE.
            MOVE JE-ACCOUNT TO GP-ACCOUNT.
            MOVE JE-DR-CR TO GP-DR-CR.
            MOVE JE-AMOUNT TO GP-AMOUNT.
            MOVE 'PGM44' TO GP-SOURCE-PGM.
            MOVE WS-POST-DATE TO GP-RUN-DATE.
            WRITE GL-POST-REC.
            ADD 1 TO WS-DETAIL-CTR.
            IF GP-DR-CR = 'D'
               ADD JE-AMOUNT TO WS-TOTAL-DEBITS
            ELSE
               ADD JE-AMOUNT TO WS-TOTAL-CREDITS
            END-IF.
            PERFORM 700-PRINT-REGISTER-LINE-RTN.

      ******************************************************************
      * A reversing entry booked in a period PGM75 has since closed
      * posts again with each side turned over on the first day of
      * the open period.  Entries still in their own period wait on
      * JEREVN.
      ******************************************************************
       400-REVERSE-PENDING-RTN.
            MOVE 'REVERSALS OF PRIOR-PERIOD REVERSING ENTRIES'
              TO ER-SECTION-TEXT.
            WRITE REGISTER-RPT-REC FROM ER-SECTION-LINE.
            WRITE REGISTER-RPT-REC FROM ER-COLUMN-LINE.
            OPEN INPUT OLD-REVERSAL.
            IF WS-OLDREV-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 410-REVERSE-ONE-RTN
                  UNTIL WS-EOF
               CLOSE OLD-REVERSAL
            END-IF.
            MOVE SPACES TO REGISTER-RPT-REC.
            WRITE REGISTER-RPT-REC.

       410-REVERSE-ONE-RTN.
            READ OLD-REVERSAL INTO JE-ENTRY-REC
              AT END
                SET WS-EOF TO TRUE
              NOT AT END
                IF JE-BOOKED-PERIOD < WS-OPEN-PERIOD
                   IF JE-DR-CR = 'D'
                      MOVE 'C' TO JE-DR-CR
                   ELSE
                      MOVE 'D' TO JE-DR-CR
                   END-IF
                   MOVE WS-FIRST-DAY-DATE TO WS-POST-DATE
                   MOVE 'REVERSED' TO WS-REG-ACTION
                   PERFORM 330-WRITE-POST-DETAIL-RTN
                   ADD 1 TO WS-REVERSED-CTR
                ELSE
                   WRITE NEW-REVERSAL-REC FROM JE-ENTRY-REC
                   ADD 1 TO WS-PENDING-CTR
                END-IF
            END-READ.

      ******************************************************************
      * Each recurring template posts once a period through its end
      * period; the last period generated is kept on the template so
      * a rerun in the same period does not post it twice.  A template
      * past its end period drops off JERECN.
      ******************************************************************
       500-GENERATE-RECURRING-RTN.
            MOVE 'RECURRING ENTRIES GENERATED FOR THE OPEN PERIOD'
              TO ER-SECTION-TEXT.
            WRITE REGISTER-RPT-REC FROM ER-SECTION-LINE.
            WRITE REGISTER-RPT-REC FROM ER-COLUMN-LINE.
            OPEN INPUT OLD-RECURRING.
            IF WS-OLDREC-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 510-GENERATE-ONE-RTN
                  UNTIL WS-EOF
               CLOSE OLD-RECURRING
            END-IF.
            MOVE SPACES TO REGISTER-RPT-REC.
            WRITE REGISTER-RPT-REC.

       510-GENERATE-ONE-RTN.
            READ OLD-RECURRING INTO JE-ENTRY-REC
              AT END
                SET WS-EOF TO TRUE
              NOT AT END
                EVALUATE TRUE
                   WHEN JE-END-PERIOD < WS-OPEN-PERIOD
                     MOVE 'EXPIRED' TO WS-REG-ACTION
                     PERFORM 700-PRINT-REGISTER-LINE-RTN
                     ADD 1 TO WS-EXPIRED-CTR
                   WHEN JE-LAST-PERIOD < WS-OPEN-PERIOD
                     MOVE WS-FIRST-DAY-DATE TO WS-POST-DATE
                     MOVE 'GENERATED' TO WS-REG-ACTION
                     PERFORM 330-WRITE-POST-DETAIL-RTN
                     ADD 1 TO WS-GENERATED-CTR
                     MOVE WS-OPEN-PERIOD TO JE-LAST-PERIOD
                     WRITE NEW-RECURRING-REC FROM JE-ENTRY-REC
                     ADD 1 TO WS-TEMPLATE-CTR
                   WHEN OTHER
                     WRITE NEW-RECURRING-REC FROM JE-ENTRY-REC
                     ADD 1 TO WS-TEMPLATE-CTR
                END-EVALUATE
            END-READ.

      ******************************************************************
      * The keyed entries post at their effective date.  A recurring
      * entry joins the templates, already generated for the open
      * period, and a reversing entry waits on JEREVN for the close.
      ******************************************************************
       600-POST-KEYED-RTN.
            MOVE 'KEYED ENTRIES RELEASED' TO ER-SECTION-TEXT.
            WRITE REGISTER-RPT-REC FROM ER-SECTION-LINE.
            WRITE REGISTER-RPT-REC FROM ER-COLUMN-LINE.
            MOVE WS-EFFECTIVE-DATE TO WS-POST-DATE.
            OPEN INPUT KEYED-WORK.
            MOVE 'N' TO WS-EOF-SW.
            PERFORM 610-POST-ONE-KEYED-RTN
               UNTIL WS-EOF.
            CLOSE KEYED-WORK.
            MOVE SPACES TO REGISTER-RPT-REC.
            WRITE REGISTER-RPT-REC.

       610-POST-ONE-KEYED-RTN.
            READ KEYED-WORK INTO JE-ENTRY-REC
              AT END
                SET WS-EOF TO TRUE
              NOT AT END
                MOVE 'RELEASED' TO WS-REG-ACTION
                PERFORM 330-WRITE-POST-DETAIL-RTN
                EVALUATE TRUE
                   WHEN JE-RECURRING
                     WRITE NEW-RECURRING-REC FROM JE-ENTRY-REC
                     ADD 1 TO WS-TEMPLATE-CTR
                   WHEN JE-REVERSING
                     WRITE NEW-REVERSAL-REC FROM JE-ENTRY-REC
                     ADD 1 TO WS-PENDING-CTR
                END-EVALUATE
            END-READ.

      ******************************************************************
      * One register line from the entry work area.  The period column
      * shows the end period of a recurring template, or the period a
      * reversing entry was booked in.
      ******************************************************************
       700-PRINT-REGISTER-LINE-RTN.
            MOVE WS-REG-ACTION TO ER-ACTION.
            MOVE JE-ENTRY-NO TO ER-ENTRY-NO.
            MOVE JE-ACCOUNT TO ER-ACCOUNT.
            EVALUATE JE-DR-CR
               WHEN 'D'
                 MOVE 'DR' TO ER-DR-CR
               WHEN 'C'
                 MOVE 'CR' TO ER-DR-CR
               WHEN OTHER
                 MOVE JE-DR-CR TO ER-DR-CR
            END-EVALUATE.
            MOVE JE-AMOUNT TO ER-AMOUNT.
            MOVE JE-DESCRIPTION TO ER-DESCRIPTION.
            MOVE SPACES TO ER-PERIOD-LABEL.
            MOVE SPACES TO ER-PERIOD.
            EVALUATE TRUE
               WHEN JE-ONE-TIME
                 MOVE 'ONE-TIME' TO ER-ENTRY-TYPE
               WHEN JE-RECURRING
                 MOVE 'RECURRING' TO ER-ENTRY-TYPE
                 MOVE 'THRU' TO ER-PERIOD-LABEL
                 MOVE JE-END-PERIOD TO ER-PERIOD
               WHEN JE-REVERSING
                 MOVE 'REVERSING' TO ER-ENTRY-TYPE
                 MOVE 'OF' TO ER-PERIOD-LABEL
                 MOVE JE-BOOKED-PERIOD TO ER-PERIOD
               WHEN OTHER
                 MOVE JE-ENTRY-TYPE TO ER-ENTRY-TYPE
            END-EVALUATE.
            MOVE JE-OPERATOR-ID TO ER-OPERATOR.
            WRITE REGISTER-RPT-REC FROM ER-DETAIL-LINE.

       800-INITIALIZATION-RTN.
            OPEN OUTPUT GL-POST
                        REGISTER-RPT.
            PERFORM 810-READ-RUN-CONTROL-RTN.
            PERFORM 820-READ-PERIOD-RTN.
            PERFORM 830-LOAD-ACCOUNT-TABLE.
            WRITE REGISTER-RPT-REC FROM ER-TITLE-LINE.
            MOVE WS-OPEN-PERIOD TO ER-OPEN-PERIOD.
            MOVE WS-BATCH-NO TO ER-BATCH-NO.
            MOVE WS-RUN-DATE TO ER-RUN-DATE.
            WRITE REGISTER-RPT-REC FROM ER-RUN-LINE.
            MOVE SPACES TO REGISTER-RPT-REC.
            WRITE REGISTER-RPT-REC.

      ******************************************************************
      * The batch number is the cycle number and the keyed date the
      * business date, both from RUNCTL, as in PGM92.
      ******************************************************************
       810-READ-RUN-CONTROL-RTN.
            OPEN INPUT RUN-CONTROL.
            READ RUN-CONTROL
              AT END
                MOVE ZERO TO WS-RUN-DATE
              NOT AT END
                MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
                MOVE RC-CYCLE-NO TO WS-BATCH-NO
            END-READ.
            CLOSE RUN-CONTROL.
            IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO
               DISPLAY 'PGM44 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

       820-READ-PERIOD-RTN.
            OPEN INPUT PERIOD-FILE.
            IF WS-PERD-STATUS = '35'
               MOVE ZERO TO WS-OPEN-PERIOD
            ELSE
               READ PERIOD-FILE
                 AT END
                   MOVE ZERO TO WS-OPEN-PERIOD
                 NOT AT END
                   MOVE PC-OPEN-PERIOD TO WS-OPEN-PERIOD
               END-READ
               CLOSE PERIOD-FILE
            END-IF.
            IF WS-OPEN-PERIOD = ZERO
               DISPLAY 'PGM44 ABORT - OPEN PERIOD MISSING ON GLPERD'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

      ******************************************************************
      * The GL account list keyed lines are edited against.
      ******************************************************************
       830-LOAD-ACCOUNT-TABLE.
            OPEN INPUT OLD-LEDGER.
            IF WS-OLDGL-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 835-READ-ACCOUNT-REC
                  UNTIL WS-EOF
               CLOSE OLD-LEDGER
            END-IF.

       835-READ-ACCOUNT-REC.
            READ OLD-LEDGER
              AT END
                SET WS-EOF TO TRUE
              NOT AT END
                IF WS-AC-COUNT < WS-AC-MAX
                   ADD 1 TO WS-AC-COUNT
                   MOVE GM-ACCOUNT TO WS-AC-ACCOUNT (WS-AC-COUNT)
                END-IF
            END-READ.

       900-END-OF-JOB-RTN.
            PERFORM 910-PRINT-TOTALS-RTN.
            CLOSE GL-POST
                  REGISTER-RPT.

       910-PRINT-TOTALS-RTN.
            MOVE 'JETRAN RECORDS READ' TO ER-COUNT-LABEL.
            MOVE WS-TRAN-READ-CTR TO ER-COUNT.
            WRITE REGISTER-RPT-REC FROM ER-COUNT-LINE.
            MOVE 'ENTRIES KEYED' TO ER-COUNT-LABEL.
            MOVE WS-KEYED-ENTRY-CTR TO ER-COUNT.
            WRITE REGISTER-RPT-REC FROM ER-COUNT-LINE.
            MOVE 'LINES KEYED' TO ER-COUNT-LABEL.
            MOVE WS-KEYED-LINE-CTR TO ER-COUNT.
            WRITE REGISTER-RPT-REC FROM ER-COUNT-LINE.
            MOVE 'LINES REJECTED' TO ER-COUNT-LABEL.
            MOVE WS-KEYED-REJECT-CTR TO ER-COUNT.
            WRITE REGISTER-RPT-REC FROM ER-COUNT-LINE.
            MOVE 'ENTRIES OUT OF BALANCE' TO ER-COUNT-LABEL.
            MOVE WS-UNBALANCED-CTR TO ER-COUNT.
            WRITE REGISTER-RPT-REC FROM ER-COUNT-LINE.
            MOVE 'REVERSING LINES REVERSED' TO ER-COUNT-LABEL.
            MOVE WS-REVERSED-CTR TO ER-COUNT.
            WRITE REGISTER-RPT-REC FROM ER-COUNT-LINE.
            MOVE 'RECURRING LINES GENERATED' TO ER-COUNT-LABEL.
            MOVE WS-GENERATED-CTR TO ER-COUNT.
            WRITE REGISTER-RPT-REC FROM ER-COUNT-LINE.
            MOVE 'RECURRING LINES EXPIRED' TO ER-COUNT-LABEL.
            MOVE WS-EXPIRED-CTR TO ER-COUNT.
            WRITE REGISTER-RPT-REC FROM ER-COUNT-LINE.
            MOVE 'RECURRING LINES KEPT ON JERECN' TO ER-COUNT-LABEL.
            MOVE WS-TEMPLATE-CTR TO ER-COUNT.
            WRITE REGISTER-RPT-REC FROM ER-COUNT-LINE.
            MOVE 'REVERSING LINES PENDING ON JEREVN' TO ER-COUNT-LABEL.
            MOVE WS-PENDING-CTR TO ER-COUNT.
            WRITE REGISTER-RPT-REC FROM ER-COUNT-LINE.
            MOVE 'POSTING DETAILS WRITTEN' TO ER-COUNT-LABEL.
            MOVE WS-DETAIL-CTR TO ER-COUNT.
            WRITE REGISTER-RPT-REC FROM ER-COUNT-LINE.
            MOVE 'TOTAL DEBITS' TO ER-TOTAL-LABEL.
            MOVE WS-TOTAL-DEBITS TO ER-TOTAL.
            WRITE REGISTER-RPT-REC FROM ER-TOTAL-LINE.
            MOVE 'TOTAL CREDITS' TO ER-TOTAL-LABEL.
            MOVE WS-TOTAL-CREDITS TO ER-TOTAL.
            WRITE REGISTER-RPT-REC FROM ER-TOTAL-LINE.
            MOVE SPACES TO REGISTER-RPT-REC.
            WRITE REGISTER-RPT-REC.
            IF WS-RUN-ERROR
               MOVE 'JOURNAL BATCH REFUSED - CORRECT JETRAN AND REKEY'
                 TO ER-MSG-TEXT
            ELSE
               MOVE 'BATCH IN BALANCE - RELEASE TO LEDGER'
                 TO ER-MSG-TEXT
            END-IF.
            WRITE REGISTER-RPT-REC FROM ER-MSG-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: JETRAN
      * records read, posting details written and lines rejected.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-BATCH-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM44' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-TRAN-READ-CTR TO RS-READ-CTR.
            MOVE WS-DETAIL-CTR TO RS-WRITTEN-CTR.
            MOVE WS-KEYED-REJECT-CTR TO RS-REJECT-CTR.
            MOVE 'DEBITS' TO RS-AMT-LABEL (1).
            MOVE WS-TOTAL-DEBITS TO RS-AMOUNT (1).
            MOVE 'CREDITS' TO RS-AMT-LABEL (2).
            MOVE WS-TOTAL-CREDITS TO RS-AMOUNT (2).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
