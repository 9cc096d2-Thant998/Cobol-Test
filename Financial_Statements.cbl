      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Financial statements off the general ledger.
      *           Function B loads the year's budget: BUDTRAN cards
      *           (account, year, period, amount) are edited, sorted
      *           and rolled into one record per account and year -
      *           cards for the same account and period add together -
      *           replacing that year's budget on GLBUDO and writing
      *           GLBUDN for the operator to promote.  A load with
      *           any rejected card is refused whole.  Function S
      *           prints the balance sheet and income statement for
      *           the FSPARM period (blank is the GLPERD open period):
      *           the open period from GLMSTN, a closed period from
      *           the GLHIST history PGM75 keeps at each close, with
      *           the budget from GLBUDN and the prior year's same
      *           period from GLHIST.  Columns are current period,
      *           year to date, budget, variance (period less budget)
      *           and prior year.  The FSFMT statement format groups
      *           accounts by range into detail lines under headings,
      *           subtotals and section totals for assets,
      *           liabilities, equity, revenue and expense; credit
      *           sections print with the sign reversed, and budgets
      *           are keyed as they read on the statement.  An N line
      *           carries current net income into equity, and the
      *           balance sheet is proved.  Every account not on
      *           exactly one statement line is flagged.  RETURN-CODE
      *           4 when accounts are flagged, 8 on a bad request, a
      *           refused load or a balance sheet that does not prove.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM45.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE   ASSIGN TO FSPARM.
           SELECT PERIOD-FILE ASSIGN TO GLPERD
               FILE STATUS IS WS-PERD-STATUS.
           SELECT NEW-LEDGER  ASSIGN TO GLMSTN
               FILE STATUS IS WS-NEWGL-STATUS.
           SELECT GL-HISTORY  ASSIGN TO GLHIST
               FILE STATUS IS WS-HIST-STATUS.
           SELECT FORMAT-FILE ASSIGN TO FSFMT
               FILE STATUS IS WS-FMT-STATUS.
           SELECT BUDGET-TRAN ASSIGN TO BUDTRAN
               FILE STATUS IS WS-BTRAN-STATUS.
           SELECT OLD-BUDGET  ASSIGN TO GLBUDO
               FILE STATUS IS WS-OLDBUD-STATUS.
           SELECT NEW-BUDGET  ASSIGN TO GLBUDN
               FILE STATUS IS WS-NEWBUD-STATUS.
           SELECT RAW-BUDGET  ASSIGN TO FSWK1.
           SELECT SORTED-BUDGET ASSIGN TO FSWK2.
           SELECT BUDGET-SORT-WK ASSIGN TO "FSSRTW".
           SELECT STMT-RPT    ASSIGN TO RPT15F.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
       LABEL RECORDS ARE STANDARD.
            01  PARM-REC.
             05 FP-FUNCTION       PIC X(1).
                88 FP-BUDGET-LOAD     VALUE 'B'.
                88 FP-STATEMENTS      VALUE 'S'.
             05 FP-PERIOD         PIC 9(6).
             05 FP-BUDGET-YEAR    PIC 9(4).
             05                   PIC X(9).

       FD PERIOD-FILE
       LABEL RECORDS ARE STANDARD.
            01  PERIOD-REC.
             05 PC-OPEN-PERIOD    PIC 9(6).
             05                   PIC X(6).

       FD NEW-LEDGER
       LABEL RECORDS ARE STANDARD.
            01  NEW-LEDGER-REC.
             05 GN-ACCOUNT        PIC X(6).
             05 GN-DESCRIPTION    PIC X(20).
             05 GN-PTD-BAL        PIC S9(11)V99.
             05 GN-YTD-BAL        PIC S9(11)V99.
             05                   PIC X(4).

       FD GL-HISTORY
       LABEL RECORDS ARE STANDARD.
            01  GL-HISTORY-REC.
           COPY GLHISTRC.

       FD FORMAT-FILE
       LABEL RECORDS ARE STANDARD.
            01  FORMAT-REC.
             05 FF-LINE-NO        PIC 9(4).
             05 FF-LINE-NO-X REDEFINES FF-LINE-NO PIC X(4).
             05 FF-LINE-TYPE      PIC X(1).
                88 FF-TYPE-VALID      VALUE 'H' 'D' 'S' 'T' 'N'.
                88 FF-DETAIL          VALUE 'D'.
             05 FF-SECTION        PIC X(1).
                88 FF-SECTION-VALID   VALUE 'A' 'L' 'E' 'R' 'X'.
                88 FF-DEBIT-SECTION   VALUE 'A' 'X'.
             05 FF-DESCRIPTION    PIC X(30).
             05 FF-ACCT-FROM      PIC X(6).
             05 FF-ACCT-TO        PIC X(6).
             05                   PIC X(12).

       FD BUDGET-TRAN
       LABEL RECORDS ARE STANDARD.
            01  BUDGET-TRAN-REC.
             05 BT-ACCOUNT        PIC X(6).
             05 BT-YEAR           PIC 9(4).
             05 BT-YEAR-X REDEFINES BT-YEAR PIC X(4).
             05 BT-PERIOD         PIC 9(2).
             05 BT-PERIOD-X REDEFINES BT-PERIOD PIC X(2).
             05 BT-AMOUNT         PIC S9(11)V99.
             05 BT-AMOUNT-X REDEFINES BT-AMOUNT PIC X(13).
             05                   PIC X(5).

       FD OLD-BUDGET
       LABEL RECORDS ARE STANDARD.
            01  OLD-BUDGET-REC.
             05 BO-KEY.
                10 BO-ACCOUNT     PIC X(6).
                10 BO-YEAR        PIC 9(4).
             05 BO-AMOUNT         PIC S9(11)V99 OCCURS 12 TIMES.
             05                   PIC X(2).

       FD NEW-BUDGET
       LABEL RECORDS ARE STANDARD.
            01  NEW-BUDGET-REC.
             05 BN-KEY.
                10 BN-ACCOUNT     PIC X(6).
                10 BN-YEAR        PIC 9(4).
             05 BN-AMOUNT         PIC S9(11)V99 OCCURS 12 TIMES.
             05                   PIC X(2).

       FD RAW-BUDGET
       LABEL RECORDS ARE STANDARD.
            01  RAW-BUDGET-REC.
             05 BR-ACCOUNT        PIC X(6).
             05 BR-PERIOD         PIC 9(2).
             05 BR-AMOUNT         PIC S9(11)V99.

       SD  BUDGET-SORT-WK.
            01  BUDGET-SORT-REC.
             05 BK-ACCOUNT        PIC X(6).
             05 BK-PERIOD         PIC 9(2).
             05 BK-AMOUNT         PIC S9(11)V99.

       FD SORTED-BUDGET
       LABEL RECORDS ARE STANDARD.
            01  SORTED-BUDGET-REC.
             05 BX-ACCOUNT        PIC X(6).
             05 BX-PERIOD         PIC 9(2).
             05 BX-AMOUNT         PIC S9(11)V99.

       FD STMT-RPT
       LABEL RECORDS ARE OMITTED.
            01  STMT-RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
        77  WS-PERD-STATUS         PIC X(2).
        77  WS-NEWGL-STATUS        PIC X(2).
        77  WS-HIST-STATUS         PIC X(2).
        77  WS-FMT-STATUS          PIC X(2).
        77  WS-BTRAN-STATUS        PIC X(2).
        77  WS-OLDBUD-STATUS       PIC X(2).
        77  WS-NEWBUD-STATUS       PIC X(2).
        77  WS-OPEN-PERIOD         PIC 9(6) VALUE ZERO.
        77  WS-STMT-PERIOD         PIC 9(6) VALUE ZERO.
        77  WS-PRIOR-PERIOD        PIC 9(6) VALUE ZERO.
        77  WS-PERIOD-YYYY         PIC 9(4) VALUE ZERO.
        77  WS-PERIOD-MM           PIC 9(2) VALUE ZERO.
        77  WS-LOAD-YEAR           PIC 9(4) VALUE ZERO.
        77  WS-BTRAN-READ-CTR      PIC 9(7) VALUE ZERO.
        77  WS-BTRAN-REJECT-CTR    PIC 9(7) VALUE ZERO.
        77  WS-BTRAN-VALID-CTR     PIC 9(7) VALUE ZERO.
        77  WS-BUD-LOADED-CTR      PIC 9(7) VALUE ZERO.
        77  WS-BUD-COPIED-CTR      PIC 9(7) VALUE ZERO.
        77  WS-BUD-REPLACED-CTR    PIC 9(7) VALUE ZERO.
        77  WS-BUD-WRITE-CTR       PIC 9(7) VALUE ZERO.
        77  WS-BUD-LOAD-TOTAL      PIC S9(13)V99 VALUE ZERO.
        77  WS-CURR-REC-CTR        PIC 9(7) VALUE ZERO.
        77  WS-PRIOR-REC-CTR       PIC 9(7) VALUE ZERO.
        77  WS-BUDGET-REC-CTR      PIC 9(7) VALUE ZERO.
        77  WS-UNASSIGNED-CTR      PIC 9(7) VALUE ZERO.
        77  WS-MULTI-LINE-CTR      PIC 9(7) VALUE ZERO.
        77  WS-FL-MAX              PIC 9(3) VALUE 300.
        77  WS-FL-COUNT            PIC 9(3) VALUE ZERO.
        77  WS-FL-SUB              PIC 9(3) VALUE ZERO.
        77  WS-FL-LAST-LINE        PIC 9(4) VALUE ZERO.
        77  WS-AC-MAX              PIC 9(4) VALUE 2000.
        77  WS-AC-COUNT            PIC 9(4) VALUE ZERO.
        77  WS-AC-SUB              PIC 9(4) VALUE ZERO.
        77  WS-AC-HIT              PIC 9(4) VALUE ZERO.
        77  WS-LOOKUP-ACCOUNT      PIC X(6) VALUE SPACES.
        77  WS-BX-ACCOUNT          PIC X(6) VALUE SPACES.
        77  WS-SUB-PTD             PIC S9(13)V99 VALUE ZERO.
        77  WS-SUB-YTD             PIC S9(13)V99 VALUE ZERO.
        77  WS-SUB-BUD             PIC S9(13)V99 VALUE ZERO.
        77  WS-SUB-PRIOR           PIC S9(13)V99 VALUE ZERO.
        77  WS-TOT-PTD             PIC S9(13)V99 VALUE ZERO.
        77  WS-TOT-YTD             PIC S9(13)V99 VALUE ZERO.
        77  WS-TOT-BUD             PIC S9(13)V99 VALUE ZERO.
        77  WS-TOT-PRIOR           PIC S9(13)V99 VALUE ZERO.
        77  WS-NI-PTD              PIC S9(13)V99 VALUE ZERO.
        77  WS-NI-YTD              PIC S9(13)V99 VALUE ZERO.
        77  WS-NI-BUD              PIC S9(13)V99 VALUE ZERO.
        77  WS-NI-PRIOR            PIC S9(13)V99 VALUE ZERO.
        77  WS-BS-YTD              PIC S9(13)V99 VALUE ZERO.
        77  WS-BS-DIFF             PIC S9(13)V99 VALUE ZERO.
        77  WS-PR-PTD              PIC S9(13)V99 VALUE ZERO.
        77  WS-PR-YTD              PIC S9(13)V99 VALUE ZERO.
        77  WS-PR-BUD              PIC S9(13)V99 VALUE ZERO.
        77  WS-PR-PRIOR            PIC S9(13)V99 VALUE ZERO.
        77  WS-PR-SIGN             PIC S9(1) VALUE +1.
        77  WS-DSP-PTD             PIC S9(13)V99 VALUE ZERO.
        77  WS-DSP-YTD             PIC S9(13)V99 VALUE ZERO.
        77  WS-DSP-BUD             PIC S9(13)V99 VALUE ZERO.
        77  WS-DSP-VAR             PIC S9(13)V99 VALUE ZERO.
        77  WS-DSP-PRIOR           PIC S9(13)V99 VALUE ZERO.

        01  WS-STMT-SWITCHES.
            05  WS-EOF-SW          PIC X(1) VALUE 'N'.
                88  WS-EOF                    VALUE 'Y'.
            05  WS-ERROR-SW        PIC X(1) VALUE 'N'.
                88  WS-RUN-ERROR              VALUE 'Y'.
            05  WS-EXCEPTION-SW    PIC X(1) VALUE 'N'.
                88  WS-EXCEPTIONS             VALUE 'Y'.
            05  WS-PERIOD-SW       PIC X(1) VALUE 'O'.
                88  WS-PERIOD-OPEN            VALUE 'O'.
                88  WS-PERIOD-CLOSED          VALUE 'C'.
            05  WS-STMT-SW         PIC X(1) VALUE 'B'.
                88  WS-PRINTING-BS            VALUE 'B'.
                88  WS-PRINTING-IS            VALUE 'I'.
            05  WS-ACCT-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-ACCT-FOUND             VALUE 'Y'.
            05  WS-AC-FULL-SW      PIC X(1) VALUE 'N'.
                88  WS-AC-TABLE-FULL          VALUE 'Y'.
            05  WS-BS-NI-SW        PIC X(1) VALUE 'N'.
                88  WS-BS-HAS-NI              VALUE 'Y'.

        01  WS-NB-REC.
            05  WS-NB-KEY.
                10  WS-NB-ACCOUNT  PIC X(6).
                10  WS-NB-YEAR     PIC 9(4).
            05  WS-NB-AMOUNT       PIC S9(11)V99 OCCURS 12 TIMES.
            05  FILLER             PIC X(2).

        01  WS-FORMAT-TABLE.
            05  WS-FL-ENTRY OCCURS 300 TIMES.
                10  WS-FL-LINE-NO  PIC 9(4).
                10  WS-FL-TYPE     PIC X(1).
                    88  WS-FL-HEADING         VALUE 'H'.
                    88  WS-FL-DETAIL          VALUE 'D'.
                    88  WS-FL-SUBTOTAL        VALUE 'S'.
                    88  WS-FL-TOTAL           VALUE 'T'.
                    88  WS-FL-NET-INCOME      VALUE 'N'.
                10  WS-FL-SECTION  PIC X(1).
                    88  WS-FL-BS-LINE         VALUE 'A' 'L' 'E'.
                    88  WS-FL-IS-LINE         VALUE 'R' 'X'.
                10  WS-FL-DESC     PIC X(30).
                10  WS-FL-FROM     PIC X(6).
                10  WS-FL-TO       PIC X(6).
                10  WS-FL-SIGN     PIC S9(1).
                10  WS-FL-PTD      PIC S9(13)V99.
                10  WS-FL-YTD      PIC S9(13)V99.
                10  WS-FL-BUD      PIC S9(13)V99.
                10  WS-FL-PRIOR    PIC S9(13)V99.

        01  WS-ACCOUNT-TABLE.
            05  WS-AC-ENTRY OCCURS 2000 TIMES.
                10  WS-AC-ACCOUNT  PIC X(6).
                10  WS-AC-DESC     PIC X(20).
                10  WS-AC-PTD      PIC S9(11)V99.
                10  WS-AC-YTD      PIC S9(11)V99.
                10  WS-AC-BUDGET   PIC S9(11)V99.
                10  WS-AC-PRIOR    PIC S9(11)V99.
                10  WS-AC-LINE-CTR PIC 9(3).

        01  FR-TITLE-LINE.
            05  FILLER             PIC X(40) VALUE SPACES.
            05  FR-TITLE-TEXT      PIC X(52).
            05  FILLER             PIC X(40) VALUE SPACES.
        01  FR-PERIOD-LINE.
            05  FILLER             PIC X(8)  VALUE 'PERIOD: '.
            05  FR-PERIOD          PIC 9(6).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  FR-PERIOD-STATUS   PIC X(6).
            05  FILLER             PIC X(4)  VALUE SPACES.
            05  FILLER             PIC X(12) VALUE 'PRIOR YEAR: '.
            05  FR-PRIOR-PERIOD    PIC 9(6).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  FILLER             PIC X(13) VALUE 'BUDGET YEAR: '.
            05  FR-BUDGET-YEAR     PIC 9(4).
            05  FILLER             PIC X(69) VALUE SPACES.
        01  FR-LOAD-LINE.
            05  FILLER             PIC X(22)
                VALUE 'BUDGET LOAD FOR YEAR: '.
            05  FR-LOAD-YEAR       PIC 9(4).
            05  FILLER             PIC X(106) VALUE SPACES.
        01  FR-COLUMN-LINE.
            05  FILLER  PIC X(34) VALUE SPACES.
            05  FILLER  PIC X(19) VALUE '     CURRENT PERIOD'.
            05  FILLER  PIC X(19) VALUE '       YEAR TO DATE'.
            05  FILLER  PIC X(19) VALUE '             BUDGET'.
            05  FILLER  PIC X(19) VALUE '           VARIANCE'.
            05  FILLER  PIC X(19) VALUE '         PRIOR YEAR'.
            05  FILLER  PIC X(3)  VALUE SPACES.
        01  FR-TEXT-LINE.
            05  FR-TEXT            PIC X(34).
            05  FILLER             PIC X(98) VALUE SPACES.
        01  FR-AMOUNT-LINE.
            05  FR-LABEL           PIC X(34).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  FR-PTD             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  FR-YTD             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  FR-BUD             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  FR-VAR             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  FR-PRIOR           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(3)  VALUE SPACES.
        01  FR-FLAG-LINE.
            05  FR-FLAG-ACCOUNT    PIC X(6).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  FR-FLAG-DESC       PIC X(20).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  FR-FLAG-REASON     PIC X(32).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  FR-FLAG-PTD        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  FR-FLAG-YTD        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  FR-FLAG-BUD        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(13) VALUE SPACES.
        01  FR-FMT-ERR-LINE.
            05  FILLER             PIC X(10) VALUE SPACES.
            05  FILLER             PIC X(11) VALUE 'FSFMT LINE '.
            05  FR-FMT-LINE-NO     PIC X(4).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  FR-FMT-REASON      PIC X(40).
            05  FILLER             PIC X(65) VALUE SPACES.
        01  FR-REJECT-LINE.
            05  FR-REJ-ACCOUNT     PIC X(6).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  FR-REJ-YEAR        PIC X(4).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  FR-REJ-PERIOD      PIC X(2).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  FR-REJ-AMOUNT      PIC X(13).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  FR-REJ-REASON      PIC X(40).
            05  FILLER             PIC X(59) VALUE SPACES.
        01  FR-COUNT-LINE.
            05  FR-COUNT-LABEL     PIC X(40).
            05  FR-COUNT           PIC ZZZ,ZZ9.
            05  FILLER             PIC X(85) VALUE SPACES.
        01  FR-TOTAL-LINE.
            05  FR-TOTAL-LABEL     PIC X(40).
            05  FR-TOTAL           PIC -$Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(69) VALUE SPACES.
        01  FR-MSG-LINE.
            05  FILLER             PIC X(10) VALUE SPACES.
            05  FR-MSG-TEXT        PIC X(60).
            05  FILLER             PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             EVALUATE TRUE
                WHEN FP-BUDGET-LOAD
                  PERFORM 200-LOAD-BUDGET-RTN
                WHEN FP-STATEMENTS
                  PERFORM 500-PRINT-STATEMENTS-RTN
                WHEN OTHER
                  MOVE 'INVALID FUNCTION CODE ON FSPARM'
                    TO FR-MSG-TEXT
                  WRITE STMT-RPT-REC FROM FR-MSG-LINE
                  SET WS-RUN-ERROR TO TRUE
             END-EVALUATE.
             CLOSE STMT-RPT.
             IF WS-RUN-ERROR
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-EXCEPTIONS
                   MOVE 4 TO RETURN-CODE
                END-IF
             END-IF.
        GOBACK.

      ******************************************************************
      * Budget load: every card is edited before anything is written,
      * and one bad card refuses the whole load, as PGM75 refuses a
      * posting batch.
      ******************************************************************
       200-LOAD-BUDGET-RTN.
            IF FP-BUDGET-YEAR NOT NUMERIC OR FP-BUDGET-YEAR = ZERO
               MOVE 'BUDGET YEAR MISSING ON FSPARM' TO FR-MSG-TEXT
               WRITE STMT-RPT-REC FROM FR-MSG-LINE
               SET WS-RUN-ERROR TO TRUE
            ELSE
               MOVE FP-BUDGET-YEAR TO WS-LOAD-YEAR
               MOVE WS-LOAD-YEAR TO FR-LOAD-YEAR
               WRITE STMT-RPT-REC FROM FR-LOAD-LINE
               MOVE SPACES TO STMT-RPT-REC
               WRITE STMT-RPT-REC
               PERFORM 210-EDIT-BUDGET-TRAN-RTN
               IF WS-RUN-ERROR
                  CONTINUE
               ELSE
                  PERFORM 300-SORT-BUDGET-RTN
                  PERFORM 400-MERGE-BUDGET-RTN
               END-IF
               PERFORM 450-PRINT-LOAD-TOTALS-RTN
            END-IF.

       210-EDIT-BUDGET-TRAN-RTN.
            OPEN INPUT BUDGET-TRAN.
            OPEN OUTPUT RAW-BUDGET.
            IF WS-BTRAN-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 215-READ-BUDGET-TRAN-RTN
                  UNTIL WS-EOF
               CLOSE BUDGET-TRAN
            END-IF.
            CLOSE RAW-BUDGET.
            IF WS-BTRAN-REJECT-CTR NOT = ZERO
               MOVE 'BUDGET LOAD REFUSED - CORRECT BUDTRAN AND RESUBMIT'
                 TO FR-MSG-TEXT
               WRITE STMT-RPT-REC FROM FR-MSG-LINE
               SET WS-RUN-ERROR TO TRUE
            ELSE
            IF WS-BTRAN-VALID-CTR = ZERO
               MOVE 'NO BUDGET CARDS ON BUDTRAN' TO FR-MSG-TEXT
               WRITE STMT-RPT-REC FROM FR-MSG-LINE
               SET WS-RUN-ERROR TO TRUE
            END-IF
            END-IF.

       215-READ-BUDGET-TRAN-RTN.
            READ BUDGET-TRAN
              AT END
                SET WS-EOF TO TRUE
              NOT AT END
                ADD 1 TO WS-BTRAN-READ-CTR
                PERFORM 220-EDIT-ONE-CARD-RTN
            END-READ.

       220-EDIT-ONE-CARD-RTN.
            MOVE SPACES TO FR-REJ-REASON.
            EVALUATE TRUE
               WHEN BT-ACCOUNT = SPACES
                 MOVE 'ACCOUNT MISSING' TO FR-REJ-REASON
               WHEN BT-YEAR NOT NUMERIC
                 MOVE 'YEAR IS NOT THE YEAR BEING LOADED'
                   TO FR-REJ-REASON
               WHEN BT-YEAR NOT = WS-LOAD-YEAR
                 MOVE 'YEAR IS NOT THE YEAR BEING LOADED'
                   TO FR-REJ-REASON
               WHEN BT-PERIOD NOT NUMERIC
                 MOVE 'PERIOD MUST BE 01 TO 12' TO FR-REJ-REASON
               WHEN BT-PERIOD < 1 OR BT-PERIOD > 12
                 MOVE 'PERIOD MUST BE 01 TO 12' TO FR-REJ-REASON
               WHEN BT-AMOUNT NOT NUMERIC
                 MOVE 'AMOUNT NOT NUMERIC' TO FR-REJ-REASON
            END-EVALUATE.
            IF FR-REJ-REASON = SPACES
               MOVE BT-ACCOUNT TO BR-ACCOUNT
               MOVE BT-PERIOD TO BR-PERIOD
               MOVE BT-AMOUNT TO BR-AMOUNT
               WRITE RAW-BUDGET-REC
               ADD 1 TO WS-BTRAN-VALID-CTR
               ADD BT-AMOUNT TO WS-BUD-LOAD-TOTAL
            ELSE
               MOVE BT-ACCOUNT TO FR-REJ-ACCOUNT
               MOVE BT-YEAR-X TO FR-REJ-YEAR
               MOVE BT-PERIOD-X TO FR-REJ-PERIOD
               MOVE BT-AMOUNT-X TO FR-REJ-AMOUNT
               WRITE STMT-RPT-REC FROM FR-REJECT-LINE
               ADD 1 TO WS-BTRAN-REJECT-CTR
            END-IF.

       300-SORT-BUDGET-RTN.
            SORT BUDGET-SORT-WK
               ON ASCENDING KEY BK-ACCOUNT
                                BK-PERIOD
               USING RAW-BUDGET
               GIVING SORTED-BUDGET.

      ******************************************************************
      * Merge the year's new budget records into the budget master in
      * account and year order.  Whatever the old master held for the
      * year being loaded is dropped and replaced.
      ******************************************************************
       400-MERGE-BUDGET-RTN.
            OPEN INPUT SORTED-BUDGET.
            OPEN INPUT OLD-BUDGET.
            OPEN OUTPUT NEW-BUDGET.
            IF WS-OLDBUD-STATUS = '35'
               MOVE HIGH-VALUES TO BO-KEY
            ELSE
               PERFORM 430-READ-OLD-BUDGET-RTN
            END-IF.
            PERFORM 435-READ-SORTED-BUDGET-RTN.
            PERFORM 410-BUILD-NEW-BUDGET-RTN.
            PERFORM 420-MERGE-ONE-RTN
               UNTIL BO-KEY = HIGH-VALUES AND
                     WS-NB-KEY = HIGH-VALUES.
            IF WS-OLDBUD-STATUS NOT = '35'
               CLOSE OLD-BUDGET
            END-IF.
            CLOSE SORTED-BUDGET
                  NEW-BUDGET.

       410-BUILD-NEW-BUDGET-RTN.
            IF WS-BX-ACCOUNT = HIGH-VALUES
               MOVE HIGH-VALUES TO WS-NB-KEY
            ELSE
               MOVE SPACES TO WS-NB-REC
               MOVE WS-BX-ACCOUNT TO WS-NB-ACCOUNT
               MOVE WS-LOAD-YEAR TO WS-NB-YEAR
               PERFORM 412-ZERO-NEW-AMOUNT-RTN
                  VARYING WS-PERIOD-MM FROM 1 BY 1
                  UNTIL WS-PERIOD-MM > 12
               PERFORM 415-ADD-BUDGET-CARD-RTN
                  UNTIL WS-BX-ACCOUNT NOT = WS-NB-ACCOUNT
               ADD 1 TO WS-BUD-LOADED-CTR
            END-IF.

       412-ZERO-NEW-AMOUNT-RTN.
            MOVE ZERO TO WS-NB-AMOUNT (WS-PERIOD-MM).

       415-ADD-BUDGET-CARD-RTN.
            ADD BX-AMOUNT TO WS-NB-AMOUNT (BX-PERIOD).
            PERFORM 435-READ-SORTED-BUDGET-RTN.

       420-MERGE-ONE-RTN.
            EVALUATE TRUE
               WHEN BO-YEAR = WS-LOAD-YEAR AND BO-KEY NOT = HIGH-VALUES
                 ADD 1 TO WS-BUD-REPLACED-CTR
                 PERFORM 430-READ-OLD-BUDGET-RTN
               WHEN BO-KEY < WS-NB-KEY
                 WRITE NEW-BUDGET-REC FROM OLD-BUDGET-REC
                 ADD 1 TO WS-BUD-COPIED-CTR
                 ADD 1 TO WS-BUD-WRITE-CTR
                 PERFORM 430-READ-OLD-BUDGET-RTN
               WHEN OTHER
                 WRITE NEW-BUDGET-REC FROM WS-NB-REC
                 ADD 1 TO WS-BUD-WRITE-CTR
                 PERFORM 410-BUILD-NEW-BUDGET-RTN
            END-EVALUATE.

       430-READ-OLD-BUDGET-RTN.
            READ OLD-BUDGET
              AT END
                MOVE HIGH-VALUES TO BO-KEY
            END-READ.

       435-READ-SORTED-BUDGET-RTN.
            READ SORTED-BUDGET
              AT END
                MOVE HIGH-VALUES TO WS-BX-ACCOUNT
              NOT AT END
                MOVE BX-ACCOUNT TO WS-BX-ACCOUNT
            END-READ.

       450-PRINT-LOAD-TOTALS-RTN.
            MOVE SPACES TO STMT-RPT-REC.
            WRITE STMT-RPT-REC.
            MOVE 'BUDGET CARDS READ' TO FR-COUNT-LABEL.
            MOVE WS-BTRAN-READ-CTR TO FR-COUNT.
            WRITE STMT-RPT-REC FROM FR-COUNT-LINE.
            MOVE 'BUDGET CARDS REJECTED' TO FR-COUNT-LABEL.
            MOVE WS-BTRAN-REJECT-CTR TO FR-COUNT.
            WRITE STMT-RPT-REC FROM FR-COUNT-LINE.
            MOVE 'ACCOUNTS BUDGETED FOR THE YEAR' TO FR-COUNT-LABEL.
            MOVE WS-BUD-LOADED-CTR TO FR-COUNT.
            WRITE STMT-RPT-REC FROM FR-COUNT-LINE.
            MOVE 'EARLIER BUDGET RECORDS REPLACED' TO FR-COUNT-LABEL.
            MOVE WS-BUD-REPLACED-CTR TO FR-COUNT.
            WRITE STMT-RPT-REC FROM FR-COUNT-LINE.
            MOVE 'OTHER YEARS COPIED FROM GLBUDO' TO FR-COUNT-LABEL.
            MOVE WS-BUD-COPIED-CTR TO FR-COUNT.
            WRITE STMT-RPT-REC FROM FR-COUNT-LINE.
            MOVE 'BUDGET RECORDS WRITTEN TO GLBUDN' TO FR-COUNT-LABEL.
            MOVE WS-BUD-WRITE-CTR TO FR-COUNT.
            WRITE STMT-RPT-REC FROM FR-COUNT-LINE.
            MOVE 'TOTAL OF BUDGET CARDS' TO FR-TOTAL-LABEL.
            MOVE WS-BUD-LOAD-TOTAL TO FR-TOTAL.
            WRITE STMT-RPT-REC FROM FR-TOTAL-LINE.

      ******************************************************************
      * Statement run: set the period, load the format and the
      * account balances, carry each account to its statement line,
      * then print both statements and the accounts that fall off.
      ******************************************************************
       500-PRINT-STATEMENTS-RTN.
            PERFORM 510-SET-PERIOD-RTN.
            IF NOT WS-RUN-ERROR
               PERFORM 520-LOAD-FORMAT-RTN
            END-IF.
            IF NOT WS-RUN-ERROR
               PERFORM 530-LOAD-BALANCES-RTN
            END-IF.
            IF NOT WS-RUN-ERROR
               PERFORM 550-DISTRIBUTE-RTN
                  VARYING WS-AC-SUB FROM 1 BY 1
                  UNTIL WS-AC-SUB > WS-AC-COUNT
               PERFORM 560-SUM-STATEMENT-RTN
                  VARYING WS-FL-SUB FROM 1 BY 1
                  UNTIL WS-FL-SUB > WS-FL-COUNT
               PERFORM 600-PRINT-BALANCE-SHEET-RTN
               PERFORM 650-PRINT-INCOME-STMT-RTN
               PERFORM 700-PRINT-UNASSIGNED-RTN
               PERFORM 750-PRINT-STMT-TOTALS-RTN
            END-IF.

       510-SET-PERIOD-RTN.
            PERFORM 810-READ-PERIOD-RTN.
            IF FP-PERIOD NOT NUMERIC OR FP-PERIOD = ZERO
               MOVE WS-OPEN-PERIOD TO WS-STMT-PERIOD
            ELSE
               MOVE FP-PERIOD TO WS-STMT-PERIOD
            END-IF.
            DIVIDE WS-STMT-PERIOD BY 100
               GIVING WS-PERIOD-YYYY REMAINDER WS-PERIOD-MM.
            COMPUTE WS-PRIOR-PERIOD = WS-STMT-PERIOD - 100.
            EVALUATE TRUE
               WHEN WS-OPEN-PERIOD = ZERO
                 MOVE 'OPEN PERIOD MISSING ON GLPERD' TO FR-MSG-TEXT
                 WRITE STMT-RPT-REC FROM FR-MSG-LINE
                 SET WS-RUN-ERROR TO TRUE
               WHEN WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                 MOVE 'STATEMENT PERIOD MUST BE YYYYMM' TO FR-MSG-TEXT
                 WRITE STMT-RPT-REC FROM FR-MSG-LINE
                 SET WS-RUN-ERROR TO TRUE
               WHEN WS-STMT-PERIOD > WS-OPEN-PERIOD
                 MOVE 'STATEMENT PERIOD IS NOT YET OPEN' TO FR-MSG-TEXT
                 WRITE STMT-RPT-REC FROM FR-MSG-LINE
                 SET WS-RUN-ERROR TO TRUE
               WHEN WS-STMT-PERIOD = WS-OPEN-PERIOD
                 SET WS-PERIOD-OPEN TO TRUE
               WHEN OTHER
                 SET WS-PERIOD-CLOSED TO TRUE
            END-EVALUATE.

       520-LOAD-FORMAT-RTN.
            OPEN INPUT FORMAT-FILE.
            IF WS-FMT-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 525-READ-FORMAT-REC-RTN
                  UNTIL WS-EOF
               CLOSE FORMAT-FILE
            END-IF.
            IF WS-FL-COUNT = ZERO
               MOVE 'NO STATEMENT FORMAT LINES ON FSFMT' TO FR-MSG-TEXT
               WRITE STMT-RPT-REC FROM FR-MSG-LINE
               SET WS-RUN-ERROR TO TRUE
            END-IF.

       525-READ-FORMAT-REC-RTN.
            READ FORMAT-FILE
              AT END
                SET WS-EOF TO TRUE
              NOT AT END
                PERFORM 527-EDIT-FORMAT-LINE-RTN
            END-READ.

      ******************************************************************
      * Format lines must ascend by line number.  A detail line needs
      * an account range; headings, subtotals and totals do not.
      ******************************************************************
       527-EDIT-FORMAT-LINE-RTN.
            MOVE SPACES TO FR-FMT-REASON.
            EVALUATE TRUE
               WHEN FF-LINE-NO NOT NUMERIC
                 MOVE 'LINE NUMBER NOT NUMERIC' TO FR-FMT-REASON
               WHEN FF-LINE-NO NOT > WS-FL-LAST-LINE
                 MOVE 'LINE NUMBERS MUST ASCEND' TO FR-FMT-REASON
               WHEN NOT FF-TYPE-VALID
                 MOVE 'LINE TYPE MUST BE H, D, S, T OR N'
                   TO FR-FMT-REASON
               WHEN NOT FF-SECTION-VALID
                 MOVE 'SECTION MUST BE A, L, E, R OR X'
                   TO FR-FMT-REASON
               WHEN FF-DETAIL AND
                    (FF-ACCT-FROM = SPACES OR
                     FF-ACCT-TO = SPACES OR
                     FF-ACCT-FROM > FF-ACCT-TO)
                 MOVE 'DETAIL LINE ACCOUNT RANGE INVALID'
                   TO FR-FMT-REASON
               WHEN WS-FL-COUNT NOT < WS-FL-MAX
                 MOVE 'MORE THAN 300 FORMAT LINES' TO FR-FMT-REASON
            END-EVALUATE.
            IF FR-FMT-REASON = SPACES
               ADD 1 TO WS-FL-COUNT
               MOVE FF-LINE-NO TO WS-FL-LAST-LINE
               MOVE FF-LINE-NO TO WS-FL-LINE-NO (WS-FL-COUNT)
               MOVE FF-LINE-TYPE TO WS-FL-TYPE (WS-FL-COUNT)
               MOVE FF-SECTION TO WS-FL-SECTION (WS-FL-COUNT)
               MOVE FF-DESCRIPTION TO WS-FL-DESC (WS-FL-COUNT)
               MOVE FF-ACCT-FROM TO WS-FL-FROM (WS-FL-COUNT)
               MOVE FF-ACCT-TO TO WS-FL-TO (WS-FL-COUNT)
               IF FF-DEBIT-SECTION
                  MOVE +1 TO WS-FL-SIGN (WS-FL-COUNT)
               ELSE
                  MOVE -1 TO WS-FL-SIGN (WS-FL-COUNT)
               END-IF
               MOVE ZERO TO WS-FL-PTD (WS-FL-COUNT)
               MOVE ZERO TO WS-FL-YTD (WS-FL-COUNT)
               MOVE ZERO TO WS-FL-BUD (WS-FL-COUNT)
               MOVE ZERO TO WS-FL-PRIOR (WS-FL-COUNT)
            ELSE
               MOVE FF-LINE-NO-X TO FR-FMT-LINE-NO
               WRITE STMT-RPT-REC FROM FR-FMT-ERR-LINE
               SET WS-RUN-ERROR TO TRUE
            END-IF.

      ******************************************************************
      * Current balances: the open period from GLMSTN, a closed one
      * from GLHIST.  A period closed more than once keeps the last
      * close.  The prior year's same period comes from GLHIST and the
      * period's budget from GLBUDN.
      ******************************************************************
       530-LOAD-BALANCES-RTN.
            IF WS-PERIOD-OPEN
               OPEN INPUT NEW-LEDGER
               IF WS-NEWGL-STATUS = '35'
                  MOVE 'LEDGER MASTER GLMSTN NOT ON FILE'
                    TO FR-MSG-TEXT
                  WRITE STMT-RPT-REC FROM FR-MSG-LINE
                  SET WS-RUN-ERROR TO TRUE
               ELSE
                  MOVE 'N' TO WS-EOF-SW
                  PERFORM 532-READ-LEDGER-RTN
                     UNTIL WS-EOF
                  CLOSE NEW-LEDGER
               END-IF
            END-IF.
            OPEN INPUT GL-HISTORY.
            IF WS-HIST-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 534-READ-HISTORY-RTN
                  UNTIL WS-EOF
               CLOSE GL-HISTORY
            END-IF.
            IF WS-PERIOD-CLOSED AND WS-CURR-REC-CTR = ZERO
               MOVE 'NO GLHIST BALANCES FOR THE STATEMENT PERIOD'
                 TO FR-MSG-TEXT
               WRITE STMT-RPT-REC FROM FR-MSG-LINE
               SET WS-RUN-ERROR TO TRUE
            END-IF.
            OPEN INPUT NEW-BUDGET.
            IF WS-NEWBUD-STATUS = '35'
               CONTINUE
            ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 536-READ-BUDGET-RTN
                  UNTIL WS-EOF
               CLOSE NEW-BUDGET
            END-IF.
            IF WS-AC-TABLE-FULL
               MOVE 'MORE THAN 2000 LEDGER ACCOUNTS' TO FR-MSG-TEXT
               WRITE STMT-RPT-REC FROM FR-MSG-LINE
               SET WS-RUN-ERROR TO TRUE
            END-IF.

       532-READ-LEDGER-RTN.
            READ NEW-LEDGER
              AT END
                SET WS-EOF TO TRUE
              NOT AT END
                MOVE GN-ACCOUNT TO WS-LOOKUP-ACCOUNT
                PERFORM 540-FIND-ACCOUNT-RTN
                IF WS-ACCT-FOUND
                   MOVE GN-DESCRIPTION TO WS-AC-DESC (WS-AC-HIT)
                   MOVE GN-PTD-BAL TO WS-AC-PTD (WS-AC-HIT)
                   MOVE GN-YTD-BAL TO WS-AC-YTD (WS-AC-HIT)
                   ADD 1 TO WS-CURR-REC-CTR
                END-IF
            END-READ.

       534-READ-HISTORY-RTN.
            READ GL-HISTORY
              AT END
                SET WS-EOF TO TRUE
              NOT AT END
                IF GH-PERIOD = WS-STMT-PERIOD AND WS-PERIOD-CLOSED
                   MOVE GH-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   PERFORM 540-FIND-ACCOUNT-RTN
                   IF WS-ACCT-FOUND
                      MOVE GH-DESCRIPTION TO WS-AC-DESC (WS-AC-HIT)
                      MOVE GH-PTD-BAL TO WS-AC-PTD (WS-AC-HIT)
                      MOVE GH-YTD-BAL TO WS-AC-YTD (WS-AC-HIT)
                      ADD 1 TO WS-CURR-REC-CTR
                   END-IF
                END-IF
                IF GH-PERIOD = WS-PRIOR-PERIOD
                   MOVE GH-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   PERFORM 540-FIND-ACCOUNT-RTN
                   IF WS-ACCT-FOUND
                      IF WS-AC-DESC (WS-AC-HIT) = SPACES
                         MOVE GH-DESCRIPTION TO WS-AC-DESC (WS-AC-HIT)
                      END-IF
                      MOVE GH-PTD-BAL TO WS-AC-PRIOR (WS-AC-HIT)
                      ADD 1 TO WS-PRIOR-REC-CTR
                   END-IF
                END-IF
            END-READ.

       536-READ-BUDGET-RTN.
            READ NEW-BUDGET
              AT END
                SET WS-EOF TO TRUE
              NOT AT END
                IF BN-YEAR = WS-PERIOD-YYYY
                   MOVE BN-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   PERFORM 540-FIND-ACCOUNT-RTN
                   IF WS-ACCT-FOUND
                      MOVE BN-AMOUNT (WS-PERIOD-MM)
                        TO WS-AC-BUDGET (WS-AC-HIT)
                      ADD 1 TO WS-BUDGET-REC-CTR
                   END-IF
                END-IF
            END-READ.

       540-FIND-ACCOUNT-RTN.
            MOVE 'N' TO WS-ACCT-FOUND-SW.
            PERFORM 545-MATCH-ACCOUNT-RTN
               VARYING WS-AC-SUB FROM 1 BY 1
               UNTIL WS-AC-SUB > WS-AC-COUNT OR WS-ACCT-FOUND.
            IF NOT WS-ACCT-FOUND
               IF WS-AC-COUNT < WS-AC-MAX
                  ADD 1 TO WS-AC-COUNT
                  MOVE WS-AC-COUNT TO WS-AC-HIT
                  MOVE WS-LOOKUP-ACCOUNT TO WS-AC-ACCOUNT (WS-AC-HIT)
                  MOVE SPACES TO WS-AC-DESC (WS-AC-HIT)
                  MOVE ZERO TO WS-AC-PTD (WS-AC-HIT)
                  MOVE ZERO TO WS-AC-YTD (WS-AC-HIT)
                  MOVE ZERO TO WS-AC-BUDGET (WS-AC-HIT)
                  MOVE ZERO TO WS-AC-PRIOR (WS-AC-HIT)
                  MOVE ZERO TO WS-AC-LINE-CTR (WS-AC-HIT)
                  SET WS-ACCT-FOUND TO TRUE
               ELSE
                  SET WS-AC-TABLE-FULL TO TRUE
               END-IF
            END-IF.

       545-MATCH-ACCOUNT-RTN.
            IF WS-AC-ACCOUNT (WS-AC-SUB) = WS-LOOKUP-ACCOUNT
               MOVE WS-AC-SUB TO WS-AC-HIT
               SET WS-ACCT-FOUND TO TRUE
            END-IF.

      ******************************************************************
      * Carry each account to every detail line whose range takes it.
      * Line amounts are kept in ledger sign (debits positive); the
      * budget is keyed in statement sign and is turned to ledger sign
      * by the line's section.
      ******************************************************************
       550-DISTRIBUTE-RTN.
            PERFORM 555-APPLY-LINE-RTN
               VARYING WS-FL-SUB FROM 1 BY 1
               UNTIL WS-FL-SUB > WS-FL-COUNT.

       555-APPLY-LINE-RTN.
            IF WS-FL-DETAIL (WS-FL-SUB) AND
               WS-AC-ACCOUNT (WS-AC-SUB) NOT < WS-FL-FROM (WS-FL-SUB)
               AND WS-AC-ACCOUNT (WS-AC-SUB) NOT > WS-FL-TO (WS-FL-SUB)
               ADD WS-AC-PTD (WS-AC-SUB) TO WS-FL-PTD (WS-FL-SUB)
               ADD WS-AC-YTD (WS-AC-SUB) TO WS-FL-YTD (WS-FL-SUB)
               ADD WS-AC-PRIOR (WS-AC-SUB) TO WS-FL-PRIOR (WS-FL-SUB)
               COMPUTE WS-FL-BUD (WS-FL-SUB) = WS-FL-BUD (WS-FL-SUB)
                     + WS-AC-BUDGET (WS-AC-SUB) * WS-FL-SIGN (WS-FL-SUB)
               ADD 1 TO WS-AC-LINE-CTR (WS-AC-SUB)
            END-IF.

      ******************************************************************
      * Net income is the income statement detail lines in ledger
      * sign; the balance sheet proof needs the balance sheet detail
      * lines' year-to-date total.
      ******************************************************************
       560-SUM-STATEMENT-RTN.
            IF WS-FL-DETAIL (WS-FL-SUB)
               IF WS-FL-IS-LINE (WS-FL-SUB)
                  ADD WS-FL-PTD (WS-FL-SUB) TO WS-NI-PTD
                  ADD WS-FL-YTD (WS-FL-SUB) TO WS-NI-YTD
                  ADD WS-FL-BUD (WS-FL-SUB) TO WS-NI-BUD
                  ADD WS-FL-PRIOR (WS-FL-SUB) TO WS-NI-PRIOR
               ELSE
                  ADD WS-FL-YTD (WS-FL-SUB) TO WS-BS-YTD
               END-IF
            END-IF.

       600-PRINT-BALANCE-SHEET-RTN.
            SET WS-PRINTING-BS TO TRUE.
            MOVE 'PGM45  BALANCE SHEET' TO FR-TITLE-TEXT.
            PERFORM 610-PRINT-STMT-HEADING-RTN.
            PERFORM 620-PRINT-FORMAT-LINE-RTN
               VARYING WS-FL-SUB FROM 1 BY 1
               UNTIL WS-FL-SUB > WS-FL-COUNT.
            PERFORM 640-PROVE-BALANCE-SHEET-RTN.

       610-PRINT-STMT-HEADING-RTN.
            MOVE SPACES TO STMT-RPT-REC.
            WRITE STMT-RPT-REC.
            WRITE STMT-RPT-REC FROM FR-TITLE-LINE.
            MOVE WS-STMT-PERIOD TO FR-PERIOD.
            IF WS-PERIOD-OPEN
               MOVE 'OPEN' TO FR-PERIOD-STATUS
            ELSE
               MOVE 'CLOSED' TO FR-PERIOD-STATUS
            END-IF.
            MOVE WS-PRIOR-PERIOD TO FR-PRIOR-PERIOD.
            MOVE WS-PERIOD-YYYY TO FR-BUDGET-YEAR.
            WRITE STMT-RPT-REC FROM FR-PERIOD-LINE.
            MOVE SPACES TO STMT-RPT-REC.
            WRITE STMT-RPT-REC.
            WRITE STMT-RPT-REC FROM FR-COLUMN-LINE.
            MOVE SPACES TO STMT-RPT-REC.
            WRITE STMT-RPT-REC.
            MOVE ZERO TO WS-SUB-PTD WS-SUB-YTD WS-SUB-BUD WS-SUB-PRIOR.
            MOVE ZERO TO WS-TOT-PTD WS-TOT-YTD WS-TOT-BUD WS-TOT-PRIOR.

      ******************************************************************
      * Headings print their text.  Detail and net income lines add
      * to the running subtotal and total; a subtotal line prints and
      * clears the subtotal, a total line prints and clears both.
      * Indentation sets details in from subtotals and totals.
      ******************************************************************
       620-PRINT-FORMAT-LINE-RTN.
            IF (WS-PRINTING-BS AND WS-FL-BS-LINE (WS-FL-SUB)) OR
               (WS-PRINTING-IS AND WS-FL-IS-LINE (WS-FL-SUB))
               PERFORM 625-PRINT-ONE-LINE-RTN
            END-IF.

       625-PRINT-ONE-LINE-RTN.
            MOVE WS-FL-SIGN (WS-FL-SUB) TO WS-PR-SIGN.
            MOVE SPACES TO FR-LABEL.
            EVALUATE TRUE
               WHEN WS-FL-HEADING (WS-FL-SUB)
                 MOVE WS-FL-DESC (WS-FL-SUB) TO FR-TEXT
                 WRITE STMT-RPT-REC FROM FR-TEXT-LINE
               WHEN WS-FL-DETAIL (WS-FL-SUB)
                 MOVE WS-FL-PTD (WS-FL-SUB) TO WS-PR-PTD
                 MOVE WS-FL-YTD (WS-FL-SUB) TO WS-PR-YTD
                 MOVE WS-FL-BUD (WS-FL-SUB) TO WS-PR-BUD
                 MOVE WS-FL-PRIOR (WS-FL-SUB) TO WS-PR-PRIOR
                 PERFORM 628-ADD-TO-TOTALS-RTN
                 MOVE WS-FL-DESC (WS-FL-SUB) TO FR-LABEL(5:30)
                 PERFORM 630-PRINT-AMOUNT-LINE-RTN
               WHEN WS-FL-NET-INCOME (WS-FL-SUB)
                 MOVE WS-NI-PTD TO WS-PR-PTD
                 MOVE WS-NI-YTD TO WS-PR-YTD
                 MOVE WS-NI-BUD TO WS-PR-BUD
                 MOVE WS-NI-PRIOR TO WS-PR-PRIOR
                 PERFORM 628-ADD-TO-TOTALS-RTN
                 MOVE WS-FL-DESC (WS-FL-SUB) TO FR-LABEL(5:30)
                 PERFORM 630-PRINT-AMOUNT-LINE-RTN
                 IF WS-PRINTING-BS
                    SET WS-BS-HAS-NI TO TRUE
                 END-IF
               WHEN WS-FL-SUBTOTAL (WS-FL-SUB)
                 MOVE WS-SUB-PTD TO WS-PR-PTD
                 MOVE WS-SUB-YTD TO WS-PR-YTD
                 MOVE WS-SUB-BUD TO WS-PR-BUD
                 MOVE WS-SUB-PRIOR TO WS-PR-PRIOR
                 MOVE WS-FL-DESC (WS-FL-SUB) TO FR-LABEL(3:30)
                 PERFORM 630-PRINT-AMOUNT-LINE-RTN
                 MOVE ZERO TO WS-SUB-PTD WS-SUB-YTD
                              WS-SUB-BUD WS-SUB-PRIOR
               WHEN OTHER
                 MOVE WS-TOT-PTD TO WS-PR-PTD
                 MOVE WS-TOT-YTD TO WS-PR-YTD
                 MOVE WS-TOT-BUD TO WS-PR-BUD
                 MOVE WS-TOT-PRIOR TO WS-PR-PRIOR
                 MOVE WS-FL-DESC (WS-FL-SUB) TO FR-LABEL(1:30)
                 PERFORM 630-PRINT-AMOUNT-LINE-RTN
                 MOVE ZERO TO WS-SUB-PTD WS-SUB-YTD
                              WS-SUB-BUD WS-SUB-PRIOR
                 MOVE ZERO TO WS-TOT-PTD WS-TOT-YTD
                              WS-TOT-BUD WS-TOT-PRIOR
                 MOVE SPACES TO STMT-RPT-REC
                 WRITE STMT-RPT-REC
            END-EVALUATE.

       628-ADD-TO-TOTALS-RTN.
            ADD WS-PR-PTD TO WS-SUB-PTD WS-TOT-PTD.
            ADD WS-PR-YTD TO WS-SUB-YTD WS-TOT-YTD.
            ADD WS-PR-BUD TO WS-SUB-BUD WS-TOT-BUD.
            ADD WS-PR-PRIOR TO WS-SUB-PRIOR WS-TOT-PRIOR.

       630-PRINT-AMOUNT-LINE-RTN.
            COMPUTE WS-DSP-PTD = WS-PR-PTD * WS-PR-SIGN.
            COMPUTE WS-DSP-YTD = WS-PR-YTD * WS-PR-SIGN.
            COMPUTE WS-DSP-BUD = WS-PR-BUD * WS-PR-SIGN.
            COMPUTE WS-DSP-PRIOR = WS-PR-PRIOR * WS-PR-SIGN.
            COMPUTE WS-DSP-VAR = WS-DSP-PTD - WS-DSP-BUD.
            MOVE WS-DSP-PTD TO FR-PTD.
            MOVE WS-DSP-YTD TO FR-YTD.
            MOVE WS-DSP-BUD TO FR-BUD.
            MOVE WS-DSP-VAR TO FR-VAR.
            MOVE WS-DSP-PRIOR TO FR-PRIOR.
            WRITE STMT-RPT-REC FROM FR-AMOUNT-LINE.

      ******************************************************************
      * The balance sheet lines plus the net income carried into
      * equity must net to zero year to date.  Without an N line the
      * current year's earnings are missing and the sheet will not
      * prove unless they are nil.
      ******************************************************************
       640-PROVE-BALANCE-SHEET-RTN.
            MOVE WS-BS-YTD TO WS-BS-DIFF.
            IF WS-BS-HAS-NI
               ADD WS-NI-YTD TO WS-BS-DIFF
            END-IF.
            IF WS-BS-DIFF = ZERO
               MOVE 'BALANCE SHEET PROVES - ASSETS EQUAL LIABILITIES'
                 TO FR-MSG-TEXT
               WRITE STMT-RPT-REC FROM FR-MSG-LINE
            ELSE
               MOVE '*** BALANCE SHEET DOES NOT PROVE ***'
                 TO FR-MSG-TEXT
               WRITE STMT-RPT-REC FROM FR-MSG-LINE
               MOVE 'BALANCE SHEET OUT OF BALANCE BY' TO FR-TOTAL-LABEL
               MOVE WS-BS-DIFF TO FR-TOTAL
               WRITE STMT-RPT-REC FROM FR-TOTAL-LINE
               SET WS-RUN-ERROR TO TRUE
            END-IF.

       650-PRINT-INCOME-STMT-RTN.
            SET WS-PRINTING-IS TO TRUE.
            MOVE 'PGM45  INCOME STATEMENT' TO FR-TITLE-TEXT.
            PERFORM 610-PRINT-STMT-HEADING-RTN.
            PERFORM 620-PRINT-FORMAT-LINE-RTN
               VARYING WS-FL-SUB FROM 1 BY 1
               UNTIL WS-FL-SUB > WS-FL-COUNT.
            MOVE WS-NI-PTD TO WS-PR-PTD.
            MOVE WS-NI-YTD TO WS-PR-YTD.
            MOVE WS-NI-BUD TO WS-PR-BUD.
            MOVE WS-NI-PRIOR TO WS-PR-PRIOR.
            MOVE -1 TO WS-PR-SIGN.
            MOVE SPACES TO FR-LABEL.
            MOVE 'NET INCOME' TO FR-LABEL.
            PERFORM 630-PRINT-AMOUNT-LINE-RTN.

      ******************************************************************
      * Every account on the ledger, the prior year or the budget
      * must land on exactly one detail line; any that do not are
      * listed so nothing falls off, or counts twice on, the
      * statements.
      ******************************************************************
       700-PRINT-UNASSIGNED-RTN.
            MOVE SPACES TO STMT-RPT-REC.
            WRITE STMT-RPT-REC.
            MOVE 'ACCOUNTS NOT ON EXACTLY ONE STATEMENT LINE'
              TO FR-MSG-TEXT.
            WRITE STMT-RPT-REC FROM FR-MSG-LINE.
            PERFORM 710-CHECK-ACCOUNT-RTN
               VARYING WS-AC-SUB FROM 1 BY 1
               UNTIL WS-AC-SUB > WS-AC-COUNT.
            IF WS-UNASSIGNED-CTR = ZERO AND WS-MULTI-LINE-CTR = ZERO
               MOVE 'NONE - EVERY ACCOUNT IS ON ONE STATEMENT LINE'
                 TO FR-MSG-TEXT
               WRITE STMT-RPT-REC FROM FR-MSG-LINE
            ELSE
               SET WS-EXCEPTIONS TO TRUE
            END-IF.

       710-CHECK-ACCOUNT-RTN.
            IF WS-AC-LINE-CTR (WS-AC-SUB) = 1
               CONTINUE
            ELSE
               IF WS-AC-LINE-CTR (WS-AC-SUB) = ZERO
                  MOVE 'NOT ON ANY STATEMENT LINE' TO FR-FLAG-REASON
                  ADD 1 TO WS-UNASSIGNED-CTR
               ELSE
                  MOVE 'ON MORE THAN ONE STATEMENT LINE'
                    TO FR-FLAG-REASON
                  ADD 1 TO WS-MULTI-LINE-CTR
               END-IF
               MOVE WS-AC-ACCOUNT (WS-AC-SUB) TO FR-FLAG-ACCOUNT
               MOVE WS-AC-DESC (WS-AC-SUB) TO FR-FLAG-DESC
               MOVE WS-AC-PTD (WS-AC-SUB) TO FR-FLAG-PTD
               MOVE WS-AC-YTD (WS-AC-SUB) TO FR-FLAG-YTD
               MOVE WS-AC-BUDGET (WS-AC-SUB) TO FR-FLAG-BUD
               WRITE STMT-RPT-REC FROM FR-FLAG-LINE
            END-IF.

       750-PRINT-STMT-TOTALS-RTN.
            MOVE SPACES TO STMT-RPT-REC.
            WRITE STMT-RPT-REC.
            MOVE 'STATEMENT FORMAT LINES' TO FR-COUNT-LABEL.
            MOVE WS-FL-COUNT TO FR-COUNT.
            WRITE STMT-RPT-REC FROM FR-COUNT-LINE.
            MOVE 'ACCOUNT BALANCES FOR THE PERIOD' TO FR-COUNT-LABEL.
            MOVE WS-CURR-REC-CTR TO FR-COUNT.
            WRITE STMT-RPT-REC FROM FR-COUNT-LINE.
            MOVE 'PRIOR-YEAR BALANCES FROM GLHIST' TO FR-COUNT-LABEL.
            MOVE WS-PRIOR-REC-CTR TO FR-COUNT.
            WRITE STMT-RPT-REC FROM FR-COUNT-LINE.
            MOVE 'ACCOUNTS BUDGETED FOR THE YEAR' TO FR-COUNT-LABEL.
            MOVE WS-BUDGET-REC-CTR TO FR-COUNT.
            WRITE STMT-RPT-REC FROM FR-COUNT-LINE.
            MOVE 'ACCOUNTS NOT ON ANY STATEMENT LINE' TO FR-COUNT-LABEL.
            MOVE WS-UNASSIGNED-CTR TO FR-COUNT.
            WRITE STMT-RPT-REC FROM FR-COUNT-LINE.
            MOVE 'ACCOUNTS ON MORE THAN ONE LINE' TO FR-COUNT-LABEL.
            MOVE WS-MULTI-LINE-CTR TO FR-COUNT.
            WRITE STMT-RPT-REC FROM FR-COUNT-LINE.
            IF WS-PRIOR-REC-CTR = ZERO
               MOVE 'NO PRIOR-YEAR PERIOD ON GLHIST - COLUMN IS ZERO'
                 TO FR-MSG-TEXT
               WRITE STMT-RPT-REC FROM FR-MSG-LINE
            END-IF.
            IF WS-BUDGET-REC-CTR = ZERO
               MOVE 'NO BUDGET LOADED FOR THE YEAR - COLUMN IS ZERO'
                 TO FR-MSG-TEXT
               WRITE STMT-RPT-REC FROM FR-MSG-LINE
            END-IF.

       800-INITIALIZATION-RTN.
            OPEN INPUT PARM-FILE.
            READ PARM-FILE
              AT END
                MOVE SPACES TO PARM-REC
            END-READ.
            CLOSE PARM-FILE.
            OPEN OUTPUT STMT-RPT.
            MOVE 'PGM45  FINANCIAL STATEMENTS' TO FR-TITLE-TEXT.
            WRITE STMT-RPT-REC FROM FR-TITLE-LINE.

       810-READ-PERIOD-RTN.
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
