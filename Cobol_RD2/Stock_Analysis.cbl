      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Weekly slow-moving stock and days-of-supply analysis.
      *           Merges the 52-week SLSHSN1 sales history PGM91 keeps
      *           against the NEWBAL1 balances in branch/product
      *           sequence and, for every location, shows the on-hand
      *           quantity valued at NEW-UNIT-COST, the average weekly
      *           sell rate over the rate window, days of supply at
      *           that rate, the last-sale and last-movement dates and
      *           the days idle since the last sale.  Stock idle past
      *           the slow and dead limits is tiered and valued at
      *           cost by branch and company; the dead-stock value is
      *           the figure for the annual write-down review.  Where
      *           one branch holds more of a product than it will sell
      *           in the overstock window and another branch is at or
      *           below its minimum or short of supply, the transfer
      *           candidate is listed.  Limits come from the STKAPRM1
      *           card, with defaults when no card is supplied.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM50.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANALYSIS-PARM    ASSIGN TO STKAPRM1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SALES-HIST       ASSIGN TO SLSHSN1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BOOK-BALANCE     ASSIGN TO NEWBAL1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRANCH-REF       ASSIGN TO BRREF1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-REF      ASSIGN TO PRODREF1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANALYSIS-RPT     ASSIGN TO STKANL1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL      ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-STATS        ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ANALYSIS-PARM
       LABEL RECORDS ARE STANDARD.
            01   ANALYSIS-PARM-REC.
              05 SA-SLOW-DAYS          PIC 9(3).
              05 SA-DEAD-DAYS          PIC 9(3).
              05 SA-RATE-WEEKS         PIC 9(2).
              05 SA-OVERSTOCK-DAYS     PIC 9(3).
              05 SA-SHORT-DAYS         PIC 9(3).
              05                       PIC X(66).

       FD SALES-HIST
       LABEL RECORDS ARE STANDARD.
            01   SALES-HIST-REC.
           COPY SLSHSTRC.

       FD BOOK-BALANCE
       LABEL RECORDS ARE STANDARD.
            01   BOOK-BALANCE-REC.
              05 NEW-BRANCH-CODE       PIC 9(3).
              05 NEW-PRODUCT-CODE      PIC 9(2).
              05 NEW-QUANTITY          PIC 9(4).
              05 NEW-MIN-LEVEL         PIC 9(4).
              05 NEW-REORDER-TO        PIC 9(4).
              05 NEW-UNIT-COST         PIC 9(3)V99.

       FD BRANCH-REF
       LABEL RECORDS ARE STANDARD.
            01   BRANCH-REF-REC.
              05 BR-BRANCH-CODE        PIC 9(3).
              05 BR-BRANCH-NAME        PIC X(15).
              05 BR-ACTIVE-FLAG        PIC X(1).

       FD PRODUCT-REF
       LABEL RECORDS ARE STANDARD.
            01   PRODUCT-REF-REC.
              05 PR-PRODUCT-CODE       PIC 9(2).
              05 PR-PRODUCT-NAME       PIC X(15).
              05 PR-ACTIVE-FLAG        PIC X(1).
              05 PR-SELL-PRICE         PIC 9(3)V99.

       FD ANALYSIS-RPT
       LABEL RECORDS ARE OMITTED.
            01   AN-RPT-REC PIC X(132).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01   RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01   RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-PARM-STATUS       PIC X(2).
        77  WS-HIST-STATUS       PIC X(2).
        77  WS-CYCLE-NO          PIC 9(5) VALUE ZERO.
        77  WS-SLOW-DAYS         PIC 9(3) VALUE 90.
        77  WS-DEAD-DAYS         PIC 9(3) VALUE 180.
        77  WS-RATE-WEEKS        PIC 9(2) VALUE 13.
        77  WS-OVERSTOCK-DAYS    PIC 9(3) VALUE 120.
        77  WS-SHORT-DAYS        PIC 9(3) VALUE 14.
        77  WS-BRANCH-COUNT      PIC 9(2) COMP VALUE ZERO.
        77  WS-PRODUCT-COUNT     PIC 9(2) COMP VALUE ZERO.
        77  WS-REF-SUB           PIC 9(2) COMP VALUE ZERO.
        77  WS-HIST-SUB          PIC 9(2) COMP VALUE ZERO.
        77  WS-LOC-COUNT         PIC 9(4) COMP VALUE ZERO.
        77  WS-DEST-SUB          PIC 9(4) COMP VALUE ZERO.
        77  WS-SRC-SUB           PIC 9(4) COMP VALUE ZERO.
        77  WS-LOOKUP-BRANCH     PIC 9(3) VALUE ZERO.
        77  WS-LOOKUP-PRODUCT    PIC 9(2) VALUE ZERO.
        77  WS-FOUND-BR-NAME     PIC X(15) VALUE SPACES.
        77  WS-FOUND-PR-NAME     PIC X(15) VALUE SPACES.
        77  WS-RUN-DAY-NUMBER    PIC 9(7) VALUE ZERO.
        77  WS-RUN-WEEK-NO       PIC 9(6) VALUE ZERO.
        77  WS-DAY-NUMBER        PIC 9(7) VALUE ZERO.
        77  WS-DN-YEARS          PIC 9(4) VALUE ZERO.
        77  WS-DN-QUOT           PIC 9(4) VALUE ZERO.
        77  WS-DN-REM-4          PIC 9(4) VALUE ZERO.
        77  WS-DN-REM-100        PIC 9(4) VALUE ZERO.
        77  WS-DN-REM-400        PIC 9(4) VALUE ZERO.
        77  WS-WEEK-SHIFT        PIC S9(6) VALUE ZERO.
        77  WS-BUCKET-AGE        PIC S9(6) VALUE ZERO.
        77  WS-WINDOW-WEEKS      PIC S9(6) VALUE ZERO.
        77  WS-WINDOW-SELLS      PIC 9(7) VALUE ZERO.
        77  WS-WEEKLY-RATE       PIC 9(5)V9 VALUE ZERO.
        77  WS-DAYS-SUPPLY       PIC 9(7) VALUE ZERO.
        77  WS-IDLE-DAYS         PIC S9(7) VALUE ZERO.
        77  WS-LOC-VALUE         PIC 9(7)V99 VALUE ZERO.
        77  WS-KEEP-QTY          PIC 9(7) VALUE ZERO.
        77  WS-TARGET-QTY        PIC 9(7) VALUE ZERO.
        77  WS-MOVE-QTY          PIC 9(4) VALUE ZERO.
        77  WS-PREV-BRANCH       PIC 9(3) VALUE ZERO.
        77  WS-BAL-READ-CTR      PIC 9(7) VALUE ZERO.
        77  WS-NO-HIST-CTR       PIC 9(7) VALUE ZERO.
        77  WS-ACTIVE-CTR        PIC 9(7) VALUE ZERO.
        77  WS-SLOW-CTR          PIC 9(7) VALUE ZERO.
        77  WS-DEAD-CTR          PIC 9(7) VALUE ZERO.
        77  WS-XFER-CAND-CTR     PIC 9(7) VALUE ZERO.
        77  WS-XFER-CAND-UNITS   PIC 9(7) VALUE ZERO.
        77  WS-BR-ACTIVE-VALUE   PIC 9(9)V99 VALUE ZERO.
        77  WS-BR-SLOW-VALUE     PIC 9(9)V99 VALUE ZERO.
        77  WS-BR-DEAD-VALUE     PIC 9(9)V99 VALUE ZERO.
        77  WS-CO-ACTIVE-VALUE   PIC 9(11)V99 VALUE ZERO.
        77  WS-CO-SLOW-VALUE     PIC 9(11)V99 VALUE ZERO.
        77  WS-CO-DEAD-VALUE     PIC 9(11)V99 VALUE ZERO.

        01  WS-RUN-DATE-FIELDS.
            05  WS-RUN-DATE        PIC 9(8).

        01  WS-DN-DATE-BRK.
            05  WS-DN-YYYY         PIC 9(4).
            05  WS-DN-MM           PIC 9(2).
            05  WS-DN-DD           PIC 9(2).

        01  WS-DAYS-BEFORE-MONTH-VALUES.
            05  FILLER  PIC X(36)
                VALUE '000031059090120151181212243273304334'.
        01  WS-DAYS-BEFORE-MONTH-TABLE
                REDEFINES WS-DAYS-BEFORE-MONTH-VALUES.
            05  WS-DAYS-BEFORE-MONTH PIC 9(3) OCCURS 12 TIMES.

        01  WS-ANALYSIS-SWITCHES.
            05  WS-BAL-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-BAL-EOF                VALUE 'Y'.
            05  WS-HIST-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-HIST-EOF               VALUE 'Y'.
            05  WS-REF-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-REF-EOF                VALUE 'Y'.
            05  WS-HIST-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-HIST-FOUND             VALUE 'Y'.
            05  WS-FIRST-LOC-SW    PIC X(1) VALUE 'Y'.
                88  WS-FIRST-LOCATION         VALUE 'Y'.
            05  WS-BR-FOUND-SW     PIC X(1) VALUE 'N'.
                88  WS-BR-FOUND               VALUE 'Y'.
            05  WS-PR-FOUND-SW     PIC X(1) VALUE 'N'.
                88  WS-PR-FOUND               VALUE 'Y'.
            05  WS-TIER-SW         PIC X(1) VALUE SPACE.
                88  WS-TIER-ACTIVE            VALUE 'A'.
                88  WS-TIER-SLOW              VALUE 'S'.
                88  WS-TIER-DEAD              VALUE 'D'.
                88  WS-TIER-NONE              VALUE ' '.

        01  WS-BRANCH-TABLE.
            05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
                10  WS-BR-CODE   PIC 9(3).
                10  WS-BR-NAME   PIC X(15).

        01  WS-PRODUCT-TABLE.
            05  WS-PRODUCT-ENTRY OCCURS 20 TIMES.
                10  WS-PR-CODE   PIC 9(2).
                10  WS-PR-NAME   PIC X(15).

        01  WS-LOCATION-TABLE.
            05  WS-LOCATION-ENTRY OCCURS 1000 TIMES.
                10  WS-LT-BRANCH  PIC 9(3).
                10  WS-LT-PRODUCT PIC 9(2).
                10  WS-LT-QTY     PIC 9(4).
                10  WS-LT-EXCESS  PIC 9(4).
                10  WS-LT-NEED    PIC 9(4).

        01  AN-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(44)
                VALUE 'PGM50  SLOW-MOVING STOCK AND SUPPLY ANALYSIS'.
            05  FILLER  PIC X(68) VALUE SPACES.
        01  AN-CYCLE-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(7)  VALUE 'CYCLE: '.
            05  AN-CYCLE-NO        PIC 9(5).
            05  FILLER             PIC X(17) VALUE '  BUSINESS DATE: '.
            05  AN-BUSINESS-DATE   PIC 9(8).
            05  FILLER             PIC X(75) VALUE SPACES.
        01  AN-PARM-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(6)  VALUE 'SLOW: '.
            05  AN-SLOW-DAYS       PIC ZZ9.
            05  FILLER             PIC X(9)  VALUE '  DEAD: '.
            05  AN-DEAD-DAYS       PIC ZZ9.
            05  FILLER             PIC X(16) VALUE ' DAYS IDLE  RATE'.
            05  FILLER             PIC X(9)  VALUE ' WINDOW: '.
            05  AN-RATE-WEEKS      PIC Z9.
            05  FILLER             PIC X(20)
                VALUE ' WEEKS  OVERSTOCK: '.
            05  AN-OVERSTOCK-DAYS  PIC ZZ9.
            05  FILLER             PIC X(10) VALUE '  SHORT: '.
            05  AN-SHORT-DAYS      PIC ZZ9.
            05  FILLER             PIC X(16) VALUE ' DAYS OF SUPPLY'.
            05  FILLER             PIC X(12) VALUE SPACES.
        01  AN-HEADING-LINE.
            05  FILLER  PIC X(22) VALUE 'BR  PR PRODUCT'.
            05  FILLER  PIC X(6)  VALUE '   QTY'.
            05  FILLER  PIC X(8)  VALUE '    COST'.
            05  FILLER  PIC X(14) VALUE '  VALUE @ COST'.
            05  FILLER  PIC X(8)  VALUE '  WK AVG'.
            05  FILLER  PIC X(7)  VALUE '    DOS'.
            05  FILLER  PIC X(10) VALUE ' LAST SALE'.
            05  FILLER  PIC X(10) VALUE ' LAST MOVE'.
            05  FILLER  PIC X(7)  VALUE '   IDLE'.
            05  FILLER  PIC X(8)  VALUE '    TIER'.
            05  FILLER  PIC X(32) VALUE SPACES.
        01  AN-DETAIL-LINE.
            05  AD-BRANCH-CODE     PIC 9(3).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  AD-PRODUCT-CODE    PIC 9(2).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  AD-PRODUCT-NAME    PIC X(15).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AD-ON-HAND         PIC ZZZ9.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AD-UNIT-COST       PIC ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AD-VALUE           PIC Z,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AD-WEEKLY-RATE     PIC ZZZ9.9.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AD-DAYS-SUPPLY     PIC ZZZZ9.
            05  AD-DAYS-SUPPLY-X REDEFINES AD-DAYS-SUPPLY
                                   PIC X(5).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AD-LAST-SALE       PIC X(8).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AD-LAST-MOVE       PIC X(8).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AD-IDLE-DAYS       PIC ZZZZ9.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  AD-TIER            PIC X(6).
            05  FILLER             PIC X(32) VALUE SPACES.
        01  AN-BRANCH-TOTAL-LINE.
            05  FILLER             PIC X(3)  VALUE 'BR '.
            05  AB-BRANCH-CODE     PIC 9(3).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  AB-BRANCH-NAME     PIC X(15).
            05  FILLER             PIC X(9)  VALUE ' ACTIVE: '.
            05  AB-ACTIVE-VALUE    PIC ZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(9)  VALUE '   SLOW: '.
            05  AB-SLOW-VALUE      PIC ZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(9)  VALUE '   DEAD: '.
            05  AB-DEAD-VALUE      PIC ZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(10) VALUE '   TOTAL: '.
            05  AB-TOTAL-VALUE     PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(20) VALUE SPACES.
        01  AN-SECTION-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  AN-SECTION-TITLE   PIC X(40).
            05  FILLER             PIC X(72) VALUE SPACES.
        01  AN-SUMMARY-LINE.
            05  AS-LABEL           PIC X(40).
            05  AS-COUNT           PIC ZZZ,ZZ9.
            05  FILLER             PIC X(4)  VALUE SPACES.
            05  AS-VALUE           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(61) VALUE SPACES.
        01  AN-XFER-LINE.
            05  FILLER             PIC X(3)  VALUE 'PR '.
            05  AX-PRODUCT-CODE    PIC 9(2).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  AX-PRODUCT-NAME    PIC X(15).
            05  FILLER             PIC X(10) VALUE '  FROM BR '.
            05  AX-FROM-BRANCH     PIC 9(3).
            05  FILLER             PIC X(9)  VALUE '  ON HAND'.
            05  AX-FROM-QTY        PIC ZZZZ9.
            05  FILLER             PIC X(8)  VALUE '  EXCESS'.
            05  AX-EXCESS          PIC ZZZZ9.
            05  FILLER             PIC X(8)  VALUE '  TO BR '.
            05  AX-TO-BRANCH       PIC 9(3).
            05  FILLER             PIC X(9)  VALUE '  ON HAND'.
            05  AX-TO-QTY          PIC ZZZZ9.
            05  FILLER             PIC X(6)  VALUE '  NEED'.
            05  AX-NEED            PIC ZZZZ9.
            05  FILLER             PIC X(7)  VALUE '  MOVE '.
            05  AX-MOVE-QTY        PIC ZZZZ9.
            05  FILLER             PIC X(23) VALUE SPACES.
        01  AN-TOTAL-LINE.
            05  AN-TOTAL-LABEL     PIC X(40).
            05  AN-TOTAL-COUNT     PIC ZZZ,ZZ9.
            05  FILLER             PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
             PERFORM 1000-INITIALIZE-RTN.
             PERFORM 2000-ANALYZE-RTN.
             PERFORM 3000-TRANSFER-CANDIDATE-RTN.
             PERFORM 9000-END-OF-JOB-RTN.
             PERFORM 9900-WRITE-RUN-STATS-RTN.
        GOBACK.

       1000-INITIALIZE-RTN.
             OPEN OUTPUT ANALYSIS-RPT.
             PERFORM 1100-READ-RUN-CONTROL-RTN.
             PERFORM 1150-READ-PARM-RTN.
             PERFORM 1200-LOAD-BRANCH-TABLE-RTN.
             PERFORM 1300-LOAD-PRODUCT-TABLE-RTN.
             WRITE AN-RPT-REC FROM AN-TITLE-LINE.
             WRITE AN-RPT-REC FROM AN-CYCLE-LINE.
             WRITE AN-RPT-REC FROM AN-PARM-LINE.
             MOVE SPACES TO AN-RPT-REC.
             WRITE AN-RPT-REC.
             WRITE AN-RPT-REC FROM AN-HEADING-LINE.

      ******************************************************************
      * The analysis runs on the business processing date held on
      * RUNCTL; idle days and the sell-rate window count back from it.
      ******************************************************************
       1100-READ-RUN-CONTROL-RTN.
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
                DISPLAY 'PGM50 ABORT - RUN CONTROL DATE MISSING'
                MOVE 8 TO RETURN-CODE
                GOBACK
             END-IF.
             MOVE WS-CYCLE-NO TO AN-CYCLE-NO.
             MOVE WS-RUN-DATE TO AN-BUSINESS-DATE.
             MOVE WS-RUN-DATE TO WS-DN-DATE-BRK.
             PERFORM 8000-CALC-DAY-NUMBER-RTN.
             MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
             DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-RUN-WEEK-NO.

      ******************************************************************
      * Tier limits, the sell-rate window and the overstock and short
      * supply limits come from the STKAPRM1 card; a missing card or
      * an unusable field keeps the default.
      ******************************************************************
       1150-READ-PARM-RTN.
             OPEN INPUT ANALYSIS-PARM.
             IF WS-PARM-STATUS NOT = '35'
                READ ANALYSIS-PARM
                  AT END
                    CONTINUE
                  NOT AT END
                    PERFORM 1160-APPLY-PARM-RTN
                END-READ
                CLOSE ANALYSIS-PARM
             END-IF.
             IF WS-DEAD-DAYS < WS-SLOW-DAYS
                MOVE WS-SLOW-DAYS TO WS-DEAD-DAYS
             END-IF.
             MOVE WS-SLOW-DAYS      TO AN-SLOW-DAYS.
             MOVE WS-DEAD-DAYS      TO AN-DEAD-DAYS.
             MOVE WS-RATE-WEEKS     TO AN-RATE-WEEKS.
             MOVE WS-OVERSTOCK-DAYS TO AN-OVERSTOCK-DAYS.
             MOVE WS-SHORT-DAYS     TO AN-SHORT-DAYS.

       1160-APPLY-PARM-RTN.
             IF SA-SLOW-DAYS NUMERIC AND SA-SLOW-DAYS > ZERO
                MOVE SA-SLOW-DAYS TO WS-SLOW-DAYS
             END-IF.
             IF SA-DEAD-DAYS NUMERIC AND SA-DEAD-DAYS > ZERO
                MOVE SA-DEAD-DAYS TO WS-DEAD-DAYS
             END-IF.
             IF SA-RATE-WEEKS NUMERIC AND SA-RATE-WEEKS > ZERO AND
                SA-RATE-WEEKS NOT > 52
                MOVE SA-RATE-WEEKS TO WS-RATE-WEEKS
             END-IF.
             IF SA-OVERSTOCK-DAYS NUMERIC AND SA-OVERSTOCK-DAYS > ZERO
                MOVE SA-OVERSTOCK-DAYS TO WS-OVERSTOCK-DAYS
             END-IF.
             IF SA-SHORT-DAYS NUMERIC AND SA-SHORT-DAYS > ZERO
                MOVE SA-SHORT-DAYS TO WS-SHORT-DAYS
             END-IF.

       1200-LOAD-BRANCH-TABLE-RTN.
             OPEN INPUT BRANCH-REF.
             MOVE 'N' TO WS-REF-EOF-SW.
             PERFORM 1250-READ-BRANCH-REF-RTN
                UNTIL WS-REF-EOF.
             CLOSE BRANCH-REF.

       1250-READ-BRANCH-REF-RTN.
             READ BRANCH-REF
               AT END
                 SET WS-REF-EOF TO TRUE
               NOT AT END
                 IF WS-BRANCH-COUNT < 50
                    ADD 1 TO WS-BRANCH-COUNT
                    MOVE BR-BRANCH-CODE
                      TO WS-BR-CODE (WS-BRANCH-COUNT)
                    MOVE BR-BRANCH-NAME
                      TO WS-BR-NAME (WS-BRANCH-COUNT)
                 END-IF
             END-READ.

       1300-LOAD-PRODUCT-TABLE-RTN.
             OPEN INPUT PRODUCT-REF.
             MOVE 'N' TO WS-REF-EOF-SW.
             PERFORM 1350-READ-PRODUCT-REF-RTN
                UNTIL WS-REF-EOF.
             CLOSE PRODUCT-REF.

       1350-READ-PRODUCT-REF-RTN.
             READ PRODUCT-REF
               AT END
                 SET WS-REF-EOF TO TRUE
               NOT AT END
                 IF WS-PRODUCT-COUNT < 20
                    ADD 1 TO WS-PRODUCT-COUNT
                    MOVE PR-PRODUCT-CODE
                      TO WS-PR-CODE (WS-PRODUCT-COUNT)
                    MOVE PR-PRODUCT-NAME
                      TO WS-PR-NAME (WS-PRODUCT-COUNT)
                 END-IF
             END-READ.

       1400-FIND-BRANCH-RTN.
             MOVE 'N' TO WS-BR-FOUND-SW.
             MOVE SPACES TO WS-FOUND-BR-NAME.
             PERFORM 1450-MATCH-BRANCH-RTN
                VARYING WS-REF-SUB FROM 1 BY 1
                UNTIL WS-REF-SUB > WS-BRANCH-COUNT OR WS-BR-FOUND.

       1450-MATCH-BRANCH-RTN.
             IF WS-BR-CODE (WS-REF-SUB) = WS-LOOKUP-BRANCH
                MOVE WS-BR-NAME (WS-REF-SUB) TO WS-FOUND-BR-NAME
                SET WS-BR-FOUND TO TRUE
             END-IF.

       1500-FIND-PRODUCT-RTN.
             MOVE 'N' TO WS-PR-FOUND-SW.
             MOVE SPACES TO WS-FOUND-PR-NAME.
             PERFORM 1550-MATCH-PRODUCT-RTN
                VARYING WS-REF-SUB FROM 1 BY 1
                UNTIL WS-REF-SUB > WS-PRODUCT-COUNT OR WS-PR-FOUND.

       1550-MATCH-PRODUCT-RTN.
             IF WS-PR-CODE (WS-REF-SUB) = WS-LOOKUP-PRODUCT
                MOVE WS-PR-NAME (WS-REF-SUB) TO WS-FOUND-PR-NAME
                SET WS-PR-FOUND TO TRUE
             END-IF.

      ******************************************************************
      * Merge NEWBAL1 against the sales history in branch/product
      * sequence.  Every balance location prints; a location with no
      * history (PGM91 has not yet run since it was added) shows no
      * sell rate and is not tiered.
      ******************************************************************
       2000-ANALYZE-RTN.
             OPEN INPUT BOOK-BALANCE.
             OPEN INPUT SALES-HIST.
             IF WS-HIST-STATUS = '35'
                SET WS-HIST-EOF TO TRUE
             END-IF.
             PERFORM 2200-READ-SALES-HIST.
             PERFORM 2100-READ-BOOK-BALANCE.
             PERFORM 2300-ANALYZE-LOCATION-RTN
                UNTIL WS-BAL-EOF.
             IF NOT WS-FIRST-LOCATION
                PERFORM 2700-PRINT-BRANCH-TOTAL-RTN
             END-IF.
             IF WS-HIST-STATUS NOT = '35'
                CLOSE SALES-HIST
             END-IF.
             CLOSE BOOK-BALANCE.

       2100-READ-BOOK-BALANCE.
             READ BOOK-BALANCE
               AT END
               SET WS-BAL-EOF TO TRUE
               NOT AT END
               ADD 1 TO WS-BAL-READ-CTR
             END-READ.

       2200-READ-SALES-HIST.
             IF WS-HIST-EOF
                CONTINUE
             ELSE
                READ SALES-HIST
                  AT END
                  SET WS-HIST-EOF TO TRUE
                END-READ
             END-IF.

       2300-ANALYZE-LOCATION-RTN.
             PERFORM 2200-READ-SALES-HIST
                UNTIL WS-HIST-EOF OR
                      SH-BRANCH-CODE > NEW-BRANCH-CODE OR
                      (SH-BRANCH-CODE = NEW-BRANCH-CODE AND
                       SH-PRODUCT-CODE NOT < NEW-PRODUCT-CODE).
             IF NOT WS-HIST-EOF AND
                SH-BRANCH-CODE = NEW-BRANCH-CODE AND
                SH-PRODUCT-CODE = NEW-PRODUCT-CODE
                SET WS-HIST-FOUND TO TRUE
             ELSE
                MOVE 'N' TO WS-HIST-FOUND-SW
                ADD 1 TO WS-NO-HIST-CTR
             END-IF.
             IF WS-FIRST-LOCATION
                MOVE 'N' TO WS-FIRST-LOC-SW
                MOVE NEW-BRANCH-CODE TO WS-PREV-BRANCH
             ELSE
                IF NEW-BRANCH-CODE NOT = WS-PREV-BRANCH
                   PERFORM 2700-PRINT-BRANCH-TOTAL-RTN
                   MOVE NEW-BRANCH-CODE TO WS-PREV-BRANCH
                END-IF
             END-IF.
             COMPUTE WS-LOC-VALUE = NEW-QUANTITY * NEW-UNIT-COST.
             PERFORM 2400-CALC-SELL-RATE-RTN.
             PERFORM 2500-CALC-IDLE-TIER-RTN.
             PERFORM 2600-PRINT-DETAIL-RTN.
             PERFORM 2800-STORE-LOCATION-RTN.
             PERFORM 2100-READ-BOOK-BALANCE.

      ******************************************************************
      * The sell rate is the sells in the rate window divided by the
      * weeks in it; the window is shortened to the weeks the location
      * has existed, so a new location is not diluted by weeks it was
      * never stocked.  Bucket age is weeks back from the run week,
      * allowing for a history not rolled since an earlier week.
      ******************************************************************
       2400-CALC-SELL-RATE-RTN.
             MOVE ZERO TO WS-WINDOW-SELLS WS-WEEKLY-RATE
                          WS-DAYS-SUPPLY.
             IF WS-HIST-FOUND
                MOVE SH-FIRST-SEEN-DATE TO WS-DN-DATE-BRK
                PERFORM 8000-CALC-DAY-NUMBER-RTN
                DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WINDOW-WEEKS
                COMPUTE WS-WINDOW-WEEKS =
                        WS-RUN-WEEK-NO - WS-WINDOW-WEEKS + 1
                IF WS-WINDOW-WEEKS > WS-RATE-WEEKS OR
                   WS-WINDOW-WEEKS < 1
                   MOVE WS-RATE-WEEKS TO WS-WINDOW-WEEKS
                END-IF
                COMPUTE WS-WEEK-SHIFT = WS-RUN-WEEK-NO - SH-WEEK-NO
                PERFORM 2450-ADD-WINDOW-WEEK-RTN
                   VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > 52
                IF WS-WINDOW-SELLS > ZERO
                   COMPUTE WS-WEEKLY-RATE ROUNDED =
                           WS-WINDOW-SELLS / WS-WINDOW-WEEKS
                   COMPUTE WS-DAYS-SUPPLY =
                           NEW-QUANTITY * WS-WINDOW-WEEKS * 7
                         / WS-WINDOW-SELLS
                END-IF
             END-IF.

       2450-ADD-WINDOW-WEEK-RTN.
             COMPUTE WS-BUCKET-AGE = WS-WEEK-SHIFT + WS-HIST-SUB - 1.
             IF WS-BUCKET-AGE < WS-WINDOW-WEEKS
                ADD SH-WK-SELLS (WS-HIST-SUB) TO WS-WINDOW-SELLS
             END-IF.

      ******************************************************************
      * Days idle count from the last sale, or from the day the
      * location was first seen when it has never sold.  Only stock on
      * hand is tiered: idle at or past the dead limit is dead stock,
      * at or past the slow limit is slow-moving, otherwise active.
      ******************************************************************
       2500-CALC-IDLE-TIER-RTN.
             MOVE ZERO TO WS-IDLE-DAYS.
             MOVE SPACE TO WS-TIER-SW.
             IF WS-HIST-FOUND
                IF SH-LAST-SALE-DATE NUMERIC AND
                   SH-LAST-SALE-DATE > ZERO
                   MOVE SH-LAST-SALE-DATE TO WS-DN-DATE-BRK
                ELSE
                   MOVE SH-FIRST-SEEN-DATE TO WS-DN-DATE-BRK
                END-IF
                PERFORM 8000-CALC-DAY-NUMBER-RTN
                COMPUTE WS-IDLE-DAYS =
                        WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
                IF WS-IDLE-DAYS < ZERO
                   MOVE ZERO TO WS-IDLE-DAYS
                END-IF
                IF NEW-QUANTITY > ZERO
                   EVALUATE TRUE
                      WHEN WS-IDLE-DAYS NOT < WS-DEAD-DAYS
                         SET WS-TIER-DEAD TO TRUE
                         ADD 1 TO WS-DEAD-CTR
                         ADD WS-LOC-VALUE TO WS-BR-DEAD-VALUE
                                             WS-CO-DEAD-VALUE
                      WHEN WS-IDLE-DAYS NOT < WS-SLOW-DAYS
                         SET WS-TIER-SLOW TO TRUE
                         ADD 1 TO WS-SLOW-CTR
                         ADD WS-LOC-VALUE TO WS-BR-SLOW-VALUE
                                             WS-CO-SLOW-VALUE
                      WHEN OTHER
                         SET WS-TIER-ACTIVE TO TRUE
                         ADD 1 TO WS-ACTIVE-CTR
                         ADD WS-LOC-VALUE TO WS-BR-ACTIVE-VALUE
                                             WS-CO-ACTIVE-VALUE
                   END-EVALUATE
                END-IF
             END-IF.

       2600-PRINT-DETAIL-RTN.
             MOVE NEW-BRANCH-CODE  TO AD-BRANCH-CODE.
             MOVE NEW-PRODUCT-CODE TO AD-PRODUCT-CODE.
             MOVE NEW-PRODUCT-CODE TO WS-LOOKUP-PRODUCT.
             PERFORM 1500-FIND-PRODUCT-RTN.
             MOVE WS-FOUND-PR-NAME TO AD-PRODUCT-NAME.
             MOVE NEW-QUANTITY     TO AD-ON-HAND.
             MOVE NEW-UNIT-COST    TO AD-UNIT-COST.
             MOVE WS-LOC-VALUE     TO AD-VALUE.
             MOVE WS-WEEKLY-RATE   TO AD-WEEKLY-RATE.
             EVALUATE TRUE
                WHEN WS-WINDOW-SELLS = ZERO
                   MOVE ' NONE' TO AD-DAYS-SUPPLY-X
                WHEN WS-DAYS-SUPPLY > 99999
                   MOVE 99999 TO AD-DAYS-SUPPLY
                WHEN OTHER
                   MOVE WS-DAYS-SUPPLY TO AD-DAYS-SUPPLY
             END-EVALUATE.
             IF NOT WS-HIST-FOUND
                MOVE 'NO HIST' TO AD-LAST-SALE
                MOVE SPACES    TO AD-LAST-MOVE
             ELSE
                IF SH-LAST-SALE-DATE NUMERIC AND
                   SH-LAST-SALE-DATE > ZERO
                   MOVE SH-LAST-SALE-DATE TO AD-LAST-SALE
                ELSE
                   MOVE 'NEVER' TO AD-LAST-SALE
                END-IF
                IF SH-LAST-MOVE-DATE NUMERIC AND
                   SH-LAST-MOVE-DATE > ZERO
                   MOVE SH-LAST-MOVE-DATE TO AD-LAST-MOVE
                ELSE
                   MOVE 'NEVER' TO AD-LAST-MOVE
                END-IF
             END-IF.
             MOVE WS-IDLE-DAYS     TO AD-IDLE-DAYS.
             EVALUATE TRUE
                WHEN WS-TIER-DEAD
                   MOVE 'DEAD'   TO AD-TIER
                WHEN WS-TIER-SLOW
                   MOVE 'SLOW'   TO AD-TIER
                WHEN WS-TIER-ACTIVE
                   MOVE 'ACTIVE' TO AD-TIER
                WHEN OTHER
                   MOVE SPACES   TO AD-TIER
             END-EVALUATE.
             WRITE AN-RPT-REC FROM AN-DETAIL-LINE.

       2700-PRINT-BRANCH-TOTAL-RTN.
             MOVE WS-PREV-BRANCH TO AB-BRANCH-CODE.
             MOVE WS-PREV-BRANCH TO WS-LOOKUP-BRANCH.
             PERFORM 1400-FIND-BRANCH-RTN.
             MOVE WS-FOUND-BR-NAME TO AB-BRANCH-NAME.
             MOVE WS-BR-ACTIVE-VALUE TO AB-ACTIVE-VALUE.
             MOVE WS-BR-SLOW-VALUE   TO AB-SLOW-VALUE.
             MOVE WS-BR-DEAD-VALUE   TO AB-DEAD-VALUE.
             COMPUTE AB-TOTAL-VALUE = WS-BR-ACTIVE-VALUE
                   + WS-BR-SLOW-VALUE + WS-BR-DEAD-VALUE.
             WRITE AN-RPT-REC FROM AN-BRANCH-TOTAL-LINE.
             MOVE SPACES TO AN-RPT-REC.
             WRITE AN-RPT-REC.
             MOVE ZERO TO WS-BR-ACTIVE-VALUE WS-BR-SLOW-VALUE
                          WS-BR-DEAD-VALUE.

      ******************************************************************
      * Keep each location for the transfer pass.  A location is over-
      * stocked by what it holds beyond the greater of its minimum and
      * the overstock window's supply at its sell rate; it is short
      * when at or below its minimum, or selling through in less than
      * the short window, by what it takes to reach the greater of its
      * reorder-to level and the short window's supply.
      ******************************************************************
       2800-STORE-LOCATION-RTN.
             IF WS-LOC-COUNT < 1000
                ADD 1 TO WS-LOC-COUNT
                MOVE NEW-BRANCH-CODE  TO WS-LT-BRANCH (WS-LOC-COUNT)
                MOVE NEW-PRODUCT-CODE TO WS-LT-PRODUCT (WS-LOC-COUNT)
                MOVE NEW-QUANTITY     TO WS-LT-QTY (WS-LOC-COUNT)
                MOVE ZERO TO WS-LT-EXCESS (WS-LOC-COUNT)
                             WS-LT-NEED (WS-LOC-COUNT)
                COMPUTE WS-KEEP-QTY ROUNDED =
                        WS-WEEKLY-RATE * WS-OVERSTOCK-DAYS / 7 + 0.5
                IF WS-KEEP-QTY < NEW-MIN-LEVEL
                   MOVE NEW-MIN-LEVEL TO WS-KEEP-QTY
                END-IF
                IF NEW-QUANTITY > WS-KEEP-QTY AND WS-HIST-FOUND
                   COMPUTE WS-LT-EXCESS (WS-LOC-COUNT) =
                           NEW-QUANTITY - WS-KEEP-QTY
                END-IF
                COMPUTE WS-TARGET-QTY ROUNDED =
                        WS-WEEKLY-RATE * WS-SHORT-DAYS / 7 + 0.5
                IF WS-TARGET-QTY < NEW-REORDER-TO
                   MOVE NEW-REORDER-TO TO WS-TARGET-QTY
                END-IF
                IF WS-TARGET-QTY < NEW-MIN-LEVEL
                   MOVE NEW-MIN-LEVEL TO WS-TARGET-QTY
                END-IF
                IF ((NEW-MIN-LEVEL > ZERO AND
                     NEW-QUANTITY NOT > NEW-MIN-LEVEL) OR
                    (WS-WINDOW-SELLS > ZERO AND
                     WS-DAYS-SUPPLY < WS-SHORT-DAYS)) AND
                   WS-TARGET-QTY > NEW-QUANTITY
                   COMPUTE WS-LT-NEED (WS-LOC-COUNT) =
                           WS-TARGET-QTY - NEW-QUANTITY
                END-IF
             END-IF.

      ******************************************************************
      * TRANSFER PASS - each short location, in branch/product order,
      * draws on the first branches holding excess of the same product
      * until its need is met or the excess runs out.
      ******************************************************************
       3000-TRANSFER-CANDIDATE-RTN.
             MOVE SPACES TO AN-RPT-REC.
             WRITE AN-RPT-REC.
             MOVE 'TRANSFER CANDIDATES' TO AN-SECTION-TITLE.
             WRITE AN-RPT-REC FROM AN-SECTION-LINE.
             MOVE SPACES TO AN-RPT-REC.
             WRITE AN-RPT-REC.
             PERFORM 3100-FILL-NEED-RTN
                VARYING WS-DEST-SUB FROM 1 BY 1
                UNTIL WS-DEST-SUB > WS-LOC-COUNT.
             MOVE SPACES TO AN-RPT-REC.
             WRITE AN-RPT-REC.
             MOVE 'TRANSFER CANDIDATES LISTED' TO AN-TOTAL-LABEL.
             MOVE WS-XFER-CAND-CTR TO AN-TOTAL-COUNT.
             WRITE AN-RPT-REC FROM AN-TOTAL-LINE.
             MOVE 'UNITS SUGGESTED FOR TRANSFER' TO AN-TOTAL-LABEL.
             MOVE WS-XFER-CAND-UNITS TO AN-TOTAL-COUNT.
             WRITE AN-RPT-REC FROM AN-TOTAL-LINE.

       3100-FILL-NEED-RTN.
             IF WS-LT-NEED (WS-DEST-SUB) > ZERO
                PERFORM 3200-DRAW-EXCESS-RTN
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-LOC-COUNT OR
                         WS-LT-NEED (WS-DEST-SUB) = ZERO
             END-IF.

       3200-DRAW-EXCESS-RTN.
             IF WS-LT-PRODUCT (WS-SRC-SUB) =
                WS-LT-PRODUCT (WS-DEST-SUB) AND
                WS-LT-BRANCH (WS-SRC-SUB) NOT =
                WS-LT-BRANCH (WS-DEST-SUB) AND
                WS-LT-EXCESS (WS-SRC-SUB) > ZERO
                IF WS-LT-EXCESS (WS-SRC-SUB) < WS-LT-NEED (WS-DEST-SUB)
                   MOVE WS-LT-EXCESS (WS-SRC-SUB) TO WS-MOVE-QTY
                ELSE
                   MOVE WS-LT-NEED (WS-DEST-SUB) TO WS-MOVE-QTY
                END-IF
                PERFORM 3300-PRINT-CANDIDATE-RTN
                SUBTRACT WS-MOVE-QTY FROM WS-LT-EXCESS (WS-SRC-SUB)
                SUBTRACT WS-MOVE-QTY FROM WS-LT-NEED (WS-DEST-SUB)
             END-IF.

       3300-PRINT-CANDIDATE-RTN.
             MOVE WS-LT-PRODUCT (WS-DEST-SUB) TO AX-PRODUCT-CODE.
             MOVE WS-LT-PRODUCT (WS-DEST-SUB) TO WS-LOOKUP-PRODUCT.
             PERFORM 1500-FIND-PRODUCT-RTN.
             MOVE WS-FOUND-PR-NAME            TO AX-PRODUCT-NAME.
             MOVE WS-LT-BRANCH (WS-SRC-SUB)   TO AX-FROM-BRANCH.
             MOVE WS-LT-QTY (WS-SRC-SUB)      TO AX-FROM-QTY.
             MOVE WS-LT-EXCESS (WS-SRC-SUB)   TO AX-EXCESS.
             MOVE WS-LT-BRANCH (WS-DEST-SUB)  TO AX-TO-BRANCH.
             MOVE WS-LT-QTY (WS-DEST-SUB)     TO AX-TO-QTY.
             MOVE WS-LT-NEED (WS-DEST-SUB)    TO AX-NEED.
             MOVE WS-MOVE-QTY                 TO AX-MOVE-QTY.
             WRITE AN-RPT-REC FROM AN-XFER-LINE.
             ADD 1 TO WS-XFER-CAND-CTR.
             ADD WS-MOVE-QTY TO WS-XFER-CAND-UNITS.

      ******************************************************************
      * Day number of WS-DN-DATE-BRK counted from 1 January of year 1,
      * so that dates a year or more apart still differ by the true
      * count of days.  Sales-history weeks are day number / 7.
      ******************************************************************
       8000-CALC-DAY-NUMBER-RTN.
             COMPUTE WS-DN-YEARS = WS-DN-YYYY - 1.
             COMPUTE WS-DAY-NUMBER = WS-DN-YEARS * 365
                   + WS-DAYS-BEFORE-MONTH (WS-DN-MM) + WS-DN-DD.
             DIVIDE WS-DN-YEARS BY 4 GIVING WS-DN-QUOT.
             ADD WS-DN-QUOT TO WS-DAY-NUMBER.
             DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-QUOT.
             SUBTRACT WS-DN-QUOT FROM WS-DAY-NUMBER.
             DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-QUOT.
             ADD WS-DN-QUOT TO WS-DAY-NUMBER.
             DIVIDE WS-DN-YYYY BY 4
                GIVING WS-DN-QUOT REMAINDER WS-DN-REM-4.
             DIVIDE WS-DN-YYYY BY 100
                GIVING WS-DN-QUOT REMAINDER WS-DN-REM-100.
             DIVIDE WS-DN-YYYY BY 400
                GIVING WS-DN-QUOT REMAINDER WS-DN-REM-400.
             IF WS-DN-MM > 2 AND WS-DN-REM-4 = ZERO AND
                (WS-DN-REM-100 NOT = ZERO OR WS-DN-REM-400 = ZERO)
                ADD 1 TO WS-DAY-NUMBER
             END-IF.

       9000-END-OF-JOB-RTN.
             MOVE SPACES TO AN-RPT-REC.
             WRITE AN-RPT-REC.
             MOVE 'STOCK TIER SUMMARY AT COST' TO AN-SECTION-TITLE.
             WRITE AN-RPT-REC FROM AN-SECTION-LINE.
             MOVE SPACES TO AN-RPT-REC.
             WRITE AN-RPT-REC.
             MOVE 'ACTIVE STOCK LOCATIONS' TO AS-LABEL.
             MOVE WS-ACTIVE-CTR      TO AS-COUNT.
             MOVE WS-CO-ACTIVE-VALUE TO AS-VALUE.
             WRITE AN-RPT-REC FROM AN-SUMMARY-LINE.
             MOVE 'SLOW-MOVING STOCK LOCATIONS' TO AS-LABEL.
             MOVE WS-SLOW-CTR        TO AS-COUNT.
             MOVE WS-CO-SLOW-VALUE   TO AS-VALUE.
             WRITE AN-RPT-REC FROM AN-SUMMARY-LINE.
             MOVE 'DEAD STOCK LOCATIONS - WRITE-DOWN REVIEW'
               TO AS-LABEL.
             MOVE WS-DEAD-CTR        TO AS-COUNT.
             MOVE WS-CO-DEAD-VALUE   TO AS-VALUE.
             WRITE AN-RPT-REC FROM AN-SUMMARY-LINE.
             MOVE SPACES TO AN-RPT-REC.
             WRITE AN-RPT-REC.
             MOVE 'BALANCE LOCATIONS READ' TO AN-TOTAL-LABEL.
             MOVE WS-BAL-READ-CTR TO AN-TOTAL-COUNT.
             WRITE AN-RPT-REC FROM AN-TOTAL-LINE.
             MOVE 'LOCATIONS WITH NO SALES HISTORY' TO AN-TOTAL-LABEL.
             MOVE WS-NO-HIST-CTR TO AN-TOTAL-COUNT.
             WRITE AN-RPT-REC FROM AN-TOTAL-LINE.
             CLOSE ANALYSIS-RPT.

      ******************************************************************
      * Run statistics for the morning operations summary: balances
      * analyzed, with the active, slow-moving and dead stock values.
      ******************************************************************
       9900-WRITE-RUN-STATS-RTN.
             INITIALIZE RUN-STATS-REC.
             MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
             MOVE WS-RUN-DATE TO RS-RUN-DATE.
             MOVE 'PGM50' TO RS-PROGRAM.
             ACCEPT RS-RUN-TIME FROM TIME.
             MOVE RETURN-CODE TO RS-RETURN-CODE.
             MOVE WS-BAL-READ-CTR TO RS-READ-CTR.
             MOVE 'ACTIVE' TO RS-AMT-LABEL (1).
             MOVE WS-CO-ACTIVE-VALUE TO RS-AMOUNT (1).
             MOVE 'SLOW MOVING' TO RS-AMT-LABEL (2).
             MOVE WS-CO-SLOW-VALUE TO RS-AMOUNT (2).
             MOVE 'DEAD STOCK' TO RS-AMT-LABEL (3).
             MOVE WS-CO-DEAD-VALUE TO RS-AMOUNT (3).
             OPEN EXTEND RUN-STATS.
             WRITE RUN-STATS-REC.
             CLOSE RUN-STATS.

       END PROGRAM PGM50.
