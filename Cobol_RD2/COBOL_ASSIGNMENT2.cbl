      *           an in-transit file keyed by reference number and
      *           reach the destination only when a type-4 receipt
      *           confirms arrival; unconfirmed shipments age on the
      *           open-transfer report.  Quantities received against
      *           purchase orders are logged to PORCV1 with the order's
      *           vendor and agreed cost for the PGM52 invoice match.
      *           Sells are priced at the keyed selling price, else the
      *           branch override on BRPRICE1, else the PRODREF1 list
      *           price, and costed at the location's unit cost; the
      *           STKMRG1 report shows day and month-to-date units,
      *           revenue, cost, margin and margin percent by branch
      *           and product from the SLSMTO1/SLSMTN1 month-to-date
      *           file, sells below cost are flagged, and revenue and
      *           cost of sales go to GLFEED.  Each day's sells, buys
      *           and transfers roll into the 52-week SLSHSO1/SLSHSN1
      *           sales history with last-sale and last-movement dates
      *           for the PGM50 slow-moving stock analysis.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPEN-PO-RPT       ASSIGN TO STKOPO1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PO-RECEIPT-LOG    ASSIGN TO PORCV1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REORDER-RPT       ASSIGN TO STKREO1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VALUATION-RPT     ASSIGN TO STKVAL1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-REF       ASSIGN TO PRODREF1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRANCH-PRICE      ASSIGN TO BRPRICE1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRPRC-STATUS.
           SELECT OLD-SALES-MTD     ASSIGN TO SLSMTO1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSMTD-STATUS.
           SELECT NEW-SALES-MTD     ASSIGN TO SLSMTN1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MARGIN-RPT        ASSIGN TO STKMRG1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OLD-SALES-HIST    ASSIGN TO SLSHSO1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSHST-STATUS.
           SELECT NEW-SALES-HIST    ASSIGN TO SLSHSN1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-JOURNAL     ASSIGN TO AUDITJNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-FEED           ASSIGN TO GLFEED
               FILE STATUS IS WS-PRCD-STATUS.
           SELECT RUN-CONTROL       ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-STATS         ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
              05 T-DEST-BRANCH-CODE      PIC 9(3).
              05 T-XFER-REF-NO           PIC 9(6).
              05 T-UNIT-COST             PIC 9(3)V99.
              05 T-SELL-PRICE            PIC 9(3)V99.
            01   TODAY-HDR-REC.
              05 TH-BRANCH-CODE          PIC X(3).
                 88 TH-IS-HEADER             VALUE '000'.
              05 TH-REC-ID               PIC X(1).
              05 TH-FILE-DATE            PIC 9(8).
              05 TH-SOURCE-ID            PIC X(8).
              05                         PIC X(9).
            01   TODAY-TRL-REC.
              05 TL-BRANCH-CODE          PIC X(3).
                 88 TL-IS-TRAILER            VALUE '999'.
              05 TL-REC-ID               PIC X(1).
              05 TL-REC-COUNT            PIC 9(7).
              05 TL-QTY-HASH             PIC 9(9).
              05                         PIC X(9).

       FD WORK-BALANCE1
       LABEL RECORDS ARE STANDARD.
              05 WB-REORDER-TO       PIC 9(4).
              05 WB-XFER-IN-QTY      PIC 9(4).
              05 WB-UNIT-COST        PIC 9(3)V99.
              05 WB-SALES-REVENUE    PIC 9(7)V99.
              05 WB-SALES-COST       PIC 9(7)V99.
              05 WB-BELOW-COST-CTR   PIC 9(3).

       FD RAW-TRANSFER1
       LABEL RECORDS ARE STANDARD.
              05 PO-ORDER-QTY          PIC 9(4).
              05 PO-ORDER-DATE         PIC 9(8).
              05 PO-EXPECT-DATE        PIC 9(8).
              05 PO-VENDOR-NO          PIC 9(5).
              05 PO-UNIT-COST          PIC 9(3)V99.
              05                       PIC X(4).

       FD NEW-OPEN-PO
       LABEL RECORDS ARE STANDARD.
              05 PN-ORDER-QTY          PIC 9(4).
              05 PN-ORDER-DATE         PIC 9(8).
              05 PN-EXPECT-DATE        PIC 9(8).
              05 PN-VENDOR-NO          PIC 9(5).
              05 PN-UNIT-COST          PIC 9(3)V99.
              05                       PIC X(4).

       FD OPEN-PO-RPT
       LABEL RECORDS ARE OMITTED.
            01   PO-RPT-REC PIC X(80).

       FD PO-RECEIPT-LOG
       LABEL RECORDS ARE STANDARD.
            01   PO-RECEIPT-LOG-REC.
              05 RL-PO-NO              PIC 9(6).
              05 RL-VENDOR-NO          PIC 9(5).
              05 RL-BRANCH-CODE        PIC 9(3).
              05 RL-PRODUCT-CODE       PIC 9(2).
              05 RL-RECEIPT-QTY        PIC 9(4).
              05 RL-UNIT-COST          PIC 9(3)V99.
              05 RL-RECEIPT-DATE       PIC 9(8).
              05                       PIC X(7).

       FD VALUATION-RPT
       LABEL RECORDS ARE OMITTED.
            01   VL-RPT-REC PIC X(132).
              05 PR-PRODUCT-CODE       PIC 9(2).
              05 PR-PRODUCT-NAME       PIC X(15).
              05 PR-ACTIVE-FLAG        PIC X(1).
              05 PR-SELL-PRICE         PIC 9(3)V99.

       FD BRANCH-PRICE
       LABEL RECORDS ARE STANDARD.
            01   BRANCH-PRICE-REC.
              05 BP-BRANCH-CODE        PIC 9(3).
              05 BP-PRODUCT-CODE       PIC 9(2).
              05 BP-SELL-PRICE         PIC 9(3)V99.

       FD OLD-SALES-MTD
       LABEL RECORDS ARE STANDARD.
            01   OLD-SALES-MTD-REC.
              05 MO-BRANCH-CODE        PIC 9(3).
              05 MO-PRODUCT-CODE       PIC 9(2).
              05 MO-SALES-MONTH        PIC 9(6).
              05 MO-UNITS              PIC 9(7).
              05 MO-REVENUE            PIC 9(9)V99.
              05 MO-COST               PIC 9(9)V99.
              05 MO-BELOW-COST-CTR     PIC 9(5).

       FD NEW-SALES-MTD
       LABEL RECORDS ARE STANDARD.
            01   NEW-SALES-MTD-REC.
              05 MN-BRANCH-CODE        PIC 9(3).
              05 MN-PRODUCT-CODE       PIC 9(2).
              05 MN-SALES-MONTH        PIC 9(6).
              05 MN-UNITS              PIC 9(7).
              05 MN-REVENUE            PIC 9(9)V99.
              05 MN-COST               PIC 9(9)V99.
              05 MN-BELOW-COST-CTR     PIC 9(5).

       FD MARGIN-RPT
       LABEL RECORDS ARE OMITTED.
            01   MG-RPT-REC PIC X(132).

       FD OLD-SALES-HIST
       LABEL RECORDS ARE STANDARD.
            01   OLD-SALES-HIST-REC.
              05 OH-BRANCH-CODE        PIC 9(3).
              05 OH-PRODUCT-CODE       PIC 9(2).
              05                       PIC X(1075).

       FD NEW-SALES-HIST
       LABEL RECORDS ARE STANDARD.
            01   NEW-SALES-HIST-REC    PIC X(1080).

       FD NEW-BALANCE
       LABEL RECORDS ARE STANDARD.
            01   RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01   RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-OLD-READ-CTR      PIC 9(7) VALUE ZERO.
        77  WS-TRANS-READ-CTR    PIC 9(7) VALUE ZERO.
            05  WS-POW-PRODUCT      PIC 9(2).
            05  WS-POW-ORDER-DATE   PIC 9(8).
            05  WS-POW-EXPECT-DATE  PIC 9(8).
            05  WS-POW-VENDOR       PIC 9(5).
            05  WS-POW-UNIT-COST    PIC 9(3)V99.

        01  WS-EXPECT-DATE-BRK.
            05  WS-EXP-YYYY        PIC 9(4).
        77  WS-TRL-REC-COUNT     PIC 9(7) VALUE ZERO.
        77  WS-TRL-QTY-HASH      PIC 9(9) VALUE ZERO.
        77  WS-CYCLE-NO          PIC 9(5) VALUE ZERO.
        77  WS-RUN-MONTH         PIC 9(6) VALUE ZERO.
        77  WS-BRPRC-STATUS      PIC X(2).
        77  WS-SLSMTD-STATUS     PIC X(2).
        77  WS-BRPRC-COUNT       PIC 9(4) COMP VALUE ZERO.
        77  WS-BP-SUB            PIC 9(4) COMP VALUE ZERO.
        77  WS-FOUND-PR-PRICE    PIC 9(3)V99 VALUE ZERO.
        77  WS-SELL-PRICE        PIC 9(3)V99 VALUE ZERO.
        77  WS-SELL-REVENUE      PIC 9(7)V99 VALUE ZERO.
        77  WS-SELL-COST         PIC 9(7)V99 VALUE ZERO.
        77  WS-BELOW-COST-CTR    PIC 9(7) VALUE ZERO.
        77  WS-MRG-PREV-BRANCH   PIC 9(3) VALUE ZERO.
        77  WS-PCT-REVENUE       PIC 9(11)V99 VALUE ZERO.
        77  WS-PCT-COST          PIC 9(11)V99 VALUE ZERO.
        77  WS-MARGIN-AMT        PIC S9(11)V99 VALUE ZERO.
        77  WS-MARGIN-PCT        PIC S9(13)V9 VALUE ZERO.
        77  WS-IV-AMOUNT         PIC S9(11)V99 VALUE ZERO.
        77  WS-SLSHST-STATUS     PIC X(2).
        77  WS-RUN-WEEK-NO       PIC 9(6) VALUE ZERO.
        77  WS-WEEK-SHIFT        PIC S9(6) VALUE ZERO.
        77  WS-HIST-SUB          PIC 9(2) COMP VALUE ZERO.
        77  WS-HIST-FROM-SUB     PIC 9(2) COMP VALUE ZERO.
        77  WS-DAY-NUMBER        PIC 9(7) VALUE ZERO.
        77  WS-DN-YEARS          PIC 9(4) VALUE ZERO.
        77  WS-DN-QUOT           PIC 9(4) VALUE ZERO.
        77  WS-DN-REM-4          PIC 9(4) VALUE ZERO.
        77  WS-DN-REM-100        PIC 9(4) VALUE ZERO.
        77  WS-DN-REM-400        PIC 9(4) VALUE ZERO.

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

        01  WS-SALES-HIST-WORK.
           COPY SLSHSTRC.

        01  WS-MTD-WORK.
            05  WS-MTD-UNITS        PIC 9(7).
            05  WS-MTD-REVENUE      PIC 9(9)V99.
            05  WS-MTD-COST         PIC 9(9)V99.
            05  WS-MTD-BELOW-CTR    PIC 9(5).

        01  WS-MARGIN-TOTALS.
            05  WS-MBR-LINES        PIC 9(5) VALUE ZERO.
            05  WS-MBR-DAY-UNITS    PIC 9(7) VALUE ZERO.
            05  WS-MBR-DAY-REVENUE  PIC 9(9)V99 VALUE ZERO.
            05  WS-MBR-DAY-COST     PIC 9(9)V99 VALUE ZERO.
            05  WS-MBR-MTD-UNITS    PIC 9(9) VALUE ZERO.
            05  WS-MBR-MTD-REVENUE  PIC 9(11)V99 VALUE ZERO.
            05  WS-MBR-MTD-COST     PIC 9(11)V99 VALUE ZERO.
            05  WS-MCO-DAY-UNITS    PIC 9(7) VALUE ZERO.
            05  WS-MCO-DAY-REVENUE  PIC 9(9)V99 VALUE ZERO.
            05  WS-MCO-DAY-COST     PIC 9(9)V99 VALUE ZERO.
            05  WS-MCO-MTD-UNITS    PIC 9(9) VALUE ZERO.
            05  WS-MCO-MTD-REVENUE  PIC 9(11)V99 VALUE ZERO.
            05  WS-MCO-MTD-COST     PIC 9(11)V99 VALUE ZERO.
            05  WS-MCO-BELOW-LOCS   PIC 9(7) VALUE ZERO.

        01  WS-REF-SWITCHES.
            05  WS-BR-OK-SW      PIC X(1) VALUE 'N'.
                88  WS-PR-OK                 VALUE 'Y'.
            05  WS-DEST-OK-SW    PIC X(1) VALUE 'N'.
                88  WS-DEST-OK               VALUE 'Y'.
            05  WS-BP-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-BP-FOUND              VALUE 'Y'.

        01  WS-BRANCH-TABLE.
            05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
                10  WS-PR-CODE   PIC 9(2).
                10  WS-PR-NAME   PIC X(15).
                10  WS-PR-ACTIVE PIC X(1).
                10  WS-PR-SELL-PRICE PIC 9(3)V99.

        01  WS-BRANCH-PRICE-TABLE.
            05  WS-BRANCH-PRICE-ENTRY OCCURS 1000 TIMES.
                10  WS-BP-BRANCH  PIC 9(3).
                10  WS-BP-PRODUCT PIC 9(2).
                10  WS-BP-PRICE   PIC 9(3)V99.

        01  WS-MERGE-SWITCHES.
            05  WS-OLD-EOF-SW    PIC X(1) VALUE 'N'.
                88  WS-HDR-SEEN              VALUE 'Y'.
            05  WS-TRL-SEEN-SW   PIC X(1) VALUE 'N'.
                88  WS-TRL-SEEN              VALUE 'Y'.
            05  WS-SLSMTD-EOF-SW PIC X(1) VALUE 'N'.
                88  WS-SLSMTD-EOF            VALUE 'Y'.
            05  WS-SLSHST-EOF-SW PIC X(1) VALUE 'N'.
                88  WS-SLSHST-EOF            VALUE 'Y'.

        01  SL-CYCLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER            PIC X(8)  VALUE '  DEST: '.
            05  EU-DEST-BRANCH    PIC 9(3).
            05  FILLER            PIC X(67) VALUE SPACES.
        01  EX-BELOW-COST-LINE.
            05  FILLER            PIC X(8)  VALUE SPACES.
            05  FILLER            PIC X(20)
                VALUE '** SELL BELOW COST '.
            05  EB-BRANCH-CODE    PIC 9(3).
            05  FILLER            PIC X(1)  VALUE '/'.
            05  EB-PRODUCT-CODE   PIC 9(2).
            05  FILLER            PIC X(7)  VALUE '  QTY: '.
            05  EB-SELL-QTY       PIC ZZZ9.
            05  FILLER            PIC X(9)  VALUE '  PRICE: '.
            05  EB-SELL-PRICE     PIC ZZ9.99.
            05  FILLER            PIC X(8)  VALUE '  COST: '.
            05  EB-UNIT-COST      PIC ZZ9.99.
            05  FILLER            PIC X(58) VALUE SPACES.
        01  EX-TOTAL-LINE.
            05  EX-TOTAL-LABEL    PIC X(40).
            05  EX-TOTAL-COUNT    PIC ZZZ,ZZ9.
            05  VL-CT-VALUE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER            PIC X(60) VALUE SPACES.

        01  MG-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(40)
                VALUE 'PGM91  SALES AND GROSS MARGIN REPORT'.
            05  FILLER  PIC X(72) VALUE SPACES.
        01  MG-GROUP-HEADING-LINE.
            05  FILLER  PIC X(21) VALUE SPACES.
            05  FILLER  PIC X(22) VALUE ALL '-'.
            05  FILLER  PIC X(7)  VALUE ' TODAY '.
            05  FILLER  PIC X(24) VALUE ALL '-'.
            05  FILLER  PIC X(1)  VALUE SPACES.
            05  FILLER  PIC X(19) VALUE ALL '-'.
            05  FILLER  PIC X(15) VALUE ' MONTH TO DATE '.
            05  FILLER  PIC X(21) VALUE ALL '-'.
            05  FILLER  PIC X(3)  VALUE SPACES.
        01  MG-HEADING-LINE.
            05  FILLER  PIC X(21) VALUE 'BR  PR PRODUCT'.
            05  FILLER  PIC X(6)  VALUE ' UNITS'.
            05  FILLER  PIC X(13) VALUE '      REVENUE'.
            05  FILLER  PIC X(13) VALUE '         COST'.
            05  FILLER  PIC X(14) VALUE '        MARGIN'.
            05  FILLER  PIC X(7)  VALUE '   MGN%'.
            05  FILLER  PIC X(8)  VALUE '   UNITS'.
            05  FILLER  PIC X(13) VALUE '      REVENUE'.
            05  FILLER  PIC X(13) VALUE '         COST'.
            05  FILLER  PIC X(14) VALUE '        MARGIN'.
            05  FILLER  PIC X(7)  VALUE '   MGN%'.
            05  FILLER  PIC X(3)  VALUE SPACES.
        01  MG-DETAIL-LINE.
            05  MD-BRANCH-CODE    PIC 9(3).
            05  FILLER            PIC X(1)  VALUE SPACES.
            05  MD-PRODUCT-CODE   PIC 9(2).
            05  FILLER            PIC X(1)  VALUE SPACES.
            05  MD-PRODUCT-NAME   PIC X(14).
            05  FILLER            PIC X(1)  VALUE SPACES.
            05  MD-DAY-UNITS      PIC ZZZZ9.
            05  FILLER            PIC X(1)  VALUE SPACES.
            05  MD-DAY-REVENUE    PIC Z,ZZZ,ZZ9.99.
            05  FILLER            PIC X(1)  VALUE SPACES.
            05  MD-DAY-COST       PIC Z,ZZZ,ZZ9.99.
            05  FILLER            PIC X(1)  VALUE SPACES.
            05  MD-DAY-MARGIN     PIC Z,ZZZ,ZZ9.99-.
            05  FILLER            PIC X(1)  VALUE SPACES.
            05  MD-DAY-PCT        PIC ZZ9.9-.
            05  FILLER            PIC X(1)  VALUE SPACES.
            05  MD-MTD-UNITS      PIC ZZZZZZ9.
            05  FILLER            PIC X(1)  VALUE SPACES.
            05  MD-MTD-REVENUE    PIC Z,ZZZ,ZZ9.99.
            05  FILLER            PIC X(1)  VALUE SPACES.
            05  MD-MTD-COST       PIC Z,ZZZ,ZZ9.99.
            05  FILLER            PIC X(1)  VALUE SPACES.
            05  MD-MTD-MARGIN     PIC Z,ZZZ,ZZ9.99-.
            05  FILLER            PIC X(1)  VALUE SPACES.
            05  MD-MTD-PCT        PIC ZZ9.9-.
            05  FILLER            PIC X(1)  VALUE SPACES.
            05  MD-BELOW-COST-FLAG PIC X(2).
        01  MG-TOTAL-LINE.
            05  MT-LABEL          PIC X(21).
            05  MT-DAY-UNITS      PIC ZZZZZ9.
            05  MT-DAY-REVENUE    PIC ZZ,ZZZ,ZZ9.99.
            05  MT-DAY-COST       PIC ZZ,ZZZ,ZZ9.99.
            05  MT-DAY-MARGIN     PIC ZZ,ZZZ,ZZ9.99-.
            05  FILLER            PIC X(1)  VALUE SPACES.
            05  MT-DAY-PCT        PIC ZZ9.9-.
            05  MT-MTD-UNITS      PIC ZZZZZZZ9.
            05  MT-MTD-REVENUE    PIC ZZ,ZZZ,ZZ9.99.
            05  MT-MTD-COST       PIC ZZ,ZZZ,ZZ9.99.
            05  MT-MTD-MARGIN     PIC ZZ,ZZZ,ZZ9.99-.
            05  FILLER            PIC X(1)  VALUE SPACES.
            05  MT-MTD-PCT        PIC ZZ9.9-.
            05  FILLER            PIC X(3)  VALUE SPACES.
        01  MG-COUNT-LINE.
            05  MG-COUNT-LABEL    PIC X(40).
            05  MG-COUNT          PIC ZZZ,ZZ9.
            05  FILLER            PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
             PERFORM 0080-READ-RUN-CONTROL-RTN.
             PERFORM 3000-PASS-TWO-LEDGER-RTN.
             PERFORM 4000-IN-TRANSIT-MERGE-RTN.
             PERFORM 5000-OPEN-PO-MERGE-RTN.
             PERFORM 9900-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
             END-IF.
             MOVE WS-CYCLE-NO TO SL-CYCLE-NO.
             MOVE WS-RUN-DATE TO SL-BUSINESS-DATE.
             MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH.
             MOVE WS-RUN-DATE TO WS-DN-DATE-BRK.
             PERFORM 0090-CALC-DAY-NUMBER-RTN.
             DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-RUN-WEEK-NO.

      ******************************************************************
      * Day number of WS-DN-DATE-BRK counted from 1 January of year 1,
      * so that dates a year or more apart still differ by the true
      * count of days.  Sales-history weeks are day number / 7.
      ******************************************************************
       0090-CALC-DAY-NUMBER-RTN.
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

      ******************************************************************
      * Pre-pass over TODAYTR1: prove the batch header and trailer
                         EXCEPTION-FILE1.
             PERFORM 1050-LOAD-BRANCH-TABLE-RTN.
             PERFORM 1060-LOAD-PRODUCT-TABLE-RTN.
             PERFORM 1070-LOAD-BRANCH-PRICE-RTN.
             WRITE EX-RPT-REC FROM EX-TITLE-LINE.
             MOVE SPACES TO EX-RPT-REC.
             WRITE EX-RPT-REC.
               TO EX-TOTAL-LABEL.
             MOVE WS-UNKNOWN-CODE-CTR TO EX-TOTAL-COUNT.
             WRITE EX-RPT-REC FROM EX-TOTAL-LINE.
             MOVE 'SELLS PRICED BELOW UNIT COST' TO EX-TOTAL-LABEL.
             MOVE WS-BELOW-COST-CTR TO EX-TOTAL-COUNT.
             WRITE EX-RPT-REC FROM EX-TOTAL-LINE.
             CLOSE OLD-BALANCE1
                   TODAY-TRANS1
                   WORK-BALANCE1
             MOVE OLD-REORDER-TO   TO WB-REORDER-TO.
             MOVE OLD-UNIT-COST    TO WB-UNIT-COST.
             MOVE ZERO TO WB-TOTAL-BUYS WB-TOTAL-SELLS WB-XFER-OUT-QTY
                          WB-XFER-IN-QTY WB-SALES-REVENUE
                          WB-SALES-COST WB-BELOW-COST-CTR.
             PERFORM 1410-APPLY-TRANS-RTN
                UNTIL WS-TRANS-EOF OR
                      T-BRANCH-CODE NOT = OLD-BRANCH-CODE OR
                   IF T-QUANTITY > WB-QUANTITY
                      PERFORM 1420-OVERSELL-EXCEPTION
                   ELSE
                      PERFORM 1470-PRICE-SELL-RTN
                      COMPUTE WB-QUANTITY = WB-QUANTITY - T-QUANTITY
                      ADD T-QUANTITY TO WB-TOTAL-SELLS
                   END-IF
                      / (WB-QUANTITY + T-QUANTITY)
             END-IF.

      ******************************************************************
      * Price an accepted sell: the price keyed on the transaction when
      * the branch discounted, else the branch's override on BRPRICE1,
      * else the product's list price on PRODREF1.  Cost of goods is
      * the location's unit cost at the moment of sale.  A sell priced
      * below that cost is listed on the exception report.
      ******************************************************************
       1470-PRICE-SELL-RTN.
             IF T-SELL-PRICE NUMERIC AND T-SELL-PRICE > ZERO
                MOVE T-SELL-PRICE TO WS-SELL-PRICE
             ELSE
                PERFORM 1480-FIND-SELL-PRICE-RTN
             END-IF.
             COMPUTE WS-SELL-REVENUE = T-QUANTITY * WS-SELL-PRICE.
             COMPUTE WS-SELL-COST = T-QUANTITY * WB-UNIT-COST.
             ADD WS-SELL-REVENUE TO WB-SALES-REVENUE.
             ADD WS-SELL-COST TO WB-SALES-COST.
             IF WS-SELL-PRICE < WB-UNIT-COST
                MOVE T-BRANCH-CODE  TO EB-BRANCH-CODE
                MOVE T-PRODUCT-CODE TO EB-PRODUCT-CODE
                MOVE T-QUANTITY     TO EB-SELL-QTY
                MOVE WS-SELL-PRICE  TO EB-SELL-PRICE
                MOVE WB-UNIT-COST   TO EB-UNIT-COST
                WRITE EX-RPT-REC FROM EX-BELOW-COST-LINE
                ADD 1 TO WB-BELOW-COST-CTR
                ADD 1 TO WS-BELOW-COST-CTR
             END-IF.

       1480-FIND-SELL-PRICE-RTN.
             MOVE 'N' TO WS-BP-FOUND-SW.
             PERFORM 1485-MATCH-BRANCH-PRICE-RTN
                VARYING WS-BP-SUB FROM 1 BY 1
                UNTIL WS-BP-SUB > WS-BRPRC-COUNT OR WS-BP-FOUND.
             IF NOT WS-BP-FOUND
                MOVE T-PRODUCT-CODE TO WS-LOOKUP-PRODUCT
                PERFORM 1160-FIND-PRODUCT-RTN
                MOVE WS-FOUND-PR-PRICE TO WS-SELL-PRICE
             END-IF.

       1485-MATCH-BRANCH-PRICE-RTN.
             IF WS-BP-BRANCH (WS-BP-SUB) = T-BRANCH-CODE AND
                WS-BP-PRODUCT (WS-BP-SUB) = T-PRODUCT-CODE
                MOVE WS-BP-PRICE (WS-BP-SUB) TO WS-SELL-PRICE
                SET WS-BP-FOUND TO TRUE
             END-IF.

       1500-NEW-LOCATION.
             MOVE T-BRANCH-CODE  TO WB-BRANCH-CODE.
             MOVE T-PRODUCT-CODE TO WB-PRODUCT-CODE.
             MOVE ZERO TO WB-BEGIN-QTY WB-QUANTITY
                          WB-TOTAL-BUYS WB-TOTAL-SELLS WB-XFER-OUT-QTY
                          WB-MIN-LEVEL WB-REORDER-TO
                          WB-XFER-IN-QTY WB-UNIT-COST
                          WB-SALES-REVENUE WB-SALES-COST
                          WB-BELOW-COST-CTR.
             PERFORM 1510-APPLY-NEW-LOCATION-TRANS-RTN
                UNTIL WS-TRANS-EOF OR
                      T-BRANCH-CODE NOT = WB-BRANCH-CODE OR
                   IF T-QUANTITY > WB-QUANTITY
                      PERFORM 1420-OVERSELL-EXCEPTION
                   ELSE
                      PERFORM 1470-PRICE-SELL-RTN
                      COMPUTE WB-QUANTITY = WB-QUANTITY - T-QUANTITY
                      ADD T-QUANTITY TO WB-TOTAL-SELLS
                   END-IF
             MOVE OLD-REORDER-TO   TO WB-REORDER-TO.
             MOVE OLD-UNIT-COST    TO WB-UNIT-COST.
             MOVE ZERO TO WB-TOTAL-BUYS WB-TOTAL-SELLS WB-XFER-OUT-QTY
                          WB-XFER-IN-QTY WB-SALES-REVENUE
                          WB-SALES-COST WB-BELOW-COST-CTR.
             WRITE WORK-BALANCE-REC.
             PERFORM 1100-READ-OLD-BALANCE.

       1160-FIND-PRODUCT-RTN.
             MOVE 'N' TO WS-PR-OK-SW.
             MOVE SPACES TO WS-FOUND-PR-NAME.
             MOVE ZERO TO WS-FOUND-PR-PRICE.
             PERFORM 1165-MATCH-PRODUCT-RTN
                VARYING WS-REF-SUB FROM 1 BY 1
                UNTIL WS-REF-SUB > WS-PRODUCT-COUNT OR WS-PR-OK.
       1165-MATCH-PRODUCT-RTN.
             IF WS-PR-CODE (WS-REF-SUB) = WS-LOOKUP-PRODUCT
                MOVE WS-PR-NAME (WS-REF-SUB) TO WS-FOUND-PR-NAME
                MOVE WS-PR-SELL-PRICE (WS-REF-SUB)
                  TO WS-FOUND-PR-PRICE
                IF WS-PR-ACTIVE (WS-REF-SUB) = 'A'
                   SET WS-PR-OK TO TRUE
                END-IF
                      TO WS-PR-NAME (WS-PRODUCT-COUNT)
                    MOVE PR-ACTIVE-FLAG
                      TO WS-PR-ACTIVE (WS-PRODUCT-COUNT)
                    IF PR-SELL-PRICE NUMERIC
                       MOVE PR-SELL-PRICE
                         TO WS-PR-SELL-PRICE (WS-PRODUCT-COUNT)
                    ELSE
                       MOVE ZERO TO WS-PR-SELL-PRICE (WS-PRODUCT-COUNT)
                    END-IF
                 END-IF
             END-READ.

      ******************************************************************
      * Branch-level selling-price overrides.  The file is optional;
      * with none present every branch sells at the list price.
      ******************************************************************
       1070-LOAD-BRANCH-PRICE-RTN.
             OPEN INPUT BRANCH-PRICE.
             IF WS-BRPRC-STATUS = '35'
                CONTINUE
             ELSE
                MOVE 'N' TO WS-REF-EOF-SW
                PERFORM 1075-READ-BRANCH-PRICE-RTN
                   UNTIL WS-REF-EOF
                CLOSE BRANCH-PRICE
             END-IF.

       1075-READ-BRANCH-PRICE-RTN.
             READ BRANCH-PRICE
               AT END
                 SET WS-REF-EOF TO TRUE
               NOT AT END
                 IF WS-BRPRC-COUNT < 1000 AND BP-SELL-PRICE NUMERIC
                    ADD 1 TO WS-BRPRC-COUNT
                    MOVE BP-BRANCH-CODE
                      TO WS-BP-BRANCH (WS-BRPRC-COUNT)
                    MOVE BP-PRODUCT-CODE
                      TO WS-BP-PRODUCT (WS-BRPRC-COUNT)
                    MOVE BP-SELL-PRICE
                      TO WS-BP-PRICE (WS-BRPRC-COUNT)
                 END-IF
             END-READ.

                         STOCK-LEDGER-RPT1
                         PURCHASE-SUGGEST
                         REORDER-RPT
                         VALUATION-RPT
                         NEW-SALES-MTD
                         MARGIN-RPT
                         NEW-SALES-HIST.
             OPEN INPUT  OLD-SALES-MTD.
             IF WS-SLSMTD-STATUS = '35'
                SET WS-SLSMTD-EOF TO TRUE
             END-IF.
             OPEN INPUT  OLD-SALES-HIST.
             IF WS-SLSHST-STATUS = '35'
                SET WS-SLSHST-EOF TO TRUE
             END-IF.
             OPEN EXTEND AUDIT-JOURNAL
                         GL-FEED.
             WRITE SL-RPT-REC FROM SL-TITLE-LINE.
             MOVE SPACES TO VL-RPT-REC.
             WRITE VL-RPT-REC.
             WRITE VL-RPT-REC FROM VL-HEADING-LINE.
             WRITE MG-RPT-REC FROM MG-TITLE-LINE.
             WRITE MG-RPT-REC FROM SL-CYCLE-LINE.
             MOVE SPACES TO MG-RPT-REC.
             WRITE MG-RPT-REC.
             WRITE MG-RPT-REC FROM MG-GROUP-HEADING-LINE.
             WRITE MG-RPT-REC FROM MG-HEADING-LINE.
             PERFORM 3110-READ-OLD-SALES-MTD.
             PERFORM 3120-READ-OLD-SALES-HIST.
             PERFORM 3100-READ-WORK-BALANCE.
             PERFORM 3300-LEDGER-LINE-RTN
                UNTIL WS-WORK-EOF.
             END-IF.
             MOVE WS-COMPANY-VALUE TO VL-CT-VALUE.
             WRITE VL-RPT-REC FROM VL-COMPANY-TOTAL-LINE.
             PERFORM 3580-PRINT-MARGIN-TOTALS-RTN.
             PERFORM 3900-WRITE-GL-FEED-RTN.
             PERFORM 3800-PRINT-REORDER-TOTAL-RTN.
             IF WS-SLSMTD-STATUS NOT = '35'
                CLOSE OLD-SALES-MTD
             END-IF.
             IF WS-SLSHST-STATUS NOT = '35'
                CLOSE OLD-SALES-HIST
             END-IF.
             CLOSE WORK-BALANCE1
                   NEW-BALANCE
                   STOCK-LEDGER-RPT1
                   PURCHASE-SUGGEST
                   REORDER-RPT
                   VALUATION-RPT
                   NEW-SALES-MTD
                   MARGIN-RPT
                   NEW-SALES-HIST
                   AUDIT-JOURNAL
                   GL-FEED.

             MOVE WB-XFER-IN-QTY TO SL-XFER-IN.
             PERFORM 3700-PRINT-LEDGER-LINE.
             PERFORM 3600-VALUE-LOCATION-RTN.
             PERFORM 3500-MARGIN-LOCATION-RTN.
             PERFORM 3520-HISTORY-LOCATION-RTN.
             PERFORM 3100-READ-WORK-BALANCE.

      ******************************************************************
      * Every location keeps a 52-week sales history on SLSHSO1/
      * SLSHSN1 in branch/product sequence.  When the business date
      * has moved into a later week the buckets shift down by the
      * weeks elapsed and the oldest fall off; today's movement then
      * adds to the current week.  A location seen for the first time
      * starts its history, and its idle clock, today.
      ******************************************************************
       3520-HISTORY-LOCATION-RTN.
             PERFORM 3120-READ-OLD-SALES-HIST
                UNTIL WS-SLSHST-EOF OR
                      OH-BRANCH-CODE > WB-BRANCH-CODE OR
                      (OH-BRANCH-CODE = WB-BRANCH-CODE AND
                       OH-PRODUCT-CODE NOT < WB-PRODUCT-CODE).
             IF NOT WS-SLSHST-EOF AND
                OH-BRANCH-CODE = WB-BRANCH-CODE AND
                OH-PRODUCT-CODE = WB-PRODUCT-CODE
                MOVE OLD-SALES-HIST-REC TO WS-SALES-HIST-WORK
                PERFORM 3120-READ-OLD-SALES-HIST
                COMPUTE WS-WEEK-SHIFT =
                        WS-RUN-WEEK-NO - SH-WEEK-NO
                IF WS-WEEK-SHIFT > ZERO
                   PERFORM 3530-SHIFT-HIST-WEEK-RTN
                      VARYING WS-HIST-SUB FROM 52 BY -1
                      UNTIL WS-HIST-SUB < 1
                   MOVE WS-RUN-WEEK-NO TO SH-WEEK-NO
                END-IF
             ELSE
                MOVE SPACES TO WS-SALES-HIST-WORK
                MOVE WB-BRANCH-CODE  TO SH-BRANCH-CODE
                MOVE WB-PRODUCT-CODE TO SH-PRODUCT-CODE
                MOVE WS-RUN-WEEK-NO  TO SH-WEEK-NO
                MOVE WS-RUN-DATE     TO SH-FIRST-SEEN-DATE
                MOVE ZERO TO SH-LAST-SALE-DATE SH-LAST-MOVE-DATE
                PERFORM 3535-CLEAR-HIST-WEEK-RTN
                   VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > 52
             END-IF.
             ADD WB-TOTAL-SELLS  TO SH-WK-SELLS (1).
             ADD WB-TOTAL-BUYS   TO SH-WK-BUYS (1).
             ADD WB-XFER-OUT-QTY TO SH-WK-XFER-OUT (1).
             ADD WB-XFER-IN-QTY  TO SH-WK-XFER-IN (1).
             IF WB-TOTAL-SELLS > ZERO
                MOVE WS-RUN-DATE TO SH-LAST-SALE-DATE
             END-IF.
             IF WB-TOTAL-SELLS > ZERO OR WB-TOTAL-BUYS > ZERO OR
                WB-XFER-OUT-QTY > ZERO OR WB-XFER-IN-QTY > ZERO
                MOVE WS-RUN-DATE TO SH-LAST-MOVE-DATE
             END-IF.
             WRITE NEW-SALES-HIST-REC FROM WS-SALES-HIST-WORK.

       3530-SHIFT-HIST-WEEK-RTN.
             IF WS-HIST-SUB > WS-WEEK-SHIFT
                COMPUTE WS-HIST-FROM-SUB = WS-HIST-SUB - WS-WEEK-SHIFT
                MOVE SH-WEEK-BUCKET (WS-HIST-FROM-SUB)
                  TO SH-WEEK-BUCKET (WS-HIST-SUB)
             ELSE
                PERFORM 3535-CLEAR-HIST-WEEK-RTN
             END-IF.

       3535-CLEAR-HIST-WEEK-RTN.
             MOVE ZERO TO SH-WK-SELLS (WS-HIST-SUB)
                          SH-WK-BUYS (WS-HIST-SUB)
                          SH-WK-XFER-OUT (WS-HIST-SUB)
                          SH-WK-XFER-IN (WS-HIST-SUB).

      ******************************************************************
      * Month-to-date sales ride on SLSMTO1/SLSMTN1 in branch/product
      * sequence alongside the work balance.  A carried record from an
      * earlier month starts the location afresh, so the first run of
      * a month resets every figure.  Locations with sales this month
      * print on the margin report and carry forward.
      ******************************************************************
       3500-MARGIN-LOCATION-RTN.
             PERFORM 3110-READ-OLD-SALES-MTD
                UNTIL WS-SLSMTD-EOF OR
                      MO-BRANCH-CODE > WB-BRANCH-CODE OR
                      (MO-BRANCH-CODE = WB-BRANCH-CODE AND
                       MO-PRODUCT-CODE NOT < WB-PRODUCT-CODE).
             MOVE ZERO TO WS-MTD-UNITS WS-MTD-REVENUE WS-MTD-COST
                          WS-MTD-BELOW-CTR.
             IF NOT WS-SLSMTD-EOF AND
                MO-BRANCH-CODE = WB-BRANCH-CODE AND
                MO-PRODUCT-CODE = WB-PRODUCT-CODE
                IF MO-SALES-MONTH = WS-RUN-MONTH
                   MOVE MO-UNITS          TO WS-MTD-UNITS
                   MOVE MO-REVENUE        TO WS-MTD-REVENUE
                   MOVE MO-COST           TO WS-MTD-COST
                   MOVE MO-BELOW-COST-CTR TO WS-MTD-BELOW-CTR
                END-IF
                PERFORM 3110-READ-OLD-SALES-MTD
             END-IF.
             ADD WB-TOTAL-SELLS    TO WS-MTD-UNITS.
             ADD WB-SALES-REVENUE  TO WS-MTD-REVENUE.
             ADD WB-SALES-COST     TO WS-MTD-COST.
             ADD WB-BELOW-COST-CTR TO WS-MTD-BELOW-CTR.
             IF WS-MTD-UNITS > ZERO
                MOVE WB-BRANCH-CODE   TO MN-BRANCH-CODE
                MOVE WB-PRODUCT-CODE  TO MN-PRODUCT-CODE
                MOVE WS-RUN-MONTH     TO MN-SALES-MONTH
                MOVE WS-MTD-UNITS     TO MN-UNITS
                MOVE WS-MTD-REVENUE   TO MN-REVENUE
                MOVE WS-MTD-COST      TO MN-COST
                MOVE WS-MTD-BELOW-CTR TO MN-BELOW-COST-CTR
                WRITE NEW-SALES-MTD-REC
                PERFORM 3550-PRINT-MARGIN-LINE-RTN
             END-IF.

       3550-PRINT-MARGIN-LINE-RTN.
             IF WB-BRANCH-CODE NOT = WS-MRG-PREV-BRANCH
                IF WS-MBR-LINES > ZERO
                   PERFORM 3570-PRINT-MARGIN-BRANCH-RTN
                END-IF
                MOVE WB-BRANCH-CODE TO WS-MRG-PREV-BRANCH
             END-IF.
             MOVE WB-BRANCH-CODE   TO MD-BRANCH-CODE.
             MOVE WB-PRODUCT-CODE  TO MD-PRODUCT-CODE.
             MOVE SL-PRODUCT-NAME  TO MD-PRODUCT-NAME.
             MOVE WB-TOTAL-SELLS   TO MD-DAY-UNITS.
             MOVE WB-SALES-REVENUE TO MD-DAY-REVENUE WS-PCT-REVENUE.
             MOVE WB-SALES-COST    TO MD-DAY-COST WS-PCT-COST.
             PERFORM 3590-CALC-MARGIN-RTN.
             MOVE WS-MARGIN-AMT    TO MD-DAY-MARGIN.
             MOVE WS-MARGIN-PCT    TO MD-DAY-PCT.
             MOVE WS-MTD-UNITS     TO MD-MTD-UNITS.
             MOVE WS-MTD-REVENUE   TO MD-MTD-REVENUE WS-PCT-REVENUE.
             MOVE WS-MTD-COST      TO MD-MTD-COST WS-PCT-COST.
             PERFORM 3590-CALC-MARGIN-RTN.
             MOVE WS-MARGIN-AMT    TO MD-MTD-MARGIN.
             MOVE WS-MARGIN-PCT    TO MD-MTD-PCT.
             IF WB-BELOW-COST-CTR > ZERO
                MOVE '**' TO MD-BELOW-COST-FLAG
                ADD 1 TO WS-MCO-BELOW-LOCS
             ELSE
                MOVE SPACES TO MD-BELOW-COST-FLAG
             END-IF.
             WRITE MG-RPT-REC FROM MG-DETAIL-LINE.
             ADD 1                TO WS-MBR-LINES.
             ADD WB-TOTAL-SELLS   TO WS-MBR-DAY-UNITS
                                     WS-MCO-DAY-UNITS.
             ADD WB-SALES-REVENUE TO WS-MBR-DAY-REVENUE
                                     WS-MCO-DAY-REVENUE.
             ADD WB-SALES-COST    TO WS-MBR-DAY-COST
                                     WS-MCO-DAY-COST.
             ADD WS-MTD-UNITS     TO WS-MBR-MTD-UNITS
                                     WS-MCO-MTD-UNITS.
             ADD WS-MTD-REVENUE   TO WS-MBR-MTD-REVENUE
                                     WS-MCO-MTD-REVENUE.
             ADD WS-MTD-COST      TO WS-MBR-MTD-COST
                                     WS-MCO-MTD-COST.

      ******************************************************************
      * The branch margin line is the figure branch managers are paid
      * on, so every branch with sales this month gets one.
      ******************************************************************
       3570-PRINT-MARGIN-BRANCH-RTN.
             MOVE SPACES TO MT-LABEL.
             MOVE 'BRANCH     TOTAL' TO MT-LABEL.
             MOVE WS-MRG-PREV-BRANCH TO MT-LABEL (8:3).
             MOVE WS-MBR-DAY-UNITS   TO MT-DAY-UNITS.
             MOVE WS-MBR-DAY-REVENUE TO MT-DAY-REVENUE WS-PCT-REVENUE.
             MOVE WS-MBR-DAY-COST    TO MT-DAY-COST WS-PCT-COST.
             PERFORM 3590-CALC-MARGIN-RTN.
             MOVE WS-MARGIN-AMT      TO MT-DAY-MARGIN.
             MOVE WS-MARGIN-PCT      TO MT-DAY-PCT.
             MOVE WS-MBR-MTD-UNITS   TO MT-MTD-UNITS.
             MOVE WS-MBR-MTD-REVENUE TO MT-MTD-REVENUE WS-PCT-REVENUE.
             MOVE WS-MBR-MTD-COST    TO MT-MTD-COST WS-PCT-COST.
             PERFORM 3590-CALC-MARGIN-RTN.
             MOVE WS-MARGIN-AMT      TO MT-MTD-MARGIN.
             MOVE WS-MARGIN-PCT      TO MT-MTD-PCT.
             WRITE MG-RPT-REC FROM MG-TOTAL-LINE.
             MOVE SPACES TO MG-RPT-REC.
             WRITE MG-RPT-REC.
             MOVE ZERO TO WS-MBR-LINES WS-MBR-DAY-UNITS
                          WS-MBR-DAY-REVENUE WS-MBR-DAY-COST
                          WS-MBR-MTD-UNITS WS-MBR-MTD-REVENUE
                          WS-MBR-MTD-COST.

       3580-PRINT-MARGIN-TOTALS-RTN.
             IF WS-MBR-LINES > ZERO
                PERFORM 3570-PRINT-MARGIN-BRANCH-RTN
             END-IF.
             MOVE 'COMPANY TOTAL' TO MT-LABEL.
             MOVE WS-MCO-DAY-UNITS   TO MT-DAY-UNITS.
             MOVE WS-MCO-DAY-REVENUE TO MT-DAY-REVENUE WS-PCT-REVENUE.
             MOVE WS-MCO-DAY-COST    TO MT-DAY-COST WS-PCT-COST.
             PERFORM 3590-CALC-MARGIN-RTN.
             MOVE WS-MARGIN-AMT      TO MT-DAY-MARGIN.
             MOVE WS-MARGIN-PCT      TO MT-DAY-PCT.
             MOVE WS-MCO-MTD-UNITS   TO MT-MTD-UNITS.
             MOVE WS-MCO-MTD-REVENUE TO MT-MTD-REVENUE WS-PCT-REVENUE.
             MOVE WS-MCO-MTD-COST    TO MT-MTD-COST WS-PCT-COST.
             PERFORM 3590-CALC-MARGIN-RTN.
             MOVE WS-MARGIN-AMT      TO MT-MTD-MARGIN.
             MOVE WS-MARGIN-PCT      TO MT-MTD-PCT.
             WRITE MG-RPT-REC FROM MG-TOTAL-LINE.
             MOVE SPACES TO MG-RPT-REC.
             WRITE MG-RPT-REC.
             MOVE '** LOCATIONS SOLD BELOW COST TODAY'
               TO MG-COUNT-LABEL.
             MOVE WS-MCO-BELOW-LOCS TO MG-COUNT.
             WRITE MG-RPT-REC FROM MG-COUNT-LINE.

      ******************************************************************
      * Margin is revenue less cost of goods; the percentage is of
      * revenue and prints as zero when nothing was taken in.
      ******************************************************************
       3590-CALC-MARGIN-RTN.
             COMPUTE WS-MARGIN-AMT = WS-PCT-REVENUE - WS-PCT-COST.
             IF WS-PCT-REVENUE > ZERO
                COMPUTE WS-MARGIN-PCT ROUNDED =
                        WS-MARGIN-AMT * 100 / WS-PCT-REVENUE
             ELSE
                MOVE ZERO TO WS-MARGIN-PCT
             END-IF.
             IF WS-MARGIN-PCT < -999.9
                MOVE -999.9 TO WS-MARGIN-PCT
             END-IF.

      ******************************************************************
      * Extend each location at its weighted-average cost, breaking on
      * branch for the branch subtotal.

      ******************************************************************
      * Hand the day's inventory value movement to the nightly
      * general-ledger interface.  Goods sold leave inventory on the
      * CS cost-of-sales entry, so the IV movement excludes them;
      * the day's sales revenue goes as SR.
      ******************************************************************
       3900-WRITE-GL-FEED-RTN.
             COMPUTE WS-IV-AMOUNT =
                     WS-COMPANY-VALUE - WS-BEGIN-VALUE
                     + WS-MCO-DAY-COST.
             IF WS-IV-AMOUNT NOT = ZERO
                MOVE SPACES TO GL-FEED-REC
                MOVE WS-RUN-DATE TO GF-RUN-DATE
                MOVE 'PGM91' TO GF-SOURCE-PGM
                MOVE 'IV' TO GF-ACTIVITY-CODE
                MOVE WS-IV-AMOUNT TO GF-AMOUNT
                WRITE GL-FEED-REC
             END-IF.
             IF WS-MCO-DAY-REVENUE NOT = ZERO
                MOVE SPACES TO GL-FEED-REC
                MOVE WS-RUN-DATE TO GF-RUN-DATE
                MOVE 'PGM91' TO GF-SOURCE-PGM
                MOVE 'SR' TO GF-ACTIVITY-CODE
                MOVE WS-MCO-DAY-REVENUE TO GF-AMOUNT
                WRITE GL-FEED-REC
             END-IF.
             IF WS-MCO-DAY-COST NOT = ZERO
                MOVE SPACES TO GL-FEED-REC
                MOVE WS-RUN-DATE TO GF-RUN-DATE
                MOVE 'PGM91' TO GF-SOURCE-PGM
                MOVE 'CS' TO GF-ACTIVITY-CODE
                MOVE WS-MCO-DAY-COST TO GF-AMOUNT
                WRITE GL-FEED-REC
             END-IF.

               SET WS-WORK-EOF TO TRUE
             END-READ.

       3120-READ-OLD-SALES-HIST.
             IF WS-SLSHST-EOF
                CONTINUE
             ELSE
                READ OLD-SALES-HIST
                  AT END
                  SET WS-SLSHST-EOF TO TRUE
                END-READ
             END-IF.

       3110-READ-OLD-SALES-MTD.
             IF WS-SLSMTD-EOF
                CONTINUE
             ELSE
                READ OLD-SALES-MTD
                  AT END
                  SET WS-SLSMTD-EOF TO TRUE
                END-READ
             END-IF.

      ******************************************************************
      * IN-TRANSIT PASS - merge the open in-transit file, the day's
      * transfer-outs and the day's receipt confirmations in reference-
             END-IF.
             OPEN OUTPUT NEW-OPEN-PO
                         OPEN-PO-RPT.
             OPEN EXTEND PO-RECEIPT-LOG.
             WRITE PO-RPT-REC FROM PO-TITLE-LINE.
             MOVE SPACES TO PO-RPT-REC.
             WRITE PO-RPT-REC.
             END-IF.
             CLOSE SORTED-PORCPT
                   NEW-OPEN-PO
                   OPEN-PO-RPT
                   PO-RECEIPT-LOG.

       5100-READ-OPEN-PO.
             IF WS-OPENPO-EOF
                MOVE PO-PRODUCT-CODE TO WS-POW-PRODUCT
                MOVE PO-ORDER-DATE   TO WS-POW-ORDER-DATE
                MOVE PO-EXPECT-DATE  TO WS-POW-EXPECT-DATE
                MOVE PO-VENDOR-NO    TO WS-POW-VENDOR
                MOVE PO-UNIT-COST    TO WS-POW-UNIT-COST
                PERFORM 5100-READ-OPEN-PO
             END-IF.
             PERFORM 5310-GATHER-PO-RECEIPT-RTN
             PERFORM 5200-READ-SORTED-PORCPT.

       5400-SETTLE-PO-RTN.
             IF WS-PO-ORDER-QTY > ZERO AND WS-PO-RECVD-QTY > ZERO
                PERFORM 5450-LOG-PO-RECEIPT-RTN
             END-IF.
             EVALUATE TRUE
                WHEN WS-PO-ORDER-QTY = ZERO
                   MOVE 'RECEIPT WITHOUT OPEN PO' TO PE-LABEL
                   PERFORM 5500-CARRY-OPEN-PO-RTN
             END-EVALUATE.

      ******************************************************************
      * The full quantity received against an order today, over-
      * receipts included, is what the supplier's invoice is matched
      * against, so it is logged at the order's agreed cost.
      ******************************************************************
       5450-LOG-PO-RECEIPT-RTN.
             MOVE SPACES TO PO-RECEIPT-LOG-REC.
             MOVE WS-MERGE-PO-NO   TO RL-PO-NO.
             MOVE WS-POW-VENDOR    TO RL-VENDOR-NO.
             MOVE WS-POW-BRANCH    TO RL-BRANCH-CODE.
             MOVE WS-POW-PRODUCT   TO RL-PRODUCT-CODE.
             MOVE WS-PO-RECVD-QTY  TO RL-RECEIPT-QTY.
             MOVE WS-POW-UNIT-COST TO RL-UNIT-COST.
             MOVE WS-RUN-DATE      TO RL-RECEIPT-DATE.
             WRITE PO-RECEIPT-LOG-REC.

       5500-CARRY-OPEN-PO-RTN.
             IF WS-PO-RECVD-QTY > ZERO
                MOVE 'SHORT RECEIPT ON PO' TO PE-LABEL
                     WS-PO-ORDER-QTY - WS-PO-RECVD-QTY.
             MOVE WS-POW-ORDER-DATE  TO PN-ORDER-DATE.
             MOVE WS-POW-EXPECT-DATE TO PN-EXPECT-DATE.
             MOVE WS-POW-VENDOR      TO PN-VENDOR-NO.
             MOVE WS-POW-UNIT-COST   TO PN-UNIT-COST.
             WRITE NEW-OPEN-PO-REC.
             ADD 1 TO WS-PO-OPEN-CTR.
             PERFORM 5600-CALC-PO-AGE-RTN.

       950-WRITE-AUDIT-RTN.
             MOVE WS-RUN-DATE TO AJ-RUN-DATE.
             MOVE SPACES TO AJ-OPERATOR-STAMP.
             ACCEPT AJ-RUN-TIME FROM TIME.
             WRITE AUDIT-JOURNAL-REC.

      ******************************************************************
      * Run statistics for the morning operations summary: stock
      * transactions read, balances written and unknown codes rejected,
      * with the day's sales revenue, cost of sales and inventory value
      * movement handed to the ledger.
      ******************************************************************
       9900-WRITE-RUN-STATS-RTN.
             INITIALIZE RUN-STATS-REC.
             MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
             MOVE WS-RUN-DATE TO RS-RUN-DATE.
             MOVE 'PGM91' TO RS-PROGRAM.
             ACCEPT RS-RUN-TIME FROM TIME.
             MOVE RETURN-CODE TO RS-RETURN-CODE.
             MOVE WS-TRANS-READ-CTR TO RS-READ-CTR.
             COMPUTE RS-WRITTEN-CTR = WS-OLD-READ-CTR
                 + WS-NEW-LOCATION-CTR.
             MOVE WS-UNKNOWN-CODE-CTR TO RS-REJECT-CTR.
             MOVE 'SALES' TO RS-AMT-LABEL (1).
             MOVE WS-MCO-DAY-REVENUE TO RS-AMOUNT (1).
             MOVE 'COST OF SALE' TO RS-AMT-LABEL (2).
             MOVE WS-MCO-DAY-COST TO RS-AMOUNT (2).
             MOVE 'INV MOVEMENT' TO RS-AMT-LABEL (3).
             MOVE WS-IV-AMOUNT TO RS-AMOUNT (3).
             OPEN EXTEND RUN-STATS.
             WRITE RUN-STATS-REC.
             CLOSE RUN-STATS.

       END PROGRAM PGM91.
