      *           controlled order-number sequence carried on POCTL
      *           across runs.  PGM91's type-2 buy handling receives
      *           against these orders by order number and relieves
      *           them in its open-PO pass.  Every order carries the
      *           supplying vendor and the agreed unit cost taken from
      *           the vendor catalog VNDCAT1 for the product; a
      *           suggestion with no catalog source, or whose vendor is
      *           not active on the vendor master VENDMST1, is bypassed
      *           and listed for the buyer.  Each order cut is also
      *           logged to POISS1 for the PGM52 invoice match.  The
      *           order register lists every order cut with control
      *           totals.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL      ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-STATS        ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL.
           SELECT VENDOR-MASTER    ASSIGN TO VENDMST1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VND-STATUS.
           SELECT VENDOR-CATALOG   ASSIGN TO VNDCAT1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT PO-ISSUE-LOG     ASSIGN TO POISS1
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
              05 PO-ORDER-QTY          PIC 9(4).
              05 PO-ORDER-DATE         PIC 9(8).
              05 PO-EXPECT-DATE        PIC 9(8).
              05 PO-VENDOR-NO          PIC 9(5).
              05 PO-UNIT-COST          PIC 9(3)V99.
              05                       PIC X(4).

       FD PO-CONTROL
       LABEL RECORDS ARE STANDARD.
            01   RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01   RUN-STATS-REC.
           COPY RUNSTRC.

       FD VENDOR-MASTER
       LABEL RECORDS ARE STANDARD.
            01   VENDOR-MASTER-REC.
           COPY VENDRC.

       FD VENDOR-CATALOG
       LABEL RECORDS ARE STANDARD.
            01   VENDOR-CATALOG-REC.
              05 VC-PRODUCT-CODE       PIC 9(2).
              05 VC-VENDOR-NO          PIC 9(5).
              05 VC-AGREED-COST        PIC 9(3)V99.
              05                       PIC X(8).

       FD PO-ISSUE-LOG
       LABEL RECORDS ARE STANDARD.
            01   PO-ISSUE-REC          PIC X(45).

       WORKING-STORAGE SECTION.
        77  WS-CTL-STATUS        PIC X(2).
        77  WS-VND-STATUS        PIC X(2).
        77  WS-CAT-STATUS        PIC X(2).
        77  WS-CYCLE-NO          PIC 9(5) VALUE ZERO.
        77  WS-NEXT-PO-NO        PIC 9(6) VALUE 100001.
        77  WS-LEAD-DAYS         PIC 9(2) VALUE 7.
        77  WS-BYPASS-CTR        PIC 9(7) VALUE ZERO.
        77  WS-ORDER-QTY-TOTAL   PIC 9(9) VALUE ZERO.
        77  WS-DAYS-IN-MONTH     PIC 9(2) VALUE ZERO.
        77  WS-NO-SOURCE-CTR     PIC 9(7) VALUE ZERO.
        77  WS-INACTIVE-CTR      PIC 9(7) VALUE ZERO.
        77  WS-ORDER-VALUE-TOTAL PIC 9(9)V99 VALUE ZERO.
        77  WS-ORDER-VALUE       PIC 9(7)V99 VALUE ZERO.
        77  WS-VENDOR-COUNT      PIC 9(3) COMP VALUE ZERO.
        77  WS-CATALOG-COUNT     PIC 9(3) COMP VALUE ZERO.
        77  WS-REF-SUB           PIC 9(3) COMP VALUE ZERO.
        77  WS-VND-SUB           PIC 9(3) COMP VALUE ZERO.
        77  WS-SOURCE-VENDOR     PIC 9(5) VALUE ZERO.
        77  WS-SOURCE-COST       PIC 9(3)V99 VALUE ZERO.

        01  WS-RUN-DATE-FIELDS.
            05  WS-RUN-DATE        PIC 9(8).
        01  WS-ORDER-SWITCHES.
            05  WS-SUGGEST-EOF-SW  PIC X(1) VALUE 'N'.
                88  WS-SUGGEST-EOF            VALUE 'Y'.
            05  WS-REF-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-REF-EOF                VALUE 'Y'.
            05  WS-SOURCE-SW       PIC X(1) VALUE 'N'.
                88  WS-SOURCE-FOUND           VALUE 'Y'.
            05  WS-VENDOR-SW       PIC X(1) VALUE 'N'.
                88  WS-VENDOR-ACTIVE          VALUE 'Y'.

        01  WS-VENDOR-TABLE.
            05  WS-VENDOR-ENTRY OCCURS 500 TIMES.
                10  WS-VT-VENDOR-NO  PIC 9(5).
                10  WS-VT-ACTIVE     PIC X(1).

        01  WS-CATALOG-TABLE.
            05  WS-CATALOG-ENTRY OCCURS 100 TIMES.
                10  WS-CT-PRODUCT    PIC 9(2).
                10  WS-CT-VENDOR-NO  PIC 9(5).
                10  WS-CT-COST       PIC 9(3)V99.

        01  OR-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  OR-ORDER-QTY       PIC ZZZ9.
            05  FILLER             PIC X(6)  VALUE ' DUE: '.
            05  OR-EXPECT-DATE     PIC 9(8).
            05  FILLER             PIC X(6)  VALUE ' VND: '.
            05  OR-VENDOR-NO       PIC 9(5).
            05  FILLER             PIC X(3)  VALUE ' @ '.
            05  OR-UNIT-COST       PIC ZZ9.99.
            05  FILLER             PIC X(13) VALUE SPACES.
        01  OR-BYPASS-LINE.
            05  FILLER             PIC X(10) VALUE 'BYPASSED  '.
            05  FILLER             PIC X(7)  VALUE ' BR/PR '.
            05  OB-BRANCH-CODE     PIC 9(3).
            05  FILLER             PIC X(1)  VALUE '/'.
            05  OB-PRODUCT-CODE    PIC 9(2).
            05  FILLER             PIC X(6)  VALUE ' QTY: '.
            05  OB-ORDER-QTY       PIC ZZZ9.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  OB-REASON          PIC X(30).
            05  FILLER             PIC X(15) VALUE SPACES.
        01  OR-TOTAL-LINE.
            05  OR-TOTAL-LABEL     PIC X(40).
            05  OR-TOTAL-COUNT     PIC ZZZ,ZZ9.
            05  FILLER             PIC X(33) VALUE SPACES.
        01  OR-AMOUNT-LINE.
            05  OR-AMOUNT-LABEL    PIC X(40).
            05  OR-AMOUNT          PIC $ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
             PERFORM 2000-CUT-ORDER-RTN
                UNTIL WS-SUGGEST-EOF.
             PERFORM 9000-END-OF-JOB-RTN.
             PERFORM 9900-WRITE-RUN-STATS-RTN.
        GOBACK.

       1000-INITIALIZE-RTN.
             MOVE SPACES TO OR-RPT-REC.
             WRITE OR-RPT-REC.
             PERFORM 1200-READ-PO-CONTROL-RTN.
             PERFORM 1300-LOAD-VENDOR-TABLE-RTN.
             PERFORM 1400-LOAD-CATALOG-TABLE-RTN.
             OPEN INPUT PURCHASE-SUGGEST.
             OPEN EXTEND OPEN-PO-FILE
                         PO-ISSUE-LOG.

      ******************************************************************
      * Orders cut on the business processing date held on RUNCTL so
                CLOSE PO-CONTROL
             END-IF.

      ******************************************************************
      * Vendor master and catalog are small reference files held in
      * tables for the run.  A missing file leaves its table empty and
      * every suggestion is bypassed for want of a source.
      ******************************************************************
       1300-LOAD-VENDOR-TABLE-RTN.
             OPEN INPUT VENDOR-MASTER.
             IF WS-VND-STATUS NOT = '35'
                MOVE 'N' TO WS-REF-EOF-SW
                PERFORM 1350-READ-VENDOR-RTN
                   UNTIL WS-REF-EOF
                CLOSE VENDOR-MASTER
             END-IF.

       1350-READ-VENDOR-RTN.
             READ VENDOR-MASTER
               AT END
                 SET WS-REF-EOF TO TRUE
               NOT AT END
                 IF WS-VENDOR-COUNT < 500
                    ADD 1 TO WS-VENDOR-COUNT
                    MOVE VM-VENDOR-NO
                      TO WS-VT-VENDOR-NO (WS-VENDOR-COUNT)
                    MOVE VM-ACTIVE-FLAG
                      TO WS-VT-ACTIVE (WS-VENDOR-COUNT)
                 END-IF
             END-READ.

       1400-LOAD-CATALOG-TABLE-RTN.
             OPEN INPUT VENDOR-CATALOG.
             IF WS-CAT-STATUS NOT = '35'
                MOVE 'N' TO WS-REF-EOF-SW
                PERFORM 1450-READ-CATALOG-RTN
                   UNTIL WS-REF-EOF
                CLOSE VENDOR-CATALOG
             END-IF.

       1450-READ-CATALOG-RTN.
             READ VENDOR-CATALOG
               AT END
                 SET WS-REF-EOF TO TRUE
               NOT AT END
                 IF WS-CATALOG-COUNT < 100
                    ADD 1 TO WS-CATALOG-COUNT
                    MOVE VC-PRODUCT-CODE
                      TO WS-CT-PRODUCT (WS-CATALOG-COUNT)
                    MOVE VC-VENDOR-NO
                      TO WS-CT-VENDOR-NO (WS-CATALOG-COUNT)
                    MOVE VC-AGREED-COST
                      TO WS-CT-COST (WS-CATALOG-COUNT)
                 END-IF
             END-READ.

       2000-CUT-ORDER-RTN.
             READ PURCHASE-SUGGEST
               AT END
                 ADD 1 TO WS-SUGGEST-READ-CTR
                 IF PS-SUGGEST-BUY-QTY NUMERIC AND
                    PS-SUGGEST-BUY-QTY > ZERO
                    PERFORM 2050-SOURCE-ORDER-RTN
                 ELSE
                    ADD 1 TO WS-BYPASS-CTR
                 END-IF
             END-READ.

      ******************************************************************
      * The catalog names the vendor and agreed cost for the product;
      * the vendor must be active on the master before an order is
      * cut against it.
      ******************************************************************
       2050-SOURCE-ORDER-RTN.
             MOVE 'N' TO WS-SOURCE-SW.
             MOVE 'N' TO WS-VENDOR-SW.
             MOVE ZERO TO WS-VND-SUB.
             PERFORM 2060-MATCH-CATALOG-RTN
                VARYING WS-REF-SUB FROM 1 BY 1
                UNTIL WS-REF-SUB > WS-CATALOG-COUNT OR WS-SOURCE-FOUND.
             IF WS-SOURCE-FOUND
                PERFORM 2070-MATCH-VENDOR-RTN
                   VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > WS-VENDOR-COUNT
                      OR WS-VND-SUB > ZERO
             END-IF.
             EVALUATE TRUE
                WHEN NOT WS-SOURCE-FOUND
                  MOVE 'NO VENDOR SOURCE IN CATALOG' TO OB-REASON
                  ADD 1 TO WS-NO-SOURCE-CTR
                  PERFORM 2080-PRINT-BYPASS-RTN
                WHEN NOT WS-VENDOR-ACTIVE
                  MOVE 'VENDOR NOT ACTIVE ON MASTER' TO OB-REASON
                  ADD 1 TO WS-INACTIVE-CTR
                  PERFORM 2080-PRINT-BYPASS-RTN
                WHEN OTHER
                  PERFORM 2100-WRITE-ORDER-RTN
             END-EVALUATE.

       2060-MATCH-CATALOG-RTN.
             IF WS-CT-PRODUCT (WS-REF-SUB) = PS-PRODUCT-CODE
                MOVE WS-CT-VENDOR-NO (WS-REF-SUB) TO WS-SOURCE-VENDOR
                MOVE WS-CT-COST (WS-REF-SUB) TO WS-SOURCE-COST
                SET WS-SOURCE-FOUND TO TRUE
             END-IF.

       2070-MATCH-VENDOR-RTN.
             IF WS-VT-VENDOR-NO (WS-REF-SUB) = WS-SOURCE-VENDOR
                IF WS-VT-ACTIVE (WS-REF-SUB) = 'A'
                   SET WS-VENDOR-ACTIVE TO TRUE
                END-IF
                MOVE WS-REF-SUB TO WS-VND-SUB
             END-IF.

       2080-PRINT-BYPASS-RTN.
             MOVE PS-BRANCH-CODE TO OB-BRANCH-CODE.
             MOVE PS-PRODUCT-CODE TO OB-PRODUCT-CODE.
             MOVE PS-SUGGEST-BUY-QTY TO OB-ORDER-QTY.
             WRITE OR-RPT-REC FROM OR-BYPASS-LINE.

       2100-WRITE-ORDER-RTN.
             PERFORM 2200-SET-EXPECT-DATE-RTN.
             MOVE SPACES TO OPEN-PO-REC.
             MOVE PS-SUGGEST-BUY-QTY TO PO-ORDER-QTY.
             MOVE WS-RUN-DATE TO PO-ORDER-DATE.
             MOVE WS-EXPECT-DATE TO PO-EXPECT-DATE.
             MOVE WS-SOURCE-VENDOR TO PO-VENDOR-NO.
             MOVE WS-SOURCE-COST TO PO-UNIT-COST.
             WRITE OPEN-PO-REC.
             WRITE PO-ISSUE-REC FROM OPEN-PO-REC.
             ADD 1 TO WS-ORDER-CTR.
             ADD PS-SUGGEST-BUY-QTY TO WS-ORDER-QTY-TOTAL.
             MULTIPLY PS-SUGGEST-BUY-QTY BY WS-SOURCE-COST
                GIVING WS-ORDER-VALUE.
             ADD WS-ORDER-VALUE TO WS-ORDER-VALUE-TOTAL.
             MOVE WS-NEXT-PO-NO TO OR-PO-NO.
             MOVE PS-BRANCH-CODE TO OR-BRANCH-CODE.
             MOVE PS-PRODUCT-CODE TO OR-PRODUCT-CODE.
             MOVE PS-SUGGEST-BUY-QTY TO OR-ORDER-QTY.
             MOVE WS-EXPECT-DATE TO OR-EXPECT-DATE.
             MOVE WS-SOURCE-VENDOR TO OR-VENDOR-NO.
             MOVE WS-SOURCE-COST TO OR-UNIT-COST.
             WRITE OR-RPT-REC FROM OR-DETAIL-LINE.
             ADD 1 TO WS-NEXT-PO-NO.

             PERFORM 9200-PRINT-RUN-TOTALS-RTN.
             CLOSE PURCHASE-SUGGEST
                   OPEN-PO-FILE
                   PO-ISSUE-LOG
                   ORDER-RPT.

       9100-WRITE-PO-CONTROL-RTN.
               TO OR-TOTAL-LABEL.
             MOVE WS-BYPASS-CTR TO OR-TOTAL-COUNT.
             WRITE OR-RPT-REC FROM OR-TOTAL-LINE.
             MOVE 'SUGGESTIONS BYPASSED - NO VENDOR SOURCE'
               TO OR-TOTAL-LABEL.
             MOVE WS-NO-SOURCE-CTR TO OR-TOTAL-COUNT.
             WRITE OR-RPT-REC FROM OR-TOTAL-LINE.
             MOVE 'SUGGESTIONS BYPASSED - VENDOR INACTIVE'
               TO OR-TOTAL-LABEL.
             MOVE WS-INACTIVE-CTR TO OR-TOTAL-COUNT.
             WRITE OR-RPT-REC FROM OR-TOTAL-LINE.
             MOVE 'TOTAL UNITS ON ORDER' TO OR-TOTAL-LABEL.
             MOVE WS-ORDER-QTY-TOTAL TO OR-TOTAL-COUNT.
             WRITE OR-RPT-REC FROM OR-TOTAL-LINE.
             MOVE 'TOTAL ORDER VALUE AT AGREED COST'
               TO OR-AMOUNT-LABEL.
             MOVE WS-ORDER-VALUE-TOTAL TO OR-AMOUNT.
             WRITE OR-RPT-REC FROM OR-AMOUNT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: suggestions
      * read, orders cut and suggestions with no active source, with
      * the value ordered.
      ******************************************************************
       9900-WRITE-RUN-STATS-RTN.
             INITIALIZE RUN-STATS-REC.
             MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
             MOVE WS-RUN-DATE TO RS-RUN-DATE.
             MOVE 'PGM67' TO RS-PROGRAM.
             ACCEPT RS-RUN-TIME FROM TIME.
             MOVE RETURN-CODE TO RS-RETURN-CODE.
             MOVE WS-SUGGEST-READ-CTR TO RS-READ-CTR.
             MOVE WS-ORDER-CTR TO RS-WRITTEN-CTR.
             COMPUTE RS-REJECT-CTR = WS-NO-SOURCE-CTR
                 + WS-INACTIVE-CTR.
             MOVE 'ORDER VALUE' TO RS-AMT-LABEL (1).
             MOVE WS-ORDER-VALUE-TOTAL TO RS-AMOUNT (1).
             OPEN EXTEND RUN-STATS.
             WRITE RUN-STATS-REC.
             CLOSE RUN-STATS.

       END PROGRAM PGM67.
