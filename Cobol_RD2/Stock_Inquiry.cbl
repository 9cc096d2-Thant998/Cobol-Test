      ******************************************************************
      * Author:
      * Date:
      * Purpose:  On-demand branch stock position inquiry.  The clerk
      *           keys a product and either one branch or 000 for every
      *           branch; for each location on the NEWBAL1 balances the
      *           inquiry shows on-hand, minimum level, reorder-to,
      *           unit cost and value, the shipments in transit to the
      *           branch on INTRNO1 with source branch, ship date and
      *           transfer reference, and the open purchase orders on
      *           OPENPO1 with order number and expected date.  The
      *           available-to-promise figure is on-hand plus stock in
      *           transit plus orders expected within the ATP window
      *           keyed at the start of the session, counted from the
      *           RUNCTL business date.  Branch and product names come
      *           from BRREF1 and PRODREF1.  No file is updated.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM49.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-BALANCE     ASSIGN TO NEWBAL1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IN-TRANSIT       ASSIGN TO INTRNO1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRAN-STATUS.
           SELECT OPEN-PO-FILE     ASSIGN TO OPENPO1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENPO-STATUS.
           SELECT BRANCH-REF       ASSIGN TO BRREF1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-REF      ASSIGN TO PRODREF1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL      ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BOOK-BALANCE
       LABEL RECORDS ARE STANDARD.
            01   BOOK-BALANCE-REC.
              05 NEW-BRANCH-CODE       PIC 9(3).
              05 NEW-PRODUCT-CODE      PIC 9(2).
              05 NEW-QUANTITY          PIC 9(4).
              05 NEW-MIN-LEVEL         PIC 9(4).
              05 NEW-REORDER-TO        PIC 9(4).
              05 NEW-UNIT-COST         PIC 9(3)V99.

       FD IN-TRANSIT
       LABEL RECORDS ARE STANDARD.
            01   IN-TRANSIT-REC.
              05 IT-XFER-REF-NO        PIC 9(6).
              05 IT-DEST-BRANCH-CODE   PIC 9(3).
              05 IT-DEST-PRODUCT-CODE  PIC 9(2).
              05 IT-QUANTITY           PIC 9(4).
              05 IT-SHIP-DATE          PIC 9(8).
              05 IT-SRC-BRANCH-CODE    PIC 9(3).

       FD OPEN-PO-FILE
       LABEL RECORDS ARE STANDARD.
            01   OPEN-PO-REC.
              05 PO-ORDER-NO           PIC 9(6).
              05 PO-BRANCH-CODE        PIC 9(3).
              05 PO-PRODUCT-CODE       PIC 9(2).
              05 PO-ORDER-QTY          PIC 9(4).
              05 PO-ORDER-DATE         PIC 9(8).
              05 PO-EXPECT-DATE        PIC 9(8).
              05 PO-VENDOR-NO          PIC 9(5).
              05 PO-UNIT-COST          PIC 9(3)V99.
              05                       PIC X(4).

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

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01   RUN-CONTROL-REC.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
        77  WS-INTRAN-STATUS     PIC X(2).
        77  WS-OPENPO-STATUS     PIC X(2).
        77  WS-INQUIRY-PRODUCT   PIC X(2).
        77  WS-INQUIRY-BRANCH    PIC X(3).
        77  WS-ATP-REPLY         PIC X(3).
        77  WS-ATP-DAYS          PIC 9(3) VALUE 14.
        77  WS-WANT-PRODUCT      PIC 9(2) VALUE ZERO.
        77  WS-WANT-BRANCH       PIC 9(3) VALUE ZERO.
        77  WS-BRANCH-COUNT      PIC 9(2) COMP VALUE ZERO.
        77  WS-PRODUCT-COUNT     PIC 9(2) COMP VALUE ZERO.
        77  WS-REF-SUB           PIC 9(2) COMP VALUE ZERO.
        77  WS-LOOKUP-BRANCH     PIC 9(3) VALUE ZERO.
        77  WS-LOOKUP-PRODUCT    PIC 9(2) VALUE ZERO.
        77  WS-FOUND-BR-NAME     PIC X(15) VALUE SPACES.
        77  WS-FOUND-PR-NAME     PIC X(15) VALUE SPACES.
        77  WS-RUN-DAY-NUMBER    PIC 9(7) VALUE ZERO.
        77  WS-ATP-LIMIT-DAY     PIC 9(7) VALUE ZERO.
        77  WS-DAY-NUMBER        PIC 9(7) VALUE ZERO.
        77  WS-DN-YEARS          PIC 9(4) VALUE ZERO.
        77  WS-DN-QUOT           PIC 9(4) VALUE ZERO.
        77  WS-DN-REM-4          PIC 9(4) VALUE ZERO.
        77  WS-DN-REM-100        PIC 9(4) VALUE ZERO.
        77  WS-DN-REM-400        PIC 9(4) VALUE ZERO.
        77  WS-LOC-CTR           PIC 9(5) VALUE ZERO.
        77  WS-LOC-VALUE         PIC 9(7)V99 VALUE ZERO.
        77  WS-LOC-TRANSIT       PIC 9(7) VALUE ZERO.
        77  WS-LOC-ON-ORDER      PIC 9(7) VALUE ZERO.
        77  WS-LOC-ORDER-DUE     PIC 9(7) VALUE ZERO.
        77  WS-LOC-ATP           PIC 9(7) VALUE ZERO.
        77  WS-TOT-ON-HAND       PIC 9(7) VALUE ZERO.
        77  WS-TOT-VALUE         PIC 9(9)V99 VALUE ZERO.
        77  WS-TOT-TRANSIT       PIC 9(7) VALUE ZERO.
        77  WS-TOT-ON-ORDER      PIC 9(7) VALUE ZERO.
        77  WS-TOT-ATP           PIC 9(7) VALUE ZERO.
        77  WS-DISPLAY-QTY       PIC Z,ZZZ,ZZ9.
        77  WS-DISPLAY-QTY-2     PIC Z,ZZZ,ZZ9.
        77  WS-DISPLAY-QTY-3     PIC Z,ZZZ,ZZ9.
        77  WS-DISPLAY-COST      PIC ZZ9.99.
        77  WS-DISPLAY-VALUE     PIC ZZZ,ZZZ,ZZ9.99.

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

        01  WS-INQUIRY-SWITCHES.
            05  WS-MORE-SW         PIC X(1) VALUE 'Y'.
                88  WS-MORE-INQUIRIES         VALUE 'Y'.
            05  WS-KEY-OK-SW       PIC X(1) VALUE 'N'.
                88  WS-KEY-OK                 VALUE 'Y'.
            05  WS-BAL-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-BAL-EOF                VALUE 'Y'.
            05  WS-INTRAN-EOF-SW   PIC X(1) VALUE 'N'.
                88  WS-INTRAN-EOF             VALUE 'Y'.
            05  WS-OPENPO-EOF-SW   PIC X(1) VALUE 'N'.
                88  WS-OPENPO-EOF             VALUE 'Y'.
            05  WS-REF-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-REF-EOF                VALUE 'Y'.
            05  WS-BR-FOUND-SW     PIC X(1) VALUE 'N'.
                88  WS-BR-FOUND               VALUE 'Y'.
            05  WS-PR-FOUND-SW     PIC X(1) VALUE 'N'.
                88  WS-PR-FOUND               VALUE 'Y'.
            05  WS-ALL-BRANCH-SW   PIC X(1) VALUE 'N'.
                88  WS-ALL-BRANCHES           VALUE 'Y'.

        01  WS-BRANCH-TABLE.
            05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
                10  WS-BR-CODE   PIC 9(3).
                10  WS-BR-NAME   PIC X(15).

        01  WS-PRODUCT-TABLE.
            05  WS-PRODUCT-ENTRY OCCURS 20 TIMES.
                10  WS-PR-CODE   PIC 9(2).
                10  WS-PR-NAME   PIC X(15).

       PROCEDURE DIVISION.
       0000-MAINLINE.
             PERFORM 1000-INITIALIZE-RTN.
             PERFORM 2000-INQUIRY-RTN
                UNTIL NOT WS-MORE-INQUIRIES.
        STOP RUN.

       1000-INITIALIZE-RTN.
             PERFORM 1100-READ-RUN-CONTROL-RTN.
             PERFORM 1200-LOAD-BRANCH-TABLE-RTN.
             PERFORM 1300-LOAD-PRODUCT-TABLE-RTN.
             DISPLAY 'ATP WINDOW DAYS AS 3 DIGITS (ENTER FOR 014): '.
             ACCEPT WS-ATP-REPLY.
             IF WS-ATP-REPLY NUMERIC
                MOVE WS-ATP-REPLY TO WS-ATP-DAYS
             END-IF.
             COMPUTE WS-ATP-LIMIT-DAY =
                     WS-RUN-DAY-NUMBER + WS-ATP-DAYS.
             DISPLAY 'POSITION AS OF ' WS-RUN-DATE
                     '  ATP COUNTS ORDERS DUE WITHIN ' WS-ATP-DAYS
                     ' DAYS'.

      ******************************************************************
      * Purchase orders count toward available-to-promise when they
      * are expected on or before the business date on RUNCTL plus
      * the ATP window.
      ******************************************************************
       1100-READ-RUN-CONTROL-RTN.
             OPEN INPUT RUN-CONTROL.
             READ RUN-CONTROL
               AT END
                 MOVE ZERO TO WS-RUN-DATE
               NOT AT END
                 MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
             END-READ.
             CLOSE RUN-CONTROL.
             IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO
                DISPLAY 'PGM49 ABORT - RUN CONTROL DATE MISSING'
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF.
             MOVE WS-RUN-DATE TO WS-DN-DATE-BRK.
             PERFORM 8000-CALC-DAY-NUMBER-RTN.
             MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.

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

       2000-INQUIRY-RTN.
             DISPLAY 'ENTER PRODUCT CODE (00 TO QUIT): '.
             ACCEPT WS-INQUIRY-PRODUCT.
             IF WS-INQUIRY-PRODUCT = '00'
                MOVE 'N' TO WS-MORE-SW
             ELSE
                PERFORM 2100-VALIDATE-KEY-RTN
                IF WS-KEY-OK
                   PERFORM 3000-POSITION-RTN
                END-IF
             END-IF.

       2100-VALIDATE-KEY-RTN.
             MOVE 'N' TO WS-KEY-OK-SW.
             IF WS-INQUIRY-PRODUCT NOT NUMERIC
                DISPLAY 'PRODUCT CODE MUST BE NUMERIC: '
                        WS-INQUIRY-PRODUCT
             ELSE
                MOVE WS-INQUIRY-PRODUCT TO WS-WANT-PRODUCT
                                           WS-LOOKUP-PRODUCT
                PERFORM 1500-FIND-PRODUCT-RTN
                IF NOT WS-PR-FOUND
                   DISPLAY 'PRODUCT NOT FOUND: ' WS-INQUIRY-PRODUCT
                ELSE
                   DISPLAY 'ENTER BRANCH CODE (000 FOR ALL BRANCHES): '
                   ACCEPT WS-INQUIRY-BRANCH
                   PERFORM 2150-VALIDATE-BRANCH-RTN
                END-IF
             END-IF.

       2150-VALIDATE-BRANCH-RTN.
             IF WS-INQUIRY-BRANCH NOT NUMERIC
                DISPLAY 'BRANCH CODE MUST BE NUMERIC: '
                        WS-INQUIRY-BRANCH
             ELSE
                MOVE WS-INQUIRY-BRANCH TO WS-WANT-BRANCH
                IF WS-WANT-BRANCH = ZERO
                   SET WS-ALL-BRANCHES TO TRUE
                   SET WS-KEY-OK TO TRUE
                ELSE
                   MOVE 'N' TO WS-ALL-BRANCH-SW
                   MOVE WS-WANT-BRANCH TO WS-LOOKUP-BRANCH
                   PERFORM 1400-FIND-BRANCH-RTN
                   IF WS-BR-FOUND
                      SET WS-KEY-OK TO TRUE
                   ELSE
                      DISPLAY 'BRANCH NOT FOUND: ' WS-INQUIRY-BRANCH
                   END-IF
                END-IF
             END-IF.

      ******************************************************************
      * One pass of NEWBAL1 for the product; each matching location
      * shows its balance, then its in-transit and open-order detail
      * and its available-to-promise.  An all-branch inquiry ends with
      * the product's company-wide totals.
      ******************************************************************
       3000-POSITION-RTN.
             MOVE ZERO TO WS-LOC-CTR WS-TOT-ON-HAND WS-TOT-VALUE
                          WS-TOT-TRANSIT WS-TOT-ON-ORDER WS-TOT-ATP.
             DISPLAY 'PRODUCT ' WS-WANT-PRODUCT ' ' WS-FOUND-PR-NAME.
             MOVE 'N' TO WS-BAL-EOF-SW.
             OPEN INPUT BOOK-BALANCE.
             PERFORM 3100-SCAN-BALANCE-RTN
                UNTIL WS-BAL-EOF.
             CLOSE BOOK-BALANCE.
             IF WS-LOC-CTR = ZERO
                DISPLAY 'NO STOCK LOCATION ON FILE FOR THIS INQUIRY'
             ELSE
                IF WS-ALL-BRANCHES
                   PERFORM 3900-DISPLAY-TOTALS-RTN
                END-IF
             END-IF.

       3100-SCAN-BALANCE-RTN.
             READ BOOK-BALANCE
               AT END
                 SET WS-BAL-EOF TO TRUE
               NOT AT END
                 IF NEW-PRODUCT-CODE = WS-WANT-PRODUCT AND
                    (WS-ALL-BRANCHES OR
                     NEW-BRANCH-CODE = WS-WANT-BRANCH)
                    PERFORM 3200-DISPLAY-LOCATION-RTN
                 END-IF
             END-READ.

       3200-DISPLAY-LOCATION-RTN.
             ADD 1 TO WS-LOC-CTR.
             MOVE ZERO TO WS-LOC-TRANSIT WS-LOC-ON-ORDER
                          WS-LOC-ORDER-DUE.
             MOVE NEW-BRANCH-CODE TO WS-LOOKUP-BRANCH.
             PERFORM 1400-FIND-BRANCH-RTN.
             COMPUTE WS-LOC-VALUE = NEW-QUANTITY * NEW-UNIT-COST.
             DISPLAY ' '.
             DISPLAY 'BRANCH ' NEW-BRANCH-CODE ' ' WS-FOUND-BR-NAME.
             MOVE NEW-QUANTITY   TO WS-DISPLAY-QTY.
             MOVE NEW-MIN-LEVEL  TO WS-DISPLAY-QTY-2.
             MOVE NEW-REORDER-TO TO WS-DISPLAY-QTY-3.
             DISPLAY '  ON HAND: ' WS-DISPLAY-QTY
                     '  MIN: ' WS-DISPLAY-QTY-2
                     '  REORDER-TO: ' WS-DISPLAY-QTY-3.
             MOVE NEW-UNIT-COST  TO WS-DISPLAY-COST.
             MOVE WS-LOC-VALUE   TO WS-DISPLAY-VALUE.
             DISPLAY '  UNIT COST: ' WS-DISPLAY-COST
                     '  VALUE: ' WS-DISPLAY-VALUE.
             PERFORM 3300-LIST-IN-TRANSIT-RTN.
             PERFORM 3500-LIST-OPEN-PO-RTN.
             COMPUTE WS-LOC-ATP = NEW-QUANTITY + WS-LOC-TRANSIT
                                + WS-LOC-ORDER-DUE.
             MOVE WS-LOC-TRANSIT  TO WS-DISPLAY-QTY.
             MOVE WS-LOC-ON-ORDER TO WS-DISPLAY-QTY-2.
             MOVE WS-LOC-ATP      TO WS-DISPLAY-QTY-3.
             DISPLAY '  IN TRANSIT: ' WS-DISPLAY-QTY
                     '  ON ORDER: ' WS-DISPLAY-QTY-2
                     '  AVAILABLE TO PROMISE: ' WS-DISPLAY-QTY-3.
             ADD NEW-QUANTITY    TO WS-TOT-ON-HAND.
             ADD WS-LOC-VALUE    TO WS-TOT-VALUE.
             ADD WS-LOC-TRANSIT  TO WS-TOT-TRANSIT.
             ADD WS-LOC-ON-ORDER TO WS-TOT-ON-ORDER.
             ADD WS-LOC-ATP      TO WS-TOT-ATP.

      ******************************************************************
      * Shipments PGM91 has sent toward the branch and not yet seen
      * confirmed by a receipt; a missing file means none in transit.
      ******************************************************************
       3300-LIST-IN-TRANSIT-RTN.
             OPEN INPUT IN-TRANSIT.
             IF WS-INTRAN-STATUS NOT = '35'
                MOVE 'N' TO WS-INTRAN-EOF-SW
                PERFORM 3350-SCAN-IN-TRANSIT-RTN
                   UNTIL WS-INTRAN-EOF
                CLOSE IN-TRANSIT
             END-IF.

       3350-SCAN-IN-TRANSIT-RTN.
             READ IN-TRANSIT
               AT END
                 SET WS-INTRAN-EOF TO TRUE
               NOT AT END
                 IF IT-DEST-BRANCH-CODE = NEW-BRANCH-CODE AND
                    IT-DEST-PRODUCT-CODE = NEW-PRODUCT-CODE
                    MOVE IT-QUANTITY TO WS-DISPLAY-QTY
                    DISPLAY '    IN TRANSIT REF: ' IT-XFER-REF-NO
                            '  FROM BR: ' IT-SRC-BRANCH-CODE
                            '  SHIPPED: ' IT-SHIP-DATE
                            '  QTY: ' WS-DISPLAY-QTY
                    ADD IT-QUANTITY TO WS-LOC-TRANSIT
                 END-IF
             END-READ.

      ******************************************************************
      * Open purchase orders for the location.  Each shows whether it
      * is expected inside the ATP window; only those that are count
      * toward available-to-promise.
      ******************************************************************
       3500-LIST-OPEN-PO-RTN.
             OPEN INPUT OPEN-PO-FILE.
             IF WS-OPENPO-STATUS NOT = '35'
                MOVE 'N' TO WS-OPENPO-EOF-SW
                PERFORM 3550-SCAN-OPEN-PO-RTN
                   UNTIL WS-OPENPO-EOF
                CLOSE OPEN-PO-FILE
             END-IF.

       3550-SCAN-OPEN-PO-RTN.
             READ OPEN-PO-FILE
               AT END
                 SET WS-OPENPO-EOF TO TRUE
               NOT AT END
                 IF PO-BRANCH-CODE = NEW-BRANCH-CODE AND
                    PO-PRODUCT-CODE = NEW-PRODUCT-CODE
                    PERFORM 3600-DISPLAY-OPEN-PO-RTN
                 END-IF
             END-READ.

       3600-DISPLAY-OPEN-PO-RTN.
             MOVE PO-ORDER-QTY TO WS-DISPLAY-QTY.
             ADD PO-ORDER-QTY TO WS-LOC-ON-ORDER.
             MOVE ZERO TO WS-DAY-NUMBER.
             IF PO-EXPECT-DATE NUMERIC AND PO-EXPECT-DATE > ZERO
                MOVE PO-EXPECT-DATE TO WS-DN-DATE-BRK
                PERFORM 8000-CALC-DAY-NUMBER-RTN
             END-IF.
             IF WS-DAY-NUMBER NOT > WS-ATP-LIMIT-DAY
                ADD PO-ORDER-QTY TO WS-LOC-ORDER-DUE
                DISPLAY '    ON ORDER PO: ' PO-ORDER-NO
                        '  EXPECTED: ' PO-EXPECT-DATE
                        '  QTY: ' WS-DISPLAY-QTY
                        '  IN ATP WINDOW'
             ELSE
                DISPLAY '    ON ORDER PO: ' PO-ORDER-NO
                        '  EXPECTED: ' PO-EXPECT-DATE
                        '  QTY: ' WS-DISPLAY-QTY
                        '  AFTER ATP WINDOW'
             END-IF.

       3900-DISPLAY-TOTALS-RTN.
             DISPLAY ' '.
             MOVE WS-LOC-CTR     TO WS-DISPLAY-QTY.
             DISPLAY 'ALL BRANCHES - LOCATIONS: ' WS-DISPLAY-QTY.
             MOVE WS-TOT-ON-HAND TO WS-DISPLAY-QTY.
             MOVE WS-TOT-VALUE   TO WS-DISPLAY-VALUE.
             DISPLAY '  ON HAND: ' WS-DISPLAY-QTY
                     '  VALUE: ' WS-DISPLAY-VALUE.
             MOVE WS-TOT-TRANSIT  TO WS-DISPLAY-QTY.
             MOVE WS-TOT-ON-ORDER TO WS-DISPLAY-QTY-2.
             MOVE WS-TOT-ATP      TO WS-DISPLAY-QTY-3.
             DISPLAY '  IN TRANSIT: ' WS-DISPLAY-QTY
                     '  ON ORDER: ' WS-DISPLAY-QTY-2
                     '  AVAILABLE TO PROMISE: ' WS-DISPLAY-QTY-3.

      ******************************************************************
      * Day number of WS-DN-DATE-BRK counted from 1 January of year 1,
      * so an expected date can be measured against the ATP window
      * across month and year ends.
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

       END PROGRAM PGM49.
