      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Supplier invoice three-way match.  Keeps the PO
      *           match file - one record per purchase order with its
      *           vendor, ordered quantity, agreed unit cost, quantity
      *           received and quantity and amount invoiced - by
      *           merging the old match file in order-number sequence
      *           against the orders PGM67 logged to POISS1 and the
      *           receipts PGM91 logged to PORCV1 since the last run,
      *           and the day's keyed supplier invoices sorted by PO
      *           number.  Each invoice is matched three ways: its
      *           quantity against the PO quantity not yet invoiced and
      *           against the received quantity not yet invoiced, and
      *           its unit price against the PO's agreed cost.  A
      *           variance beyond tolerance, an unknown PO or a vendor
      *           that does not match goes to the buyer's exception
      *           report and is not posted.  Matched invoices post to
      *           the open-payables file APOPEN1 with due and discount
      *           dates by the vendor's terms; goods at agreed cost
      *           and the purchase-price variance feed the general
      *           ledger.  Orders fully received and fully invoiced
      *           drop from the match file.  A run date already
      *           matched is refused so a rerun cannot post twice.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM52.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-INVOICE ASSIGN TO APINV1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT SORTED-INVOICE   ASSIGN TO APINS1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-SORT-WK1 ASSIGN TO "APISRT1".
           SELECT PO-RECEIPT-LOG   ASSIGN TO PORCV1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-STATUS.
           SELECT SORTED-RECEIPT   ASSIGN TO APRCS1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIPT-SORT-WK1 ASSIGN TO "APRSRT1".
           SELECT PO-ISSUE-LOG     ASSIGN TO POISS1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISS-STATUS.
           SELECT OLD-PO-MATCH     ASSIGN TO POMTCO1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDM-STATUS.
           SELECT NEW-PO-MATCH     ASSIGN TO POMTCN1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPEN-PAYABLES    ASSIGN TO APOPEN1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPN-STATUS.
           SELECT VENDOR-MASTER    ASSIGN TO VENDMST1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VND-STATUS.
           SELECT MATCH-RPT        ASSIGN TO APMREG1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-RPT    ASSIGN TO APEXC1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-JOURNAL    ASSIGN TO AUDITJNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-FEED          ASSIGN TO GLFEED
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE   ASSIGN TO APPRCD1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCD-STATUS.
           SELECT RUN-CONTROL      ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-STATS        ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIER-INVOICE
       LABEL RECORDS ARE STANDARD.
            01   SUPPLIER-INVOICE-REC  PIC X(80).

       SD  INVOICE-SORT-WK1.
            01   INVOICE-SORT-REC.
              05 IS-VENDOR-NO          PIC 9(5).
              05 IS-INVOICE-NO         PIC X(10).
              05 IS-INVOICE-DATE       PIC 9(8).
              05 IS-PO-NO              PIC 9(6).
              05                       PIC X(51).

       FD SORTED-INVOICE
       LABEL RECORDS ARE STANDARD.
            01   SORTED-INVOICE-REC.
              05 SI-VENDOR-NO          PIC 9(5).
              05 SI-INVOICE-NO         PIC X(10).
              05 SI-INVOICE-DATE       PIC 9(8).
              05 SI-PO-NO              PIC 9(6).
              05 SI-INVOICE-QTY        PIC 9(4).
              05 SI-UNIT-PRICE         PIC 9(3)V99.
              05 SI-INVOICE-AMT        PIC 9(7)V99.
              05                       PIC X(33).

       FD PO-RECEIPT-LOG
       LABEL RECORDS ARE STANDARD.
            01   PO-RECEIPT-LOG-REC    PIC X(40).

       SD  RECEIPT-SORT-WK1.
            01   RECEIPT-SORT-REC.
              05 RW-PO-NO              PIC 9(6).
              05                       PIC X(19).
              05 RW-RECEIPT-DATE       PIC 9(8).
              05                       PIC X(7).

       FD SORTED-RECEIPT
       LABEL RECORDS ARE STANDARD.
            01   SORTED-RECEIPT-REC.
              05 RS-PO-NO              PIC 9(6).
              05 RS-VENDOR-NO          PIC 9(5).
              05 RS-BRANCH-CODE        PIC 9(3).
              05 RS-PRODUCT-CODE       PIC 9(2).
              05 RS-RECEIPT-QTY        PIC 9(4).
              05 RS-UNIT-COST          PIC 9(3)V99.
              05 RS-RECEIPT-DATE       PIC 9(8).
              05                       PIC X(7).

       FD PO-ISSUE-LOG
       LABEL RECORDS ARE STANDARD.
            01   PO-ISSUE-REC.
              05 PI-ORDER-NO           PIC 9(6).
              05 PI-BRANCH-CODE        PIC 9(3).
              05 PI-PRODUCT-CODE       PIC 9(2).
              05 PI-ORDER-QTY          PIC 9(4).
              05 PI-ORDER-DATE         PIC 9(8).
              05 PI-EXPECT-DATE        PIC 9(8).
              05 PI-VENDOR-NO          PIC 9(5).
              05 PI-UNIT-COST          PIC 9(3)V99.
              05                       PIC X(4).

       FD OLD-PO-MATCH
       LABEL RECORDS ARE STANDARD.
            01   OLD-PO-MATCH-REC.
              05 OM-PO-NO              PIC 9(6).
              05                       PIC X(54).

       FD NEW-PO-MATCH
       LABEL RECORDS ARE STANDARD.
            01   NEW-PO-MATCH-REC      PIC X(60).

       FD OPEN-PAYABLES
       LABEL RECORDS ARE STANDARD.
            01   OPEN-PAYABLE-REC.
           COPY APOPNRC.

       FD VENDOR-MASTER
       LABEL RECORDS ARE STANDARD.
            01   VENDOR-MASTER-REC.
           COPY VENDRC.

       FD MATCH-RPT
       LABEL RECORDS ARE OMITTED.
            01   MR-RPT-REC PIC X(80).

       FD EXCEPTION-RPT
       LABEL RECORDS ARE OMITTED.
            01   EX-RPT-REC PIC X(80).

       FD AUDIT-JOURNAL
       LABEL RECORDS ARE STANDARD.
            01   AUDIT-JOURNAL-REC.
           COPY AUDITREC.

       FD GL-FEED
       LABEL RECORDS ARE STANDARD.
            01   GL-FEED-REC.
           COPY GLFEEDRC.

       FD PROC-DATE-FILE
       LABEL RECORDS ARE STANDARD.
            01   PROC-DATE-REC.
              05 PD-LAST-MATCH-DATE    PIC 9(8).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01   RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01   RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-INV-STATUS        PIC X(2).
        77  WS-RCV-STATUS        PIC X(2).
        77  WS-ISS-STATUS        PIC X(2).
        77  WS-OLDM-STATUS       PIC X(2).
        77  WS-OPN-STATUS        PIC X(2).
        77  WS-VND-STATUS        PIC X(2).
        77  WS-PRCD-STATUS       PIC X(2).
        77  WS-CYCLE-NO          PIC 9(5) VALUE ZERO.
        77  WS-LAST-MATCH-DATE   PIC 9(8) VALUE ZERO.
        77  WS-PRICE-TOL-PCT     PIC 9(2)V99 VALUE 2.00.
        77  WS-QTY-TOL-UNITS     PIC 9(4) VALUE ZERO.
        77  WS-MERGE-PO-NO       PIC 9(6) VALUE ZERO.
        77  WS-VENDOR-COUNT      PIC 9(3) COMP VALUE ZERO.
        77  WS-REF-SUB           PIC 9(3) COMP VALUE ZERO.
        77  WS-VND-SUB           PIC 9(3) COMP VALUE ZERO.
        77  WS-UNINV-RCVD-QTY    PIC S9(5) VALUE ZERO.
        77  WS-UNINV-ORDER-QTY   PIC S9(5) VALUE ZERO.
        77  WS-QTY-OVER          PIC S9(5) VALUE ZERO.
        77  WS-PRICE-VAR         PIC S9(3)V99 VALUE ZERO.
        77  WS-PRICE-TOL         PIC 9(3)V99 VALUE ZERO.
        77  WS-EXTENDED-AMT      PIC 9(7)V99 VALUE ZERO.
        77  WS-COST-VALUE        PIC 9(7)V99 VALUE ZERO.
        77  WS-PPV-AMT           PIC S9(7)V99 VALUE ZERO.
        77  WS-ADD-DAYS          PIC 9(3) VALUE ZERO.
        77  WS-CAL-DAY-WORK      PIC 9(4) VALUE ZERO.
        77  WS-DAYS-IN-MONTH     PIC 9(2) VALUE ZERO.
        77  WS-INV-READ-CTR      PIC 9(7) VALUE ZERO.
        77  WS-INV-POSTED-CTR    PIC 9(7) VALUE ZERO.
        77  WS-INV-EXCEPT-CTR    PIC 9(7) VALUE ZERO.
        77  WS-NEW-PO-CTR        PIC 9(7) VALUE ZERO.
        77  WS-RECEIPT-CTR       PIC 9(7) VALUE ZERO.
        77  WS-ORPHAN-RCPT-CTR   PIC 9(7) VALUE ZERO.
        77  WS-PO-COMPLETE-CTR   PIC 9(7) VALUE ZERO.
        77  WS-PO-CARRIED-CTR    PIC 9(7) VALUE ZERO.
        77  WS-UNBILLED-PO-CTR   PIC 9(7) VALUE ZERO.
        77  WS-POSTED-AMT-TOTAL  PIC S9(9)V99 VALUE ZERO.
        77  WS-EXCEPT-AMT-TOTAL  PIC S9(9)V99 VALUE ZERO.
        77  WS-AP-COST-TOTAL     PIC S9(9)V99 VALUE ZERO.
        77  WS-PPV-TOTAL         PIC S9(9)V99 VALUE ZERO.
        77  WS-UNBILLED-VALUE    PIC S9(9)V99 VALUE ZERO.

        01  WS-RUN-DATE-FIELDS.
            05  WS-RUN-DATE        PIC 9(8).

        01  WS-CAL-DATE-FIELDS.
            05  WS-CAL-DATE        PIC 9(8).
        01  WS-CAL-DATE-BRK REDEFINES WS-CAL-DATE-FIELDS.
            05  WS-CAL-YYYY        PIC 9(4).
            05  WS-CAL-MM          PIC 9(2).
            05  WS-CAL-DD          PIC 9(2).
        01  WS-LEAP-WORK.
            05  WS-LEAP-QUOT       PIC 9(4).
            05  WS-LEAP-REM        PIC 9(1).

        01  WS-PO-MATCH-WORK.
            05  PM-PO-NO           PIC 9(6).
            05  PM-VENDOR-NO       PIC 9(5).
            05  PM-BRANCH-CODE     PIC 9(3).
            05  PM-PRODUCT-CODE    PIC 9(2).
            05  PM-ORDER-QTY       PIC 9(4).
            05  PM-UNIT-COST       PIC 9(3)V99.
            05  PM-ORDER-DATE      PIC 9(8).
            05  PM-RECEIVED-QTY    PIC 9(4).
            05  PM-INVOICED-QTY    PIC 9(4).
            05  PM-INVOICED-AMT    PIC 9(7)V99.
            05  PM-LAST-RCPT-DATE  PIC 9(8).
            05  FILLER             PIC X(2).

        01  WS-MATCH-SWITCHES.
            05  WS-OLD-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-OLD-EOF                VALUE 'Y'.
            05  WS-ISSUE-EOF-SW    PIC X(1) VALUE 'N'.
                88  WS-ISSUE-EOF              VALUE 'Y'.
            05  WS-RCPT-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-RCPT-EOF               VALUE 'Y'.
            05  WS-INV-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-INV-EOF                VALUE 'Y'.
            05  WS-REF-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-REF-EOF                VALUE 'Y'.
            05  WS-PO-FOUND-SW     PIC X(1) VALUE 'N'.
                88  WS-PO-FOUND               VALUE 'Y'.
            05  WS-INV-OK-SW       PIC X(1) VALUE 'Y'.
                88  WS-INV-OK                 VALUE 'Y'.
            05  WS-VENDOR-SW       PIC X(1) VALUE 'N'.
                88  WS-VENDOR-ACTIVE          VALUE 'Y'.
            05  WS-WINDOW-SW       PIC X(1) VALUE 'N'.
                88  WS-IN-WINDOW              VALUE 'Y'.

        01  WS-VENDOR-TABLE.
            05  WS-VENDOR-ENTRY OCCURS 500 TIMES.
                10  WS-VT-VENDOR-NO  PIC 9(5).
                10  WS-VT-ACTIVE     PIC X(1).
                10  WS-VT-NET-DAYS   PIC 9(3).
                10  WS-VT-DISC-PCT   PIC 9(2)V99.
                10  WS-VT-DISC-DAYS  PIC 9(3).

        01  MR-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(40)
                VALUE 'PGM52  SUPPLIER INVOICE MATCH REGISTER'.
            05  FILLER  PIC X(20) VALUE SPACES.
        01  EX-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(40)
                VALUE 'PGM52  INVOICE MATCH EXCEPTIONS - BUYER'.
            05  FILLER  PIC X(20) VALUE SPACES.
        01  MR-CYCLE-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(7)  VALUE 'CYCLE: '.
            05  MR-CYCLE-NO        PIC 9(5).
            05  FILLER             PIC X(17) VALUE '  BUSINESS DATE: '.
            05  MR-BUSINESS-DATE   PIC 9(8).
            05  FILLER             PIC X(23) VALUE SPACES.
        01  MR-DETAIL-LINE.
            05  FILLER             PIC X(4)  VALUE 'PO: '.
            05  MD-PO-NO           PIC 9(6).
            05  FILLER             PIC X(6)  VALUE ' VND: '.
            05  MD-VENDOR-NO       PIC 9(5).
            05  FILLER             PIC X(6)  VALUE ' INV: '.
            05  MD-INVOICE-NO      PIC X(10).
            05  FILLER             PIC X(1)  VALUE SPACE.
            05  MD-INVOICE-QTY     PIC ZZZ9.
            05  FILLER             PIC X(3)  VALUE ' @ '.
            05  MD-UNIT-PRICE      PIC ZZ9.99.
            05  FILLER             PIC X(1)  VALUE SPACE.
            05  MD-INVOICE-AMT     PIC Z,ZZZ,ZZ9.99.
            05  FILLER             PIC X(5)  VALUE ' DUE '.
            05  MD-DUE-DATE        PIC 9(8).
            05  FILLER             PIC X(3)  VALUE SPACES.
        01  EX-DETAIL-LINE.
            05  FILLER             PIC X(4)  VALUE 'PO: '.
            05  ED-PO-NO           PIC 9(6).
            05  FILLER             PIC X(6)  VALUE ' VND: '.
            05  ED-VENDOR-NO       PIC 9(5).
            05  FILLER             PIC X(6)  VALUE ' INV: '.
            05  ED-INVOICE-NO      PIC X(10).
            05  FILLER             PIC X(4)  VALUE ' ** '.
            05  ED-REASON          PIC X(30).
            05  FILLER             PIC X(9)  VALUE SPACES.
        01  EX-FIGURE-LINE.
            05  FILLER             PIC X(11) VALUE '    BILLED '.
            05  EF-INVOICE-QTY     PIC ZZZ9.
            05  FILLER             PIC X(3)  VALUE ' @ '.
            05  EF-UNIT-PRICE      PIC ZZ9.99.
            05  FILLER             PIC X(6)  VALUE '  ORD '.
            05  EF-ORDER-QTY       PIC ZZZ9.
            05  FILLER             PIC X(3)  VALUE ' @ '.
            05  EF-UNIT-COST       PIC ZZ9.99.
            05  FILLER             PIC X(7)  VALUE '  RCVD '.
            05  EF-RECEIVED-QTY    PIC ZZZ9.
            05  FILLER             PIC X(16)
                VALUE '  PRIOR BILLED '.
            05  EF-INVOICED-QTY    PIC ZZZ9.
            05  FILLER             PIC X(6)  VALUE SPACES.
        01  EX-RECEIPT-LINE.
            05  FILLER             PIC X(4)  VALUE 'PO: '.
            05  ER-PO-NO           PIC 9(6).
            05  FILLER             PIC X(4)  VALUE ' ** '.
            05  FILLER             PIC X(30)
                VALUE 'RECEIPT NOT ON PO MATCH FILE'.
            05  FILLER             PIC X(7)  VALUE '  QTY: '.
            05  ER-RECEIPT-QTY     PIC ZZZ9.
            05  FILLER             PIC X(25) VALUE SPACES.
        01  MR-TOTAL-LINE.
            05  MR-TOTAL-LABEL     PIC X(40).
            05  MR-TOTAL-COUNT     PIC ZZZ,ZZ9.
            05  FILLER             PIC X(33) VALUE SPACES.
        01  MR-AMOUNT-LINE.
            05  MR-AMOUNT-LABEL    PIC X(40).
            05  MR-AMOUNT          PIC -$ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
             PERFORM 1000-INITIALIZE-RTN.
             PERFORM 2000-MERGE-PO-RTN
                UNTIL WS-OLD-EOF AND WS-ISSUE-EOF AND
                      WS-RCPT-EOF AND WS-INV-EOF.
             PERFORM 9000-END-OF-JOB-RTN.
             PERFORM 9900-WRITE-RUN-STATS-RTN.
        GOBACK.

       1000-INITIALIZE-RTN.
             OPEN OUTPUT MATCH-RPT
                         EXCEPTION-RPT.
             PERFORM 1100-READ-RUN-CONTROL-RTN.
             WRITE MR-RPT-REC FROM MR-TITLE-LINE.
             WRITE MR-RPT-REC FROM MR-CYCLE-LINE.
             MOVE SPACES TO MR-RPT-REC.
             WRITE MR-RPT-REC.
             WRITE EX-RPT-REC FROM EX-TITLE-LINE.
             WRITE EX-RPT-REC FROM MR-CYCLE-LINE.
             MOVE SPACES TO EX-RPT-REC.
             WRITE EX-RPT-REC.
             PERFORM 1150-READ-PROC-DATE-RTN.
             PERFORM 1200-LOAD-VENDOR-TABLE-RTN.
             PERFORM 1300-PREPARE-LOGS-RTN.
             PERFORM 1400-RECEIPT-SORT-RTN.
             PERFORM 1500-INVOICE-SORT-RTN.
             OPEN INPUT  SORTED-RECEIPT
                         SORTED-INVOICE
                         PO-ISSUE-LOG.
             OPEN INPUT  OLD-PO-MATCH.
             IF WS-OLDM-STATUS = '35'
                SET WS-OLD-EOF TO TRUE
             END-IF.
             OPEN OUTPUT NEW-PO-MATCH.
             OPEN EXTEND OPEN-PAYABLES
                         AUDIT-JOURNAL
                         GL-FEED.
             PERFORM 2100-READ-OLD-MATCH-RTN.
             PERFORM 2150-READ-ISSUE-RTN.
             PERFORM 2170-READ-RECEIPT-RTN.
             PERFORM 2190-READ-INVOICE-RTN.

      ******************************************************************
      * Invoices are matched on the business processing date held on
      * RUNCTL so a rerun re-dates nothing.
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
                DISPLAY 'PGM52 ABORT - RUN CONTROL DATE MISSING'
                MOVE 8 TO RETURN-CODE
                GOBACK
             END-IF.
             MOVE WS-CYCLE-NO TO MR-CYCLE-NO.
             MOVE WS-RUN-DATE TO MR-BUSINESS-DATE.

      ******************************************************************
      * APPRCD1 holds the last date matched.  Orders and receipts
      * logged after it are taken into the match file, and a date
      * already matched is refused - the open-payables file is added
      * to, so a second run would post the same invoices twice.
      ******************************************************************
       1150-READ-PROC-DATE-RTN.
             OPEN INPUT PROC-DATE-FILE.
             IF WS-PRCD-STATUS = '35'
                CONTINUE
             ELSE
                READ PROC-DATE-FILE
                  AT END
                    CONTINUE
                  NOT AT END
                    MOVE PD-LAST-MATCH-DATE TO WS-LAST-MATCH-DATE
                END-READ
                CLOSE PROC-DATE-FILE
             END-IF.
             IF WS-RUN-DATE NOT > WS-LAST-MATCH-DATE
                DISPLAY 'PGM52 ABORT - DATE ALREADY MATCHED'
                MOVE 8 TO RETURN-CODE
                GOBACK
             END-IF.

       1200-LOAD-VENDOR-TABLE-RTN.
             OPEN INPUT VENDOR-MASTER.
             IF WS-VND-STATUS NOT = '35'
                MOVE 'N' TO WS-REF-EOF-SW
                PERFORM 1250-READ-VENDOR-RTN
                   UNTIL WS-REF-EOF
                CLOSE VENDOR-MASTER
             END-IF.

       1250-READ-VENDOR-RTN.
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
                    MOVE VM-TERMS-NET-DAYS
                      TO WS-VT-NET-DAYS (WS-VENDOR-COUNT)
                    MOVE VM-TERMS-DISC-PCT
                      TO WS-VT-DISC-PCT (WS-VENDOR-COUNT)
                    MOVE VM-TERMS-DISC-DAYS
                      TO WS-VT-DISC-DAYS (WS-VENDOR-COUNT)
                 END-IF
             END-READ.

      ******************************************************************
      * The order, receipt and invoice files are absent until PGM67,
      * PGM91 and invoice entry first write them; each is created
      * empty so the sorts and the merge see an empty file.
      ******************************************************************
       1300-PREPARE-LOGS-RTN.
             OPEN INPUT PO-RECEIPT-LOG.
             IF WS-RCV-STATUS = '35'
                OPEN OUTPUT PO-RECEIPT-LOG
             END-IF.
             CLOSE PO-RECEIPT-LOG.
             OPEN INPUT PO-ISSUE-LOG.
             IF WS-ISS-STATUS = '35'
                OPEN OUTPUT PO-ISSUE-LOG
             END-IF.
             CLOSE PO-ISSUE-LOG.
             OPEN INPUT SUPPLIER-INVOICE.
             IF WS-INV-STATUS = '35'
                OPEN OUTPUT SUPPLIER-INVOICE
             END-IF.
             CLOSE SUPPLIER-INVOICE.
             OPEN INPUT OPEN-PAYABLES.
             IF WS-OPN-STATUS = '35'
                OPEN OUTPUT OPEN-PAYABLES
             END-IF.
             CLOSE OPEN-PAYABLES.

      ******************************************************************
      * Sort the receipt log into order-number sequence, oldest
      * receipt first, for the merge.
      ******************************************************************
       1400-RECEIPT-SORT-RTN.
             SORT RECEIPT-SORT-WK1
                ON ASCENDING KEY RW-PO-NO
                                 RW-RECEIPT-DATE
                USING PO-RECEIPT-LOG
                GIVING SORTED-RECEIPT.

      ******************************************************************
      * Sort the day's keyed invoices into PO-number sequence.
      ******************************************************************
       1500-INVOICE-SORT-RTN.
             SORT INVOICE-SORT-WK1
                ON ASCENDING KEY IS-PO-NO
                                 IS-VENDOR-NO
                                 IS-INVOICE-NO
                USING SUPPLIER-INVOICE
                GIVING SORTED-INVOICE.

      ******************************************************************
      * Settle one order number per pass: take the match record from
      * the old file or, for an order cut since the last run, from
      * the issue log; apply the receipts logged since the last run;
      * match the day's invoices against it; then carry or drop it.
      ******************************************************************
       2000-MERGE-PO-RTN.
             MOVE 999999 TO WS-MERGE-PO-NO.
             IF NOT WS-OLD-EOF AND
                OM-PO-NO <= WS-MERGE-PO-NO
                MOVE OM-PO-NO TO WS-MERGE-PO-NO
             END-IF.
             IF NOT WS-ISSUE-EOF AND
                PI-ORDER-NO <= WS-MERGE-PO-NO
                MOVE PI-ORDER-NO TO WS-MERGE-PO-NO
             END-IF.
             IF NOT WS-RCPT-EOF AND
                RS-PO-NO <= WS-MERGE-PO-NO
                MOVE RS-PO-NO TO WS-MERGE-PO-NO
             END-IF.
             IF NOT WS-INV-EOF AND
                SI-PO-NO <= WS-MERGE-PO-NO
                MOVE SI-PO-NO TO WS-MERGE-PO-NO
             END-IF.
             MOVE 'N' TO WS-PO-FOUND-SW.
             MOVE SPACES TO WS-PO-MATCH-WORK.
             IF NOT WS-OLD-EOF AND
                OM-PO-NO = WS-MERGE-PO-NO
                MOVE OLD-PO-MATCH-REC TO WS-PO-MATCH-WORK
                SET WS-PO-FOUND TO TRUE
                PERFORM 2100-READ-OLD-MATCH-RTN
             END-IF.
             IF NOT WS-ISSUE-EOF AND
                PI-ORDER-NO = WS-MERGE-PO-NO
                IF NOT WS-PO-FOUND
                   PERFORM 2050-NEW-PO-MATCH-RTN
                END-IF
                PERFORM 2150-READ-ISSUE-RTN
             END-IF.
             PERFORM 2300-APPLY-RECEIPT-RTN
                UNTIL WS-RCPT-EOF OR
                      RS-PO-NO NOT = WS-MERGE-PO-NO.
             PERFORM 2400-MATCH-INVOICE-RTN
                UNTIL WS-INV-EOF OR
                      SI-PO-NO NOT = WS-MERGE-PO-NO.
             IF WS-PO-FOUND
                PERFORM 2700-CARRY-PO-MATCH-RTN
             END-IF.

       2050-NEW-PO-MATCH-RTN.
             MOVE PI-ORDER-NO     TO PM-PO-NO.
             MOVE PI-VENDOR-NO    TO PM-VENDOR-NO.
             MOVE PI-BRANCH-CODE  TO PM-BRANCH-CODE.
             MOVE PI-PRODUCT-CODE TO PM-PRODUCT-CODE.
             MOVE PI-ORDER-QTY    TO PM-ORDER-QTY.
             MOVE PI-UNIT-COST    TO PM-UNIT-COST.
             MOVE PI-ORDER-DATE   TO PM-ORDER-DATE.
             MOVE ZERO TO PM-RECEIVED-QTY
                          PM-INVOICED-QTY
                          PM-INVOICED-AMT
                          PM-LAST-RCPT-DATE.
             SET WS-PO-FOUND TO TRUE.
             ADD 1 TO WS-NEW-PO-CTR.

       2100-READ-OLD-MATCH-RTN.
             IF WS-OLD-EOF
                CONTINUE
             ELSE
                READ OLD-PO-MATCH
                  AT END
                  SET WS-OLD-EOF TO TRUE
                END-READ
             END-IF.

      ******************************************************************
      * Only orders cut after the last match date are new; earlier
      * ones are already on the match file or have completed.
      ******************************************************************
       2150-READ-ISSUE-RTN.
             MOVE 'N' TO WS-WINDOW-SW.
             PERFORM 2160-READ-ISSUE-NEXT-RTN
                UNTIL WS-ISSUE-EOF OR WS-IN-WINDOW.

       2160-READ-ISSUE-NEXT-RTN.
             READ PO-ISSUE-LOG
               AT END
                 SET WS-ISSUE-EOF TO TRUE
               NOT AT END
                 IF PI-ORDER-DATE > WS-LAST-MATCH-DATE AND
                    PI-ORDER-DATE NOT > WS-RUN-DATE
                    SET WS-IN-WINDOW TO TRUE
                 END-IF
             END-READ.

       2170-READ-RECEIPT-RTN.
             MOVE 'N' TO WS-WINDOW-SW.
             PERFORM 2180-READ-RECEIPT-NEXT-RTN
                UNTIL WS-RCPT-EOF OR WS-IN-WINDOW.

       2180-READ-RECEIPT-NEXT-RTN.
             READ SORTED-RECEIPT
               AT END
                 SET WS-RCPT-EOF TO TRUE
               NOT AT END
                 IF RS-RECEIPT-DATE > WS-LAST-MATCH-DATE AND
                    RS-RECEIPT-DATE NOT > WS-RUN-DATE
                    SET WS-IN-WINDOW TO TRUE
                 END-IF
             END-READ.

       2190-READ-INVOICE-RTN.
             READ SORTED-INVOICE
               AT END
               SET WS-INV-EOF TO TRUE
             END-READ.

       2300-APPLY-RECEIPT-RTN.
             IF WS-PO-FOUND
                ADD RS-RECEIPT-QTY TO PM-RECEIVED-QTY
                MOVE RS-RECEIPT-DATE TO PM-LAST-RCPT-DATE
                ADD 1 TO WS-RECEIPT-CTR
             ELSE
                MOVE RS-PO-NO TO ER-PO-NO
                MOVE RS-RECEIPT-QTY TO ER-RECEIPT-QTY
                WRITE EX-RPT-REC FROM EX-RECEIPT-LINE
                ADD 1 TO WS-ORPHAN-RCPT-CTR
             END-IF.
             PERFORM 2170-READ-RECEIPT-RTN.

      ******************************************************************
      * One invoice line per PO.  The order and the vendor must be
      * known and the invoice must foot before the three-way match is
      * tried; every failure is listed for the buyer and the invoice
      * is held off the open-payables file.
      ******************************************************************
       2400-MATCH-INVOICE-RTN.
             ADD 1 TO WS-INV-READ-CTR.
             MOVE 'Y' TO WS-INV-OK-SW.
             MOVE SI-PO-NO      TO ED-PO-NO.
             MOVE SI-VENDOR-NO  TO ED-VENDOR-NO.
             MOVE SI-INVOICE-NO TO ED-INVOICE-NO.
             PERFORM 2410-EDIT-INVOICE-RTN.
             IF WS-INV-OK
                PERFORM 2450-THREE-WAY-MATCH-RTN
             END-IF.
             IF WS-INV-OK
                PERFORM 2500-POST-INVOICE-RTN
             ELSE
                ADD 1 TO WS-INV-EXCEPT-CTR
                IF SI-INVOICE-AMT NUMERIC
                   ADD SI-INVOICE-AMT TO WS-EXCEPT-AMT-TOTAL
                END-IF
             END-IF.
             PERFORM 2190-READ-INVOICE-RTN.

       2410-EDIT-INVOICE-RTN.
             MOVE 'N' TO WS-VENDOR-SW.
             MOVE ZERO TO WS-VND-SUB.
             PERFORM 2420-MATCH-VENDOR-RTN
                VARYING WS-REF-SUB FROM 1 BY 1
                UNTIL WS-REF-SUB > WS-VENDOR-COUNT
                   OR WS-VND-SUB > ZERO.
             IF WS-VND-SUB > ZERO
                IF WS-VT-ACTIVE (WS-VND-SUB) = 'A'
                   SET WS-VENDOR-ACTIVE TO TRUE
                END-IF
             END-IF.
             EVALUATE TRUE
                WHEN NOT WS-PO-FOUND
                  MOVE 'PO NOT ON MATCH FILE' TO ED-REASON
                  PERFORM 2490-PRINT-EXCEPTION-RTN
                WHEN SI-VENDOR-NO NOT = PM-VENDOR-NO
                  MOVE 'VENDOR DOES NOT MATCH PO' TO ED-REASON
                  PERFORM 2490-PRINT-EXCEPTION-RTN
                WHEN NOT WS-VENDOR-ACTIVE
                  MOVE 'VENDOR NOT ACTIVE ON MASTER' TO ED-REASON
                  PERFORM 2490-PRINT-EXCEPTION-RTN
                WHEN SI-INVOICE-QTY NOT NUMERIC OR
                     SI-UNIT-PRICE NOT NUMERIC OR
                     SI-INVOICE-AMT NOT NUMERIC OR
                     SI-INVOICE-DATE NOT NUMERIC OR
                     SI-INVOICE-QTY = ZERO
                  MOVE 'INVOICE FIELDS NOT VALID' TO ED-REASON
                  PERFORM 2490-PRINT-EXCEPTION-RTN
                WHEN OTHER
                  MULTIPLY SI-INVOICE-QTY BY SI-UNIT-PRICE
                     GIVING WS-EXTENDED-AMT
                  IF WS-EXTENDED-AMT NOT = SI-INVOICE-AMT
                     MOVE 'INVOICE DOES NOT FOOT' TO ED-REASON
                     PERFORM 2490-PRINT-EXCEPTION-RTN
                  END-IF
             END-EVALUATE.

       2420-MATCH-VENDOR-RTN.
             IF WS-VT-VENDOR-NO (WS-REF-SUB) = SI-VENDOR-NO
                MOVE WS-REF-SUB TO WS-VND-SUB
             END-IF.

      ******************************************************************
      * Quantity against what is still unbilled on the order and on
      * the receipts, price against the agreed cost.  Every check is
      * made so the buyer sees all the variances on one invoice.
      ******************************************************************
       2450-THREE-WAY-MATCH-RTN.
             COMPUTE WS-UNINV-RCVD-QTY =
                     PM-RECEIVED-QTY - PM-INVOICED-QTY.
             COMPUTE WS-UNINV-ORDER-QTY =
                     PM-ORDER-QTY - PM-INVOICED-QTY.
             COMPUTE WS-QTY-OVER =
                     SI-INVOICE-QTY - WS-UNINV-RCVD-QTY.
             IF WS-QTY-OVER > WS-QTY-TOL-UNITS
                MOVE 'QTY BILLED OVER RECEIVED' TO ED-REASON
                PERFORM 2490-PRINT-EXCEPTION-RTN
             END-IF.
             COMPUTE WS-QTY-OVER =
                     SI-INVOICE-QTY - WS-UNINV-ORDER-QTY.
             IF WS-QTY-OVER > WS-QTY-TOL-UNITS
                MOVE 'QTY BILLED OVER ORDERED' TO ED-REASON
                PERFORM 2490-PRINT-EXCEPTION-RTN
             END-IF.
             COMPUTE WS-PRICE-VAR = SI-UNIT-PRICE - PM-UNIT-COST.
             COMPUTE WS-PRICE-TOL ROUNDED =
                     PM-UNIT-COST * WS-PRICE-TOL-PCT / 100.
             IF WS-PRICE-VAR > WS-PRICE-TOL OR
                WS-PRICE-VAR < ZERO - WS-PRICE-TOL
                MOVE 'PRICE OUTSIDE TOLERANCE' TO ED-REASON
                PERFORM 2490-PRINT-EXCEPTION-RTN
             END-IF.
             IF NOT WS-INV-OK
                MOVE SI-INVOICE-QTY  TO EF-INVOICE-QTY
                MOVE SI-UNIT-PRICE   TO EF-UNIT-PRICE
                MOVE PM-ORDER-QTY    TO EF-ORDER-QTY
                MOVE PM-UNIT-COST    TO EF-UNIT-COST
                MOVE PM-RECEIVED-QTY TO EF-RECEIVED-QTY
                MOVE PM-INVOICED-QTY TO EF-INVOICED-QTY
                WRITE EX-RPT-REC FROM EX-FIGURE-LINE
             END-IF.

       2490-PRINT-EXCEPTION-RTN.
             WRITE EX-RPT-REC FROM EX-DETAIL-LINE.
             MOVE 'N' TO WS-INV-OK-SW.

      ******************************************************************
      * A matched invoice is relieved against the order, goes to the
      * open-payables file due by the vendor's terms, and splits into
      * the goods at agreed cost and the purchase-price variance for
      * the ledger.
      ******************************************************************
       2500-POST-INVOICE-RTN.
             MOVE WS-PO-MATCH-WORK TO AJ-BEFORE-IMAGE.
             ADD SI-INVOICE-QTY TO PM-INVOICED-QTY.
             ADD SI-INVOICE-AMT TO PM-INVOICED-AMT.
             MULTIPLY SI-INVOICE-QTY BY PM-UNIT-COST
                GIVING WS-COST-VALUE.
             COMPUTE WS-PPV-AMT = SI-INVOICE-AMT - WS-COST-VALUE.
             ADD WS-COST-VALUE TO WS-AP-COST-TOTAL.
             ADD WS-PPV-AMT TO WS-PPV-TOTAL.
             ADD SI-INVOICE-AMT TO WS-POSTED-AMT-TOTAL.
             ADD 1 TO WS-INV-POSTED-CTR.
             MOVE SPACES TO OPEN-PAYABLE-REC.
             MOVE SI-VENDOR-NO    TO OP-VENDOR-NO.
             MOVE SI-INVOICE-NO   TO OP-INVOICE-NO.
             MOVE SI-INVOICE-DATE TO OP-INVOICE-DATE.
             MOVE SI-PO-NO        TO OP-PO-NO.
             MOVE SI-INVOICE-QTY  TO OP-INVOICE-QTY.
             MOVE SI-INVOICE-AMT  TO OP-GROSS-AMT.
             PERFORM 2550-SET-TERMS-RTN.
             MOVE WS-RUN-DATE     TO OP-MATCH-DATE.
             SET OP-OPEN TO TRUE.
             WRITE OPEN-PAYABLE-REC.
             MOVE SI-PO-NO        TO MD-PO-NO.
             MOVE SI-VENDOR-NO    TO MD-VENDOR-NO.
             MOVE SI-INVOICE-NO   TO MD-INVOICE-NO.
             MOVE SI-INVOICE-QTY  TO MD-INVOICE-QTY.
             MOVE SI-UNIT-PRICE   TO MD-UNIT-PRICE.
             MOVE SI-INVOICE-AMT  TO MD-INVOICE-AMT.
             MOVE OP-DUE-DATE     TO MD-DUE-DATE.
             WRITE MR-RPT-REC FROM MR-DETAIL-LINE.
             MOVE 'PGM52' TO AJ-SOURCE-PGM.
             MOVE SPACES TO AJ-KEY.
             MOVE PM-PO-NO TO AJ-KEY(1:6).
             MOVE WS-PO-MATCH-WORK TO AJ-AFTER-IMAGE.
             PERFORM 950-WRITE-AUDIT-RTN.

      ******************************************************************
      * Net due date from the invoice date; where the vendor allows a
      * prompt-payment discount its date and amount go on the item so
      * the payment run can take it.
      ******************************************************************
       2550-SET-TERMS-RTN.
             MOVE SI-INVOICE-DATE TO WS-CAL-DATE.
             MOVE WS-VT-NET-DAYS (WS-VND-SUB) TO WS-ADD-DAYS.
             PERFORM 2600-ADD-DAYS-RTN.
             MOVE WS-CAL-DATE TO OP-DUE-DATE.
             IF WS-VT-DISC-PCT (WS-VND-SUB) > ZERO
                MOVE SI-INVOICE-DATE TO WS-CAL-DATE
                MOVE WS-VT-DISC-DAYS (WS-VND-SUB) TO WS-ADD-DAYS
                PERFORM 2600-ADD-DAYS-RTN
                MOVE WS-CAL-DATE TO OP-DISC-DATE
                COMPUTE OP-DISC-AMT ROUNDED =
                        SI-INVOICE-AMT
                      * WS-VT-DISC-PCT (WS-VND-SUB) / 100
             ELSE
                MOVE ZERO TO OP-DISC-DATE
                             OP-DISC-AMT
             END-IF.

       2600-ADD-DAYS-RTN.
             MOVE WS-CAL-DD TO WS-CAL-DAY-WORK.
             ADD WS-ADD-DAYS TO WS-CAL-DAY-WORK.
             PERFORM 2650-SET-DAYS-IN-MONTH-RTN.
             PERFORM 2610-ROLL-MONTH-RTN
                UNTIL WS-CAL-DAY-WORK NOT > WS-DAYS-IN-MONTH.
             MOVE WS-CAL-DAY-WORK TO WS-CAL-DD.

       2610-ROLL-MONTH-RTN.
             SUBTRACT WS-DAYS-IN-MONTH FROM WS-CAL-DAY-WORK.
             IF WS-CAL-MM < 12
                ADD 1 TO WS-CAL-MM
             ELSE
                MOVE 1 TO WS-CAL-MM
                ADD 1 TO WS-CAL-YYYY
             END-IF.
             PERFORM 2650-SET-DAYS-IN-MONTH-RTN.

       2650-SET-DAYS-IN-MONTH-RTN.
             EVALUATE WS-CAL-MM
                WHEN 01
                WHEN 03
                WHEN 05
                WHEN 07
                WHEN 08
                WHEN 10
                WHEN 12
                  MOVE 31 TO WS-DAYS-IN-MONTH
                WHEN 04
                WHEN 06
                WHEN 09
                WHEN 11
                  MOVE 30 TO WS-DAYS-IN-MONTH
                WHEN OTHER
                  DIVIDE WS-CAL-YYYY BY 4
                     GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                  IF WS-LEAP-REM = ZERO
                     MOVE 29 TO WS-DAYS-IN-MONTH
                  ELSE
                     MOVE 28 TO WS-DAYS-IN-MONTH
                  END-IF
             END-EVALUATE.

      ******************************************************************
      * An order fully received and fully billed is finished and
      * drops off; anything else carries.  Goods received but not
      * yet billed are totalled at agreed cost for the accrual.
      ******************************************************************
       2700-CARRY-PO-MATCH-RTN.
             IF PM-RECEIVED-QTY NOT < PM-ORDER-QTY AND
                PM-INVOICED-QTY NOT < PM-RECEIVED-QTY
                ADD 1 TO WS-PO-COMPLETE-CTR
             ELSE
                WRITE NEW-PO-MATCH-REC FROM WS-PO-MATCH-WORK
                ADD 1 TO WS-PO-CARRIED-CTR
                IF PM-RECEIVED-QTY > PM-INVOICED-QTY
                   ADD 1 TO WS-UNBILLED-PO-CTR
                   COMPUTE WS-UNBILLED-VALUE = WS-UNBILLED-VALUE
                         + (PM-RECEIVED-QTY - PM-INVOICED-QTY)
                         * PM-UNIT-COST
                END-IF
             END-IF.

       9000-END-OF-JOB-RTN.
             PERFORM 9100-WRITE-GL-FEED-RTN.
             PERFORM 9200-PRINT-RUN-TOTALS-RTN.
             PERFORM 9300-RECORD-PROC-DATE-RTN.
             IF WS-OLDM-STATUS NOT = '35'
                CLOSE OLD-PO-MATCH
             END-IF.
             CLOSE SORTED-RECEIPT
                   SORTED-INVOICE
                   PO-ISSUE-LOG
                   NEW-PO-MATCH
                   OPEN-PAYABLES
                   AUDIT-JOURNAL
                   GL-FEED
                   MATCH-RPT
                   EXCEPTION-RPT.

      ******************************************************************
      * Matched invoices to the ledger: the goods at agreed cost
      * (AP) and the purchase-price variance (PV) as separate
      * activities so PGM92 can map each to its own account.
      ******************************************************************
       9100-WRITE-GL-FEED-RTN.
             IF WS-AP-COST-TOTAL NOT = ZERO
                MOVE SPACES TO GL-FEED-REC
                MOVE WS-RUN-DATE TO GF-RUN-DATE
                MOVE 'PGM52' TO GF-SOURCE-PGM
                MOVE 'AP' TO GF-ACTIVITY-CODE
                MOVE WS-AP-COST-TOTAL TO GF-AMOUNT
                WRITE GL-FEED-REC
             END-IF.
             IF WS-PPV-TOTAL NOT = ZERO
                MOVE SPACES TO GL-FEED-REC
                MOVE WS-RUN-DATE TO GF-RUN-DATE
                MOVE 'PGM52' TO GF-SOURCE-PGM
                MOVE 'PV' TO GF-ACTIVITY-CODE
                MOVE WS-PPV-TOTAL TO GF-AMOUNT
                WRITE GL-FEED-REC
             END-IF.

       9200-PRINT-RUN-TOTALS-RTN.
             MOVE SPACES TO MR-RPT-REC.
             WRITE MR-RPT-REC.
             MOVE 'INVOICES READ' TO MR-TOTAL-LABEL.
             MOVE WS-INV-READ-CTR TO MR-TOTAL-COUNT.
             WRITE MR-RPT-REC FROM MR-TOTAL-LINE.
             MOVE 'INVOICES MATCHED AND POSTED' TO MR-TOTAL-LABEL.
             MOVE WS-INV-POSTED-CTR TO MR-TOTAL-COUNT.
             WRITE MR-RPT-REC FROM MR-TOTAL-LINE.
             MOVE 'INVOICES HELD ON EXCEPTION' TO MR-TOTAL-LABEL.
             MOVE WS-INV-EXCEPT-CTR TO MR-TOTAL-COUNT.
             WRITE MR-RPT-REC FROM MR-TOTAL-LINE.
             MOVE 'AMOUNT POSTED TO OPEN PAYABLES' TO MR-AMOUNT-LABEL.
             MOVE WS-POSTED-AMT-TOTAL TO MR-AMOUNT.
             WRITE MR-RPT-REC FROM MR-AMOUNT-LINE.
             MOVE 'GOODS AT AGREED COST' TO MR-AMOUNT-LABEL.
             MOVE WS-AP-COST-TOTAL TO MR-AMOUNT.
             WRITE MR-RPT-REC FROM MR-AMOUNT-LINE.
             MOVE 'PURCHASE PRICE VARIANCE' TO MR-AMOUNT-LABEL.
             MOVE WS-PPV-TOTAL TO MR-AMOUNT.
             WRITE MR-RPT-REC FROM MR-AMOUNT-LINE.
             MOVE 'AMOUNT HELD ON EXCEPTION' TO MR-AMOUNT-LABEL.
             MOVE WS-EXCEPT-AMT-TOTAL TO MR-AMOUNT.
             WRITE MR-RPT-REC FROM MR-AMOUNT-LINE.
             MOVE SPACES TO MR-RPT-REC.
             WRITE MR-RPT-REC.
             MOVE 'NEW ORDERS TAKEN FROM PGM67' TO MR-TOTAL-LABEL.
             MOVE WS-NEW-PO-CTR TO MR-TOTAL-COUNT.
             WRITE MR-RPT-REC FROM MR-TOTAL-LINE.
             MOVE 'RECEIPTS TAKEN FROM PGM91' TO MR-TOTAL-LABEL.
             MOVE WS-RECEIPT-CTR TO MR-TOTAL-COUNT.
             WRITE MR-RPT-REC FROM MR-TOTAL-LINE.
             MOVE 'RECEIPTS NOT ON MATCH FILE' TO MR-TOTAL-LABEL.
             MOVE WS-ORPHAN-RCPT-CTR TO MR-TOTAL-COUNT.
             WRITE MR-RPT-REC FROM MR-TOTAL-LINE.
             MOVE 'ORDERS COMPLETED AND DROPPED' TO MR-TOTAL-LABEL.
             MOVE WS-PO-COMPLETE-CTR TO MR-TOTAL-COUNT.
             WRITE MR-RPT-REC FROM MR-TOTAL-LINE.
             MOVE 'ORDERS CARRIED ON MATCH FILE' TO MR-TOTAL-LABEL.
             MOVE WS-PO-CARRIED-CTR TO MR-TOTAL-COUNT.
             WRITE MR-RPT-REC FROM MR-TOTAL-LINE.
             MOVE 'ORDERS RECEIVED NOT YET INVOICED'
               TO MR-TOTAL-LABEL.
             MOVE WS-UNBILLED-PO-CTR TO MR-TOTAL-COUNT.
             WRITE MR-RPT-REC FROM MR-TOTAL-LINE.
             MOVE 'RECEIVED NOT INVOICED AT AGREED COST'
               TO MR-AMOUNT-LABEL.
             MOVE WS-UNBILLED-VALUE TO MR-AMOUNT.
             WRITE MR-RPT-REC FROM MR-AMOUNT-LINE.
             MOVE SPACES TO EX-RPT-REC.
             WRITE EX-RPT-REC.
             MOVE 'INVOICES HELD ON EXCEPTION' TO MR-TOTAL-LABEL.
             MOVE WS-INV-EXCEPT-CTR TO MR-TOTAL-COUNT.
             WRITE EX-RPT-REC FROM MR-TOTAL-LINE.
             MOVE 'RECEIPTS NOT ON MATCH FILE' TO MR-TOTAL-LABEL.
             MOVE WS-ORPHAN-RCPT-CTR TO MR-TOTAL-COUNT.
             WRITE EX-RPT-REC FROM MR-TOTAL-LINE.

       9300-RECORD-PROC-DATE-RTN.
             OPEN OUTPUT PROC-DATE-FILE.
             MOVE WS-RUN-DATE TO PD-LAST-MATCH-DATE.
             WRITE PROC-DATE-REC.
             CLOSE PROC-DATE-FILE.

       950-WRITE-AUDIT-RTN.
             MOVE WS-RUN-DATE TO AJ-RUN-DATE.
             MOVE SPACES TO AJ-OPERATOR-STAMP.
             ACCEPT AJ-RUN-TIME FROM TIME.
             WRITE AUDIT-JOURNAL-REC.

      ******************************************************************
      * Run statistics for the morning operations summary: invoices
      * read, posted and held as exceptions, with the posted, exception
      * and price-variance totals.
      ******************************************************************
       9900-WRITE-RUN-STATS-RTN.
             INITIALIZE RUN-STATS-REC.
             MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
             MOVE WS-RUN-DATE TO RS-RUN-DATE.
             MOVE 'PGM52' TO RS-PROGRAM.
             ACCEPT RS-RUN-TIME FROM TIME.
             MOVE RETURN-CODE TO RS-RETURN-CODE.
             MOVE WS-INV-READ-CTR TO RS-READ-CTR.
             MOVE WS-INV-POSTED-CTR TO RS-WRITTEN-CTR.
             MOVE WS-INV-EXCEPT-CTR TO RS-SUSPEND-CTR.
             MOVE 'POSTED' TO RS-AMT-LABEL (1).
             MOVE WS-POSTED-AMT-TOTAL TO RS-AMOUNT (1).
             MOVE 'EXCEPTIONS' TO RS-AMT-LABEL (2).
             MOVE WS-EXCEPT-AMT-TOTAL TO RS-AMOUNT (2).
             MOVE 'PRICE VAR' TO RS-AMT-LABEL (3).
             MOVE WS-PPV-TOTAL TO RS-AMOUNT (3).
             OPEN EXTEND RUN-STATS.
             WRITE RUN-STATS-REC.
             CLOSE RUN-STATS.

       END PROGRAM PGM52.
