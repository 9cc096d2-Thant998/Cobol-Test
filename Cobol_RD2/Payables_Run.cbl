      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Scheduled accounts-payable payment run.  Reads the
      *           open-payables file PGM52 posts matched supplier
      *           invoices to and selects every item due by its terms
      *           on or before the pay-through date on the APPARM1
      *           card (the business date when no card is supplied),
      *           together with any item whose prompt-payment discount
      *           would otherwise lapse before then.  Selected items
      *           are sorted by vendor and paid as one payment per
      *           vendor under the payment-number sequence carried on
      *           APCTL1, taking the discount where the run falls on or
      *           before the discount date.  The payment register lists
      *           each invoice paid with vendor and run totals, the
      *           payment file APPAY1 carries one record per payment
      *           with the vendor's remit-to details, and the net cash
      *           and discounts taken feed the general ledger.  Items
      *           not yet due, and items for a vendor no longer active
      *           on the master, carry to the new open-payables file.
      *           APPDTE1 holds the last business date paid and a run
      *           for a date already paid is refused before anything
      *           is selected, so no item is paid or posted twice.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM51.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-RUN-PARM     ASSIGN TO APPARM1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OLD-PAYABLES     ASSIGN TO APOPEN1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPN-STATUS.
           SELECT NEW-PAYABLES     ASSIGN TO APOPNN1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAW-SELECTED     ASSIGN TO APSEL1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-SELECTED  ASSIGN TO APSELS1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SELECT-SORT-WK1  ASSIGN TO "APSSRT1".
           SELECT VENDOR-MASTER    ASSIGN TO VENDMST1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VND-STATUS.
           SELECT PAY-CONTROL      ASSIGN TO APCTL1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PROC-DATE-FILE   ASSIGN TO APPDTE1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCD-STATUS.
           SELECT PAYMENT-FILE     ASSIGN TO APPAY1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-RPT      ASSIGN TO APPREG1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-JOURNAL    ASSIGN TO AUDITJNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-FEED          ASSIGN TO GLFEED
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL      ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-STATS        ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-RUN-PARM
       LABEL RECORDS ARE STANDARD.
            01   PAY-RUN-PARM-REC.
              05 PP-PAY-THROUGH-DATE   PIC 9(8).
              05                       PIC X(72).

       FD OLD-PAYABLES
       LABEL RECORDS ARE STANDARD.
            01   OLD-PAYABLE-REC.
           COPY APOPNRC.

       FD NEW-PAYABLES
       LABEL RECORDS ARE STANDARD.
            01   NEW-PAYABLE-REC       PIC X(100).

       FD RAW-SELECTED
       LABEL RECORDS ARE STANDARD.
            01   RAW-SELECTED-REC      PIC X(100).

       SD  SELECT-SORT-WK1.
            01   SELECT-SORT-REC.
              05 SW-VENDOR-NO          PIC 9(5).
              05 SW-INVOICE-NO         PIC X(10).
              05                       PIC X(85).

       FD SORTED-SELECTED
       LABEL RECORDS ARE STANDARD.
            01   SORTED-SELECTED-REC.
              05 SS-VENDOR-NO          PIC 9(5).
              05 SS-INVOICE-NO         PIC X(10).
              05 SS-INVOICE-DATE       PIC 9(8).
              05 SS-PO-NO              PIC 9(6).
              05 SS-INVOICE-QTY        PIC 9(4).
              05 SS-GROSS-AMT          PIC 9(7)V99.
              05 SS-DUE-DATE           PIC 9(8).
              05 SS-DISC-DATE          PIC 9(8).
              05 SS-DISC-AMT           PIC 9(5)V99.
              05                       PIC X(35).

       FD VENDOR-MASTER
       LABEL RECORDS ARE STANDARD.
            01   VENDOR-MASTER-REC.
           COPY VENDRC.

       FD PAY-CONTROL
       LABEL RECORDS ARE STANDARD.
            01   PAY-CONTROL-REC.
              05 PC-NEXT-PAYMENT-NO    PIC 9(6).
              05                       PIC X(6).

       FD PROC-DATE-FILE
       LABEL RECORDS ARE STANDARD.
            01   PROC-DATE-REC.
              05 PD-LAST-PAY-DATE      PIC 9(8).

       FD PAYMENT-FILE
       LABEL RECORDS ARE STANDARD.
            01   PAYMENT-REC.
              05 PY-PAYMENT-NO         PIC 9(6).
              05 PY-PAY-DATE           PIC 9(8).
              05 PY-VENDOR-NO          PIC 9(5).
              05 PY-VENDOR-NAME        PIC X(25).
              05 PY-REMIT-ADDRESS      PIC X(30).
              05 PY-REMIT-CITY         PIC X(15).
              05 PY-REMIT-STATE        PIC X(2).
              05 PY-REMIT-ZIP          PIC X(9).
              05 PY-NET-AMT            PIC 9(7)V99.
              05 PY-DISC-AMT           PIC 9(5)V99.
              05 PY-INVOICE-CTR        PIC 9(3).
              05                       PIC X(1).

       FD PAYMENT-RPT
       LABEL RECORDS ARE OMITTED.
            01   PR-RPT-REC PIC X(80).

       FD AUDIT-JOURNAL
       LABEL RECORDS ARE STANDARD.
            01   AUDIT-JOURNAL-REC.
           COPY AUDITREC.

       FD GL-FEED
       LABEL RECORDS ARE STANDARD.
            01   GL-FEED-REC.
           COPY GLFEEDRC.

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
        77  WS-OPN-STATUS        PIC X(2).
        77  WS-VND-STATUS        PIC X(2).
        77  WS-CTL-STATUS        PIC X(2).
        77  WS-PRCD-STATUS       PIC X(2).
        77  WS-LAST-PAY-DATE     PIC 9(8) VALUE ZERO.
        77  WS-CYCLE-NO          PIC 9(5) VALUE ZERO.
        77  WS-PAY-THROUGH-DATE  PIC 9(8) VALUE ZERO.
        77  WS-NEXT-PAYMENT-NO   PIC 9(6) VALUE 500001.
        77  WS-VENDOR-COUNT      PIC 9(3) COMP VALUE ZERO.
        77  WS-REF-SUB           PIC 9(3) COMP VALUE ZERO.
        77  WS-VND-SUB           PIC 9(3) COMP VALUE ZERO.
        77  WS-CURR-VENDOR       PIC 9(5) VALUE ZERO.
        77  WS-ITEM-DISC         PIC 9(5)V99 VALUE ZERO.
        77  WS-ITEM-NET          PIC 9(7)V99 VALUE ZERO.
        77  WS-VND-GROSS         PIC 9(9)V99 VALUE ZERO.
        77  WS-VND-DISC          PIC 9(7)V99 VALUE ZERO.
        77  WS-VND-NET           PIC 9(9)V99 VALUE ZERO.
        77  WS-VND-INVOICE-CTR   PIC 9(3) VALUE ZERO.
        77  WS-ITEM-READ-CTR     PIC 9(7) VALUE ZERO.
        77  WS-ITEM-SELECT-CTR   PIC 9(7) VALUE ZERO.
        77  WS-ITEM-CARRY-CTR    PIC 9(7) VALUE ZERO.
        77  WS-ITEM-HELD-CTR     PIC 9(7) VALUE ZERO.
        77  WS-PAYMENT-CTR       PIC 9(7) VALUE ZERO.
        77  WS-GROSS-TOTAL       PIC S9(9)V99 VALUE ZERO.
        77  WS-DISC-TOTAL        PIC S9(9)V99 VALUE ZERO.
        77  WS-NET-TOTAL         PIC S9(9)V99 VALUE ZERO.
        77  WS-CARRY-TOTAL       PIC S9(9)V99 VALUE ZERO.

        01  WS-RUN-DATE-FIELDS.
            05  WS-RUN-DATE        PIC 9(8).

        01  WS-PAY-SWITCHES.
            05  WS-OPEN-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-OPEN-EOF               VALUE 'Y'.
            05  WS-SEL-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-SEL-EOF                VALUE 'Y'.
            05  WS-REF-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-REF-EOF                VALUE 'Y'.
            05  WS-VENDOR-SW       PIC X(1) VALUE 'N'.
                88  WS-VENDOR-ACTIVE          VALUE 'Y'.
            05  WS-FIRST-VENDOR-SW PIC X(1) VALUE 'Y'.
                88  WS-FIRST-VENDOR           VALUE 'Y'.

        01  WS-VENDOR-TABLE.
            05  WS-VENDOR-ENTRY OCCURS 500 TIMES.
                10  WS-VT-VENDOR-NO  PIC 9(5).
                10  WS-VT-NAME       PIC X(25).
                10  WS-VT-ADDRESS    PIC X(30).
                10  WS-VT-CITY       PIC X(15).
                10  WS-VT-STATE      PIC X(2).
                10  WS-VT-ZIP        PIC X(9).
                10  WS-VT-ACTIVE     PIC X(1).

        01  PR-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(40)
                VALUE 'PGM51  ACCOUNTS PAYABLE PAYMENT REGISTER'.
            05  FILLER  PIC X(20) VALUE SPACES.
        01  PR-CYCLE-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(7)  VALUE 'CYCLE: '.
            05  PR-CYCLE-NO        PIC 9(5).
            05  FILLER             PIC X(17) VALUE '  BUSINESS DATE: '.
            05  PR-BUSINESS-DATE   PIC 9(8).
            05  FILLER             PIC X(23) VALUE SPACES.
        01  PR-THROUGH-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(29)
                VALUE 'ITEMS DUE ON OR BEFORE:      '.
            05  PR-THROUGH-DATE    PIC 9(8).
            05  FILLER             PIC X(23) VALUE SPACES.
        01  PR-VENDOR-LINE.
            05  FILLER             PIC X(8)  VALUE 'VENDOR: '.
            05  PV-VENDOR-NO       PIC 9(5).
            05  FILLER             PIC X(1)  VALUE SPACE.
            05  PV-VENDOR-NAME     PIC X(25).
            05  FILLER             PIC X(13) VALUE ' PAYMENT NO: '.
            05  PV-PAYMENT-NO      PIC 9(6).
            05  FILLER             PIC X(22) VALUE SPACES.
        01  PR-DETAIL-LINE.
            05  FILLER             PIC X(5)  VALUE 'INV: '.
            05  PD-INVOICE-NO      PIC X(10).
            05  FILLER             PIC X(4)  VALUE ' PO '.
            05  PD-PO-NO           PIC 9(6).
            05  FILLER             PIC X(5)  VALUE ' DUE '.
            05  PD-DUE-DATE        PIC 9(8).
            05  FILLER             PIC X(1)  VALUE SPACE.
            05  PD-GROSS-AMT       PIC Z,ZZZ,ZZ9.99.
            05  FILLER             PIC X(1)  VALUE SPACE.
            05  PD-DISC-AMT        PIC ZZ,ZZ9.99.
            05  FILLER             PIC X(1)  VALUE SPACE.
            05  PD-NET-AMT         PIC Z,ZZZ,ZZ9.99.
            05  FILLER             PIC X(6)  VALUE SPACES.
        01  PR-VENDOR-TOTAL-LINE.
            05  FILLER             PIC X(8)  VALUE 'PAYMENT '.
            05  PT-PAYMENT-NO      PIC 9(6).
            05  FILLER             PIC X(13) VALUE ' VENDOR TOTAL'.
            05  FILLER             PIC X(11) VALUE SPACES.
            05  PT-GROSS-AMT       PIC ZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(1)  VALUE SPACE.
            05  PT-DISC-AMT        PIC ZZ,ZZ9.99.
            05  FILLER             PIC X(1)  VALUE SPACE.
            05  PT-NET-AMT         PIC Z,ZZZ,ZZ9.99.
            05  FILLER             PIC X(6)  VALUE SPACES.
        01  PR-HELD-LINE.
            05  FILLER             PIC X(5)  VALUE 'INV: '.
            05  PH-INVOICE-NO      PIC X(10).
            05  FILLER             PIC X(6)  VALUE ' VND: '.
            05  PH-VENDOR-NO       PIC 9(5).
            05  FILLER             PIC X(4)  VALUE ' ** '.
            05  FILLER             PIC X(30)
                VALUE 'HELD - VENDOR NOT ACTIVE'.
            05  FILLER             PIC X(20) VALUE SPACES.
        01  PR-TOTAL-LINE.
            05  PR-TOTAL-LABEL     PIC X(40).
            05  PR-TOTAL-COUNT     PIC ZZZ,ZZ9.
            05  FILLER             PIC X(33) VALUE SPACES.
        01  PR-AMOUNT-LINE.
            05  PR-AMOUNT-LABEL    PIC X(40).
            05  PR-AMOUNT          PIC -$ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
             PERFORM 1000-INITIALIZE-RTN.
             PERFORM 2000-SELECT-ITEMS-RTN.
             PERFORM 3000-SELECT-SORT-RTN.
             PERFORM 4000-PAY-VENDORS-RTN.
             PERFORM 9000-END-OF-JOB-RTN.
             PERFORM 9900-WRITE-RUN-STATS-RTN.
        GOBACK.

       1000-INITIALIZE-RTN.
             PERFORM 1100-READ-RUN-CONTROL-RTN.
             PERFORM 1120-READ-PROC-DATE-RTN.
             OPEN OUTPUT PAYMENT-RPT.
             PERFORM 1150-READ-PARM-RTN.
             WRITE PR-RPT-REC FROM PR-TITLE-LINE.
             WRITE PR-RPT-REC FROM PR-CYCLE-LINE.
             WRITE PR-RPT-REC FROM PR-THROUGH-LINE.
             MOVE SPACES TO PR-RPT-REC.
             WRITE PR-RPT-REC.
             PERFORM 1200-READ-PAY-CONTROL-RTN.
             PERFORM 1300-LOAD-VENDOR-TABLE-RTN.

      ******************************************************************
      * Payments are dated on the business processing date held on
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
                DISPLAY 'PGM51 ABORT - RUN CONTROL DATE MISSING'
                MOVE 8 TO RETURN-CODE
                GOBACK
             END-IF.
             MOVE WS-CYCLE-NO TO PR-CYCLE-NO.
             MOVE WS-RUN-DATE TO PR-BUSINESS-DATE.

      ******************************************************************
      * APPDTE1 holds the last date paid.  A date already paid is
      * refused - the open items would be selected again, the cash
      * and discounts posted to the ledger again, and new payment
      * numbers taken for payments already made.
      ******************************************************************
       1120-READ-PROC-DATE-RTN.
             OPEN INPUT PROC-DATE-FILE.
             IF WS-PRCD-STATUS = '35'
                CONTINUE
             ELSE
                READ PROC-DATE-FILE
                  AT END
                    CONTINUE
                  NOT AT END
                    MOVE PD-LAST-PAY-DATE TO WS-LAST-PAY-DATE
                END-READ
                CLOSE PROC-DATE-FILE
             END-IF.
             IF WS-RUN-DATE NOT > WS-LAST-PAY-DATE
                DISPLAY 'PGM51 ABORT - DATE ALREADY PAID'
                MOVE 8 TO RETURN-CODE
                GOBACK
             END-IF.

      ******************************************************************
      * The pay-through date comes from the APPARM1 card; without a
      * usable card the run pays what is due by the business date.
      ******************************************************************
       1150-READ-PARM-RTN.
             MOVE WS-RUN-DATE TO WS-PAY-THROUGH-DATE.
             OPEN INPUT PAY-RUN-PARM.
             IF WS-PARM-STATUS NOT = '35'
                READ PAY-RUN-PARM
                  AT END
                    CONTINUE
                  NOT AT END
                    IF PP-PAY-THROUGH-DATE NUMERIC AND
                       PP-PAY-THROUGH-DATE > WS-RUN-DATE
                       MOVE PP-PAY-THROUGH-DATE
                         TO WS-PAY-THROUGH-DATE
                    END-IF
                END-READ
                CLOSE PAY-RUN-PARM
             END-IF.
             MOVE WS-PAY-THROUGH-DATE TO PR-THROUGH-DATE.

      ******************************************************************
      * The next payment number carries on APCTL1 from run to run so
      * the sequence audits across cycles; the file is seeded on the
      * first run.
      ******************************************************************
       1200-READ-PAY-CONTROL-RTN.
             OPEN INPUT PAY-CONTROL.
             IF WS-CTL-STATUS = '35'
                CONTINUE
             ELSE
                READ PAY-CONTROL
                  AT END
                    CONTINUE
                  NOT AT END
                    MOVE PC-NEXT-PAYMENT-NO TO WS-NEXT-PAYMENT-NO
                END-READ
                CLOSE PAY-CONTROL
             END-IF.

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
                    MOVE VM-VENDOR-NAME
                      TO WS-VT-NAME (WS-VENDOR-COUNT)
                    MOVE VM-REMIT-ADDRESS
                      TO WS-VT-ADDRESS (WS-VENDOR-COUNT)
                    MOVE VM-REMIT-CITY
                      TO WS-VT-CITY (WS-VENDOR-COUNT)
                    MOVE VM-REMIT-STATE
                      TO WS-VT-STATE (WS-VENDOR-COUNT)
                    MOVE VM-REMIT-ZIP
                      TO WS-VT-ZIP (WS-VENDOR-COUNT)
                    MOVE VM-ACTIVE-FLAG
                      TO WS-VT-ACTIVE (WS-VENDOR-COUNT)
                 END-IF
             END-READ.

      ******************************************************************
      * PASS ONE - split the open items: due by terms (or about to
      * lose a discount) to the selected work file, everything else
      * to the new open-payables file.  The file is absent before
      * PGM52 first posts; file status 35 is treated as empty.
      ******************************************************************
       2000-SELECT-ITEMS-RTN.
             OPEN INPUT  OLD-PAYABLES.
             IF WS-OPN-STATUS = '35'
                SET WS-OPEN-EOF TO TRUE
             END-IF.
             OPEN OUTPUT NEW-PAYABLES
                         RAW-SELECTED.
             PERFORM 2100-READ-OLD-PAYABLE-RTN.
             PERFORM 2200-SPLIT-ITEM-RTN
                UNTIL WS-OPEN-EOF.
             IF WS-OPN-STATUS NOT = '35'
                CLOSE OLD-PAYABLES
             END-IF.
             CLOSE NEW-PAYABLES
                   RAW-SELECTED.

       2100-READ-OLD-PAYABLE-RTN.
             IF WS-OPEN-EOF
                CONTINUE
             ELSE
                READ OLD-PAYABLES
                  AT END
                  SET WS-OPEN-EOF TO TRUE
                END-READ
             END-IF.

       2200-SPLIT-ITEM-RTN.
             ADD 1 TO WS-ITEM-READ-CTR.
             MOVE OP-VENDOR-NO TO WS-CURR-VENDOR.
             PERFORM 2300-FIND-VENDOR-RTN.
             EVALUATE TRUE
                WHEN NOT WS-VENDOR-ACTIVE
                  MOVE OP-INVOICE-NO TO PH-INVOICE-NO
                  MOVE OP-VENDOR-NO TO PH-VENDOR-NO
                  WRITE PR-RPT-REC FROM PR-HELD-LINE
                  ADD 1 TO WS-ITEM-HELD-CTR
                  PERFORM 2250-CARRY-ITEM-RTN
                WHEN OP-DUE-DATE NOT > WS-PAY-THROUGH-DATE
                  PERFORM 2240-SELECT-ITEM-RTN
                WHEN OP-DISC-AMT > ZERO AND
                     OP-DISC-DATE NOT < WS-RUN-DATE AND
                     OP-DISC-DATE NOT > WS-PAY-THROUGH-DATE
                  PERFORM 2240-SELECT-ITEM-RTN
                WHEN OTHER
                  PERFORM 2250-CARRY-ITEM-RTN
             END-EVALUATE.
             PERFORM 2100-READ-OLD-PAYABLE-RTN.

       2240-SELECT-ITEM-RTN.
             WRITE RAW-SELECTED-REC FROM OLD-PAYABLE-REC.
             ADD 1 TO WS-ITEM-SELECT-CTR.

       2250-CARRY-ITEM-RTN.
             WRITE NEW-PAYABLE-REC FROM OLD-PAYABLE-REC.
             ADD 1 TO WS-ITEM-CARRY-CTR.
             ADD OP-GROSS-AMT TO WS-CARRY-TOTAL.

       2300-FIND-VENDOR-RTN.
             MOVE 'N' TO WS-VENDOR-SW.
             MOVE ZERO TO WS-VND-SUB.
             PERFORM 2310-MATCH-VENDOR-RTN
                VARYING WS-REF-SUB FROM 1 BY 1
                UNTIL WS-REF-SUB > WS-VENDOR-COUNT
                   OR WS-VND-SUB > ZERO.
             IF WS-VND-SUB > ZERO
                IF WS-VT-ACTIVE (WS-VND-SUB) = 'A'
                   SET WS-VENDOR-ACTIVE TO TRUE
                END-IF
             END-IF.

       2310-MATCH-VENDOR-RTN.
             IF WS-VT-VENDOR-NO (WS-REF-SUB) = WS-CURR-VENDOR
                MOVE WS-REF-SUB TO WS-VND-SUB
             END-IF.

      ******************************************************************
      * Sort the selected items into vendor/invoice sequence so each
      * vendor is paid once.
      ******************************************************************
       3000-SELECT-SORT-RTN.
             SORT SELECT-SORT-WK1
                ON ASCENDING KEY SW-VENDOR-NO
                                 SW-INVOICE-NO
                USING RAW-SELECTED
                GIVING SORTED-SELECTED.

      ******************************************************************
      * PASS TWO - one payment per vendor: each invoice is listed
      * with its discount and net, and the payment is written on the
      * vendor break.
      ******************************************************************
       4000-PAY-VENDORS-RTN.
             OPEN INPUT  SORTED-SELECTED.
             OPEN OUTPUT PAYMENT-FILE.
             OPEN EXTEND AUDIT-JOURNAL
                         GL-FEED.
             PERFORM 4100-READ-SELECTED-RTN.
             PERFORM 4200-PAY-ITEM-RTN
                UNTIL WS-SEL-EOF.
             IF NOT WS-FIRST-VENDOR
                PERFORM 4500-WRITE-PAYMENT-RTN
             END-IF.
             PERFORM 4900-WRITE-GL-FEED-RTN.
             CLOSE SORTED-SELECTED
                   PAYMENT-FILE
                   AUDIT-JOURNAL
                   GL-FEED.

       4100-READ-SELECTED-RTN.
             READ SORTED-SELECTED
               AT END
               SET WS-SEL-EOF TO TRUE
             END-READ.

       4200-PAY-ITEM-RTN.
             IF WS-FIRST-VENDOR
                PERFORM 4300-START-PAYMENT-RTN
             ELSE
                IF SS-VENDOR-NO NOT = WS-CURR-VENDOR
                   PERFORM 4500-WRITE-PAYMENT-RTN
                   PERFORM 4300-START-PAYMENT-RTN
                END-IF
             END-IF.
             IF SS-DISC-AMT > ZERO AND
                SS-DISC-DATE NOT < WS-RUN-DATE
                MOVE SS-DISC-AMT TO WS-ITEM-DISC
             ELSE
                MOVE ZERO TO WS-ITEM-DISC
             END-IF.
             COMPUTE WS-ITEM-NET = SS-GROSS-AMT - WS-ITEM-DISC.
             ADD SS-GROSS-AMT TO WS-VND-GROSS.
             ADD WS-ITEM-DISC TO WS-VND-DISC.
             ADD WS-ITEM-NET  TO WS-VND-NET.
             ADD 1 TO WS-VND-INVOICE-CTR.
             MOVE SS-INVOICE-NO TO PD-INVOICE-NO.
             MOVE SS-PO-NO      TO PD-PO-NO.
             MOVE SS-DUE-DATE   TO PD-DUE-DATE.
             MOVE SS-GROSS-AMT  TO PD-GROSS-AMT.
             MOVE WS-ITEM-DISC  TO PD-DISC-AMT.
             MOVE WS-ITEM-NET   TO PD-NET-AMT.
             WRITE PR-RPT-REC FROM PR-DETAIL-LINE.
             PERFORM 4100-READ-SELECTED-RTN.

       4300-START-PAYMENT-RTN.
             MOVE 'N' TO WS-FIRST-VENDOR-SW.
             MOVE SS-VENDOR-NO TO WS-CURR-VENDOR.
             PERFORM 2300-FIND-VENDOR-RTN.
             MOVE ZERO TO WS-VND-GROSS
                          WS-VND-DISC
                          WS-VND-NET
                          WS-VND-INVOICE-CTR.
             MOVE SS-VENDOR-NO TO PV-VENDOR-NO.
             MOVE WS-VT-NAME (WS-VND-SUB) TO PV-VENDOR-NAME.
             MOVE WS-NEXT-PAYMENT-NO TO PV-PAYMENT-NO.
             MOVE SPACES TO PR-RPT-REC.
             WRITE PR-RPT-REC.
             WRITE PR-RPT-REC FROM PR-VENDOR-LINE.

      ******************************************************************
      * One payment record per vendor carrying the remit-to details
      * from the master; the payment is journalled under its number.
      ******************************************************************
       4500-WRITE-PAYMENT-RTN.
             MOVE SPACES TO PAYMENT-REC.
             MOVE WS-NEXT-PAYMENT-NO TO PY-PAYMENT-NO.
             MOVE WS-RUN-DATE TO PY-PAY-DATE.
             MOVE WS-CURR-VENDOR TO PY-VENDOR-NO.
             MOVE WS-VT-NAME (WS-VND-SUB)    TO PY-VENDOR-NAME.
             MOVE WS-VT-ADDRESS (WS-VND-SUB) TO PY-REMIT-ADDRESS.
             MOVE WS-VT-CITY (WS-VND-SUB)    TO PY-REMIT-CITY.
             MOVE WS-VT-STATE (WS-VND-SUB)   TO PY-REMIT-STATE.
             MOVE WS-VT-ZIP (WS-VND-SUB)     TO PY-REMIT-ZIP.
             MOVE WS-VND-NET TO PY-NET-AMT.
             MOVE WS-VND-DISC TO PY-DISC-AMT.
             MOVE WS-VND-INVOICE-CTR TO PY-INVOICE-CTR.
             WRITE PAYMENT-REC.
             MOVE WS-NEXT-PAYMENT-NO TO PT-PAYMENT-NO.
             MOVE WS-VND-GROSS TO PT-GROSS-AMT.
             MOVE WS-VND-DISC TO PT-DISC-AMT.
             MOVE WS-VND-NET TO PT-NET-AMT.
             WRITE PR-RPT-REC FROM PR-VENDOR-TOTAL-LINE.
             MOVE 'PGM51' TO AJ-SOURCE-PGM.
             MOVE SPACES TO AJ-KEY.
             MOVE WS-NEXT-PAYMENT-NO TO AJ-KEY(1:6).
             MOVE SPACES TO AJ-BEFORE-IMAGE.
             MOVE PAYMENT-REC TO AJ-AFTER-IMAGE.
             PERFORM 950-WRITE-AUDIT-RTN.
             ADD WS-VND-GROSS TO WS-GROSS-TOTAL.
             ADD WS-VND-DISC TO WS-DISC-TOTAL.
             ADD WS-VND-NET TO WS-NET-TOTAL.
             ADD 1 TO WS-PAYMENT-CTR.
             ADD 1 TO WS-NEXT-PAYMENT-NO.

      ******************************************************************
      * Payables relieved to the ledger: the net cash paid out (AD)
      * and the discounts taken (AT).
      ******************************************************************
       4900-WRITE-GL-FEED-RTN.
             IF WS-NET-TOTAL NOT = ZERO
                MOVE SPACES TO GL-FEED-REC
                MOVE WS-RUN-DATE TO GF-RUN-DATE
                MOVE 'PGM51' TO GF-SOURCE-PGM
                MOVE 'AD' TO GF-ACTIVITY-CODE
                MOVE WS-NET-TOTAL TO GF-AMOUNT
                WRITE GL-FEED-REC
             END-IF.
             IF WS-DISC-TOTAL NOT = ZERO
                MOVE SPACES TO GL-FEED-REC
                MOVE WS-RUN-DATE TO GF-RUN-DATE
                MOVE 'PGM51' TO GF-SOURCE-PGM
                MOVE 'AT' TO GF-ACTIVITY-CODE
                MOVE WS-DISC-TOTAL TO GF-AMOUNT
                WRITE GL-FEED-REC
             END-IF.

       9000-END-OF-JOB-RTN.
             PERFORM 9100-WRITE-PAY-CONTROL-RTN.
             PERFORM 9200-PRINT-RUN-TOTALS-RTN.
             CLOSE PAYMENT-RPT.
             PERFORM 9300-RECORD-PROC-DATE-RTN.

       9100-WRITE-PAY-CONTROL-RTN.
             OPEN OUTPUT PAY-CONTROL.
             MOVE SPACES TO PAY-CONTROL-REC.
             MOVE WS-NEXT-PAYMENT-NO TO PC-NEXT-PAYMENT-NO.
             WRITE PAY-CONTROL-REC.
             CLOSE PAY-CONTROL.

       9200-PRINT-RUN-TOTALS-RTN.
             MOVE SPACES TO PR-RPT-REC.
             WRITE PR-RPT-REC.
             MOVE 'OPEN ITEMS READ' TO PR-TOTAL-LABEL.
             MOVE WS-ITEM-READ-CTR TO PR-TOTAL-COUNT.
             WRITE PR-RPT-REC FROM PR-TOTAL-LINE.
             MOVE 'ITEMS SELECTED FOR PAYMENT' TO PR-TOTAL-LABEL.
             MOVE WS-ITEM-SELECT-CTR TO PR-TOTAL-COUNT.
             WRITE PR-RPT-REC FROM PR-TOTAL-LINE.
             MOVE 'ITEMS CARRIED OPEN' TO PR-TOTAL-LABEL.
             MOVE WS-ITEM-CARRY-CTR TO PR-TOTAL-COUNT.
             WRITE PR-RPT-REC FROM PR-TOTAL-LINE.
             MOVE 'ITEMS HELD - VENDOR NOT ACTIVE' TO PR-TOTAL-LABEL.
             MOVE WS-ITEM-HELD-CTR TO PR-TOTAL-COUNT.
             WRITE PR-RPT-REC FROM PR-TOTAL-LINE.
             MOVE 'PAYMENTS WRITTEN' TO PR-TOTAL-LABEL.
             MOVE WS-PAYMENT-CTR TO PR-TOTAL-COUNT.
             WRITE PR-RPT-REC FROM PR-TOTAL-LINE.
             MOVE 'GROSS INVOICES PAID' TO PR-AMOUNT-LABEL.
             MOVE WS-GROSS-TOTAL TO PR-AMOUNT.
             WRITE PR-RPT-REC FROM PR-AMOUNT-LINE.
             MOVE 'DISCOUNTS TAKEN' TO PR-AMOUNT-LABEL.
             MOVE WS-DISC-TOTAL TO PR-AMOUNT.
             WRITE PR-RPT-REC FROM PR-AMOUNT-LINE.
             MOVE 'NET PAYMENTS ISSUED' TO PR-AMOUNT-LABEL.
             MOVE WS-NET-TOTAL TO PR-AMOUNT.
             WRITE PR-RPT-REC FROM PR-AMOUNT-LINE.
             MOVE 'OPEN PAYABLES CARRIED FORWARD' TO PR-AMOUNT-LABEL.
             MOVE WS-CARRY-TOTAL TO PR-AMOUNT.
             WRITE PR-RPT-REC FROM PR-AMOUNT-LINE.

       950-WRITE-AUDIT-RTN.
             MOVE WS-RUN-DATE TO AJ-RUN-DATE.
             MOVE SPACES TO AJ-OPERATOR-STAMP.
             ACCEPT AJ-RUN-TIME FROM TIME.
             WRITE AUDIT-JOURNAL-REC.

       9300-RECORD-PROC-DATE-RTN.
             OPEN OUTPUT PROC-DATE-FILE.
             MOVE WS-RUN-DATE TO PD-LAST-PAY-DATE.
             WRITE PROC-DATE-REC.
             CLOSE PROC-DATE-FILE.

      ******************************************************************
      * Run statistics for the morning operations summary: open items
      * read, payments written and items held, with the gross, discount,
      * net and carried totals.
      ******************************************************************
       9900-WRITE-RUN-STATS-RTN.
             INITIALIZE RUN-STATS-REC.
             MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
             MOVE WS-RUN-DATE TO RS-RUN-DATE.
             MOVE 'PGM51' TO RS-PROGRAM.
             ACCEPT RS-RUN-TIME FROM TIME.
             MOVE RETURN-CODE TO RS-RETURN-CODE.
             MOVE WS-ITEM-READ-CTR TO RS-READ-CTR.
             MOVE WS-PAYMENT-CTR TO RS-WRITTEN-CTR.
             MOVE WS-ITEM-HELD-CTR TO RS-SUSPEND-CTR.
             MOVE 'GROSS' TO RS-AMT-LABEL (1).
             MOVE WS-GROSS-TOTAL TO RS-AMOUNT (1).
             MOVE 'DISCOUNT' TO RS-AMT-LABEL (2).
             MOVE WS-DISC-TOTAL TO RS-AMOUNT (2).
             MOVE 'NET' TO RS-AMT-LABEL (3).
             MOVE WS-NET-TOTAL TO RS-AMOUNT (3).
             MOVE 'CARRIED' TO RS-AMT-LABEL (4).
             MOVE WS-CARRY-TOTAL TO RS-AMOUNT (4).
             OPEN EXTEND RUN-STATS.
             WRITE RUN-STATS-REC.
             CLOSE RUN-STATS.

       END PROGRAM PGM51.
