      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Credit-bureau correction run.  When a customer
      *           disputes what was reported, a correction transaction
      *           on BURCORR re-reports that one account outside the
      *           monthly PGM69 file.  A re-report builds the account's
      *           base segment from the customer master exactly as
      *           PGM69 does - status and payment rating from the same
      *           aging, collection and charge-off for placed
      *           accounts, closed special comment, consumer-dispute
      *           compliance code while a dispute is open on DISPMST -
      *           and flags it as a correction; a compliance code
      *           keyed on the transaction overrides the derived one.
      *           A delete transaction reports the account for
      *           deletion from the bureau files.  Corrections go to
      *           BURC13 under their own header and trailer, each one
      *           is journaled to AUDITJNL under the keying operator,
      *           and the correction register lists what was sent and
      *           any transaction rejected for an operator not active
      *           on OPERAUTH with account maintenance, an account not
      *           on file or missing name or address.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM59.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-TRANS   ASSIGN TO BURCORR
               FILE STATUS IS WS-CORR-STATUS.
           SELECT NEW-MASTER ASSIGN TO DATA13N
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO-OUT
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO DISPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT BUREAU-CORR  ASSIGN TO BURC13.
           SELECT OPERATOR-AUTH ASSIGN TO OPERAUTH.
           SELECT AUDIT-JOURNAL ASSIGN TO AUDITJNL.
           SELECT CORR-RPT     ASSIGN TO RPT13N.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL.
           SELECT RUN-STATS    ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD CORR-TRANS
       LABEL RECORDS ARE STANDARD.
            01  CORR-TRANS-REC.
             05 CT-ACCT-NO        PIC X(5).
             05 CT-ACTION         PIC X(1).
                88 CT-REREPORT        VALUE 'R'.
                88 CT-DELETE          VALUE 'D'.
             05 CT-COMPLIANCE-CODE PIC X(2).
             05 CT-BUREAU-CTL-NO  PIC X(12).
             05 CT-REASON-TEXT    PIC X(20).
             05 CT-OPERATOR-ID    PIC X(8).

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
                88 CM-ACCT-ACTIVE-OUT VALUE 'A'.
                88 CM-ACCT-CLOSED-OUT VALUE 'C'.
                88 CM-ACCT-ON-HOLD-OUT VALUE 'H'.
                88 CM-ACCT-PLACED-OUT VALUE 'P'.
             05 CM-DUE-DATE-OUT    PIC 9(8).
             05 CM-MIN-PAYMENT-OUT PIC S9(7)V99.
             05 CM-NSF-COUNT-OUT   PIC 9(2).
             05 CM-CITY-OUT        PIC X(15).
             05 CM-STATE-OUT       PIC X(2).
             05 CM-ZIP-OUT         PIC X(9).
             05 CM-CHARGE-OFF-AMT-OUT PIC 9(7).
             05                    PIC X(1).

       FD DISPUTE-FILE
       LABEL RECORDS ARE STANDARD.
            01  DISPUTE-REC.
           COPY DISPRC.

       FD BUREAU-CORR
       LABEL RECORDS ARE STANDARD.
            01  BUREAU-SEGMENT-REC.
           COPY BURSEGRC.
            01  BUREAU-HDR-REC.
             05 BH-REC-ID         PIC X(1).
             05 BH-REPORTER-ID    PIC X(10).
             05 BH-ACTIVITY-DATE  PIC 9(8).
             05 BH-CREATED-DATE   PIC 9(8).
             05 BH-SOURCE-ID      PIC X(8).
             05 BH-FILE-TYPE      PIC X(1).
             05                   PIC X(164).
            01  BUREAU-TRL-REC.
             05 BT-REC-ID         PIC X(1).
             05 BT-SEGMENT-CTR    PIC 9(9).
             05 BT-TOTAL-BALANCE  PIC 9(11).
             05 BT-TOTAL-PAST-DUE PIC 9(11).
             05 BT-CURRENT-CTR    PIC 9(9).
             05 BT-DELINQ-CTR     PIC 9(9).
             05 BT-COLLECTION-CTR PIC 9(9).
             05 BT-CHARGE-OFF-CTR PIC 9(9).
             05 BT-CLOSED-CTR     PIC 9(9).
             05 BT-DISPUTED-CTR   PIC 9(9).
             05 BT-REJECT-CTR     PIC 9(9).
             05                   PIC X(105).

       FD OPERATOR-AUTH
       LABEL RECORDS ARE STANDARD.
            01  OPERATOR-AUTH-REC.
           COPY OPAUTHRC.

       FD AUDIT-JOURNAL
       LABEL RECORDS ARE STANDARD.
            01  AUDIT-JOURNAL-REC.
           COPY AUDITREC.

       FD CORR-RPT
       LABEL RECORDS ARE OMITTED.
            01  CORR-RPT-REC PIC X(80).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-CORR-STATUS         PIC X(2).
        77  WS-MASTER-STATUS       PIC X(2).
        77  WS-DISP-STATUS         PIC X(2).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-DAYS-PAST-DUE       PIC S9(7).
        77  WS-REPORTER-ID         PIC X(10) VALUE 'AR13CREDIT'.
        77  WS-OPEN-DISPUTE-CTR    PIC 9(3) VALUE ZERO.
        77  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
        77  WS-READ-CTR            PIC 9(7) VALUE ZERO.
        77  WS-SEGMENT-CTR         PIC 9(9) VALUE ZERO.
        77  WS-REREPORT-CTR        PIC 9(7) VALUE ZERO.
        77  WS-DELETE-CTR          PIC 9(7) VALUE ZERO.
        77  WS-CURRENT-CTR         PIC 9(9) VALUE ZERO.
        77  WS-DELINQ-CTR          PIC 9(9) VALUE ZERO.
        77  WS-COLLECTION-CTR      PIC 9(9) VALUE ZERO.
        77  WS-CHARGE-OFF-CTR      PIC 9(9) VALUE ZERO.
        77  WS-CLOSED-CTR          PIC 9(9) VALUE ZERO.
        77  WS-DISPUTED-CTR        PIC 9(9) VALUE ZERO.
        77  WS-REJECT-CTR          PIC 9(9) VALUE ZERO.
        77  WS-TOTAL-BALANCE       PIC 9(11) VALUE ZERO.
        77  WS-TOTAL-PAST-DUE      PIC 9(11) VALUE ZERO.
        77  WS-OPER-COUNT          PIC 9(3) VALUE ZERO.
        77  WS-OPER-MAX            PIC 9(3) VALUE 100.
        77  WS-OPER-SUB            PIC 9(3) VALUE ZERO.
        77  WS-OPER-HIT            PIC 9(3) VALUE ZERO.

        01  WS-CORR-SWITCHES.
            05  WS-CORR-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-CORR-EOF               VALUE 'Y'.
            05  WS-DISP-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-DISP-EOF               VALUE 'Y'.
            05  WS-OPER-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-OPER-EOF               VALUE 'Y'.
            05  WS-OPER-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-OPER-FOUND             VALUE 'Y'.

        01  WS-OPERATOR-TABLE.
            05  WS-OP-ENTRY OCCURS 100 TIMES.
                10  WS-OP-ID            PIC X(8).
                10  WS-OP-MAINT-ACCT    PIC X(1).

        01  WS-RUN-DATE-FIELDS.
            05  WS-RUN-DATE        PIC 9(8).
        01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE-FIELDS.
            05  WS-RUN-YYYY        PIC 9(4).
            05  WS-RUN-MM          PIC 9(2).
            05  WS-RUN-DD          PIC 9(2).

        01  WS-DUE-DATE-BRK.
            05  WS-DUE-YYYY        PIC 9(4).
            05  WS-DUE-MM          PIC 9(2).
            05  WS-DUE-DD          PIC 9(2).

        01  BR-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(40)
                VALUE 'PGM59  CREDIT BUREAU CORRECTIONS'.
            05  FILLER  PIC X(20) VALUE SPACES.
        01  BR-CYCLE-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(7)  VALUE 'CYCLE: '.
            05  BR-CYCLE-NO        PIC 9(5).
            05  FILLER             PIC X(17) VALUE '  BUSINESS DATE: '.
            05  BR-BUSINESS-DATE   PIC 9(8).
            05  FILLER             PIC X(23) VALUE SPACES.
        01  BR-DETAIL-LINE.
            05  BR-ACCT-NO         PIC X(5).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  BR-ACTION-TEXT     PIC X(10).
            05  FILLER             PIC X(8)  VALUE '  STAT: '.
            05  BR-ACCT-STATUS     PIC X(2).
            05  FILLER             PIC X(8)  VALUE '  RATE: '.
            05  BR-PAYMENT-RATING  PIC X(1).
            05  FILLER             PIC X(8)  VALUE '  COMP: '.
            05  BR-COMPLIANCE-CODE PIC X(2).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  BR-BUREAU-CTL-NO   PIC X(12).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  BR-REASON-TEXT     PIC X(18).
        01  BR-REJECT-LINE.
            05  FILLER             PIC X(4)  VALUE SPACES.
            05  FILLER             PIC X(14)
                VALUE '** REJECTED: '.
            05  BJ-ACCT-NO         PIC X(5).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  BJ-ACTION          PIC X(1).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  BJ-BUREAU-CTL-NO   PIC X(12).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  BJ-REASON          PIC X(30).
            05  FILLER             PIC X(8)  VALUE SPACES.
        01  BR-COUNT-LINE.
            05  BR-COUNT-LABEL     PIC X(40).
            05  BR-COUNT           PIC ZZZ,ZZZ,ZZ9.
            05  FILLER             PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 700-READ-CORR-TRANS.
             PERFORM 200-PROCESS-CORRECTION-RTN
                UNTIL WS-CORR-EOF.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
      * The keying operator must be on the authority table and
      * allowed account maintenance; anything else rejects.
      ******************************************************************
       150-CHECK-OPERATOR-RTN.
            MOVE 'N' TO WS-OPER-FOUND-SW.
            MOVE ZERO TO WS-OPER-HIT.
            PERFORM 155-MATCH-OPERATOR-RTN
               VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT OR WS-OPER-FOUND.
            EVALUATE TRUE
               WHEN CT-OPERATOR-ID = SPACES OR NOT WS-OPER-FOUND
                 MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REJECT-REASON
               WHEN WS-OP-MAINT-ACCT (WS-OPER-HIT) NOT = 'Y'
                 MOVE 'OPERATOR MAY NOT MAINTAIN ACCT'
                   TO WS-REJECT-REASON
            END-EVALUATE.

       155-MATCH-OPERATOR-RTN.
            IF WS-OP-ID (WS-OPER-SUB) = CT-OPERATOR-ID
               MOVE WS-OPER-SUB TO WS-OPER-HIT
               SET WS-OPER-FOUND TO TRUE
            END-IF.

       200-PROCESS-CORRECTION-RTN.
            ADD 1 TO WS-READ-CTR.
            MOVE SPACES TO WS-REJECT-REASON.
            PERFORM 150-CHECK-OPERATOR-RTN.
            IF WS-REJECT-REASON = SPACES
               MOVE CT-ACCT-NO TO ACCT-NO-OUT
               READ NEW-MASTER
                 INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
               END-READ
            END-IF.
            IF WS-REJECT-REASON = SPACES
               IF NOT CT-REREPORT AND NOT CT-DELETE
                  MOVE 'ACTION CODE INVALID' TO WS-REJECT-REASON
               ELSE
                  PERFORM 210-EDIT-DEMOGRAPHICS-RTN
               END-IF
            END-IF.
            IF WS-REJECT-REASON = SPACES
               PERFORM 230-COUNT-OPEN-DISPUTES-RTN
               PERFORM 250-CALC-DAYS-PAST-DUE-RTN
               PERFORM 300-BUILD-SEGMENT-RTN
               IF CT-DELETE
                  PERFORM 330-MARK-FOR-DELETE-RTN
               ELSE
                  ADD 1 TO WS-REREPORT-CTR
                  MOVE 'RE-REPORT' TO BR-ACTION-TEXT
               END-IF
               PERFORM 400-WRITE-SEGMENT-RTN
               PERFORM 420-PRINT-CORRECTION-RTN
               PERFORM 950-WRITE-AUDIT-RTN
            ELSE
               PERFORM 320-REJECT-CORRECTION-RTN
            END-IF.
            PERFORM 700-READ-CORR-TRANS.

      ******************************************************************
      * The bureaus cannot match a segment without the consumer's name
      * and a full mailing address, the same edit PGM69 applies.
      ******************************************************************
       210-EDIT-DEMOGRAPHICS-RTN.
            EVALUATE TRUE
               WHEN CM-CUST-NAME-OUT = SPACES
                 MOVE 'CONSUMER NAME MISSING' TO WS-REJECT-REASON
               WHEN CM-ADDRESS-OUT = SPACES
                 MOVE 'STREET ADDRESS MISSING' TO WS-REJECT-REASON
               WHEN CM-CITY-OUT = SPACES OR CM-STATE-OUT = SPACES
                 MOVE 'CITY OR STATE MISSING' TO WS-REJECT-REASON
               WHEN CM-ZIP-OUT = SPACES
                 MOVE 'ZIP CODE MISSING' TO WS-REJECT-REASON
            END-EVALUATE.

      ******************************************************************
      * Position on the account's first dispute and count those still
      * open.  A missing dispute file simply means none are open.
      ******************************************************************
       230-COUNT-OPEN-DISPUTES-RTN.
            MOVE ZERO TO WS-OPEN-DISPUTE-CTR.
            IF WS-DISP-STATUS NOT = '35'
               MOVE 'N' TO WS-DISP-EOF-SW
               MOVE ACCT-NO-OUT TO DS-ACCT-NO
               MOVE ZERO TO DS-REF-TRANS-NO
               START DISPUTE-FILE
                  KEY IS NOT LESS THAN DS-KEY
                  INVALID KEY
                    SET WS-DISP-EOF TO TRUE
               END-START
               PERFORM 235-READ-NEXT-DISPUTE-RTN
                  UNTIL WS-DISP-EOF
            END-IF.

       235-READ-NEXT-DISPUTE-RTN.
            READ DISPUTE-FILE NEXT RECORD
              AT END
                SET WS-DISP-EOF TO TRUE
              NOT AT END
                IF DS-ACCT-NO = ACCT-NO-OUT
                   IF DS-OPEN
                      ADD 1 TO WS-OPEN-DISPUTE-CTR
                   END-IF
                ELSE
                   SET WS-DISP-EOF TO TRUE
                END-IF
            END-READ.

       250-CALC-DAYS-PAST-DUE-RTN.
            MOVE CM-DUE-DATE-OUT TO WS-DUE-DATE-BRK.
            COMPUTE WS-DAYS-PAST-DUE =
                  (WS-RUN-YYYY - WS-DUE-YYYY) * 360
                + (WS-RUN-MM - WS-DUE-MM) * 30
                + (WS-RUN-DD - WS-DUE-DD).

      ******************************************************************
      * Account status and payment rating, derived as PGM69 derives
      * them for the monthly file.
      ******************************************************************
       300-BUILD-SEGMENT-RTN.
            MOVE SPACES TO BUREAU-SEGMENT-REC.
            SET BS-BASE-SEGMENT TO TRUE.
            MOVE ACCT-NO-OUT TO BS-ACCT-NO.
            MOVE 'R' TO BS-PORTFOLIO-TYPE.
            MOVE '07' TO BS-ACCT-TYPE.
            MOVE CM-OPEN-DATE-OUT TO BS-DATE-OPENED.
            IF CM-CREDIT-LIMIT-OUT > ZERO
               MOVE CM-CREDIT-LIMIT-OUT TO BS-CREDIT-LIMIT
            ELSE
               MOVE ZERO TO BS-CREDIT-LIMIT
            END-IF.
            IF AMOUNT-DUE-OUT > ZERO
               MOVE AMOUNT-DUE-OUT TO BS-CURRENT-BALANCE
            ELSE
               MOVE ZERO TO BS-CURRENT-BALANCE
            END-IF.
            MOVE ZERO TO BS-AMOUNT-PAST-DUE.
            MOVE ZERO TO BS-CHARGE-OFF-AMT.
            MOVE ZERO TO BS-DATE-FIRST-DELINQ.
            MOVE WS-RUN-DATE TO BS-DATE-ACCT-INFO.
            EVALUATE TRUE
               WHEN CM-ACCT-PLACED-OUT AND AMOUNT-DUE-OUT NOT > ZERO
                 MOVE '97' TO BS-ACCT-STATUS
                 MOVE 'L' TO BS-PAYMENT-RATING
                 IF CM-CHARGE-OFF-AMT-OUT NUMERIC
                    MOVE CM-CHARGE-OFF-AMT-OUT TO BS-CHARGE-OFF-AMT
                 END-IF
                 MOVE CM-DUE-DATE-OUT TO BS-DATE-FIRST-DELINQ
                 ADD 1 TO WS-CHARGE-OFF-CTR
               WHEN CM-ACCT-PLACED-OUT
                 MOVE '93' TO BS-ACCT-STATUS
                 MOVE 'G' TO BS-PAYMENT-RATING
                 MOVE BS-CURRENT-BALANCE TO BS-AMOUNT-PAST-DUE
                 MOVE CM-DUE-DATE-OUT TO BS-DATE-FIRST-DELINQ
                 ADD 1 TO WS-COLLECTION-CTR
               WHEN AMOUNT-DUE-OUT NOT > ZERO OR
                    WS-DAYS-PAST-DUE < 30
                 IF CM-ACCT-CLOSED-OUT AND AMOUNT-DUE-OUT NOT > ZERO
                    MOVE '13' TO BS-ACCT-STATUS
                 ELSE
                    MOVE '11' TO BS-ACCT-STATUS
                 END-IF
                 MOVE '0' TO BS-PAYMENT-RATING
                 ADD 1 TO WS-CURRENT-CTR
               WHEN OTHER
                 PERFORM 310-RATE-DELINQUENCY-RTN
                 ADD 1 TO WS-DELINQ-CTR
            END-EVALUATE.
            IF CM-ACCT-CLOSED-OUT
               MOVE 'M ' TO BS-SPECIAL-COMMENT
               ADD 1 TO WS-CLOSED-CTR
            END-IF.
            IF WS-OPEN-DISPUTE-CTR > ZERO
               MOVE 'XB' TO BS-COMPLIANCE-CODE
            END-IF.
            IF CT-COMPLIANCE-CODE NOT = SPACES
               MOVE CT-COMPLIANCE-CODE TO BS-COMPLIANCE-CODE
            END-IF.
            IF BS-COMPLIANCE-CODE NOT = SPACES
               ADD 1 TO WS-DISPUTED-CTR
            END-IF.
            MOVE '1' TO BS-CORRECTION-IND.
            MOVE CM-CUST-NAME-OUT TO BS-CONSUMER-NAME.
            MOVE CM-ADDRESS-OUT TO BS-ADDRESS.
            MOVE CM-CITY-OUT TO BS-CITY.
            MOVE CM-STATE-OUT TO BS-STATE.
            MOVE CM-ZIP-OUT TO BS-ZIP.

       310-RATE-DELINQUENCY-RTN.
            EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 60
                 MOVE '71' TO BS-ACCT-STATUS
                 MOVE '1' TO BS-PAYMENT-RATING
               WHEN WS-DAYS-PAST-DUE < 90
                 MOVE '78' TO BS-ACCT-STATUS
                 MOVE '2' TO BS-PAYMENT-RATING
               WHEN WS-DAYS-PAST-DUE < 120
                 MOVE '80' TO BS-ACCT-STATUS
                 MOVE '3' TO BS-PAYMENT-RATING
               WHEN WS-DAYS-PAST-DUE < 150
                 MOVE '82' TO BS-ACCT-STATUS
                 MOVE '4' TO BS-PAYMENT-RATING
               WHEN WS-DAYS-PAST-DUE < 180
                 MOVE '83' TO BS-ACCT-STATUS
                 MOVE '5' TO BS-PAYMENT-RATING
               WHEN OTHER
                 MOVE '84' TO BS-ACCT-STATUS
                 MOVE '6' TO BS-PAYMENT-RATING
            END-EVALUATE.
            IF CM-MIN-PAYMENT-OUT > ZERO AND
               CM-MIN-PAYMENT-OUT < AMOUNT-DUE-OUT
               MOVE CM-MIN-PAYMENT-OUT TO BS-AMOUNT-PAST-DUE
            ELSE
               MOVE BS-CURRENT-BALANCE TO BS-AMOUNT-PAST-DUE
            END-IF.
            MOVE CM-DUE-DATE-OUT TO BS-DATE-FIRST-DELINQ.

       320-REJECT-CORRECTION-RTN.
            MOVE CT-ACCT-NO TO BJ-ACCT-NO.
            MOVE CT-ACTION TO BJ-ACTION.
            MOVE CT-BUREAU-CTL-NO TO BJ-BUREAU-CTL-NO.
            MOVE WS-REJECT-REASON TO BJ-REASON.
            WRITE CORR-RPT-REC FROM BR-REJECT-LINE.
            ADD 1 TO WS-REJECT-CTR.

      ******************************************************************
      * A delete reports the account with the delete-account status
      * and no rating; the bureaus remove every trace of it.
      ******************************************************************
       330-MARK-FOR-DELETE-RTN.
            MOVE 'DA' TO BS-ACCT-STATUS.
            MOVE SPACE TO BS-PAYMENT-RATING.
            ADD 1 TO WS-DELETE-CTR.
            MOVE 'DELETE' TO BR-ACTION-TEXT.

       400-WRITE-SEGMENT-RTN.
            WRITE BUREAU-SEGMENT-REC.
            ADD 1 TO WS-SEGMENT-CTR.
            ADD BS-CURRENT-BALANCE TO WS-TOTAL-BALANCE.
            ADD BS-AMOUNT-PAST-DUE TO WS-TOTAL-PAST-DUE.

       420-PRINT-CORRECTION-RTN.
            MOVE ACCT-NO-OUT TO BR-ACCT-NO.
            MOVE BS-ACCT-STATUS TO BR-ACCT-STATUS.
            MOVE BS-PAYMENT-RATING TO BR-PAYMENT-RATING.
            MOVE BS-COMPLIANCE-CODE TO BR-COMPLIANCE-CODE.
            MOVE CT-BUREAU-CTL-NO TO BR-BUREAU-CTL-NO.
            MOVE CT-REASON-TEXT TO BR-REASON-TEXT.
            WRITE CORR-RPT-REC FROM BR-DETAIL-LINE.

       700-READ-CORR-TRANS.
            READ CORR-TRANS
              AT END
                SET WS-CORR-EOF TO TRUE
            END-READ.

       800-INITIALIZATION-RTN.
            OPEN OUTPUT CORR-RPT.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            WRITE CORR-RPT-REC FROM BR-TITLE-LINE.
            WRITE CORR-RPT-REC FROM BR-CYCLE-LINE.
            MOVE SPACES TO CORR-RPT-REC.
            WRITE CORR-RPT-REC.
            OPEN INPUT CORR-TRANS.
            IF WS-CORR-STATUS = '35'
               SET WS-CORR-EOF TO TRUE
            END-IF.
            OPEN INPUT NEW-MASTER.
            OPEN INPUT DISPUTE-FILE.
            PERFORM 810-LOAD-OPERATOR-TABLE.
            OPEN EXTEND AUDIT-JOURNAL.
            OPEN OUTPUT BUREAU-CORR.
            MOVE SPACES TO BUREAU-HDR-REC.
            MOVE 'H' TO BH-REC-ID.
            MOVE WS-REPORTER-ID TO BH-REPORTER-ID.
            MOVE WS-RUN-DATE TO BH-ACTIVITY-DATE.
            ACCEPT BH-CREATED-DATE FROM DATE YYYYMMDD.
            MOVE 'PGM59' TO BH-SOURCE-ID.
            MOVE 'C' TO BH-FILE-TYPE.
            WRITE BUREAU-HDR-REC.

       810-LOAD-OPERATOR-TABLE.
            OPEN INPUT OPERATOR-AUTH.
            PERFORM 815-READ-OPERATOR-REC
               UNTIL WS-OPER-EOF.
            CLOSE OPERATOR-AUTH.

       815-READ-OPERATOR-REC.
            READ OPERATOR-AUTH
               AT END
                  SET WS-OPER-EOF TO TRUE
               NOT AT END
                  IF OA-ACTIVE AND WS-OPER-COUNT < WS-OPER-MAX
                     ADD 1 TO WS-OPER-COUNT
                     MOVE OA-OPERATOR-ID
                       TO WS-OP-ID (WS-OPER-COUNT)
                     MOVE OA-MAINT-ACCT-FLAG
                       TO WS-OP-MAINT-ACCT (WS-OPER-COUNT)
                  END-IF
            END-READ.

      ******************************************************************
      * Corrections are dated with the business date on RUNCTL like
      * the monthly file.
      ******************************************************************
       080-READ-RUN-CONTROL-RTN.
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
               DISPLAY 'PGM59 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-CYCLE-NO TO BR-CYCLE-NO.
            MOVE WS-RUN-DATE TO BR-BUSINESS-DATE.

       900-END-OF-JOB-RTN.
            MOVE SPACES TO BUREAU-TRL-REC.
            MOVE 'T' TO BT-REC-ID.
            MOVE WS-SEGMENT-CTR TO BT-SEGMENT-CTR.
            MOVE WS-TOTAL-BALANCE TO BT-TOTAL-BALANCE.
            MOVE WS-TOTAL-PAST-DUE TO BT-TOTAL-PAST-DUE.
            MOVE WS-CURRENT-CTR TO BT-CURRENT-CTR.
            MOVE WS-DELINQ-CTR TO BT-DELINQ-CTR.
            MOVE WS-COLLECTION-CTR TO BT-COLLECTION-CTR.
            MOVE WS-CHARGE-OFF-CTR TO BT-CHARGE-OFF-CTR.
            MOVE WS-CLOSED-CTR TO BT-CLOSED-CTR.
            MOVE WS-DISPUTED-CTR TO BT-DISPUTED-CTR.
            MOVE WS-REJECT-CTR TO BT-REJECT-CTR.
            WRITE BUREAU-TRL-REC.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            IF WS-CORR-STATUS NOT = '35'
               CLOSE CORR-TRANS
            END-IF.
            IF WS-DISP-STATUS NOT = '35'
               CLOSE DISPUTE-FILE
            END-IF.
            CLOSE NEW-MASTER
                  AUDIT-JOURNAL
                  BUREAU-CORR
                  CORR-RPT.

       910-PRINT-RUN-TOTALS-RTN.
            MOVE SPACES TO CORR-RPT-REC.
            WRITE CORR-RPT-REC.
            MOVE 'CORRECTION TRANSACTIONS READ' TO BR-COUNT-LABEL.
            MOVE WS-READ-CTR TO BR-COUNT.
            WRITE CORR-RPT-REC FROM BR-COUNT-LINE.
            MOVE 'ACCOUNTS RE-REPORTED' TO BR-COUNT-LABEL.
            MOVE WS-REREPORT-CTR TO BR-COUNT.
            WRITE CORR-RPT-REC FROM BR-COUNT-LINE.
            MOVE 'ACCOUNTS REPORTED FOR DELETION' TO BR-COUNT-LABEL.
            MOVE WS-DELETE-CTR TO BR-COUNT.
            WRITE CORR-RPT-REC FROM BR-COUNT-LINE.
            MOVE 'CORRECTIONS REJECTED' TO BR-COUNT-LABEL.
            MOVE WS-REJECT-CTR TO BR-COUNT.
            WRITE CORR-RPT-REC FROM BR-COUNT-LINE.

       950-WRITE-AUDIT-RTN.
            MOVE SPACES TO AJ-BEFORE-IMAGE.
            MOVE CORR-TRANS-REC TO AJ-BEFORE-IMAGE.
            MOVE SPACES TO AJ-AFTER-IMAGE.
            MOVE BUREAU-SEGMENT-REC TO AJ-AFTER-IMAGE.
            MOVE 'PGM59' TO AJ-SOURCE-PGM.
            MOVE ACCT-NO-OUT TO AJ-KEY.
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
            MOVE CT-OPERATOR-ID TO AJ-OPERATOR-ID.
            MOVE SPACES TO AJ-APPROVER-ID.
            ACCEPT AJ-RUN-TIME FROM TIME.
            WRITE AUDIT-JOURNAL-REC.

      ******************************************************************
      * Run statistics for the morning operations summary: corrections
      * read, segments written and corrections rejected, with the
      * balance and past-due totals reported.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM59' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-READ-CTR TO RS-READ-CTR.
            MOVE WS-SEGMENT-CTR TO RS-WRITTEN-CTR.
            MOVE WS-REJECT-CTR TO RS-REJECT-CTR.
            MOVE 'BALANCE' TO RS-AMT-LABEL (1).
            MOVE WS-TOTAL-BALANCE TO RS-AMOUNT (1).
            MOVE 'PAST DUE' TO RS-AMT-LABEL (2).
            MOVE WS-TOTAL-PAST-DUE TO RS-AMOUNT (2).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
