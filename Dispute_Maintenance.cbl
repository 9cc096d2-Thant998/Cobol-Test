      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Disputed-item maintenance.  Reads the day's dispute
      *           open and resolve transactions and maintains the
      *           dispute file DISPMST, keyed by account and the
      *           T-REF-TRANS-NO of the disputed charge on the posted-
      *           transaction register PGM80 keeps.  An open is
      *           proved against the register - the item must be a
      *           posted charge on the same account, not already
      *           reversed, and the disputed amount may not exceed
      *           the charge (zero disputes the whole charge).  While
      *           a dispute stays open the aging, finance-charge,
      *           dunning and placement runs hold the disputed amount
      *           out of the balance they act on.
      *           A resolution in the customer's favor cuts the
      *           credit in DATA13T format under its own batch header
      *           and trailer on DSPA13T for the PGM96 recycle to
      *           consolidate: a type-R reversal of the original when
      *           the whole unreversed charge was disputed, otherwise
      *           a type-A credit for the disputed amount.  A charge
      *           upheld simply closes the dispute and the amount
      *           returns to collections.  Resolutions re-presented on
      *           the same business date re-issue their credit, so a
      *           rerun rebuilds the batch rather than losing it.
      *           Each transaction carries the keying operator, who
      *           must be active on OPERAUTH and allowed account
      *           maintenance.  Every change goes to AUDITJNL with
      *           before and after images and the operator; the
      *           dispute register lists each item and the
      *           transactions rejected for manual handling.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM58.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-TRANS ASSIGN TO DSPTRAN
               FILE STATUS IS WS-DTRAN-STATUS.
           SELECT TRANS-REGISTER ASSIGN TO TXNREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-TRANS-NO
               FILE STATUS IS WS-TREG-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO DISPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT DISPUTE-ADJ  ASSIGN TO DSPA13T.
           SELECT OPERATOR-AUTH ASSIGN TO OPERAUTH.
           SELECT AUDIT-JOURNAL ASSIGN TO AUDITJNL.
           SELECT DISPUTE-RPT  ASSIGN TO RPT13D.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL.
           SELECT RUN-STATS    ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-TRANS
       LABEL RECORDS ARE STANDARD.
            01  DISPUTE-TRANS-REC.
             05 DT-ACTION         PIC X(1).
                88 DT-IS-OPEN         VALUE 'O'.
                88 DT-IS-RESOLVE      VALUE 'R'.
             05 DT-ACCT-NO        PIC X(5).
             05 DT-REF-TRANS-NO   PIC 9(6).
             05 DT-AMOUNT         PIC 9(7)V99.
             05 DT-REASON-CODE    PIC X(2).
             05 DT-REASON-TEXT    PIC X(20).
             05 DT-RESOLUTION     PIC X(1).
                88 DT-RESOLUTION-VALID VALUES 'C' 'U'.
             05 DT-RECEIVED-DATE  PIC 9(8).
             05 DT-OPERATOR-ID    PIC X(8).
             05                   PIC X(20).

       FD TRANS-REGISTER
       LABEL RECORDS ARE STANDARD.
            01  TRANS-REGISTER-REC.
             05 TR-TRANS-NO           PIC 9(6).
             05 TR-ACCT-NO            PIC X(5).
             05 TR-TRANS-TYPE         PIC X(1).
                88 TR-IS-CHARGE           VALUE 'C'.
             05 TR-AMOUNT             PIC S9(7)V99.
             05 TR-REVERSED-FLAG      PIC X(1).
                88 TR-REVERSED            VALUE 'Y'.
             05 TR-POST-DATE          PIC 9(8).

       FD DISPUTE-FILE
       LABEL RECORDS ARE STANDARD.
            01  DISPUTE-REC.
           COPY DISPRC.

       FD DISPUTE-ADJ
       LABEL RECORDS ARE STANDARD.
            01  TRANS-REC.
             05 T-ACCT-NO                PIC X(5).
             05 AMT-TRANS-IN-CURRENT-PER PIC S9(7)V99.
             05 T-TRANS-TYPE             PIC X(1).
             05 T-REF-TRANS-NO           PIC 9(6).
             05 T-TRANS-DATE             PIC 9(8).
             05 T-SOURCE-CODE            PIC X(1).
             05                          PIC X(70).
            01  TRANS-HDR-REC.
             05 TH-HDR-ACCT-NO           PIC X(5).
             05 TH-REC-ID                PIC X(1).
             05 TH-FILE-DATE             PIC 9(8).
             05 TH-SOURCE-ID             PIC X(8).
             05                          PIC X(78).
            01  TRANS-TRL-REC.
             05 TT-TRL-ACCT-NO           PIC X(5).
             05 TT-REC-ID                PIC X(1).
             05 TT-REC-COUNT             PIC 9(7).
             05 TT-HASH-TOTAL            PIC S9(11)V99.
             05                          PIC X(74).

       FD OPERATOR-AUTH
       LABEL RECORDS ARE STANDARD.
            01  OPERATOR-AUTH-REC.
           COPY OPAUTHRC.

       FD AUDIT-JOURNAL
       LABEL RECORDS ARE STANDARD.
            01  AUDIT-JOURNAL-REC.
           COPY AUDITREC.

       FD DISPUTE-RPT
       LABEL RECORDS ARE OMITTED.
            01  DISPUTE-RPT-REC PIC X(80).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-DTRAN-STATUS        PIC X(2).
        77  WS-TREG-STATUS         PIC X(2).
        77  WS-DISP-STATUS         PIC X(2).
        77  WS-RUN-DATE            PIC 9(8).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-CREDIT-AMT          PIC S9(7)V99 VALUE ZERO.
        77  WS-TRANS-READ-CTR      PIC 9(7) VALUE ZERO.
        77  WS-OPENED-CTR          PIC 9(7) VALUE ZERO.
        77  WS-FAVOR-CTR           PIC 9(7) VALUE ZERO.
        77  WS-UPHELD-CTR          PIC 9(7) VALUE ZERO.
        77  WS-REISSUE-CTR         PIC 9(7) VALUE ZERO.
        77  WS-REJECT-CTR          PIC 9(7) VALUE ZERO.
        77  WS-OPENED-AMT          PIC S9(11)V99 VALUE ZERO.
        77  WS-CREDITED-AMT        PIC S9(11)V99 VALUE ZERO.
        77  WS-BATCH-WRITE-CTR     PIC 9(7) VALUE ZERO.
        77  WS-BATCH-HASH          PIC S9(11)V99 VALUE ZERO.
        77  WS-OPER-COUNT          PIC 9(3) VALUE ZERO.
        77  WS-OPER-MAX            PIC 9(3) VALUE 100.
        77  WS-OPER-SUB            PIC 9(3) VALUE ZERO.
        77  WS-OPER-HIT            PIC 9(3) VALUE ZERO.

        01  WS-DISPUTE-SWITCHES.
            05  WS-TRANS-EOF-SW    PIC X(1) VALUE 'N'.
                88  WS-TRANS-EOF              VALUE 'Y'.
            05  WS-EDIT-OK-SW      PIC X(1) VALUE 'N'.
                88  WS-EDIT-OK                VALUE 'Y'.
            05  WS-OPER-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-OPER-EOF               VALUE 'Y'.
            05  WS-OPER-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-OPER-FOUND             VALUE 'Y'.

        01  WS-OPERATOR-TABLE.
            05  WS-OP-ENTRY OCCURS 100 TIMES.
                10  WS-OP-ID            PIC X(8).
                10  WS-OP-MAINT-ACCT    PIC X(1).

        01  DR-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(36)
                VALUE 'PGM58  DISPUTED ITEMS REGISTER'.
            05  FILLER  PIC X(24) VALUE SPACES.
        01  DR-CYCLE-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(7)  VALUE 'CYCLE: '.
            05  DR-CYCLE-NO        PIC 9(5).
            05  FILLER             PIC X(17) VALUE '  BUSINESS DATE: '.
            05  DR-BUSINESS-DATE   PIC 9(8).
            05  FILLER             PIC X(23) VALUE SPACES.
        01  DR-DETAIL-LINE.
            05  DR-ACCT-NO         PIC X(5).
            05  FILLER             PIC X(7)  VALUE '  REF: '.
            05  DR-REF-TRANS-NO    PIC 9(6).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DR-ACTION-TEXT     PIC X(18).
            05  DR-AMOUNT          PIC -$Z,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DR-REASON-CODE     PIC X(2).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DR-CREDIT-TYPE     PIC X(1).
            05  FILLER             PIC X(21) VALUE SPACES.
        01  DR-REJECT-LINE.
            05  FILLER             PIC X(8)  VALUE SPACES.
            05  FILLER             PIC X(14)
                VALUE '** REJECTED: '.
            05  DJ-ACTION          PIC X(1).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DJ-ACCT-NO         PIC X(5).
            05  FILLER             PIC X(7)  VALUE '  REF: '.
            05  DJ-REF-TRANS-NO    PIC 9(6).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DJ-REASON          PIC X(28).
            05  FILLER             PIC X(7)  VALUE SPACES.
        01  DR-COUNT-LINE.
            05  DR-COUNT-LABEL     PIC X(40).
            05  DR-COUNT           PIC ZZZ,ZZ9.
            05  FILLER             PIC X(33) VALUE SPACES.
        01  DR-AMOUNT-LINE.
            05  DR-AMOUNT-LABEL    PIC X(40).
            05  DR-TOTAL-AMT       PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 700-READ-DISPUTE-TRANS.
             PERFORM 200-PROCESS-TRANS-RTN
                UNTIL WS-TRANS-EOF.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
      * The keying operator must be on the authority table and
      * allowed account maintenance; anything else rejects.
      ******************************************************************
       150-CHECK-OPERATOR-RTN.
            MOVE 'N' TO WS-EDIT-OK-SW.
            MOVE 'N' TO WS-OPER-FOUND-SW.
            MOVE ZERO TO WS-OPER-HIT.
            PERFORM 155-MATCH-OPERATOR-RTN
               VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT OR WS-OPER-FOUND.
            EVALUATE TRUE
               WHEN DT-OPERATOR-ID = SPACES OR NOT WS-OPER-FOUND
                 MOVE 'OPERATOR NOT AUTHORIZED' TO DJ-REASON
               WHEN WS-OP-MAINT-ACCT (WS-OPER-HIT) NOT = 'Y'
                 MOVE 'OPERATOR MAY NOT MAINT ACCT' TO DJ-REASON
               WHEN OTHER
                 SET WS-EDIT-OK TO TRUE
            END-EVALUATE.

       155-MATCH-OPERATOR-RTN.
            IF WS-OP-ID (WS-OPER-SUB) = DT-OPERATOR-ID
               MOVE WS-OPER-SUB TO WS-OPER-HIT
               SET WS-OPER-FOUND TO TRUE
            END-IF.

       200-PROCESS-TRANS-RTN.
            ADD 1 TO WS-TRANS-READ-CTR.
            PERFORM 150-CHECK-OPERATOR-RTN.
            IF WS-EDIT-OK
               EVALUATE TRUE
                  WHEN DT-IS-OPEN
                    PERFORM 300-OPEN-DISPUTE-RTN
                  WHEN DT-IS-RESOLVE
                    PERFORM 400-RESOLVE-DISPUTE-RTN
                  WHEN OTHER
                    MOVE 'ACTION CODE INVALID' TO DJ-REASON
                    PERFORM 350-REJECT-TRANS-RTN
               END-EVALUATE
            ELSE
               PERFORM 350-REJECT-TRANS-RTN
            END-IF.
            PERFORM 700-READ-DISPUTE-TRANS.

      ******************************************************************
      * A dispute opens only against a posted charge on the register
      * that belongs to the same account and has not been reversed;
      * a zero amount disputes the whole charge.  One dispute per
      * charge - an item already on file is rejected.
      ******************************************************************
       300-OPEN-DISPUTE-RTN.
            PERFORM 310-EDIT-AGAINST-REGISTER-RTN.
            IF WS-EDIT-OK
               MOVE DT-ACCT-NO TO DS-ACCT-NO
               MOVE DT-REF-TRANS-NO TO DS-REF-TRANS-NO
               READ DISPUTE-FILE
                 INVALID KEY
                   PERFORM 320-ADD-DISPUTE-RTN
                 NOT INVALID KEY
                   IF DS-OPEN
                      MOVE 'DISPUTE ALREADY OPEN' TO DJ-REASON
                   ELSE
                      MOVE 'DISPUTE ALREADY RESOLVED' TO DJ-REASON
                   END-IF
                   PERFORM 350-REJECT-TRANS-RTN
               END-READ
            ELSE
               PERFORM 350-REJECT-TRANS-RTN
            END-IF.

       310-EDIT-AGAINST-REGISTER-RTN.
            MOVE 'N' TO WS-EDIT-OK-SW.
            MOVE DT-REF-TRANS-NO TO TR-TRANS-NO.
            READ TRANS-REGISTER
              INVALID KEY
                MOVE 'CHARGE NOT ON REGISTER' TO DJ-REASON
              NOT INVALID KEY
                EVALUATE TRUE
                   WHEN NOT TR-IS-CHARGE
                     MOVE 'REFERENCE NOT A CHARGE' TO DJ-REASON
                   WHEN TR-ACCT-NO NOT = DT-ACCT-NO
                     MOVE 'ACCOUNT DOES NOT MATCH' TO DJ-REASON
                   WHEN TR-REVERSED
                     MOVE 'CHARGE ALREADY REVERSED' TO DJ-REASON
                   WHEN DT-AMOUNT NOT NUMERIC
                     MOVE 'DISPUTED AMOUNT INVALID' TO DJ-REASON
                   WHEN DT-AMOUNT > TR-AMOUNT
                     MOVE 'AMOUNT EXCEEDS CHARGE' TO DJ-REASON
                   WHEN OTHER
                     SET WS-EDIT-OK TO TRUE
                END-EVALUATE
            END-READ.

       320-ADD-DISPUTE-RTN.
            MOVE SPACES TO AJ-BEFORE-IMAGE.
            MOVE SPACES TO DISPUTE-REC.
            MOVE DT-ACCT-NO TO DS-ACCT-NO.
            MOVE DT-REF-TRANS-NO TO DS-REF-TRANS-NO.
            IF DT-AMOUNT = ZERO
               MOVE TR-AMOUNT TO DS-DISPUTED-AMT
            ELSE
               MOVE DT-AMOUNT TO DS-DISPUTED-AMT
            END-IF.
            MOVE DT-REASON-CODE TO DS-REASON-CODE.
            MOVE DT-REASON-TEXT TO DS-REASON-TEXT.
            IF DT-RECEIVED-DATE NUMERIC AND DT-RECEIVED-DATE > ZERO
               MOVE DT-RECEIVED-DATE TO DS-OPEN-DATE
            ELSE
               MOVE WS-RUN-DATE TO DS-OPEN-DATE
            END-IF.
            SET DS-OPEN TO TRUE.
            MOVE ZERO TO DS-RESOLVED-DATE.
            WRITE DISPUTE-REC.
            ADD 1 TO WS-OPENED-CTR.
            ADD DS-DISPUTED-AMT TO WS-OPENED-AMT.
            MOVE 'OPENED' TO DR-ACTION-TEXT.
            PERFORM 360-PRINT-DISPUTE-LINE-RTN.
            PERFORM 950-WRITE-AUDIT-RTN.

       350-REJECT-TRANS-RTN.
            MOVE DT-ACTION TO DJ-ACTION.
            MOVE DT-ACCT-NO TO DJ-ACCT-NO.
            MOVE DT-REF-TRANS-NO TO DJ-REF-TRANS-NO.
            WRITE DISPUTE-RPT-REC FROM DR-REJECT-LINE.
            ADD 1 TO WS-REJECT-CTR.

       360-PRINT-DISPUTE-LINE-RTN.
            MOVE DS-ACCT-NO TO DR-ACCT-NO.
            MOVE DS-REF-TRANS-NO TO DR-REF-TRANS-NO.
            MOVE DS-DISPUTED-AMT TO DR-AMOUNT.
            MOVE DS-REASON-CODE TO DR-REASON-CODE.
            MOVE DS-CREDIT-TYPE TO DR-CREDIT-TYPE.
            WRITE DISPUTE-RPT-REC FROM DR-DETAIL-LINE.

      ******************************************************************
      * Resolve an open dispute.  The customer's favor credits the
      * account through the side batch; an upheld charge just closes
      * the dispute.  A dispute already resolved in the customer's
      * favor on this business date is a rerun - its credit is
      * re-issued from the type recorded on the dispute.
      ******************************************************************
       400-RESOLVE-DISPUTE-RTN.
            MOVE DT-ACCT-NO TO DS-ACCT-NO.
            MOVE DT-REF-TRANS-NO TO DS-REF-TRANS-NO.
            READ DISPUTE-FILE
              INVALID KEY
                MOVE 'NO DISPUTE ON FILE' TO DJ-REASON
                PERFORM 350-REJECT-TRANS-RTN
              NOT INVALID KEY
                PERFORM 410-APPLY-RESOLUTION-RTN
            END-READ.

       410-APPLY-RESOLUTION-RTN.
            EVALUATE TRUE
               WHEN DS-RESOLVED AND DS-CUSTOMER-FAVOR AND
                    DS-RESOLVED-DATE = WS-RUN-DATE
                 PERFORM 450-WRITE-CREDIT-RTN
                 ADD 1 TO WS-REISSUE-CTR
                 MOVE 'CREDIT RE-ISSUED' TO DR-ACTION-TEXT
                 PERFORM 360-PRINT-DISPUTE-LINE-RTN
               WHEN DS-RESOLVED
                 MOVE 'DISPUTE ALREADY RESOLVED' TO DJ-REASON
                 PERFORM 350-REJECT-TRANS-RTN
               WHEN NOT DT-RESOLUTION-VALID
                 MOVE 'RESOLUTION CODE INVALID' TO DJ-REASON
                 PERFORM 350-REJECT-TRANS-RTN
               WHEN OTHER
                 PERFORM 420-CLOSE-DISPUTE-RTN
            END-EVALUATE.

       420-CLOSE-DISPUTE-RTN.
            MOVE DISPUTE-REC TO AJ-BEFORE-IMAGE.
            SET DS-RESOLVED TO TRUE.
            MOVE DT-RESOLUTION TO DS-RESOLUTION.
            MOVE WS-RUN-DATE TO DS-RESOLVED-DATE.
            IF DS-CUSTOMER-FAVOR
               PERFORM 430-CHOOSE-CREDIT-TYPE-RTN
               PERFORM 450-WRITE-CREDIT-RTN
               ADD 1 TO WS-FAVOR-CTR
               MOVE 'RESOLVED - CREDIT' TO DR-ACTION-TEXT
            ELSE
               MOVE SPACE TO DS-CREDIT-TYPE
               ADD 1 TO WS-UPHELD-CTR
               MOVE 'RESOLVED - UPHELD' TO DR-ACTION-TEXT
            END-IF.
            REWRITE DISPUTE-REC.
            PERFORM 360-PRINT-DISPUTE-LINE-RTN.
            PERFORM 950-WRITE-AUDIT-RTN.

      ******************************************************************
      * The whole charge still standing unreversed on the register is
      * backed out with a type-R reversal PGM80 matches to the
      * original; a partial dispute is credited as a type-A
      * adjustment, carried negative because adjustments add to the
      * balance.
      ******************************************************************
       430-CHOOSE-CREDIT-TYPE-RTN.
            MOVE 'A' TO DS-CREDIT-TYPE.
            MOVE DS-REF-TRANS-NO TO TR-TRANS-NO.
            READ TRANS-REGISTER
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF TR-IS-CHARGE AND NOT TR-REVERSED AND
                   TR-ACCT-NO = DS-ACCT-NO AND
                   TR-AMOUNT = DS-DISPUTED-AMT
                   MOVE 'R' TO DS-CREDIT-TYPE
                END-IF
            END-READ.

       450-WRITE-CREDIT-RTN.
            MOVE SPACES TO TRANS-REC.
            MOVE DS-ACCT-NO TO T-ACCT-NO.
            IF DS-CREDIT-TYPE = 'R'
               MOVE DS-DISPUTED-AMT TO WS-CREDIT-AMT
               MOVE 'R' TO T-TRANS-TYPE
               MOVE DS-REF-TRANS-NO TO T-REF-TRANS-NO
            ELSE
               COMPUTE WS-CREDIT-AMT = ZERO - DS-DISPUTED-AMT
               MOVE 'A' TO T-TRANS-TYPE
               MOVE ZERO TO T-REF-TRANS-NO
            END-IF.
            MOVE WS-CREDIT-AMT TO AMT-TRANS-IN-CURRENT-PER.
            MOVE WS-RUN-DATE TO T-TRANS-DATE.
            MOVE 'D' TO T-SOURCE-CODE.
            WRITE TRANS-REC.
            ADD 1 TO WS-BATCH-WRITE-CTR.
            ADD WS-CREDIT-AMT TO WS-BATCH-HASH.
            ADD DS-DISPUTED-AMT TO WS-CREDITED-AMT.

       700-READ-DISPUTE-TRANS.
            READ DISPUTE-TRANS
              AT END
                SET WS-TRANS-EOF TO TRUE
            END-READ.

       800-INITIALIZATION-RTN.
            OPEN OUTPUT DISPUTE-RPT.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            WRITE DISPUTE-RPT-REC FROM DR-TITLE-LINE.
            WRITE DISPUTE-RPT-REC FROM DR-CYCLE-LINE.
            MOVE SPACES TO DISPUTE-RPT-REC.
            WRITE DISPUTE-RPT-REC.
            OPEN INPUT DISPUTE-TRANS.
            IF WS-DTRAN-STATUS = '35'
               SET WS-TRANS-EOF TO TRUE
            END-IF.
            OPEN INPUT TRANS-REGISTER.
            PERFORM 805-OPEN-DISPUTE-FILE-RTN.
            PERFORM 810-LOAD-OPERATOR-TABLE.
            OPEN EXTEND AUDIT-JOURNAL.
            OPEN OUTPUT DISPUTE-ADJ.
            MOVE SPACES TO TRANS-HDR-REC.
            MOVE '00000' TO TH-HDR-ACCT-NO.
            MOVE 'H' TO TH-REC-ID.
            MOVE WS-RUN-DATE TO TH-FILE-DATE.
            MOVE 'PGM58' TO TH-SOURCE-ID.
            WRITE TRANS-HDR-REC.

      ******************************************************************
      * The dispute file is created on the first run and carried
      * across cycles; a missing file on open is built empty and
      * re-opened for update.
      ******************************************************************
       805-OPEN-DISPUTE-FILE-RTN.
            OPEN I-O DISPUTE-FILE.
            IF WS-DISP-STATUS = '35'
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
            END-IF.

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
      * Disputes process on the business date and cycle number held on
      * RUNCTL so a rerun re-dates nothing.
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
               DISPLAY 'PGM58 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-CYCLE-NO TO DR-CYCLE-NO.
            MOVE WS-RUN-DATE TO DR-BUSINESS-DATE.

       900-END-OF-JOB-RTN.
            MOVE SPACES TO TRANS-TRL-REC.
            MOVE '99999' TO TT-TRL-ACCT-NO.
            MOVE 'T' TO TT-REC-ID.
            MOVE WS-BATCH-WRITE-CTR TO TT-REC-COUNT.
            MOVE WS-BATCH-HASH TO TT-HASH-TOTAL.
            WRITE TRANS-TRL-REC.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            IF WS-DTRAN-STATUS NOT = '35'
               CLOSE DISPUTE-TRANS
            END-IF.
            CLOSE TRANS-REGISTER
                  DISPUTE-FILE
                  AUDIT-JOURNAL
                  DISPUTE-ADJ
                  DISPUTE-RPT.

       910-PRINT-RUN-TOTALS-RTN.
            MOVE SPACES TO DISPUTE-RPT-REC.
            WRITE DISPUTE-RPT-REC.
            MOVE 'DISPUTE TRANSACTIONS READ' TO DR-COUNT-LABEL.
            MOVE WS-TRANS-READ-CTR TO DR-COUNT.
            WRITE DISPUTE-RPT-REC FROM DR-COUNT-LINE.
            MOVE 'DISPUTES OPENED' TO DR-COUNT-LABEL.
            MOVE WS-OPENED-CTR TO DR-COUNT.
            WRITE DISPUTE-RPT-REC FROM DR-COUNT-LINE.
            MOVE 'RESOLVED IN CUSTOMER FAVOR' TO DR-COUNT-LABEL.
            MOVE WS-FAVOR-CTR TO DR-COUNT.
            WRITE DISPUTE-RPT-REC FROM DR-COUNT-LINE.
            MOVE 'RESOLVED - CHARGE UPHELD' TO DR-COUNT-LABEL.
            MOVE WS-UPHELD-CTR TO DR-COUNT.
            WRITE DISPUTE-RPT-REC FROM DR-COUNT-LINE.
            MOVE 'CREDITS RE-ISSUED ON RERUN' TO DR-COUNT-LABEL.
            MOVE WS-REISSUE-CTR TO DR-COUNT.
            WRITE DISPUTE-RPT-REC FROM DR-COUNT-LINE.
            MOVE 'TRANSACTIONS REJECTED' TO DR-COUNT-LABEL.
            MOVE WS-REJECT-CTR TO DR-COUNT.
            WRITE DISPUTE-RPT-REC FROM DR-COUNT-LINE.
            MOVE 'TOTAL AMOUNT NEWLY DISPUTED' TO DR-AMOUNT-LABEL.
            MOVE WS-OPENED-AMT TO DR-TOTAL-AMT.
            WRITE DISPUTE-RPT-REC FROM DR-AMOUNT-LINE.
            MOVE 'TOTAL CREDITED TO CUSTOMERS' TO DR-AMOUNT-LABEL.
            MOVE WS-CREDITED-AMT TO DR-TOTAL-AMT.
            WRITE DISPUTE-RPT-REC FROM DR-AMOUNT-LINE.

       950-WRITE-AUDIT-RTN.
            MOVE DISPUTE-REC TO AJ-AFTER-IMAGE.
            MOVE 'PGM58' TO AJ-SOURCE-PGM.
            MOVE DS-ACCT-NO TO AJ-KEY.
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
            MOVE DT-OPERATOR-ID TO AJ-OPERATOR-ID.
            MOVE SPACES TO AJ-APPROVER-ID.
            ACCEPT AJ-RUN-TIME FROM TIME.
            WRITE AUDIT-JOURNAL-REC.

      ******************************************************************
      * Run statistics for the morning operations summary: dispute
      * transactions read, applied and rejected, with the opened and
      * credited totals and the DSPA13T batch total.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM58' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-TRANS-READ-CTR TO RS-READ-CTR.
            COMPUTE RS-WRITTEN-CTR = WS-OPENED-CTR
                + WS-FAVOR-CTR
                + WS-UPHELD-CTR.
            MOVE WS-REJECT-CTR TO RS-REJECT-CTR.
            MOVE 'OPENED' TO RS-AMT-LABEL (1).
            MOVE WS-OPENED-AMT TO RS-AMOUNT (1).
            MOVE 'CREDITED' TO RS-AMT-LABEL (2).
            MOVE WS-CREDITED-AMT TO RS-AMOUNT (2).
            MOVE 'DSPA13T' TO RS-AMT-LABEL (3).
            MOVE WS-BATCH-HASH TO RS-AMOUNT (3).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
