      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Statement and notice delivery preference maintenance.
      *           Maintains DLVPREF, one record per account holding
      *           how the customer receives statements and collection
      *           letters - paper, electronic or both - and the e-mail
      *           address the PGM84 statement run and PGM85 letter run
      *           send to.  The day's undeliverable e-mail bounces on
      *           EMLBNC are applied first: a bounce against the
      *           address on file flips the account back to paper for
      *           the next cycle and counts the bounce; a bounce for an
      *           address since replaced is ignored.  The keyed
      *           preference transactions on DLVTRAN follow.  Each
      *           carries the keying operator, who must be active on
      *           OPERAUTH and allowed account maintenance.  An add or
      *           change is edited before it touches the file - the
      *           account must be open on the customer master, the
      *           delivery method valid, and an electronic method needs
      *           an e-mail address.  A change keeps any field left
      *           blank.  Every change goes to AUDITJNL with before and
      *           after images and the operator; the delivery register
      *           lists each change and the transactions rejected.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM47.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-TRANS ASSIGN TO DLVTRAN
               FILE STATUS IS WS-DTRAN-STATUS.
           SELECT BOUNCE-FILE ASSIGN TO EMLBNC
               FILE STATUS IS WS-BOUNCE-STATUS.
           SELECT NEW-MASTER ASSIGN TO DATA13N
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO-OUT
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DELIVERY-PREF ASSIGN TO DLVPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DV-ACCT-NO
               FILE STATUS IS WS-DLV-STATUS.
           SELECT OPERATOR-AUTH ASSIGN TO OPERAUTH.
           SELECT AUDIT-JOURNAL ASSIGN TO AUDITJNL.
           SELECT DELIVERY-RPT ASSIGN TO RPT13S.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL.
           SELECT RUN-STATS    ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD DELIVERY-TRANS
       LABEL RECORDS ARE STANDARD.
            01  DELIVERY-TRANS-REC.
             05 DT-ACTION         PIC X(1).
                88 DT-IS-ADD          VALUE 'A'.
                88 DT-IS-CHANGE       VALUE 'C'.
             05 DT-ACCT-NO        PIC X(5).
             05 DT-DELIVERY-METHOD PIC X(1).
                88 DT-METHOD-VALID    VALUES 'P' 'E' 'B'.
                88 DT-SENDS-EDOC      VALUES 'E' 'B'.
             05 DT-EMAIL-ADDRESS  PIC X(50).
             05 DT-OPERATOR-ID    PIC X(8).
             05                   PIC X(15).

       FD BOUNCE-FILE
       LABEL RECORDS ARE STANDARD.
            01  BOUNCE-REC.
             05 EB-ACCT-NO        PIC X(5).
             05 EB-EMAIL-ADDRESS  PIC X(50).
             05 EB-BOUNCE-DATE    PIC 9(8).
             05 EB-BOUNCE-REASON  PIC X(17).

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
             05                    PIC X(8).

       FD DELIVERY-PREF
       LABEL RECORDS ARE STANDARD.
            01  DELIVERY-PREF-REC.
           COPY DLVPRFRC.

       FD OPERATOR-AUTH
       LABEL RECORDS ARE STANDARD.
            01  OPERATOR-AUTH-REC.
           COPY OPAUTHRC.

       FD AUDIT-JOURNAL
       LABEL RECORDS ARE STANDARD.
            01  AUDIT-JOURNAL-REC.
           COPY AUDITREC.

       FD DELIVERY-RPT
       LABEL RECORDS ARE OMITTED.
            01  DELIVERY-RPT-REC PIC X(80).

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
        77  WS-BOUNCE-STATUS       PIC X(2).
        77  WS-MASTER-STATUS       PIC X(2).
        77  WS-DLV-STATUS          PIC X(2).
        77  WS-RUN-DATE            PIC 9(8).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-AT-SIGN-CTR         PIC 9(3) VALUE ZERO.
        77  WS-TRANS-READ-CTR      PIC 9(7) VALUE ZERO.
        77  WS-ADDED-CTR           PIC 9(7) VALUE ZERO.
        77  WS-CHANGED-CTR         PIC 9(7) VALUE ZERO.
        77  WS-REJECT-CTR          PIC 9(7) VALUE ZERO.
        77  WS-BOUNCE-READ-CTR     PIC 9(7) VALUE ZERO.
        77  WS-BOUNCE-FLIP-CTR     PIC 9(7) VALUE ZERO.
        77  WS-BOUNCE-IGNORE-CTR   PIC 9(7) VALUE ZERO.
        77  WS-OPER-COUNT          PIC 9(3) VALUE ZERO.
        77  WS-OPER-MAX            PIC 9(3) VALUE 100.
        77  WS-OPER-SUB            PIC 9(3) VALUE ZERO.
        77  WS-OPER-HIT            PIC 9(3) VALUE ZERO.

        01  WS-DELIVERY-SWITCHES.
            05  WS-TRANS-EOF-SW    PIC X(1) VALUE 'N'.
                88  WS-TRANS-EOF              VALUE 'Y'.
            05  WS-BOUNCE-EOF-SW   PIC X(1) VALUE 'N'.
                88  WS-BOUNCE-EOF             VALUE 'Y'.
            05  WS-OPER-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-OPER-EOF               VALUE 'Y'.
            05  WS-OPER-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-OPER-FOUND             VALUE 'Y'.
            05  WS-EDIT-OK-SW      PIC X(1) VALUE 'N'.
                88  WS-EDIT-OK                VALUE 'Y'.
            05  WS-ON-FILE-SW      PIC X(1) VALUE 'N'.
                88  WS-ON-FILE                VALUE 'Y'.

        01  WS-OPERATOR-TABLE.
            05  WS-OP-ENTRY OCCURS 100 TIMES.
                10  WS-OP-ID            PIC X(8).
                10  WS-OP-MAINT-ACCT    PIC X(1).

        01  DR-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(40)
                VALUE 'PGM47  DELIVERY PREFERENCE REGISTER'.
            05  FILLER  PIC X(20) VALUE SPACES.
        01  DR-CYCLE-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(7)  VALUE 'CYCLE: '.
            05  DR-CYCLE-NO        PIC 9(5).
            05  FILLER             PIC X(17) VALUE '  BUSINESS DATE: '.
            05  DR-BUSINESS-DATE   PIC 9(8).
            05  FILLER             PIC X(23) VALUE SPACES.
        01  DR-DETAIL-LINE.
            05  DR-ACCT-NO         PIC X(5).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DR-ACTION-TEXT     PIC X(12).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DR-METHOD          PIC X(1).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DR-EMAIL-ADDRESS   PIC X(50).
            05  FILLER             PIC X(6)  VALUE SPACES.
        01  DR-REJECT-LINE.
            05  FILLER             PIC X(8)  VALUE SPACES.
            05  FILLER             PIC X(14)
                VALUE '** REJECTED: '.
            05  DX-ACTION          PIC X(1).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DX-ACCT-NO         PIC X(5).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DX-REASON          PIC X(30).
            05  FILLER             PIC X(18) VALUE SPACES.
        01  DR-COUNT-LINE.
            05  DR-COUNT-LABEL     PIC X(40).
            05  DR-COUNT           PIC ZZZ,ZZ9.
            05  FILLER             PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 710-READ-BOUNCE.
             PERFORM 500-PROCESS-BOUNCE-RTN
                UNTIL WS-BOUNCE-EOF.
             PERFORM 700-READ-DELIVERY-TRANS.
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
                 MOVE 'OPERATOR NOT AUTHORIZED' TO DX-REASON
               WHEN WS-OP-MAINT-ACCT (WS-OPER-HIT) NOT = 'Y'
                 MOVE 'OPERATOR MAY NOT MAINTAIN ACCT' TO DX-REASON
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
               PERFORM 210-READ-PREFERENCE-RTN
               EVALUATE TRUE
                  WHEN DT-IS-ADD
                    PERFORM 300-ADD-PREFERENCE-RTN
                  WHEN DT-IS-CHANGE
                    PERFORM 400-CHANGE-PREFERENCE-RTN
                  WHEN OTHER
                    MOVE 'ACTION CODE INVALID' TO DX-REASON
                    PERFORM 350-REJECT-TRANS-RTN
               END-EVALUATE
            ELSE
               PERFORM 350-REJECT-TRANS-RTN
            END-IF.
            PERFORM 700-READ-DELIVERY-TRANS.

       210-READ-PREFERENCE-RTN.
            MOVE 'N' TO WS-ON-FILE-SW.
            MOVE DT-ACCT-NO TO DV-ACCT-NO.
            READ DELIVERY-PREF
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                SET WS-ON-FILE TO TRUE
            END-READ.

      ******************************************************************
      * An account already carrying a preference is changed, not added
      * again.
      ******************************************************************
       300-ADD-PREFERENCE-RTN.
            IF WS-ON-FILE
               MOVE 'PREFERENCE ALREADY ON FILE' TO DX-REASON
               PERFORM 350-REJECT-TRANS-RTN
            ELSE
               PERFORM 310-EDIT-ACCOUNT-RTN
               IF WS-EDIT-OK
                  PERFORM 320-EDIT-DELIVERY-RTN
               END-IF
               IF WS-EDIT-OK
                  PERFORM 340-BUILD-PREFERENCE-RTN
               ELSE
                  PERFORM 350-REJECT-TRANS-RTN
               END-IF
            END-IF.

       310-EDIT-ACCOUNT-RTN.
            MOVE 'N' TO WS-EDIT-OK-SW.
            MOVE DT-ACCT-NO TO ACCT-NO-OUT.
            READ NEW-MASTER
              INVALID KEY
                MOVE 'ACCOUNT NOT ON MASTER' TO DX-REASON
              NOT INVALID KEY
                IF CM-ACCT-CLOSED-OUT
                   MOVE 'ACCOUNT IS CLOSED' TO DX-REASON
                ELSE
                   SET WS-EDIT-OK TO TRUE
                END-IF
            END-READ.

      ******************************************************************
      * Electronic delivery needs somewhere to deliver to: an address
      * carrying exactly one '@'.
      ******************************************************************
       320-EDIT-DELIVERY-RTN.
            MOVE ZERO TO WS-AT-SIGN-CTR.
            INSPECT DT-EMAIL-ADDRESS
               TALLYING WS-AT-SIGN-CTR FOR ALL '@'.
            EVALUATE TRUE
               WHEN NOT DT-METHOD-VALID
                 MOVE 'DELIVERY METHOD INVALID' TO DX-REASON
                 MOVE 'N' TO WS-EDIT-OK-SW
               WHEN DT-SENDS-EDOC AND DT-EMAIL-ADDRESS = SPACES
                 MOVE 'E-MAIL ADDRESS MISSING' TO DX-REASON
                 MOVE 'N' TO WS-EDIT-OK-SW
               WHEN DT-EMAIL-ADDRESS NOT = SPACES AND
                    WS-AT-SIGN-CTR NOT = 1
                 MOVE 'E-MAIL ADDRESS INVALID' TO DX-REASON
                 MOVE 'N' TO WS-EDIT-OK-SW
            END-EVALUATE.

       340-BUILD-PREFERENCE-RTN.
            MOVE SPACES TO AJ-BEFORE-IMAGE.
            MOVE SPACES TO DELIVERY-PREF-REC.
            MOVE DT-ACCT-NO TO DV-ACCT-NO.
            MOVE DT-DELIVERY-METHOD TO DV-DELIVERY-METHOD.
            MOVE DT-EMAIL-ADDRESS TO DV-EMAIL-ADDRESS.
            MOVE WS-RUN-DATE TO DV-CHANGE-DATE.
            MOVE ZERO TO DV-BOUNCE-DATE.
            MOVE ZERO TO DV-BOUNCE-CTR.
            WRITE DELIVERY-PREF-REC.
            ADD 1 TO WS-ADDED-CTR.
            MOVE 'ADDED' TO DR-ACTION-TEXT.
            PERFORM 360-PRINT-PREFERENCE-RTN.
            MOVE DT-OPERATOR-ID TO AJ-OPERATOR-ID.
            PERFORM 950-WRITE-AUDIT-RTN.

       350-REJECT-TRANS-RTN.
            MOVE DT-ACTION TO DX-ACTION.
            MOVE DT-ACCT-NO TO DX-ACCT-NO.
            WRITE DELIVERY-RPT-REC FROM DR-REJECT-LINE.
            ADD 1 TO WS-REJECT-CTR.

       360-PRINT-PREFERENCE-RTN.
            MOVE DV-ACCT-NO TO DR-ACCT-NO.
            MOVE DV-DELIVERY-METHOD TO DR-METHOD.
            MOVE DV-EMAIL-ADDRESS TO DR-EMAIL-ADDRESS.
            WRITE DELIVERY-RPT-REC FROM DR-DETAIL-LINE.

      ******************************************************************
      * A change overlays only the fields keyed; a blank method or
      * address keeps what is on file, and the merged preference is
      * edited as a whole.  A new address clears the bounce history.
      ******************************************************************
       400-CHANGE-PREFERENCE-RTN.
            IF NOT WS-ON-FILE
               MOVE 'NO PREFERENCE ON FILE' TO DX-REASON
               PERFORM 350-REJECT-TRANS-RTN
            ELSE
               PERFORM 410-MERGE-CHANGE-RTN
               PERFORM 310-EDIT-ACCOUNT-RTN
               IF WS-EDIT-OK
                  PERFORM 320-EDIT-DELIVERY-RTN
               END-IF
               IF WS-EDIT-OK
                  PERFORM 420-APPLY-CHANGE-RTN
               ELSE
                  PERFORM 350-REJECT-TRANS-RTN
               END-IF
            END-IF.

       410-MERGE-CHANGE-RTN.
            IF DT-DELIVERY-METHOD = SPACE
               MOVE DV-DELIVERY-METHOD TO DT-DELIVERY-METHOD
            END-IF.
            IF DT-EMAIL-ADDRESS = SPACES
               MOVE DV-EMAIL-ADDRESS TO DT-EMAIL-ADDRESS
            END-IF.

       420-APPLY-CHANGE-RTN.
            MOVE DELIVERY-PREF-REC TO AJ-BEFORE-IMAGE.
            IF DT-EMAIL-ADDRESS NOT = DV-EMAIL-ADDRESS
               MOVE ZERO TO DV-BOUNCE-DATE
               MOVE ZERO TO DV-BOUNCE-CTR
            END-IF.
            MOVE DT-DELIVERY-METHOD TO DV-DELIVERY-METHOD.
            MOVE DT-EMAIL-ADDRESS TO DV-EMAIL-ADDRESS.
            MOVE WS-RUN-DATE TO DV-CHANGE-DATE.
            REWRITE DELIVERY-PREF-REC.
            ADD 1 TO WS-CHANGED-CTR.
            MOVE 'CHANGED' TO DR-ACTION-TEXT.
            PERFORM 360-PRINT-PREFERENCE-RTN.
            MOVE DT-OPERATOR-ID TO AJ-OPERATOR-ID.
            PERFORM 950-WRITE-AUDIT-RTN.

      ******************************************************************
      * A bounce flips an electronic account back to paper so the next
      * statement and letter are mailed.  The address stays on file
      * for the customer to confirm or replace.  A bounce for an
      * account already on paper, or for an address since changed, is
      * counted and ignored.
      ******************************************************************
       500-PROCESS-BOUNCE-RTN.
            ADD 1 TO WS-BOUNCE-READ-CTR.
            MOVE EB-ACCT-NO TO DV-ACCT-NO.
            READ DELIVERY-PREF
              INVALID KEY
                ADD 1 TO WS-BOUNCE-IGNORE-CTR
              NOT INVALID KEY
                IF DV-SENDS-EDOC AND
                   DV-EMAIL-ADDRESS = EB-EMAIL-ADDRESS
                   PERFORM 510-FLIP-TO-PAPER-RTN
                ELSE
                   ADD 1 TO WS-BOUNCE-IGNORE-CTR
                END-IF
            END-READ.
            PERFORM 710-READ-BOUNCE.

       510-FLIP-TO-PAPER-RTN.
            MOVE DELIVERY-PREF-REC TO AJ-BEFORE-IMAGE.
            SET DV-PAPER TO TRUE.
            IF EB-BOUNCE-DATE NUMERIC AND EB-BOUNCE-DATE > ZERO
               MOVE EB-BOUNCE-DATE TO DV-BOUNCE-DATE
            ELSE
               MOVE WS-RUN-DATE TO DV-BOUNCE-DATE
            END-IF.
            IF DV-BOUNCE-CTR < 999
               ADD 1 TO DV-BOUNCE-CTR
            END-IF.
            MOVE WS-RUN-DATE TO DV-CHANGE-DATE.
            REWRITE DELIVERY-PREF-REC.
            ADD 1 TO WS-BOUNCE-FLIP-CTR.
            MOVE 'BOUNCED' TO DR-ACTION-TEXT.
            PERFORM 360-PRINT-PREFERENCE-RTN.
            MOVE SPACES TO AJ-OPERATOR-ID.
            PERFORM 950-WRITE-AUDIT-RTN.

       700-READ-DELIVERY-TRANS.
            IF WS-TRANS-EOF
               CONTINUE
            ELSE
               READ DELIVERY-TRANS
                 AT END
                   SET WS-TRANS-EOF TO TRUE
               END-READ
            END-IF.

       710-READ-BOUNCE.
            IF WS-BOUNCE-EOF
               CONTINUE
            ELSE
               READ BOUNCE-FILE
                 AT END
                   SET WS-BOUNCE-EOF TO TRUE
               END-READ
            END-IF.

       800-INITIALIZATION-RTN.
            OPEN OUTPUT DELIVERY-RPT.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            WRITE DELIVERY-RPT-REC FROM DR-TITLE-LINE.
            WRITE DELIVERY-RPT-REC FROM DR-CYCLE-LINE.
            MOVE SPACES TO DELIVERY-RPT-REC.
            WRITE DELIVERY-RPT-REC.
            OPEN INPUT DELIVERY-TRANS.
            IF WS-DTRAN-STATUS = '35'
               SET WS-TRANS-EOF TO TRUE
            END-IF.
            OPEN INPUT BOUNCE-FILE.
            IF WS-BOUNCE-STATUS = '35'
               SET WS-BOUNCE-EOF TO TRUE
            END-IF.
            OPEN INPUT NEW-MASTER.
            PERFORM 805-OPEN-DELIVERY-FILE-RTN.
            PERFORM 810-LOAD-OPERATOR-TABLE.
            OPEN EXTEND AUDIT-JOURNAL.

      ******************************************************************
      * The preference file is created on the first run and carried
      * across cycles; a missing file on open is built empty and
      * re-opened for update.
      ******************************************************************
       805-OPEN-DELIVERY-FILE-RTN.
            OPEN I-O DELIVERY-PREF.
            IF WS-DLV-STATUS = '35'
               OPEN OUTPUT DELIVERY-PREF
               CLOSE DELIVERY-PREF
               OPEN I-O DELIVERY-PREF
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
      * Preferences are dated by the business date on RUNCTL so a
      * rerun re-dates nothing.
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
               DISPLAY 'PGM47 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-CYCLE-NO TO DR-CYCLE-NO.
            MOVE WS-RUN-DATE TO DR-BUSINESS-DATE.

       900-END-OF-JOB-RTN.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            IF WS-DTRAN-STATUS NOT = '35'
               CLOSE DELIVERY-TRANS
            END-IF.
            IF WS-BOUNCE-STATUS NOT = '35'
               CLOSE BOUNCE-FILE
            END-IF.
            CLOSE NEW-MASTER
                  DELIVERY-PREF
                  AUDIT-JOURNAL
                  DELIVERY-RPT.

       910-PRINT-RUN-TOTALS-RTN.
            MOVE SPACES TO DELIVERY-RPT-REC.
            WRITE DELIVERY-RPT-REC.
            MOVE 'E-MAIL BOUNCES READ' TO DR-COUNT-LABEL.
            MOVE WS-BOUNCE-READ-CTR TO DR-COUNT.
            WRITE DELIVERY-RPT-REC FROM DR-COUNT-LINE.
            MOVE 'ACCOUNTS RETURNED TO PAPER' TO DR-COUNT-LABEL.
            MOVE WS-BOUNCE-FLIP-CTR TO DR-COUNT.
            WRITE DELIVERY-RPT-REC FROM DR-COUNT-LINE.
            MOVE 'BOUNCES IGNORED - NOT CURRENT ADDRESS'
              TO DR-COUNT-LABEL.
            MOVE WS-BOUNCE-IGNORE-CTR TO DR-COUNT.
            WRITE DELIVERY-RPT-REC FROM DR-COUNT-LINE.
            MOVE 'PREFERENCE TRANSACTIONS READ' TO DR-COUNT-LABEL.
            MOVE WS-TRANS-READ-CTR TO DR-COUNT.
            WRITE DELIVERY-RPT-REC FROM DR-COUNT-LINE.
            MOVE 'PREFERENCES ADDED' TO DR-COUNT-LABEL.
            MOVE WS-ADDED-CTR TO DR-COUNT.
            WRITE DELIVERY-RPT-REC FROM DR-COUNT-LINE.
            MOVE 'PREFERENCES CHANGED' TO DR-COUNT-LABEL.
            MOVE WS-CHANGED-CTR TO DR-COUNT.
            WRITE DELIVERY-RPT-REC FROM DR-COUNT-LINE.
            MOVE 'TRANSACTIONS REJECTED' TO DR-COUNT-LABEL.
            MOVE WS-REJECT-CTR TO DR-COUNT.
            WRITE DELIVERY-RPT-REC FROM DR-COUNT-LINE.

      ******************************************************************
      * The caller sets the operator; bounces are applied by the run
      * itself and carry none.
      ******************************************************************
       950-WRITE-AUDIT-RTN.
            MOVE DELIVERY-PREF-REC TO AJ-AFTER-IMAGE.
            MOVE 'PGM47' TO AJ-SOURCE-PGM.
            MOVE DV-ACCT-NO TO AJ-KEY.
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
            MOVE SPACES TO AJ-APPROVER-ID.
            ACCEPT AJ-RUN-TIME FROM TIME.
            WRITE AUDIT-JOURNAL-REC.

      ******************************************************************
      * Run statistics for the morning operations summary: bounces
      * and preference transactions read, preferences applied and
      * transactions rejected.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM47' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            COMPUTE RS-READ-CTR = WS-TRANS-READ-CTR
                + WS-BOUNCE-READ-CTR.
            COMPUTE RS-WRITTEN-CTR = WS-ADDED-CTR
                + WS-CHANGED-CTR
                + WS-BOUNCE-FLIP-CTR.
            MOVE WS-REJECT-CTR TO RS-REJECT-CTR.
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
