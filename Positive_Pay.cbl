      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Positive-pay issue file for the bank.  Gathers every
      *           check written since the last run from both check
      *           sources - the payroll checks and voids PGM65 logs to
      *           PAYISS under the CHKCTL number sequence, and the
      *           refund checks PGM98 logs to REFISS under the REFCTL
      *           sequence - and writes them to POSPAY under a file
      *           header and trailer so the bank pays only what we
      *           issued, at the amount we issued it.  Each issue is
      *           added to the OUTCHK outstanding-check file PGM63
      *           reconciles the bank's paid items against, and each
      *           void marks its check there so a later presentment is
      *           caught.  PAYISS and REFISS are each appended to by
      *           every run of their writer and emptied once taken, so
      *           checks from a night this program did not run are
      *           sent on the next.  The refund checks PGM53 voids
      *           when it remits them to the state come in on ESCVOID,
      *           which is likewise emptied once taken, and go to the
      *           bank as voids.  A check PGM63 has already seen paid
      *           is never voided.  PRCDPOS holds the last business
      *           date sent, and a run for a
      *           date already sent is refused before anything is
      *           touched.  The issue register lists every check sent;
      *           RETURN-CODE 8 when a check number is already on the
      *           outstanding file or a void cannot be applied.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM62.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-ISSUE   ASSIGN TO PAYISS
               FILE STATUS IS WS-ISS-STATUS.
           SELECT REFUND-ISSUE  ASSIGN TO REFISS
               FILE STATUS IS WS-REFISS-STATUS.
           SELECT OUTSTANDING-FILE ASSIGN TO OUTCHK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OC-CHECK-KEY
               FILE STATUS IS WS-OUT-STATUS.
           SELECT ESCHEAT-VOID  ASSIGN TO ESCVOID
               FILE STATUS IS WS-ESCV-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO PRCDPOS
               FILE STATUS IS WS-PRCD-STATUS.
           SELECT POS-PAY-FILE  ASSIGN TO POSPAY.
           SELECT ISSUE-RPT     ASSIGN TO RPT77Q.
           SELECT RUN-CONTROL   ASSIGN TO RUNCTL.
           SELECT RUN-STATS     ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-ISSUE
       LABEL RECORDS ARE STANDARD.
            01  CHECK-ISSUE-REC.
             05 CI-CHECK-NO     PIC 9(6).
             05 CI-ISSUE-TYPE   PIC X(1).
                88 CI-ISSUED        VALUE 'I'.
                88 CI-VOIDED        VALUE 'V'.
             05 CI-EMPLOYEE-NO  PIC X(3).
             05 CI-AMOUNT       PIC 9(6)V99.
             05 CI-ISSUE-DATE   PIC 9(8).
             05                 PIC X(4).

       FD REFUND-ISSUE
       LABEL RECORDS ARE STANDARD.
            01  REFUND-CHECK-REC.
             05 RK-ACCT-NO        PIC X(5).
             05 RK-CUST-NAME      PIC X(25).
             05 RK-ADDRESS        PIC X(30).
             05 RK-REFUND-AMT     PIC S9(7)V99.
             05 RK-ISSUE-DATE     PIC 9(8).
             05 RK-CHECK-NO       PIC 9(6).
             05                   PIC X(3).

       FD ESCHEAT-VOID
       LABEL RECORDS ARE STANDARD.
            01  ESCHEAT-VOID-REC.
             05 EV-ACCOUNT-CODE   PIC X(1).
             05 EV-CHECK-NO       PIC 9(6).
             05 EV-PAYEE-ID       PIC X(5).
             05 EV-PAYEE-NAME     PIC X(25).
             05 EV-ISSUE-AMT      PIC S9(7)V99.
             05 EV-ISSUE-DATE     PIC 9(8).
             05 EV-VOID-DATE      PIC 9(8).
             05                   PIC X(18).

       FD PROC-DATE-FILE
       LABEL RECORDS ARE STANDARD.
            01  PROC-DATE-REC.
             05 PD-LAST-SENT-DATE     PIC 9(8).

       FD OUTSTANDING-FILE
       LABEL RECORDS ARE STANDARD.
            01  OUTSTANDING-REC.
           COPY OUTCHKRC.

       FD POS-PAY-FILE
       LABEL RECORDS ARE STANDARD.
            01  POS-PAY-REC.
             05 PP-ACCOUNT-CODE   PIC X(1).
             05 PP-CHECK-NO       PIC 9(6).
             05 PP-ISSUE-TYPE     PIC X(1).
             05 PP-AMOUNT         PIC 9(7)V99.
             05 PP-ISSUE-DATE     PIC 9(8).
             05 PP-PAYEE-ID       PIC X(5).
             05 PP-PAYEE-NAME     PIC X(25).
             05                   PIC X(25).
            01  POS-PAY-HDR-REC.
             05 PH-HDR-KEY        PIC X(7).
             05 PH-REC-ID         PIC X(1).
             05 PH-FILE-DATE      PIC 9(8).
             05 PH-SOURCE-ID      PIC X(8).
             05                   PIC X(56).
            01  POS-PAY-TRL-REC.
             05 PT-TRL-KEY        PIC X(7).
             05 PT-REC-ID         PIC X(1).
             05 PT-REC-COUNT      PIC 9(7).
             05 PT-HASH-TOTAL     PIC S9(11)V99.
             05                   PIC X(52).

       FD ISSUE-RPT
       LABEL RECORDS ARE OMITTED.
            01  ISSUE-RPT-REC PIC X(80).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-ISS-STATUS          PIC X(2).
        77  WS-REFISS-STATUS       PIC X(2).
        77  WS-OUT-STATUS          PIC X(2).
        77  WS-ESCV-STATUS         PIC X(2).
        77  WS-PRCD-STATUS         PIC X(2).
        77  WS-LAST-SENT-DATE      PIC 9(8) VALUE ZERO.
        77  WS-RUN-DATE            PIC 9(8).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-PAY-ISSUE-CTR       PIC 9(7) VALUE ZERO.
        77  WS-PAY-VOID-CTR        PIC 9(7) VALUE ZERO.
        77  WS-REF-ISSUE-CTR       PIC 9(7) VALUE ZERO.
        77  WS-ESC-VOID-CTR        PIC 9(7) VALUE ZERO.
        77  WS-DUP-REJECT-CTR      PIC 9(7) VALUE ZERO.
        77  WS-VOID-REJECT-CTR     PIC 9(7) VALUE ZERO.
        77  WS-PP-WRITE-CTR        PIC 9(7) VALUE ZERO.
        77  WS-PP-HASH             PIC S9(11)V99 VALUE ZERO.
        77  WS-ISSUED-AMT          PIC S9(11)V99 VALUE ZERO.
        77  WS-VOIDED-AMT          PIC S9(11)V99 VALUE ZERO.
        77  WS-ISSUE-TYPE          PIC X(1) VALUE SPACE.

        01  WS-ISSUE-SWITCHES.
            05  WS-ISS-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-ISS-EOF                VALUE 'Y'.
            05  WS-REFISS-EOF-SW   PIC X(1) VALUE 'N'.
                88  WS-REFISS-EOF             VALUE 'Y'.
            05  WS-ESCV-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-ESCV-EOF               VALUE 'Y'.
            05  WS-SEND-SW         PIC X(1) VALUE 'N'.
                88  WS-SEND-TO-BANK           VALUE 'Y'.

        01  PI-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(36)
                VALUE 'PGM62  POSITIVE PAY ISSUE REGISTER'.
            05  FILLER  PIC X(24) VALUE SPACES.
        01  PI-CYCLE-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(7)  VALUE 'CYCLE: '.
            05  PI-CYCLE-NO        PIC 9(5).
            05  FILLER             PIC X(17) VALUE '  BUSINESS DATE: '.
            05  PI-BUSINESS-DATE   PIC 9(8).
            05  FILLER             PIC X(23) VALUE SPACES.
        01  PI-DETAIL-LINE.
            05  PI-ACCOUNT-NAME    PIC X(7).
            05  FILLER             PIC X(9)  VALUE '  CHECK: '.
            05  PI-CHECK-NO        PIC 9(6).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  PI-ISSUE-TYPE      PIC X(5).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  PI-AMOUNT          PIC $Z,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  PI-PAYEE-ID        PIC X(5).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  PI-PAYEE-NAME      PIC X(25).
            05  FILLER             PIC X(2)  VALUE SPACES.
        01  PI-REJECT-LINE.
            05  FILLER             PIC X(8)  VALUE SPACES.
            05  FILLER             PIC X(22)
                VALUE '** NOT SENT - CHECK: '.
            05  PJ-ACCOUNT-CODE    PIC X(1).
            05  FILLER             PIC X(1)  VALUE '-'.
            05  PJ-CHECK-NO        PIC 9(6).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  PJ-REASON          PIC X(32).
            05  FILLER             PIC X(8)  VALUE SPACES.
        01  PI-COUNT-LINE.
            05  PI-COUNT-LABEL     PIC X(40).
            05  PI-COUNT           PIC ZZZ,ZZ9.
            05  FILLER             PIC X(33) VALUE SPACES.
        01  PI-AMOUNT-LINE.
            05  PI-AMOUNT-LABEL    PIC X(40).
            05  PI-AMOUNT-TOTAL    PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 200-PAYROLL-ISSUES-RTN.
             PERFORM 300-REFUND-ISSUES-RTN.
             PERFORM 350-ESCHEAT-VOIDS-RTN.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
      * PGM65 appends to PAYISS on every print and void run; the log
      * is taken whole and then emptied so no check is sent twice.
      ******************************************************************
       200-PAYROLL-ISSUES-RTN.
            OPEN INPUT CHECK-ISSUE.
            IF WS-ISS-STATUS = '35'
               CONTINUE
            ELSE
               PERFORM 210-READ-PAYROLL-ISSUE-RTN
                  UNTIL WS-ISS-EOF
               CLOSE CHECK-ISSUE
            END-IF.
            OPEN OUTPUT CHECK-ISSUE.
            CLOSE CHECK-ISSUE.

       210-READ-PAYROLL-ISSUE-RTN.
            READ CHECK-ISSUE
              AT END
                SET WS-ISS-EOF TO TRUE
              NOT AT END
                PERFORM 220-PAYROLL-ONE-CHECK-RTN
            END-READ.

       220-PAYROLL-ONE-CHECK-RTN.
            MOVE SPACES TO OUTSTANDING-REC.
            SET OC-PAYROLL-CHECK TO TRUE.
            MOVE CI-CHECK-NO TO OC-CHECK-NO.
            MOVE CI-EMPLOYEE-NO TO OC-PAYEE-ID.
            MOVE CI-AMOUNT TO OC-ISSUE-AMT.
            MOVE CI-ISSUE-DATE TO OC-ISSUE-DATE.
            IF CI-VOIDED
               PERFORM 410-VOID-OUTSTANDING-RTN
               MOVE 'V' TO WS-ISSUE-TYPE
               IF WS-SEND-TO-BANK
                  ADD 1 TO WS-PAY-VOID-CTR
               END-IF
            ELSE
               PERFORM 400-ADD-OUTSTANDING-RTN
               MOVE 'I' TO WS-ISSUE-TYPE
               IF WS-SEND-TO-BANK
                  ADD 1 TO WS-PAY-ISSUE-CTR
               END-IF
            END-IF.
            IF WS-SEND-TO-BANK
               PERFORM 500-WRITE-POS-PAY-RTN
            END-IF.

      ******************************************************************
      * PGM98 appends every refund check it writes to REFISS; like
      * PAYISS the log is taken whole and then emptied.
      ******************************************************************
       300-REFUND-ISSUES-RTN.
            OPEN INPUT REFUND-ISSUE.
            IF WS-REFISS-STATUS = '35'
               CONTINUE
            ELSE
               PERFORM 310-READ-REFUND-CHECK-RTN
                  UNTIL WS-REFISS-EOF
               CLOSE REFUND-ISSUE
            END-IF.
            OPEN OUTPUT REFUND-ISSUE.
            CLOSE REFUND-ISSUE.

       310-READ-REFUND-CHECK-RTN.
            READ REFUND-ISSUE
              AT END
                SET WS-REFISS-EOF TO TRUE
              NOT AT END
                PERFORM 320-REFUND-ONE-CHECK-RTN
            END-READ.

       320-REFUND-ONE-CHECK-RTN.
            MOVE SPACES TO OUTSTANDING-REC.
            SET OC-REFUND-CHECK TO TRUE.
            MOVE RK-CHECK-NO TO OC-CHECK-NO.
            MOVE RK-ACCT-NO TO OC-PAYEE-ID.
            MOVE RK-CUST-NAME TO OC-PAYEE-NAME.
            MOVE RK-REFUND-AMT TO OC-ISSUE-AMT.
            MOVE RK-ISSUE-DATE TO OC-ISSUE-DATE.
            PERFORM 400-ADD-OUTSTANDING-RTN.
            IF WS-SEND-TO-BANK
               MOVE 'I' TO WS-ISSUE-TYPE
               ADD 1 TO WS-REF-ISSUE-CTR
               PERFORM 500-WRITE-POS-PAY-RTN
            END-IF.

      ******************************************************************
      * Refund checks PGM53 remitted to the state were voided on the
      * outstanding file by that run; the void is sent to the bank
      * here.  ESCVOID is taken whole and emptied like PAYISS.
      ******************************************************************
       350-ESCHEAT-VOIDS-RTN.
            OPEN INPUT ESCHEAT-VOID.
            IF WS-ESCV-STATUS = '35'
               CONTINUE
            ELSE
               PERFORM 360-READ-ESCHEAT-VOID-RTN
                  UNTIL WS-ESCV-EOF
               CLOSE ESCHEAT-VOID
            END-IF.
            OPEN OUTPUT ESCHEAT-VOID.
            CLOSE ESCHEAT-VOID.

       360-READ-ESCHEAT-VOID-RTN.
            READ ESCHEAT-VOID
              AT END
                SET WS-ESCV-EOF TO TRUE
              NOT AT END
                PERFORM 370-ESCHEAT-ONE-VOID-RTN
            END-READ.

       370-ESCHEAT-ONE-VOID-RTN.
            SET WS-SEND-TO-BANK TO TRUE.
            MOVE EV-ACCOUNT-CODE TO OC-ACCOUNT-CODE.
            MOVE EV-CHECK-NO TO OC-CHECK-NO.
            READ OUTSTANDING-FILE
              INVALID KEY
                MOVE 'N' TO WS-SEND-SW
                MOVE 'CHECK NOT ON OUTSTANDING FILE' TO PJ-REASON
                PERFORM 420-REJECT-ISSUE-RTN
                ADD 1 TO WS-VOID-REJECT-CTR
              NOT INVALID KEY
                EVALUATE TRUE
                   WHEN OC-PAID
                     MOVE 'N' TO WS-SEND-SW
                     MOVE 'CHECK ALREADY PAID - CANNOT VOID'
                       TO PJ-REASON
                     PERFORM 420-REJECT-ISSUE-RTN
                     ADD 1 TO WS-VOID-REJECT-CTR
                   WHEN OC-OUTSTANDING
                     SET OC-VOIDED TO TRUE
                     MOVE EV-VOID-DATE TO OC-VOID-DATE
                     REWRITE OUTSTANDING-REC
                END-EVALUATE
            END-READ.
            IF WS-SEND-TO-BANK
               MOVE 'V' TO WS-ISSUE-TYPE
               ADD 1 TO WS-ESC-VOID-CTR
               PERFORM 500-WRITE-POS-PAY-RTN
            END-IF.

      ******************************************************************
      * A new issue goes onto the outstanding file; a number already
      * there means the sequence has been reused and the check is held
      * back from the bank for treasury to investigate.
      ******************************************************************
       400-ADD-OUTSTANDING-RTN.
            SET WS-SEND-TO-BANK TO TRUE.
            SET OC-OUTSTANDING TO TRUE.
            MOVE ZERO TO OC-VOID-DATE
                         OC-PAID-DATE
                         OC-PAID-AMT.
            WRITE OUTSTANDING-REC
              INVALID KEY
                MOVE 'N' TO WS-SEND-SW
                MOVE 'CHECK NUMBER ALREADY OUTSTANDING'
                  TO PJ-REASON
                PERFORM 420-REJECT-ISSUE-RTN
                ADD 1 TO WS-DUP-REJECT-CTR
            END-WRITE.

      ******************************************************************
      * A void marks the outstanding check so a later presentment
      * reports as paid after void.  A void of a check issued before
      * positive pay began is added to the file already voided.  A
      * check the bank has already paid cannot be voided; it is held
      * back from the bank and left paid for treasury to investigate.
      ******************************************************************
       410-VOID-OUTSTANDING-RTN.
            SET WS-SEND-TO-BANK TO TRUE.
            READ OUTSTANDING-FILE
              INVALID KEY
                MOVE CI-EMPLOYEE-NO TO OC-PAYEE-ID
                MOVE SPACES TO OC-PAYEE-NAME
                MOVE CI-AMOUNT TO OC-ISSUE-AMT
                MOVE CI-ISSUE-DATE TO OC-ISSUE-DATE
                SET OC-VOIDED TO TRUE
                MOVE WS-RUN-DATE TO OC-VOID-DATE
                MOVE ZERO TO OC-PAID-DATE
                             OC-PAID-AMT
                WRITE OUTSTANDING-REC
              NOT INVALID KEY
                IF OC-PAID
                   MOVE 'N' TO WS-SEND-SW
                   MOVE 'CHECK ALREADY PAID - CANNOT VOID'
                     TO PJ-REASON
                   PERFORM 420-REJECT-ISSUE-RTN
                   ADD 1 TO WS-VOID-REJECT-CTR
                ELSE
                   SET OC-VOIDED TO TRUE
                   MOVE WS-RUN-DATE TO OC-VOID-DATE
                   REWRITE OUTSTANDING-REC
                END-IF
            END-READ.

       420-REJECT-ISSUE-RTN.
            MOVE OC-ACCOUNT-CODE TO PJ-ACCOUNT-CODE.
            MOVE OC-CHECK-NO TO PJ-CHECK-NO.
            WRITE ISSUE-RPT-REC FROM PI-REJECT-LINE.
            MOVE 8 TO RETURN-CODE.

       500-WRITE-POS-PAY-RTN.
            MOVE SPACES TO POS-PAY-REC.
            MOVE OC-ACCOUNT-CODE TO PP-ACCOUNT-CODE.
            MOVE WS-ISSUE-TYPE TO PP-ISSUE-TYPE.
            MOVE OC-CHECK-NO TO PP-CHECK-NO.
            MOVE OC-ISSUE-AMT TO PP-AMOUNT.
            MOVE OC-ISSUE-DATE TO PP-ISSUE-DATE.
            MOVE OC-PAYEE-ID TO PP-PAYEE-ID.
            MOVE OC-PAYEE-NAME TO PP-PAYEE-NAME.
            WRITE POS-PAY-REC.
            ADD 1 TO WS-PP-WRITE-CTR.
            ADD OC-ISSUE-AMT TO WS-PP-HASH.
            IF OC-PAYROLL-CHECK
               MOVE 'PAYROLL' TO PI-ACCOUNT-NAME
            ELSE
               MOVE 'REFUND ' TO PI-ACCOUNT-NAME
            END-IF.
            IF WS-ISSUE-TYPE = 'V'
               MOVE 'VOID ' TO PI-ISSUE-TYPE
               ADD OC-ISSUE-AMT TO WS-VOIDED-AMT
            ELSE
               MOVE 'ISSUE' TO PI-ISSUE-TYPE
               ADD OC-ISSUE-AMT TO WS-ISSUED-AMT
            END-IF.
            MOVE OC-CHECK-NO TO PI-CHECK-NO.
            MOVE OC-ISSUE-AMT TO PI-AMOUNT.
            MOVE OC-PAYEE-ID TO PI-PAYEE-ID.
            MOVE OC-PAYEE-NAME TO PI-PAYEE-NAME.
            WRITE ISSUE-RPT-REC FROM PI-DETAIL-LINE.

       800-INITIALIZATION-RTN.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            PERFORM 085-READ-PROC-DATE-RTN.
            OPEN OUTPUT ISSUE-RPT.
            WRITE ISSUE-RPT-REC FROM PI-TITLE-LINE.
            WRITE ISSUE-RPT-REC FROM PI-CYCLE-LINE.
            MOVE SPACES TO ISSUE-RPT-REC.
            WRITE ISSUE-RPT-REC.
            PERFORM 805-OPEN-OUTSTANDING-RTN.
            OPEN OUTPUT POS-PAY-FILE.
            MOVE SPACES TO POS-PAY-HDR-REC.
            MOVE '0000000' TO PH-HDR-KEY.
            MOVE 'H' TO PH-REC-ID.
            MOVE WS-RUN-DATE TO PH-FILE-DATE.
            MOVE 'PGM62' TO PH-SOURCE-ID.
            WRITE POS-PAY-HDR-REC.

      ******************************************************************
      * Issues are sent on the business date and cycle number held on
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
               DISPLAY 'PGM62 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-CYCLE-NO TO PI-CYCLE-NO.
            MOVE WS-RUN-DATE TO PI-BUSINESS-DATE.

      ******************************************************************
      * PRCDPOS holds the last business date sent.  A date already
      * sent is refused before PAYISS, REFISS, ESCVOID, OUTCHK or
      * POSPAY is touched.
      ******************************************************************
       085-READ-PROC-DATE-RTN.
            OPEN INPUT PROC-DATE-FILE.
            IF WS-PRCD-STATUS = '35'
               CONTINUE
            ELSE
               READ PROC-DATE-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE PD-LAST-SENT-DATE TO WS-LAST-SENT-DATE
               END-READ
               CLOSE PROC-DATE-FILE
            END-IF.
            IF WS-RUN-DATE NOT > WS-LAST-SENT-DATE
               DISPLAY 'PGM62 ABORT - BUSINESS DATE ALREADY SENT'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.

      ******************************************************************
      * The outstanding-check file is created on the first run and
      * carried across cycles; a missing file on open is built empty
      * and re-opened for update.
      ******************************************************************
       805-OPEN-OUTSTANDING-RTN.
            OPEN I-O OUTSTANDING-FILE.
            IF WS-OUT-STATUS = '35'
               OPEN OUTPUT OUTSTANDING-FILE
               CLOSE OUTSTANDING-FILE
               OPEN I-O OUTSTANDING-FILE
            END-IF.

       900-END-OF-JOB-RTN.
            MOVE SPACES TO POS-PAY-TRL-REC.
            MOVE '9999999' TO PT-TRL-KEY.
            MOVE 'T' TO PT-REC-ID.
            MOVE WS-PP-WRITE-CTR TO PT-REC-COUNT.
            MOVE WS-PP-HASH TO PT-HASH-TOTAL.
            WRITE POS-PAY-TRL-REC.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            CLOSE OUTSTANDING-FILE
                  POS-PAY-FILE
                  ISSUE-RPT.
            PERFORM 920-RECORD-PROC-DATE-RTN.

       910-PRINT-RUN-TOTALS-RTN.
            MOVE SPACES TO ISSUE-RPT-REC.
            WRITE ISSUE-RPT-REC.
            MOVE 'PAYROLL CHECKS ISSUED' TO PI-COUNT-LABEL.
            MOVE WS-PAY-ISSUE-CTR TO PI-COUNT.
            WRITE ISSUE-RPT-REC FROM PI-COUNT-LINE.
            MOVE 'PAYROLL CHECKS VOIDED' TO PI-COUNT-LABEL.
            MOVE WS-PAY-VOID-CTR TO PI-COUNT.
            WRITE ISSUE-RPT-REC FROM PI-COUNT-LINE.
            MOVE 'REFUND CHECKS ISSUED' TO PI-COUNT-LABEL.
            MOVE WS-REF-ISSUE-CTR TO PI-COUNT.
            WRITE ISSUE-RPT-REC FROM PI-COUNT-LINE.
            MOVE 'REFUND CHECKS VOIDED - REMITTED TO STATE'
              TO PI-COUNT-LABEL.
            MOVE WS-ESC-VOID-CTR TO PI-COUNT.
            WRITE ISSUE-RPT-REC FROM PI-COUNT-LINE.
            MOVE 'CHECKS HELD - NUMBER ALREADY ISSUED'
              TO PI-COUNT-LABEL.
            MOVE WS-DUP-REJECT-CTR TO PI-COUNT.
            WRITE ISSUE-RPT-REC FROM PI-COUNT-LINE.
            MOVE 'VOIDS HELD - CHECK PAID OR NOT ISSUED'
              TO PI-COUNT-LABEL.
            MOVE WS-VOID-REJECT-CTR TO PI-COUNT.
            WRITE ISSUE-RPT-REC FROM PI-COUNT-LINE.
            MOVE 'RECORDS WRITTEN TO POSPAY' TO PI-COUNT-LABEL.
            MOVE WS-PP-WRITE-CTR TO PI-COUNT.
            WRITE ISSUE-RPT-REC FROM PI-COUNT-LINE.
            MOVE 'TOTAL CHECKS ISSUED' TO PI-AMOUNT-LABEL.
            MOVE WS-ISSUED-AMT TO PI-AMOUNT-TOTAL.
            WRITE ISSUE-RPT-REC FROM PI-AMOUNT-LINE.
            MOVE 'TOTAL CHECKS VOIDED' TO PI-AMOUNT-LABEL.
            MOVE WS-VOIDED-AMT TO PI-AMOUNT-TOTAL.
            WRITE ISSUE-RPT-REC FROM PI-AMOUNT-LINE.

       920-RECORD-PROC-DATE-RTN.
            OPEN OUTPUT PROC-DATE-FILE.
            MOVE WS-RUN-DATE TO PD-LAST-SENT-DATE.
            WRITE PROC-DATE-REC.
            CLOSE PROC-DATE-FILE.

      ******************************************************************
      * Run statistics for the morning operations summary: check issues
      * and voids taken, positive-pay records written and duplicates
      * rejected, with the issued, voided and file totals.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM62' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            COMPUTE RS-READ-CTR = WS-PAY-ISSUE-CTR
                + WS-PAY-VOID-CTR
                + WS-REF-ISSUE-CTR
                + WS-ESC-VOID-CTR
                + WS-DUP-REJECT-CTR
                + WS-VOID-REJECT-CTR.
            MOVE WS-PP-WRITE-CTR TO RS-WRITTEN-CTR.
            COMPUTE RS-REJECT-CTR = WS-DUP-REJECT-CTR
                + WS-VOID-REJECT-CTR.
            MOVE 'ISSUED' TO RS-AMT-LABEL (1).
            MOVE WS-ISSUED-AMT TO RS-AMOUNT (1).
            MOVE 'VOIDED' TO RS-AMT-LABEL (2).
            MOVE WS-VOIDED-AMT TO RS-AMOUNT (2).
            MOVE 'POS PAY HASH' TO RS-AMT-LABEL (3).
            MOVE WS-PP-HASH TO RS-AMOUNT (3).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
