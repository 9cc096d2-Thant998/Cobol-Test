      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Year-end wage and tax statements.  Reads the closed
      *           year PGM66 archived to YTDARCH, joins each employee to
      *           EMPDAT1 for the name, and prints one statement per
      *           employee to W2PRT showing gross wages, federal and
      *           state tax withheld and retirement deferral - the same
      *           buckets PGM78 accumulates on PAYYTD.  The annual run
      *           also writes the electronic wage file W2SUB for the
      *           tax agencies: submitter and employer records, one
      *           employee wage record per statement, and an employer
      *           totals record that must foot to the control totals
      *           PGM66 kept on YECTL for the year; RETURN-CODE 8 when
      *           it does not.  A reprint run prints one employee's
      *           statement again from the archive; a correction run
      *           prints a corrected statement showing the amounts
      *           previously reported beside the correct ones, writes
      *           the correction file W2CSUB for the agencies, and logs
      *           the corrected amounts to W2CHST so a later reprint or
      *           correction starts from them.  Neither touches the
      *           close or the archive.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM61.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE    ASSIGN TO W2PARM
           ORGANIZATION IS SEQUENTIAL.
           SELECT YTD-ARCHIVE  ASSIGN TO YTDARCH
           ORGANIZATION IS SEQUENTIAL.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPDAT1
           ORGANIZATION IS SEQUENTIAL.
           SELECT YEAR-END-CONTROL ASSIGN TO YECTL
           ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YECTL-STATUS.
           SELECT CORRECTION-HISTORY ASSIGN TO W2CHST
           ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHST-STATUS.
           SELECT STATEMENT-PRINT ASSIGN TO W2PRT
           ORGANIZATION IS SEQUENTIAL.
           SELECT WAGE-FILE    ASSIGN TO W2SUB
           ORGANIZATION IS SEQUENTIAL.
           SELECT CORRECTION-FILE ASSIGN TO W2CSUB
           ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-RPT  ASSIGN TO RPT77W
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
       LABEL RECORDS ARE STANDARD.
            01  PARM-REC.
             05 WP-FUNCTION      PIC X(1).
                88 WP-ANNUAL-RUN     VALUE 'A'.
                88 WP-REPRINT-RUN    VALUE 'R'.
                88 WP-CORRECTION-RUN VALUE 'C'.
             05 WP-TAX-YEAR      PIC 9(4).
             05 WP-EMPLOYEE-NO   PIC X(3).
             05 WP-EMPLOYER-EIN  PIC X(9).
             05 WP-EMPLOYER-NAME PIC X(25).
             05 WP-CORR-GROSS    PIC 9(8)V99.
             05 WP-CORR-FED      PIC 9(8)V99.
             05 WP-CORR-STATE    PIC 9(8)V99.
             05 WP-CORR-RETIRE   PIC 9(8)V99.
             05                  PIC X(8).

       FD YTD-ARCHIVE
       LABEL RECORDS ARE STANDARD.
            01  YTD-ARCHIVE-REC.
             05 YA-CLOSE-YEAR   PIC 9(4).
             05 YA-EMPLOYEE-NO  PIC X(3).
             05 YA-YTD-GROSS    PIC 9(8)V99.
             05 YA-YTD-FED      PIC 9(8)V99.
             05 YA-YTD-STATE    PIC 9(8)V99.
             05 YA-YTD-RETIRE   PIC 9(8)V99.
             05 YA-YTD-NET      PIC 9(8)V99.
             05                 PIC X(7).

       FD EMPLOYEE-FILE
       LABEL RECORDS ARE STANDARD.
            01  EMPLOYEE-REC.
             05 ED-EMPLOYEE-NO         PIC X(3).
             05 ED-EMPLOYEE-LAST-NAME  PIC X(20).
             05 ED-EMPLOYEE-FIRST-NAME PIC X(10).
             05 ED-RANK                PIC XX.
             05 ED-SALARY              PIC 9(6)V99.
             05 ED-DEPT-CODE           PIC X(4).

       FD YEAR-END-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  YEAR-END-CONTROL-REC.
             05 YC-CLOSE-YEAR   PIC 9(4).
             05 YC-EMPLOYEE-CTR PIC 9(5).
             05 YC-TOTAL-GROSS  PIC 9(11)V99.
             05 YC-TOTAL-FED    PIC 9(11)V99.
             05 YC-TOTAL-STATE  PIC 9(11)V99.
             05 YC-TOTAL-RETIRE PIC 9(11)V99.
             05 YC-TOTAL-NET    PIC 9(11)V99.
             05 YC-CLOSE-DATE   PIC 9(8).
             05                 PIC X(3).

       FD CORRECTION-HISTORY
       LABEL RECORDS ARE STANDARD.
            01  CORRECTION-HISTORY-REC.
             05 CH-TAX-YEAR     PIC 9(4).
             05 CH-EMPLOYEE-NO  PIC X(3).
             05 CH-GROSS        PIC 9(8)V99.
             05 CH-FED          PIC 9(8)V99.
             05 CH-STATE        PIC 9(8)V99.
             05 CH-RETIRE       PIC 9(8)V99.
             05 CH-CORRECT-DATE PIC 9(8).
             05                 PIC X(5).

       FD STATEMENT-PRINT
       LABEL RECORDS ARE OMITTED.
            01  STATEMENT-PRINT-REC PIC X(80).

      *****************************************************************
      * Electronic wage file: RA submitter, RE employer, one RW per
      * employee, RT employer totals and RF final record.
      *****************************************************************
       FD WAGE-FILE
       LABEL RECORDS ARE STANDARD.
            01  WAGE-EMPLOYER-REC.
             05 WR-REC-ID       PIC X(3).
             05 WR-TAX-YEAR     PIC 9(4).
             05 WR-EMPLOYER-EIN PIC X(9).
             05 WR-EMPLOYER-NAME PIC X(25).
             05 WR-FILE-DATE    PIC 9(8).
             05                 PIC X(79).
            01  WAGE-EMPLOYEE-REC.
             05 WW-REC-ID       PIC X(3).
             05 WW-TAX-YEAR     PIC 9(4).
             05 WW-EMPLOYEE-NO  PIC X(3).
             05 WW-LAST-NAME    PIC X(20).
             05 WW-FIRST-NAME   PIC X(10).
             05 WW-GROSS        PIC 9(9)V99.
             05 WW-FED          PIC 9(9)V99.
             05 WW-STATE        PIC 9(9)V99.
             05 WW-RETIRE       PIC 9(9)V99.
             05                 PIC X(44).
            01  WAGE-TOTAL-REC.
             05 WT-REC-ID       PIC X(3).
             05 WT-TAX-YEAR     PIC 9(4).
             05 WT-EMPLOYEE-CTR PIC 9(7).
             05 WT-TOTAL-GROSS  PIC 9(11)V99.
             05 WT-TOTAL-FED    PIC 9(11)V99.
             05 WT-TOTAL-STATE  PIC 9(11)V99.
             05 WT-TOTAL-RETIRE PIC 9(11)V99.
             05                 PIC X(62).
            01  WAGE-FINAL-REC.
             05 WF-REC-ID       PIC X(3).
             05 WF-RW-CTR       PIC 9(7).
             05                 PIC X(118).

      *****************************************************************
      * Correction file: RCA/RCE as RA/RE, RCW carrying the amounts
      * previously reported and the correct amounts, RCT the totals
      * of both, RCF final.
      *****************************************************************
       FD CORRECTION-FILE
       LABEL RECORDS ARE STANDARD.
            01  CORR-EMPLOYER-REC.
             05 CR-REC-ID       PIC X(3).
             05 CR-TAX-YEAR     PIC 9(4).
             05 CR-EMPLOYER-EIN PIC X(9).
             05 CR-EMPLOYER-NAME PIC X(25).
             05 CR-FILE-DATE    PIC 9(8).
             05                 PIC X(79).
            01  CORR-EMPLOYEE-REC.
             05 CW-REC-ID       PIC X(3).
             05 CW-TAX-YEAR     PIC 9(4).
             05 CW-EMPLOYEE-NO  PIC X(3).
             05 CW-LAST-NAME    PIC X(20).
             05 CW-FIRST-NAME   PIC X(10).
             05 CW-ORIG-GROSS   PIC 9(9)V99.
             05 CW-ORIG-FED     PIC 9(9)V99.
             05 CW-ORIG-STATE   PIC 9(9)V99.
             05 CW-ORIG-RETIRE  PIC 9(9)V99.
             05 CW-CORR-GROSS   PIC 9(9)V99.
             05 CW-CORR-FED     PIC 9(9)V99.
             05 CW-CORR-STATE   PIC 9(9)V99.
             05 CW-CORR-RETIRE  PIC 9(9)V99.
            01  CORR-TOTAL-REC.
             05 CT-REC-ID       PIC X(3).
             05 CT-TAX-YEAR     PIC 9(4).
             05 CT-EMPLOYEE-CTR PIC 9(7).
             05 CT-ORIG-GROSS   PIC 9(11)V99.
             05 CT-ORIG-FED     PIC 9(11)V99.
             05 CT-ORIG-STATE   PIC 9(11)V99.
             05 CT-ORIG-RETIRE  PIC 9(11)V99.
             05 CT-CORR-GROSS   PIC 9(11)V99.
             05 CT-CORR-FED     PIC 9(11)V99.
             05 CT-CORR-STATE   PIC 9(11)V99.
             05 CT-CORR-RETIRE  PIC 9(11)V99.
             05                 PIC X(10).
            01  CORR-FINAL-REC.
             05 CF-REC-ID       PIC X(3).
             05 CF-RCW-CTR      PIC 9(7).
             05                 PIC X(118).

       FD CONTROL-RPT
       LABEL RECORDS ARE OMITTED.
            01  CONTROL-RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
        77  WS-YECTL-STATUS        PIC X(2).
        77  WS-CHST-STATUS         PIC X(2).
        77  WS-TAX-YEAR            PIC 9(4) VALUE ZERO.
        77  WS-ARCH-READ-CTR       PIC 9(7) VALUE ZERO.
        77  WS-OTHER-YEAR-CTR      PIC 9(7) VALUE ZERO.
        77  WS-STMT-CTR            PIC 9(7) VALUE ZERO.
        77  WS-NO-NAME-CTR         PIC 9(7) VALUE ZERO.
        77  WS-RW-CTR              PIC 9(7) VALUE ZERO.
        77  WS-REJECT-CTR          PIC 9(7) VALUE ZERO.
        77  WS-TOTAL-GROSS         PIC 9(11)V99 VALUE ZERO.
        77  WS-TOTAL-FED           PIC 9(11)V99 VALUE ZERO.
        77  WS-TOTAL-STATE         PIC 9(11)V99 VALUE ZERO.
        77  WS-TOTAL-RETIRE        PIC 9(11)V99 VALUE ZERO.
        77  WS-CTL-EMPLOYEE-CTR    PIC 9(5) VALUE ZERO.
        77  WS-CTL-GROSS           PIC 9(11)V99 VALUE ZERO.
        77  WS-CTL-FED             PIC 9(11)V99 VALUE ZERO.
        77  WS-CTL-STATE           PIC 9(11)V99 VALUE ZERO.
        77  WS-CTL-RETIRE          PIC 9(11)V99 VALUE ZERO.
        77  WS-FOOT-STMT-AMT       PIC 9(11)V99 VALUE ZERO.
        77  WS-FOOT-CTL-AMT        PIC 9(11)V99 VALUE ZERO.

        01  WS-RUN-DATE-FIELDS.
            05  WS-RUN-DATE        PIC 9(8).
        01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE-FIELDS.
            05  WS-RUN-YYYY        PIC 9(4).
            05  WS-RUN-MM          PIC 9(2).
            05  WS-RUN-DD          PIC 9(2).

      *****************************************************************
      * The statement being printed, and for a correction the amounts
      * last reported for the same employee and year.
      *****************************************************************
        01  WS-STATEMENT-FIELDS.
            05  WS-STMT-EMPLOYEE-NO PIC X(3).
            05  WS-STMT-LAST-NAME  PIC X(20).
            05  WS-STMT-FIRST-NAME PIC X(10).
            05  WS-STMT-GROSS      PIC 9(8)V99.
            05  WS-STMT-FED        PIC 9(8)V99.
            05  WS-STMT-STATE      PIC 9(8)V99.
            05  WS-STMT-RETIRE     PIC 9(8)V99.
            05  WS-PRIOR-GROSS     PIC 9(8)V99.
            05  WS-PRIOR-FED       PIC 9(8)V99.
            05  WS-PRIOR-STATE     PIC 9(8)V99.
            05  WS-PRIOR-RETIRE    PIC 9(8)V99.

        01  WS-WAGE-SWITCHES.
            05  WS-ARCH-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-ARCH-EOF               VALUE 'Y'.
            05  WS-EMP-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-EMP-EOF                VALUE 'Y'.
            05  WS-YECTL-EOF-SW    PIC X(1) VALUE 'N'.
                88  WS-YECTL-EOF              VALUE 'Y'.
            05  WS-CHST-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-CHST-EOF               VALUE 'Y'.
            05  WS-ARCH-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-ARCH-FOUND             VALUE 'Y'.
            05  WS-CTL-FOUND-SW    PIC X(1) VALUE 'N'.
                88  WS-CTL-FOUND              VALUE 'Y'.
            05  WS-CORRECTED-SW    PIC X(1) VALUE 'N'.
                88  WS-PREVIOUSLY-CORRECTED   VALUE 'Y'.
            05  WS-FOOT-SW         PIC X(1) VALUE 'Y'.
                88  WS-TOTALS-FOOT            VALUE 'Y'.

      *****************************************************************
      * Statement print lines.
      *****************************************************************
        01  SB-RULE-LINE.
            05  FILLER        PIC X(80) VALUE ALL '='.
        01  SB-TITLE-LINE.
            05  FILLER        PIC X(30)
                VALUE 'WAGE AND TAX STATEMENT'.
            05  FILLER        PIC X(10) VALUE 'TAX YEAR: '.
            05  SB-TAX-YEAR   PIC 9(4).
            05  FILLER        PIC X(2)  VALUE SPACES.
            05  SB-STMT-MARK  PIC X(18).
            05  FILLER        PIC X(16) VALUE SPACES.
        01  SB-EMPLOYER-LINE.
            05  FILLER        PIC X(10) VALUE 'EMPLOYER: '.
            05  SB-EMPLOYER-NAME PIC X(25).
            05  FILLER        PIC X(7)  VALUE '  EIN: '.
            05  SB-EMPLOYER-EIN PIC X(9).
            05  FILLER        PIC X(29) VALUE SPACES.
        01  SB-EMPLOYEE-LINE.
            05  FILLER        PIC X(10) VALUE 'EMPLOYEE: '.
            05  SB-EMPLOYEE-NO PIC X(3).
            05  FILLER        PIC X(2)  VALUE SPACES.
            05  SB-LAST-NAME  PIC X(20).
            05  FILLER        PIC X(1)  VALUE SPACES.
            05  SB-FIRST-NAME PIC X(10).
            05  FILLER        PIC X(34) VALUE SPACES.
        01  SB-BOX-LINE.
            05  FILLER        PIC X(4)  VALUE SPACES.
            05  SB-BOX-LABEL  PIC X(32).
            05  SB-BOX-AMT    PIC $ZZ,ZZZ,ZZ9.99.
            05  FILLER        PIC X(30) VALUE SPACES.
        01  SB-CORR-HEAD-LINE.
            05  FILLER        PIC X(36) VALUE SPACES.
            05  FILLER        PIC X(16) VALUE 'PREVIOUSLY RPTD'.
            05  FILLER        PIC X(16) VALUE 'CORRECT'.
            05  FILLER        PIC X(12) VALUE SPACES.
        01  SB-CORR-LINE.
            05  FILLER        PIC X(4)  VALUE SPACES.
            05  SB-CORR-LABEL PIC X(32).
            05  SB-PRIOR-AMT  PIC $ZZ,ZZZ,ZZ9.99.
            05  FILLER        PIC X(2)  VALUE SPACES.
            05  SB-CORR-AMT   PIC $ZZ,ZZZ,ZZ9.99.
            05  FILLER        PIC X(14) VALUE SPACES.

      *****************************************************************
      * Control report lines.
      *****************************************************************
        01  WC-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(36)
                VALUE 'PGM61  WAGE STATEMENT CONTROL REPORT'.
            05  FILLER  PIC X(24) VALUE SPACES.
        01  WC-YEAR-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(10) VALUE 'TAX YEAR: '.
            05  WC-TAX-YEAR        PIC 9(4).
            05  FILLER             PIC X(12) VALUE '  FUNCTION: '.
            05  WC-FUNCTION-NAME   PIC X(10).
            05  FILLER             PIC X(24) VALUE SPACES.
        01  WC-DETAIL-LINE.
            05  WC-EMPLOYEE-NO     PIC X(3).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  WC-LAST-NAME       PIC X(20).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  WC-FIRST-NAME      PIC X(10).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  WC-GROSS           PIC $ZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  WC-NOTE            PIC X(26).
        01  WC-REJECT-LINE.
            05  FILLER             PIC X(8)  VALUE SPACES.
            05  FILLER             PIC X(14) VALUE '** REJECTED: '.
            05  WJ-EMPLOYEE-NO     PIC X(3).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  WJ-REASON          PIC X(32).
            05  FILLER             PIC X(21) VALUE SPACES.
        01  WC-MESSAGE-LINE.
            05  FILLER             PIC X(8)  VALUE '** '.
            05  WC-MESSAGE         PIC X(50).
            05  FILLER             PIC X(22) VALUE SPACES.
        01  WC-FOOT-HEAD-LINE.
            05  FILLER             PIC X(28) VALUE SPACES.
            05  FILLER             PIC X(20) VALUE 'WAGE STATEMENTS'.
            05  FILLER             PIC X(32) VALUE 'PGM66 CONTROL'.
        01  WC-FOOT-LINE.
            05  WB-FOOT-LABEL      PIC X(22).
            05  WB-STMT-AMT        PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  WB-CTL-AMT         PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  WB-FOOT-FLAG       PIC X(18).
        01  WC-FOOT-COUNT-LINE.
            05  WB-COUNT-LABEL     PIC X(22).
            05  FILLER             PIC X(11) VALUE SPACES.
            05  WB-STMT-COUNT      PIC ZZZ,ZZ9.
            05  FILLER             PIC X(13) VALUE SPACES.
            05  WB-CTL-COUNT       PIC ZZZ,ZZ9.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  WB-COUNT-FLAG      PIC X(18).
        01  WC-COUNT-LINE.
            05  WC-COUNT-LABEL     PIC X(40).
            05  WC-COUNT           PIC ZZZ,ZZ9.
            05  FILLER             PIC X(33) VALUE SPACES.
        01  WC-AMOUNT-LINE.
            05  WC-AMOUNT-LABEL    PIC X(40).
            05  WC-AMOUNT-TOTAL    PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             EVALUATE TRUE
                WHEN WP-ANNUAL-RUN
                  PERFORM 200-ANNUAL-RUN-RTN
                WHEN WP-REPRINT-RUN
                  PERFORM 500-REPRINT-RTN
                WHEN WP-CORRECTION-RUN
                  PERFORM 600-CORRECTION-RTN
                WHEN OTHER
                  DISPLAY 'PGM61 ABORT - INVALID FUNCTION ON W2PARM'
                  MOVE 8 TO RETURN-CODE
             END-EVALUATE.
             PERFORM 900-END-OF-JOB-RTN.
        GOBACK.

      ******************************************************************
      * Annual run.  YTDARCH carries every closed year in close order
      * and each year in employee sequence, as is EMPDAT1; only the
      * tax year's records are taken.  An employee terminated before
      * the run is no longer on EMPDAT1 but still gets a statement -
      * the name is flagged on the control report for payroll to key.
      ******************************************************************
       200-ANNUAL-RUN-RTN.
            OPEN INPUT YTD-ARCHIVE
                       EMPLOYEE-FILE.
            OPEN OUTPUT WAGE-FILE.
            PERFORM 210-WRITE-SUBMITTER-RTN.
            PERFORM 720-READ-EMPLOYEE-RTN.
            PERFORM 220-READ-ARCHIVE-RTN
               UNTIL WS-ARCH-EOF.
            PERFORM 250-WRITE-EMPLOYER-TOTALS-RTN.
            CLOSE YTD-ARCHIVE
                  EMPLOYEE-FILE
                  WAGE-FILE.
            PERFORM 400-FOOT-TO-CONTROL-RTN.

       210-WRITE-SUBMITTER-RTN.
            MOVE SPACES TO WAGE-EMPLOYER-REC.
            MOVE 'RA ' TO WR-REC-ID.
            MOVE WS-TAX-YEAR TO WR-TAX-YEAR.
            MOVE WP-EMPLOYER-EIN TO WR-EMPLOYER-EIN.
            MOVE WP-EMPLOYER-NAME TO WR-EMPLOYER-NAME.
            MOVE WS-RUN-DATE TO WR-FILE-DATE.
            WRITE WAGE-EMPLOYER-REC.
            MOVE 'RE ' TO WR-REC-ID.
            WRITE WAGE-EMPLOYER-REC.

       220-READ-ARCHIVE-RTN.
            READ YTD-ARCHIVE
              AT END
                SET WS-ARCH-EOF TO TRUE
              NOT AT END
                IF YA-CLOSE-YEAR = WS-TAX-YEAR
                   PERFORM 230-STATEMENT-ONE-EMPLOYEE-RTN
                ELSE
                   ADD 1 TO WS-OTHER-YEAR-CTR
                END-IF
            END-READ.

       230-STATEMENT-ONE-EMPLOYEE-RTN.
            ADD 1 TO WS-ARCH-READ-CTR.
            PERFORM 235-ALIGN-EMPLOYEE-RTN
               UNTIL WS-EMP-EOF OR
                     ED-EMPLOYEE-NO NOT < YA-EMPLOYEE-NO.
            PERFORM 700-LOAD-FROM-ARCHIVE-RTN.
            IF NOT WS-EMP-EOF AND
               ED-EMPLOYEE-NO = YA-EMPLOYEE-NO
               MOVE ED-EMPLOYEE-LAST-NAME TO WS-STMT-LAST-NAME
               MOVE ED-EMPLOYEE-FIRST-NAME TO WS-STMT-FIRST-NAME
               MOVE SPACES TO WC-NOTE
            ELSE
               MOVE SPACES TO WS-STMT-LAST-NAME
                              WS-STMT-FIRST-NAME
               MOVE 'NAME NOT ON EMPDAT1' TO WC-NOTE
               ADD 1 TO WS-NO-NAME-CTR
            END-IF.
            MOVE SPACES TO SB-STMT-MARK.
            PERFORM 300-PRINT-STATEMENT-RTN.
            PERFORM 245-WRITE-WAGE-RECORD-RTN.
            PERFORM 310-LIST-STATEMENT-RTN.
            ADD WS-STMT-GROSS TO WS-TOTAL-GROSS.
            ADD WS-STMT-FED TO WS-TOTAL-FED.
            ADD WS-STMT-STATE TO WS-TOTAL-STATE.
            ADD WS-STMT-RETIRE TO WS-TOTAL-RETIRE.

       235-ALIGN-EMPLOYEE-RTN.
            PERFORM 720-READ-EMPLOYEE-RTN.

       245-WRITE-WAGE-RECORD-RTN.
            MOVE SPACES TO WAGE-EMPLOYEE-REC.
            MOVE 'RW ' TO WW-REC-ID.
            MOVE WS-TAX-YEAR TO WW-TAX-YEAR.
            MOVE WS-STMT-EMPLOYEE-NO TO WW-EMPLOYEE-NO.
            MOVE WS-STMT-LAST-NAME TO WW-LAST-NAME.
            MOVE WS-STMT-FIRST-NAME TO WW-FIRST-NAME.
            MOVE WS-STMT-GROSS TO WW-GROSS.
            MOVE WS-STMT-FED TO WW-FED.
            MOVE WS-STMT-STATE TO WW-STATE.
            MOVE WS-STMT-RETIRE TO WW-RETIRE.
            WRITE WAGE-EMPLOYEE-REC.
            ADD 1 TO WS-RW-CTR.

      ******************************************************************
      * The employer totals record is built from the wage records
      * written, so it is what the agencies will foot the file to.
      ******************************************************************
       250-WRITE-EMPLOYER-TOTALS-RTN.
            MOVE SPACES TO WAGE-TOTAL-REC.
            MOVE 'RT ' TO WT-REC-ID.
            MOVE WS-TAX-YEAR TO WT-TAX-YEAR.
            MOVE WS-RW-CTR TO WT-EMPLOYEE-CTR.
            MOVE WS-TOTAL-GROSS TO WT-TOTAL-GROSS.
            MOVE WS-TOTAL-FED TO WT-TOTAL-FED.
            MOVE WS-TOTAL-STATE TO WT-TOTAL-STATE.
            MOVE WS-TOTAL-RETIRE TO WT-TOTAL-RETIRE.
            WRITE WAGE-TOTAL-REC.
            MOVE SPACES TO WAGE-FINAL-REC.
            MOVE 'RF ' TO WF-REC-ID.
            MOVE WS-RW-CTR TO WF-RW-CTR.
            WRITE WAGE-FINAL-REC.

       300-PRINT-STATEMENT-RTN.
            PERFORM 320-PRINT-STATEMENT-HEAD-RTN.
            MOVE 'WAGES, TIPS, OTHER COMPENSATION' TO SB-BOX-LABEL.
            MOVE WS-STMT-GROSS TO SB-BOX-AMT.
            WRITE STATEMENT-PRINT-REC FROM SB-BOX-LINE.
            MOVE 'FEDERAL INCOME TAX WITHHELD' TO SB-BOX-LABEL.
            MOVE WS-STMT-FED TO SB-BOX-AMT.
            WRITE STATEMENT-PRINT-REC FROM SB-BOX-LINE.
            MOVE 'STATE INCOME TAX WITHHELD' TO SB-BOX-LABEL.
            MOVE WS-STMT-STATE TO SB-BOX-AMT.
            WRITE STATEMENT-PRINT-REC FROM SB-BOX-LINE.
            MOVE 'RETIREMENT PLAN DEFERRAL' TO SB-BOX-LABEL.
            MOVE WS-STMT-RETIRE TO SB-BOX-AMT.
            WRITE STATEMENT-PRINT-REC FROM SB-BOX-LINE.
            ADD 1 TO WS-STMT-CTR.

       310-LIST-STATEMENT-RTN.
            MOVE WS-STMT-EMPLOYEE-NO TO WC-EMPLOYEE-NO.
            MOVE WS-STMT-LAST-NAME TO WC-LAST-NAME.
            MOVE WS-STMT-FIRST-NAME TO WC-FIRST-NAME.
            MOVE WS-STMT-GROSS TO WC-GROSS.
            WRITE CONTROL-RPT-REC FROM WC-DETAIL-LINE.

       320-PRINT-STATEMENT-HEAD-RTN.
            WRITE STATEMENT-PRINT-REC FROM SB-RULE-LINE.
            MOVE WS-TAX-YEAR TO SB-TAX-YEAR.
            WRITE STATEMENT-PRINT-REC FROM SB-TITLE-LINE.
            MOVE WP-EMPLOYER-NAME TO SB-EMPLOYER-NAME.
            MOVE WP-EMPLOYER-EIN TO SB-EMPLOYER-EIN.
            WRITE STATEMENT-PRINT-REC FROM SB-EMPLOYER-LINE.
            MOVE WS-STMT-EMPLOYEE-NO TO SB-EMPLOYEE-NO.
            MOVE WS-STMT-LAST-NAME TO SB-LAST-NAME.
            MOVE WS-STMT-FIRST-NAME TO SB-FIRST-NAME.
            WRITE STATEMENT-PRINT-REC FROM SB-EMPLOYEE-LINE.
            MOVE SPACES TO STATEMENT-PRINT-REC.
            WRITE STATEMENT-PRINT-REC.

      ******************************************************************
      * The statements must foot to the close: employee count and each
      * bucket against the last YECTL record PGM66 wrote for the year.
      * A rerun close or a year missing from the archive shows here.
      ******************************************************************
       400-FOOT-TO-CONTROL-RTN.
            PERFORM 410-FIND-YEAR-END-CONTROL-RTN.
            MOVE SPACES TO CONTROL-RPT-REC.
            WRITE CONTROL-RPT-REC.
            IF NOT WS-CTL-FOUND
               MOVE 'NO PGM66 CONTROL RECORD ON YECTL FOR TAX YEAR'
                 TO WC-MESSAGE
               WRITE CONTROL-RPT-REC FROM WC-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
            ELSE
               WRITE CONTROL-RPT-REC FROM WC-FOOT-HEAD-LINE
               MOVE 'EMPLOYEES' TO WB-COUNT-LABEL
               MOVE WS-RW-CTR TO WB-STMT-COUNT
               MOVE WS-CTL-EMPLOYEE-CTR TO WB-CTL-COUNT
               IF WS-RW-CTR = WS-CTL-EMPLOYEE-CTR
                  MOVE SPACES TO WB-COUNT-FLAG
               ELSE
                  MOVE '** OUT OF BALANCE' TO WB-COUNT-FLAG
                  MOVE 'N' TO WS-FOOT-SW
               END-IF
               WRITE CONTROL-RPT-REC FROM WC-FOOT-COUNT-LINE
               MOVE 'GROSS WAGES' TO WB-FOOT-LABEL
               MOVE WS-TOTAL-GROSS TO WS-FOOT-STMT-AMT
               MOVE WS-CTL-GROSS TO WS-FOOT-CTL-AMT
               PERFORM 420-FOOT-ONE-AMOUNT-RTN
               MOVE 'FEDERAL WITHHELD' TO WB-FOOT-LABEL
               MOVE WS-TOTAL-FED TO WS-FOOT-STMT-AMT
               MOVE WS-CTL-FED TO WS-FOOT-CTL-AMT
               PERFORM 420-FOOT-ONE-AMOUNT-RTN
               MOVE 'STATE WITHHELD' TO WB-FOOT-LABEL
               MOVE WS-TOTAL-STATE TO WS-FOOT-STMT-AMT
               MOVE WS-CTL-STATE TO WS-FOOT-CTL-AMT
               PERFORM 420-FOOT-ONE-AMOUNT-RTN
               MOVE 'RETIREMENT DEFERRAL' TO WB-FOOT-LABEL
               MOVE WS-TOTAL-RETIRE TO WS-FOOT-STMT-AMT
               MOVE WS-CTL-RETIRE TO WS-FOOT-CTL-AMT
               PERFORM 420-FOOT-ONE-AMOUNT-RTN
               IF WS-TOTALS-FOOT
                  MOVE 'EMPLOYER TOTALS FOOT TO PGM66 CLOSE'
                    TO WC-MESSAGE
               ELSE
                  MOVE 'EMPLOYER TOTALS DO NOT FOOT TO PGM66 CLOSE'
                    TO WC-MESSAGE
                  MOVE 8 TO RETURN-CODE
               END-IF
               WRITE CONTROL-RPT-REC FROM WC-MESSAGE-LINE
            END-IF.

       410-FIND-YEAR-END-CONTROL-RTN.
            OPEN INPUT YEAR-END-CONTROL.
            IF WS-YECTL-STATUS = '35'
               CONTINUE
            ELSE
               PERFORM 415-READ-YEAR-END-CONTROL-RTN
                  UNTIL WS-YECTL-EOF
               CLOSE YEAR-END-CONTROL
            END-IF.

       415-READ-YEAR-END-CONTROL-RTN.
            READ YEAR-END-CONTROL
              AT END
                SET WS-YECTL-EOF TO TRUE
              NOT AT END
                IF YC-CLOSE-YEAR = WS-TAX-YEAR
                   SET WS-CTL-FOUND TO TRUE
                   MOVE YC-EMPLOYEE-CTR TO WS-CTL-EMPLOYEE-CTR
                   MOVE YC-TOTAL-GROSS TO WS-CTL-GROSS
                   MOVE YC-TOTAL-FED TO WS-CTL-FED
                   MOVE YC-TOTAL-STATE TO WS-CTL-STATE
                   MOVE YC-TOTAL-RETIRE TO WS-CTL-RETIRE
                END-IF
            END-READ.

       420-FOOT-ONE-AMOUNT-RTN.
            MOVE WS-FOOT-STMT-AMT TO WB-STMT-AMT.
            MOVE WS-FOOT-CTL-AMT TO WB-CTL-AMT.
            IF WS-FOOT-STMT-AMT = WS-FOOT-CTL-AMT
               MOVE SPACES TO WB-FOOT-FLAG
            ELSE
               MOVE '** OUT OF BALANCE' TO WB-FOOT-FLAG
               MOVE 'N' TO WS-FOOT-SW
            END-IF.
            WRITE CONTROL-RPT-REC FROM WC-FOOT-LINE.

      ******************************************************************
      * Reprint one employee's statement from the archive, or from the
      * latest correction when one has been issued.
      ******************************************************************
       500-REPRINT-RTN.
            IF WP-EMPLOYEE-NO = SPACES
               MOVE 'EMPLOYEE NUMBER NOT KEYED' TO WJ-REASON
               PERFORM 690-REJECT-CARD-RTN
            ELSE
               PERFORM 650-FIND-ARCHIVE-RTN
               IF NOT WS-ARCH-FOUND
                  MOVE 'NOT ON YTDARCH FOR TAX YEAR' TO WJ-REASON
                  PERFORM 690-REJECT-CARD-RTN
               ELSE
                  PERFORM 660-APPLY-CORRECTIONS-RTN
                  PERFORM 670-FIND-EMPLOYEE-NAME-RTN
                  IF WS-PREVIOUSLY-CORRECTED
                     MOVE '** CORRECTED **' TO SB-STMT-MARK
                     MOVE 'REPRINT OF CORRECTION' TO WC-NOTE
                  ELSE
                     MOVE '** REPRINT **' TO SB-STMT-MARK
                     MOVE 'REPRINT' TO WC-NOTE
                  END-IF
                  PERFORM 300-PRINT-STATEMENT-RTN
                  PERFORM 310-LIST-STATEMENT-RTN
               END-IF
            END-IF.

      ******************************************************************
      * Correct one employee's statement.  The amounts previously
      * reported are the archive's, or the latest correction's; the
      * correct amounts come off the card.  A card that changes
      * nothing is rejected.
      ******************************************************************
       600-CORRECTION-RTN.
            IF WP-EMPLOYEE-NO NOT = SPACES
               PERFORM 650-FIND-ARCHIVE-RTN
            END-IF.
            IF WS-ARCH-FOUND
               PERFORM 660-APPLY-CORRECTIONS-RTN
               MOVE WS-STMT-GROSS TO WS-PRIOR-GROSS
               MOVE WS-STMT-FED TO WS-PRIOR-FED
               MOVE WS-STMT-STATE TO WS-PRIOR-STATE
               MOVE WS-STMT-RETIRE TO WS-PRIOR-RETIRE
            END-IF.
            EVALUATE TRUE
               WHEN WP-EMPLOYEE-NO = SPACES
                 MOVE 'EMPLOYEE NUMBER NOT KEYED' TO WJ-REASON
                 PERFORM 690-REJECT-CARD-RTN
               WHEN NOT WS-ARCH-FOUND
                 MOVE 'NOT ON YTDARCH FOR TAX YEAR' TO WJ-REASON
                 PERFORM 690-REJECT-CARD-RTN
               WHEN WP-CORR-GROSS NOT NUMERIC OR
                    WP-CORR-FED NOT NUMERIC OR
                    WP-CORR-STATE NOT NUMERIC OR
                    WP-CORR-RETIRE NOT NUMERIC
                 MOVE 'CORRECTED AMOUNT NOT NUMERIC' TO WJ-REASON
                 PERFORM 690-REJECT-CARD-RTN
               WHEN WP-CORR-GROSS = WS-PRIOR-GROSS AND
                    WP-CORR-FED = WS-PRIOR-FED AND
                    WP-CORR-STATE = WS-PRIOR-STATE AND
                    WP-CORR-RETIRE = WS-PRIOR-RETIRE
                 MOVE 'NO CHANGE TO REPORTED AMOUNTS' TO WJ-REASON
                 PERFORM 690-REJECT-CARD-RTN
               WHEN OTHER
                 PERFORM 610-ISSUE-CORRECTION-RTN
            END-EVALUATE.

       610-ISSUE-CORRECTION-RTN.
            MOVE WP-CORR-GROSS TO WS-STMT-GROSS.
            MOVE WP-CORR-FED TO WS-STMT-FED.
            MOVE WP-CORR-STATE TO WS-STMT-STATE.
            MOVE WP-CORR-RETIRE TO WS-STMT-RETIRE.
            PERFORM 670-FIND-EMPLOYEE-NAME-RTN.
            PERFORM 620-PRINT-CORRECTION-RTN.
            PERFORM 630-WRITE-CORRECTION-FILE-RTN.
            PERFORM 640-LOG-CORRECTION-RTN.
            MOVE 'CORRECTION ISSUED' TO WC-NOTE.
            PERFORM 310-LIST-STATEMENT-RTN.

       620-PRINT-CORRECTION-RTN.
            MOVE '** CORRECTED **' TO SB-STMT-MARK.
            PERFORM 320-PRINT-STATEMENT-HEAD-RTN.
            WRITE STATEMENT-PRINT-REC FROM SB-CORR-HEAD-LINE.
            MOVE 'WAGES, TIPS, OTHER COMPENSATION' TO SB-CORR-LABEL.
            MOVE WS-PRIOR-GROSS TO SB-PRIOR-AMT.
            MOVE WS-STMT-GROSS TO SB-CORR-AMT.
            WRITE STATEMENT-PRINT-REC FROM SB-CORR-LINE.
            MOVE 'FEDERAL INCOME TAX WITHHELD' TO SB-CORR-LABEL.
            MOVE WS-PRIOR-FED TO SB-PRIOR-AMT.
            MOVE WS-STMT-FED TO SB-CORR-AMT.
            WRITE STATEMENT-PRINT-REC FROM SB-CORR-LINE.
            MOVE 'STATE INCOME TAX WITHHELD' TO SB-CORR-LABEL.
            MOVE WS-PRIOR-STATE TO SB-PRIOR-AMT.
            MOVE WS-STMT-STATE TO SB-CORR-AMT.
            WRITE STATEMENT-PRINT-REC FROM SB-CORR-LINE.
            MOVE 'RETIREMENT PLAN DEFERRAL' TO SB-CORR-LABEL.
            MOVE WS-PRIOR-RETIRE TO SB-PRIOR-AMT.
            MOVE WS-STMT-RETIRE TO SB-CORR-AMT.
            WRITE STATEMENT-PRINT-REC FROM SB-CORR-LINE.
            ADD 1 TO WS-STMT-CTR.

       630-WRITE-CORRECTION-FILE-RTN.
            OPEN OUTPUT CORRECTION-FILE.
            MOVE SPACES TO CORR-EMPLOYER-REC.
            MOVE 'RCA' TO CR-REC-ID.
            MOVE WS-TAX-YEAR TO CR-TAX-YEAR.
            MOVE WP-EMPLOYER-EIN TO CR-EMPLOYER-EIN.
            MOVE WP-EMPLOYER-NAME TO CR-EMPLOYER-NAME.
            MOVE WS-RUN-DATE TO CR-FILE-DATE.
            WRITE CORR-EMPLOYER-REC.
            MOVE 'RCE' TO CR-REC-ID.
            WRITE CORR-EMPLOYER-REC.
            MOVE SPACES TO CORR-EMPLOYEE-REC.
            MOVE 'RCW' TO CW-REC-ID.
            MOVE WS-TAX-YEAR TO CW-TAX-YEAR.
            MOVE WS-STMT-EMPLOYEE-NO TO CW-EMPLOYEE-NO.
            MOVE WS-STMT-LAST-NAME TO CW-LAST-NAME.
            MOVE WS-STMT-FIRST-NAME TO CW-FIRST-NAME.
            MOVE WS-PRIOR-GROSS TO CW-ORIG-GROSS.
            MOVE WS-PRIOR-FED TO CW-ORIG-FED.
            MOVE WS-PRIOR-STATE TO CW-ORIG-STATE.
            MOVE WS-PRIOR-RETIRE TO CW-ORIG-RETIRE.
            MOVE WS-STMT-GROSS TO CW-CORR-GROSS.
            MOVE WS-STMT-FED TO CW-CORR-FED.
            MOVE WS-STMT-STATE TO CW-CORR-STATE.
            MOVE WS-STMT-RETIRE TO CW-CORR-RETIRE.
            WRITE CORR-EMPLOYEE-REC.
            MOVE SPACES TO CORR-TOTAL-REC.
            MOVE 'RCT' TO CT-REC-ID.
            MOVE WS-TAX-YEAR TO CT-TAX-YEAR.
            MOVE 1 TO CT-EMPLOYEE-CTR.
            MOVE WS-PRIOR-GROSS TO CT-ORIG-GROSS.
            MOVE WS-PRIOR-FED TO CT-ORIG-FED.
            MOVE WS-PRIOR-STATE TO CT-ORIG-STATE.
            MOVE WS-PRIOR-RETIRE TO CT-ORIG-RETIRE.
            MOVE WS-STMT-GROSS TO CT-CORR-GROSS.
            MOVE WS-STMT-FED TO CT-CORR-FED.
            MOVE WS-STMT-STATE TO CT-CORR-STATE.
            MOVE WS-STMT-RETIRE TO CT-CORR-RETIRE.
            WRITE CORR-TOTAL-REC.
            MOVE SPACES TO CORR-FINAL-REC.
            MOVE 'RCF' TO CF-REC-ID.
            MOVE 1 TO CF-RCW-CTR.
            WRITE CORR-FINAL-REC.
            CLOSE CORRECTION-FILE.

       640-LOG-CORRECTION-RTN.
            OPEN EXTEND CORRECTION-HISTORY.
            MOVE SPACES TO CORRECTION-HISTORY-REC.
            MOVE WS-TAX-YEAR TO CH-TAX-YEAR.
            MOVE WS-STMT-EMPLOYEE-NO TO CH-EMPLOYEE-NO.
            MOVE WS-STMT-GROSS TO CH-GROSS.
            MOVE WS-STMT-FED TO CH-FED.
            MOVE WS-STMT-STATE TO CH-STATE.
            MOVE WS-STMT-RETIRE TO CH-RETIRE.
            MOVE WS-RUN-DATE TO CH-CORRECT-DATE.
            WRITE CORRECTION-HISTORY-REC.
            CLOSE CORRECTION-HISTORY.

      ******************************************************************
      * The last archive record for the employee and year is the one
      * reported, should the close have been run twice.
      ******************************************************************
       650-FIND-ARCHIVE-RTN.
            OPEN INPUT YTD-ARCHIVE.
            PERFORM 655-READ-ARCHIVE-RTN
               UNTIL WS-ARCH-EOF.
            CLOSE YTD-ARCHIVE.

       655-READ-ARCHIVE-RTN.
            READ YTD-ARCHIVE
              AT END
                SET WS-ARCH-EOF TO TRUE
              NOT AT END
                IF YA-CLOSE-YEAR = WS-TAX-YEAR AND
                   YA-EMPLOYEE-NO = WP-EMPLOYEE-NO
                   SET WS-ARCH-FOUND TO TRUE
                   PERFORM 700-LOAD-FROM-ARCHIVE-RTN
                END-IF
            END-READ.

       660-APPLY-CORRECTIONS-RTN.
            OPEN INPUT CORRECTION-HISTORY.
            IF WS-CHST-STATUS = '35'
               CONTINUE
            ELSE
               PERFORM 665-READ-CORRECTION-RTN
                  UNTIL WS-CHST-EOF
               CLOSE CORRECTION-HISTORY
            END-IF.

       665-READ-CORRECTION-RTN.
            READ CORRECTION-HISTORY
              AT END
                SET WS-CHST-EOF TO TRUE
              NOT AT END
                IF CH-TAX-YEAR = WS-TAX-YEAR AND
                   CH-EMPLOYEE-NO = WP-EMPLOYEE-NO
                   SET WS-PREVIOUSLY-CORRECTED TO TRUE
                   MOVE CH-GROSS TO WS-STMT-GROSS
                   MOVE CH-FED TO WS-STMT-FED
                   MOVE CH-STATE TO WS-STMT-STATE
                   MOVE CH-RETIRE TO WS-STMT-RETIRE
                END-IF
            END-READ.

       670-FIND-EMPLOYEE-NAME-RTN.
            MOVE SPACES TO WS-STMT-LAST-NAME
                           WS-STMT-FIRST-NAME.
            OPEN INPUT EMPLOYEE-FILE.
            PERFORM 675-SCAN-EMPLOYEE-RTN
               UNTIL WS-EMP-EOF.
            CLOSE EMPLOYEE-FILE.

       675-SCAN-EMPLOYEE-RTN.
            PERFORM 720-READ-EMPLOYEE-RTN.
            IF NOT WS-EMP-EOF AND
               ED-EMPLOYEE-NO = WP-EMPLOYEE-NO
               MOVE ED-EMPLOYEE-LAST-NAME TO WS-STMT-LAST-NAME
               MOVE ED-EMPLOYEE-FIRST-NAME TO WS-STMT-FIRST-NAME
               SET WS-EMP-EOF TO TRUE
            END-IF.

       690-REJECT-CARD-RTN.
            MOVE WP-EMPLOYEE-NO TO WJ-EMPLOYEE-NO.
            WRITE CONTROL-RPT-REC FROM WC-REJECT-LINE.
            ADD 1 TO WS-REJECT-CTR.
            MOVE 8 TO RETURN-CODE.

       700-LOAD-FROM-ARCHIVE-RTN.
            MOVE YA-EMPLOYEE-NO TO WS-STMT-EMPLOYEE-NO.
            MOVE YA-YTD-GROSS TO WS-STMT-GROSS.
            MOVE YA-YTD-FED TO WS-STMT-FED.
            MOVE YA-YTD-STATE TO WS-STMT-STATE.
            MOVE YA-YTD-RETIRE TO WS-STMT-RETIRE.

       720-READ-EMPLOYEE-RTN.
            READ EMPLOYEE-FILE
              AT END
                SET WS-EMP-EOF TO TRUE
            END-READ.

      ******************************************************************
      * The tax year defaults the way PGM66 picks its closing year, so
      * a January run after the close needs no year on the card.
      ******************************************************************
       800-INITIALIZATION-RTN.
            OPEN INPUT PARM-FILE.
            READ PARM-FILE
              AT END
                MOVE SPACES TO PARM-REC
            END-READ.
            CLOSE PARM-FILE.
            IF WP-EMPLOYER-EIN = SPACES AND
               (WP-ANNUAL-RUN OR WP-CORRECTION-RUN)
               DISPLAY 'PGM61 ABORT - EMPLOYER EIN MISSING ON W2PARM'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT CONTROL-RPT
                        STATEMENT-PRINT.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            IF WP-TAX-YEAR NUMERIC AND WP-TAX-YEAR NOT = ZERO
               MOVE WP-TAX-YEAR TO WS-TAX-YEAR
            ELSE
               MOVE WS-RUN-YYYY TO WS-TAX-YEAR
               IF WS-RUN-MM = 01
                  SUBTRACT 1 FROM WS-TAX-YEAR
               END-IF
            END-IF.
            EVALUATE TRUE
               WHEN WP-ANNUAL-RUN
                 MOVE 'ANNUAL' TO WC-FUNCTION-NAME
               WHEN WP-REPRINT-RUN
                 MOVE 'REPRINT' TO WC-FUNCTION-NAME
               WHEN WP-CORRECTION-RUN
                 MOVE 'CORRECTION' TO WC-FUNCTION-NAME
               WHEN OTHER
                 MOVE SPACES TO WC-FUNCTION-NAME
            END-EVALUATE.
            WRITE CONTROL-RPT-REC FROM WC-TITLE-LINE.
            MOVE WS-TAX-YEAR TO WC-TAX-YEAR.
            WRITE CONTROL-RPT-REC FROM WC-YEAR-LINE.
            MOVE SPACES TO CONTROL-RPT-REC.
            WRITE CONTROL-RPT-REC.

       900-END-OF-JOB-RTN.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            CLOSE CONTROL-RPT
                  STATEMENT-PRINT.

       910-PRINT-RUN-TOTALS-RTN.
            MOVE SPACES TO CONTROL-RPT-REC.
            WRITE CONTROL-RPT-REC.
            MOVE 'ARCHIVE RECORDS FOR TAX YEAR' TO WC-COUNT-LABEL.
            MOVE WS-ARCH-READ-CTR TO WC-COUNT.
            WRITE CONTROL-RPT-REC FROM WC-COUNT-LINE.
            MOVE 'ARCHIVE RECORDS OTHER YEARS BYPASSED'
              TO WC-COUNT-LABEL.
            MOVE WS-OTHER-YEAR-CTR TO WC-COUNT.
            WRITE CONTROL-RPT-REC FROM WC-COUNT-LINE.
            MOVE 'STATEMENTS PRINTED' TO WC-COUNT-LABEL.
            MOVE WS-STMT-CTR TO WC-COUNT.
            WRITE CONTROL-RPT-REC FROM WC-COUNT-LINE.
            MOVE 'EMPLOYEES NOT ON EMPDAT1' TO WC-COUNT-LABEL.
            MOVE WS-NO-NAME-CTR TO WC-COUNT.
            WRITE CONTROL-RPT-REC FROM WC-COUNT-LINE.
            MOVE 'WAGE RECORDS WRITTEN' TO WC-COUNT-LABEL.
            MOVE WS-RW-CTR TO WC-COUNT.
            WRITE CONTROL-RPT-REC FROM WC-COUNT-LINE.
            MOVE 'CARDS REJECTED' TO WC-COUNT-LABEL.
            MOVE WS-REJECT-CTR TO WC-COUNT.
            WRITE CONTROL-RPT-REC FROM WC-COUNT-LINE.
            MOVE 'TOTAL GROSS WAGES REPORTED' TO WC-AMOUNT-LABEL.
            MOVE WS-TOTAL-GROSS TO WC-AMOUNT-TOTAL.
            WRITE CONTROL-RPT-REC FROM WC-AMOUNT-LINE.
            MOVE 'TOTAL FEDERAL WITHHELD REPORTED' TO WC-AMOUNT-LABEL.
            MOVE WS-TOTAL-FED TO WC-AMOUNT-TOTAL.
            WRITE CONTROL-RPT-REC FROM WC-AMOUNT-LINE.
            MOVE 'TOTAL STATE WITHHELD REPORTED' TO WC-AMOUNT-LABEL.
            MOVE WS-TOTAL-STATE TO WC-AMOUNT-TOTAL.
            WRITE CONTROL-RPT-REC FROM WC-AMOUNT-LINE.
            MOVE 'TOTAL RETIREMENT DEFERRAL REPORTED'
              TO WC-AMOUNT-LABEL.
            MOVE WS-TOTAL-RETIRE TO WC-AMOUNT-TOTAL.
            WRITE CONTROL-RPT-REC FROM WC-AMOUNT-LINE.
