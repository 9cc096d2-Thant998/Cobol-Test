      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Payroll labor distribution for budget owners.  Sorts
      *           the LABDIST file PGM78 writes for the pay period by
      *           department, rank and employee and prints payroll
      *           cost by department and rank - employees paid, gross
      *           pay, employer payroll tax, employer retirement and
      *           total cost - with department and grand totals.
      *           Department names come from the DEPTTBL table; pay
      *           with no department prints as UNASSIGNED.  The grand
      *           total is tied to the pay register totals PGM78
      *           carries on the LABDIST trailer; a report that does
      *           not tie ends with return code 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM64.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-DIST    ASSIGN TO LABDIST
           ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LABDIST-STATUS.
           SELECT SORTED-LABOR  ASSIGN TO LDWK1.
           SELECT LABOR-SORT-WK ASSIGN TO "LDSRTW".
           SELECT DEPT-FILE     ASSIGN TO DEPTTBL
           ORGANIZATION IS SEQUENTIAL.
           SELECT DIST-RPT      ASSIGN TO RPT77G
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LABOR-DIST
       LABEL RECORDS ARE STANDARD.
            01  LABOR-DIST-REC    PIC X(60).

       SD  LABOR-SORT-WK.
            01  LABOR-SORT-REC.
             05 LS-REC-TYPE       PIC X(1).
             05 LS-DEPT-CODE      PIC X(4).
             05 LS-RANK           PIC XX.
             05 LS-EMPLOYEE-NO    PIC X(3).
             05                   PIC X(50).

       FD SORTED-LABOR
       LABEL RECORDS ARE STANDARD.
            01  SORTED-LABOR-REC.
            COPY LABDSTRC.

       FD DEPT-FILE
       LABEL RECORDS ARE STANDARD.
            01  DEPT-REC.
            COPY DEPTRC.

       FD DIST-RPT
       LABEL RECORDS ARE OMITTED.
            01  DIST-RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
        77  WS-LABDIST-STATUS      PIC X(2).
        77  WS-DEPT-COUNT          PIC 9(3) COMP VALUE ZERO.
        77  WS-DEPT-SUB            PIC 9(3) COMP VALUE ZERO.
        77  WS-DETAIL-CTR          PIC 9(5) VALUE ZERO.
        77  WS-PAY-PERIOD          PIC 9(6) VALUE ZERO.
        77  WS-CURR-DEPT           PIC X(4).
        77  WS-CURR-RANK           PIC XX.
        77  WS-CURR-DEPT-NAME      PIC X(20).
        77  WS-TOTAL-COST          PIC 9(9)V99 VALUE ZERO.

        01  WS-RUN-DATE-FIELDS.
            05  WS-RUN-DATE        PIC 9(8).
        01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE-FIELDS.
            05  WS-RUN-YYYY        PIC 9(4).
            05  WS-RUN-MM          PIC 9(2).
            05  WS-RUN-DD          PIC 9(2).

      *****************************************************************
      * Department names from DEPTTBL.
      *****************************************************************
        01  WS-DEPT-TABLE.
            05  WS-DEPT-ENTRY OCCURS 50 TIMES.
                10  WS-DEPT-CODE       PIC X(4).
                10  WS-DEPT-NAME       PIC X(20).

      *****************************************************************
      * Rank, department and grand accumulators.  The register
      * totals are taken from the LABDIST trailer.
      *****************************************************************
        01  WS-RANK-TOTALS.
            05  WS-RK-EMPLOYEES    PIC 9(5).
            05  WS-RK-GROSS        PIC 9(9)V99.
            05  WS-RK-ER-TAX       PIC 9(9)V99.
            05  WS-RK-ER-RETIRE    PIC 9(9)V99.
        01  WS-DEPT-TOTALS.
            05  WS-DP-EMPLOYEES    PIC 9(5).
            05  WS-DP-GROSS        PIC 9(9)V99.
            05  WS-DP-ER-TAX       PIC 9(9)V99.
            05  WS-DP-ER-RETIRE    PIC 9(9)V99.
        01  WS-GRAND-TOTALS.
            05  WS-GT-EMPLOYEES    PIC 9(5)     VALUE ZERO.
            05  WS-GT-GROSS        PIC 9(9)V99  VALUE ZERO.
            05  WS-GT-ER-TAX       PIC 9(9)V99  VALUE ZERO.
            05  WS-GT-ER-RETIRE    PIC 9(9)V99  VALUE ZERO.
        01  WS-REGISTER-TOTALS.
            05  WS-RG-EMPLOYEES    PIC 9(5)     VALUE ZERO.
            05  WS-RG-GROSS        PIC 9(9)V99  VALUE ZERO.
            05  WS-RG-ER-TAX       PIC 9(9)V99  VALUE ZERO.
            05  WS-RG-ER-RETIRE    PIC 9(9)V99  VALUE ZERO.

        01  WS-DIST-SWITCHES.
            05  WS-LABOR-EOF-SW    PIC X(1) VALUE 'N'.
                88  WS-LABOR-EOF              VALUE 'Y'.
            05  WS-DEPT-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-DEPT-EOF               VALUE 'Y'.
            05  WS-DEPT-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-DEPT-FOUND             VALUE 'Y'.
            05  WS-TRAILER-SW      PIC X(1) VALUE 'N'.
                88  WS-TRAILER-FOUND          VALUE 'Y'.
            05  WS-BALANCE-SW      PIC X(1) VALUE 'Y'.
                88  WS-IN-BALANCE             VALUE 'Y'.
                88  WS-OUT-OF-BALANCE         VALUE 'N'.

        01  HL-TITLE-LINE.
            05  FILLER  PIC X(40) VALUE SPACES.
            05  FILLER  PIC X(52)
                VALUE 'PGM64  PAYROLL LABOR DISTRIBUTION BY DEPARTMENT'.
            05  FILLER  PIC X(40) VALUE SPACES.
        01  HL-DATE-LINE.
            05  FILLER        PIC X(10) VALUE 'RUN DATE: '.
            05  HL-RUN-DATE   PIC 9(8).
            05  FILLER        PIC X(6)  VALUE SPACES.
            05  FILLER        PIC X(12) VALUE 'PAY PERIOD: '.
            05  HL-PAY-PERIOD PIC 9(6).
            05  FILLER        PIC X(90) VALUE SPACES.
        01  HL-COLUMN-LINE.
            05  FILLER  PIC X(10) VALUE SPACES.
            05  FILLER  PIC X(4)  VALUE 'DEPT'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(20) VALUE 'DEPARTMENT NAME'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(2)  VALUE 'RK'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(6)  VALUE '  EMPS'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(15) VALUE '     GROSS PAY'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(14) VALUE '   ER PAY TAX'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(14) VALUE '  ER RETIRE'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(15) VALUE '    TOTAL COST'.
            05  FILLER  PIC X(18) VALUE SPACES.
        01  DL-DIST-LINE.
            05  FILLER           PIC X(10) VALUE SPACES.
            05  DL-DEPT-CODE     PIC X(4).
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-DEPT-NAME     PIC X(20).
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-RANK          PIC XX.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-EMPLOYEES     PIC ZZ,ZZ9.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-GROSS         PIC $ZZZ,ZZZ,ZZ9.99.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-ER-TAX        PIC $ZZ,ZZZ,ZZ9.99.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-ER-RETIRE     PIC $ZZ,ZZZ,ZZ9.99.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-TOTAL-COST    PIC $ZZZ,ZZZ,ZZ9.99.
            05  FILLER           PIC X(18) VALUE SPACES.
        01  TL-TOTAL-LINE.
            05  FILLER           PIC X(10) VALUE SPACES.
            05  TL-TOTAL-LABEL   PIC X(36).
            05  TL-TOTAL-AMOUNT  PIC $Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER           PIC X(69) VALUE SPACES.
        01  TL-COUNT-LINE.
            05  FILLER           PIC X(10) VALUE SPACES.
            05  TL-COUNT-LABEL   PIC X(36).
            05  TL-COUNT         PIC ZZ,ZZ9.
            05  FILLER           PIC X(80) VALUE SPACES.
        01  TL-MSG-LINE.
            05  FILLER           PIC X(10) VALUE SPACES.
            05  TL-MSG           PIC X(60).
            05  FILLER           PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 200-DEPARTMENT-RTN
                UNTIL WS-LABOR-EOF OR LD-TRAILER.
             PERFORM 900-END-OF-JOB-RTN.
        GOBACK.

      ******************************************************************
      * LABDIST sorted by department, rank and employee.  The trailer
      * carries HIGH-VALUES in its keys and so sorts to the end.
      ******************************************************************
       200-DEPARTMENT-RTN.
            MOVE LD-DEPT-CODE TO WS-CURR-DEPT.
            PERFORM 220-FIND-DEPT-NAME-RTN.
            MOVE ZERO TO WS-DP-EMPLOYEES
                         WS-DP-GROSS
                         WS-DP-ER-TAX
                         WS-DP-ER-RETIRE.
            PERFORM 210-RANK-RTN
               UNTIL WS-LABOR-EOF OR LD-TRAILER OR
                     LD-DEPT-CODE NOT = WS-CURR-DEPT.
            MOVE SPACES TO DL-DEPT-CODE
                           DL-RANK.
            MOVE 'DEPARTMENT TOTAL' TO DL-DEPT-NAME.
            MOVE WS-DP-EMPLOYEES TO DL-EMPLOYEES.
            MOVE WS-DP-GROSS TO DL-GROSS.
            MOVE WS-DP-ER-TAX TO DL-ER-TAX.
            MOVE WS-DP-ER-RETIRE TO DL-ER-RETIRE.
            COMPUTE WS-TOTAL-COST =
                    WS-DP-GROSS + WS-DP-ER-TAX + WS-DP-ER-RETIRE.
            MOVE WS-TOTAL-COST TO DL-TOTAL-COST.
            WRITE DIST-RPT-REC FROM DL-DIST-LINE.
            MOVE SPACES TO DIST-RPT-REC.
            WRITE DIST-RPT-REC.
            ADD WS-DP-EMPLOYEES TO WS-GT-EMPLOYEES.
            ADD WS-DP-GROSS TO WS-GT-GROSS.
            ADD WS-DP-ER-TAX TO WS-GT-ER-TAX.
            ADD WS-DP-ER-RETIRE TO WS-GT-ER-RETIRE.

       210-RANK-RTN.
            MOVE LD-RANK TO WS-CURR-RANK.
            MOVE ZERO TO WS-RK-EMPLOYEES
                         WS-RK-GROSS
                         WS-RK-ER-TAX
                         WS-RK-ER-RETIRE.
            PERFORM 215-ACCUM-DETAIL-RTN
               UNTIL WS-LABOR-EOF OR LD-TRAILER OR
                     LD-DEPT-CODE NOT = WS-CURR-DEPT OR
                     LD-RANK NOT = WS-CURR-RANK.
            MOVE WS-CURR-DEPT TO DL-DEPT-CODE.
            MOVE WS-CURR-DEPT-NAME TO DL-DEPT-NAME.
            MOVE WS-CURR-RANK TO DL-RANK.
            MOVE WS-RK-EMPLOYEES TO DL-EMPLOYEES.
            MOVE WS-RK-GROSS TO DL-GROSS.
            MOVE WS-RK-ER-TAX TO DL-ER-TAX.
            MOVE WS-RK-ER-RETIRE TO DL-ER-RETIRE.
            COMPUTE WS-TOTAL-COST =
                    WS-RK-GROSS + WS-RK-ER-TAX + WS-RK-ER-RETIRE.
            MOVE WS-TOTAL-COST TO DL-TOTAL-COST.
            WRITE DIST-RPT-REC FROM DL-DIST-LINE.
            ADD WS-RK-EMPLOYEES TO WS-DP-EMPLOYEES.
            ADD WS-RK-GROSS TO WS-DP-GROSS.
            ADD WS-RK-ER-TAX TO WS-DP-ER-TAX.
            ADD WS-RK-ER-RETIRE TO WS-DP-ER-RETIRE.

       215-ACCUM-DETAIL-RTN.
            ADD LD-EMPLOYEE-CTR TO WS-RK-EMPLOYEES.
            ADD LD-GROSS TO WS-RK-GROSS.
            ADD LD-ER-TAX TO WS-RK-ER-TAX.
            ADD LD-ER-RETIRE TO WS-RK-ER-RETIRE.
            ADD 1 TO WS-DETAIL-CTR.
            MOVE LD-PAY-PERIOD TO WS-PAY-PERIOD.
            PERFORM 700-READ-SORTED-LABOR.

       220-FIND-DEPT-NAME-RTN.
            IF WS-CURR-DEPT = SPACES
               MOVE 'UNASSIGNED' TO WS-CURR-DEPT-NAME
            ELSE
               MOVE '** NOT ON DEPTTBL' TO WS-CURR-DEPT-NAME
               MOVE 'N' TO WS-DEPT-FOUND-SW
               PERFORM 225-MATCH-DEPT-RTN
                  VARYING WS-DEPT-SUB FROM 1 BY 1
                  UNTIL WS-DEPT-SUB > WS-DEPT-COUNT OR
                        WS-DEPT-FOUND
            END-IF.

       225-MATCH-DEPT-RTN.
            IF WS-DEPT-CODE (WS-DEPT-SUB) = WS-CURR-DEPT
               SET WS-DEPT-FOUND TO TRUE
               MOVE WS-DEPT-NAME (WS-DEPT-SUB) TO WS-CURR-DEPT-NAME
            END-IF.

      ******************************************************************
      * DEPTTBL carries one card per department / cost center.
      ******************************************************************
       600-LOAD-DEPT-TABLE.
            OPEN INPUT DEPT-FILE.
            PERFORM 610-READ-DEPT-REC
               UNTIL WS-DEPT-EOF.
            CLOSE DEPT-FILE.

       610-READ-DEPT-REC.
            READ DEPT-FILE
              AT END
                SET WS-DEPT-EOF TO TRUE
              NOT AT END
                IF WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE DT-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT)
                   MOVE DT-DEPT-NAME TO WS-DEPT-NAME (WS-DEPT-COUNT)
                END-IF
            END-READ.

       700-READ-SORTED-LABOR.
            READ SORTED-LABOR
              AT END
                SET WS-LABOR-EOF TO TRUE
            END-READ.
            IF NOT WS-LABOR-EOF AND LD-TRAILER
               SET WS-TRAILER-FOUND TO TRUE
               MOVE LD-EMPLOYEE-CTR TO WS-RG-EMPLOYEES
               MOVE LD-GROSS TO WS-RG-GROSS
               MOVE LD-ER-TAX TO WS-RG-ER-TAX
               MOVE LD-ER-RETIRE TO WS-RG-ER-RETIRE
               MOVE LD-PAY-PERIOD TO WS-PAY-PERIOD
            END-IF.

       800-INITIALIZATION-RTN.
            OPEN INPUT LABOR-DIST.
            IF WS-LABDIST-STATUS = '35'
               DISPLAY 'PGM64 ABORT - LABDIST NOT ON FILE'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            CLOSE LABOR-DIST.
            SORT LABOR-SORT-WK
               ON ASCENDING KEY LS-DEPT-CODE
                                LS-RANK
                                LS-EMPLOYEE-NO
               USING LABOR-DIST
               GIVING SORTED-LABOR.
            PERFORM 600-LOAD-DEPT-TABLE.
            OPEN INPUT SORTED-LABOR.
            OPEN OUTPUT DIST-RPT.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 700-READ-SORTED-LABOR.
            WRITE DIST-RPT-REC FROM HL-TITLE-LINE.
            MOVE WS-RUN-DATE TO HL-RUN-DATE.
            MOVE LD-PAY-PERIOD TO HL-PAY-PERIOD.
            IF WS-LABOR-EOF
               MOVE ZERO TO HL-PAY-PERIOD
            END-IF.
            WRITE DIST-RPT-REC FROM HL-DATE-LINE.
            MOVE SPACES TO DIST-RPT-REC.
            WRITE DIST-RPT-REC.
            WRITE DIST-RPT-REC FROM HL-COLUMN-LINE.
            MOVE SPACES TO DIST-RPT-REC.
            WRITE DIST-RPT-REC.

       900-END-OF-JOB-RTN.
            PERFORM 910-PRINT-GRAND-TOTAL-RTN.
            PERFORM 920-TIE-TO-REGISTER-RTN.
            CLOSE SORTED-LABOR
                  DIST-RPT.
            IF WS-OUT-OF-BALANCE
               DISPLAY 'PGM64 LABOR DISTRIBUTION OUT OF BALANCE'
               MOVE 8 TO RETURN-CODE
            END-IF.

       910-PRINT-GRAND-TOTAL-RTN.
            MOVE SPACES TO DL-DEPT-CODE
                           DL-RANK.
            MOVE 'ALL DEPARTMENTS' TO DL-DEPT-NAME.
            MOVE WS-GT-EMPLOYEES TO DL-EMPLOYEES.
            MOVE WS-GT-GROSS TO DL-GROSS.
            MOVE WS-GT-ER-TAX TO DL-ER-TAX.
            MOVE WS-GT-ER-RETIRE TO DL-ER-RETIRE.
            COMPUTE WS-TOTAL-COST =
                    WS-GT-GROSS + WS-GT-ER-TAX + WS-GT-ER-RETIRE.
            MOVE WS-TOTAL-COST TO DL-TOTAL-COST.
            WRITE DIST-RPT-REC FROM DL-DIST-LINE.

      ******************************************************************
      * The distribution must foot to the pay register totals PGM78
      * carried on the trailer, employee for employee and to the cent.
      ******************************************************************
       920-TIE-TO-REGISTER-RTN.
            MOVE SPACES TO DIST-RPT-REC.
            WRITE DIST-RPT-REC.
            MOVE 'DISTRIBUTION RECORDS' TO TL-COUNT-LABEL.
            MOVE WS-DETAIL-CTR TO TL-COUNT.
            WRITE DIST-RPT-REC FROM TL-COUNT-LINE.
            IF WS-TRAILER-FOUND
               PERFORM 930-PRINT-REGISTER-RTN
            ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE '** NO PAY REGISTER TRAILER ON LABDIST' TO TL-MSG
               WRITE DIST-RPT-REC FROM TL-MSG-LINE
            END-IF.

       930-PRINT-REGISTER-RTN.
            MOVE 'PAY REGISTER EMPLOYEES PAID' TO TL-COUNT-LABEL.
            MOVE WS-RG-EMPLOYEES TO TL-COUNT.
            WRITE DIST-RPT-REC FROM TL-COUNT-LINE.
            MOVE 'PAY REGISTER GROSS PAY' TO TL-TOTAL-LABEL.
            MOVE WS-RG-GROSS TO TL-TOTAL-AMOUNT.
            WRITE DIST-RPT-REC FROM TL-TOTAL-LINE.
            MOVE 'PAY REGISTER EMPLOYER PAYROLL TAX' TO TL-TOTAL-LABEL.
            MOVE WS-RG-ER-TAX TO TL-TOTAL-AMOUNT.
            WRITE DIST-RPT-REC FROM TL-TOTAL-LINE.
            MOVE 'PAY REGISTER EMPLOYER RETIREMENT' TO TL-TOTAL-LABEL.
            MOVE WS-RG-ER-RETIRE TO TL-TOTAL-AMOUNT.
            WRITE DIST-RPT-REC FROM TL-TOTAL-LINE.
            IF WS-GT-EMPLOYEES NOT = WS-RG-EMPLOYEES OR
               WS-GT-GROSS NOT = WS-RG-GROSS OR
               WS-GT-ER-TAX NOT = WS-RG-ER-TAX OR
               WS-GT-ER-RETIRE NOT = WS-RG-ER-RETIRE
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE '** OUT OF BALANCE WITH PAY REGISTER' TO TL-MSG
            ELSE
               MOVE 'IN BALANCE WITH PAY REGISTER' TO TL-MSG
            END-IF.
            WRITE DIST-RPT-REC FROM TL-MSG-LINE.
