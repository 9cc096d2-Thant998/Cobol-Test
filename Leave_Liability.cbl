      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Month-end leave liability for accounting.  Reads
      *           the LVMSTO leave master PGM78 maintains merged by
      *           employee against EMPDAT1, and values each employee's
      *           vacation hours at the hourly equivalent of current
      *           annual salary (salary / 2080).  Sick hours are not
      *           paid out and are shown at the same rate as a memo
      *           only.  Totals by rank and a grand total give the
      *           accrued vacation liability to book; leave records
      *           with no employee on EMPDAT1 are listed unvalued as
      *           exceptions.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM60.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-MASTER  ASSIGN TO LVMSTO
           ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPDAT1
           ORGANIZATION IS SEQUENTIAL.
           SELECT LIABILITY-RPT ASSIGN TO RPT77L
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVE-MASTER
       LABEL RECORDS ARE STANDARD.
            01  LEAVE-MASTER-REC.
            COPY LEAVERC.

       FD EMPLOYEE-FILE
       LABEL RECORDS ARE STANDARD.
            01  EMPLOYEE-REC.
             05 ED-EMPLOYEE-NO         PIC X(3).
             05 ED-EMPLOYEE-LAST-NAME  PIC X(20).
             05 ED-EMPLOYEE-FIRST-NAME PIC X(10).
             05 ED-RANK                PIC XX.
             05 ED-SALARY              PIC 9(6)V99.
             05 ED-DEPT-CODE           PIC X(4).

       FD LIABILITY-RPT
       LABEL RECORDS ARE OMITTED.
            01  LIABILITY-RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
        77  WS-LEAVE-STATUS        PIC X(2).
        77  WS-ANNUAL-HOURS        PIC 9(4) VALUE 2080.
        77  WS-HOURLY-RATE         PIC 9(3)V99 VALUE ZERO.
        77  WS-VAC-VALUE           PIC 9(7)V99 VALUE ZERO.
        77  WS-SICK-VALUE          PIC 9(7)V99 VALUE ZERO.
        77  WS-VALUED-CTR          PIC 9(5) VALUE ZERO.
        77  WS-NO-EMPLOYEE-CTR     PIC 9(5) VALUE ZERO.
        77  WS-NO-LEAVE-CTR        PIC 9(5) VALUE ZERO.
        77  WS-TOTAL-VAC-HRS       PIC 9(7)V99 VALUE ZERO.
        77  WS-TOTAL-VAC-VALUE     PIC 9(9)V99 VALUE ZERO.
        77  WS-TOTAL-SICK-HRS      PIC 9(7)V99 VALUE ZERO.
        77  WS-TOTAL-SICK-VALUE    PIC 9(9)V99 VALUE ZERO.
        77  WS-UNVALUED-VAC-HRS    PIC 9(7)V99 VALUE ZERO.
        77  WS-RANK-COUNT          PIC 9(3) COMP VALUE ZERO.
        77  WS-RANK-SUB            PIC 9(3) COMP VALUE ZERO.

        01  WS-RUN-DATE-FIELDS.
            05  WS-RUN-DATE        PIC 9(8).
        01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE-FIELDS.
            05  WS-RUN-YYYY        PIC 9(4).
            05  WS-RUN-MM          PIC 9(2).
            05  WS-RUN-DD          PIC 9(2).

      *****************************************************************
      * Liability by rank, built as ranks are met on the file.
      *****************************************************************
        01  WS-RANK-TOTAL-TABLE.
            05  WS-RANK-ENTRY OCCURS 10 TIMES.
                10  WS-RT-RANK         PIC XX.
                10  WS-RT-COUNT        PIC 9(5).
                10  WS-RT-VAC-HRS      PIC 9(7)V99.
                10  WS-RT-VAC-VALUE    PIC 9(9)V99.
                10  WS-RT-SICK-HRS     PIC 9(7)V99.
                10  WS-RT-SICK-VALUE   PIC 9(9)V99.

        01  WS-LIABILITY-SWITCHES.
            05  WS-LEAVE-EOF-SW    PIC X(1) VALUE 'N'.
                88  WS-LEAVE-EOF              VALUE 'Y'.
            05  WS-EMP-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-EMP-EOF                VALUE 'Y'.
            05  WS-RANK-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-RANK-FOUND             VALUE 'Y'.

        01  HL-TITLE-LINE.
            05  FILLER  PIC X(40) VALUE SPACES.
            05  FILLER  PIC X(40)
                VALUE 'PGM60  ACCRUED LEAVE LIABILITY'.
            05  FILLER  PIC X(52) VALUE SPACES.
        01  HL-DATE-LINE.
            05  FILLER        PIC X(7)  VALUE 'AS OF: '.
            05  HL-RUN-DATE   PIC 9(8).
            05  FILLER        PIC X(6)  VALUE SPACES.
            05  FILLER        PIC X(40)
                VALUE 'VALUED AT ANNUAL SALARY / 2080 HOURS'.
            05  FILLER        PIC X(71) VALUE SPACES.
        01  HL-COLUMN-LINE.
            05  FILLER  PIC X(10) VALUE SPACES.
            05  FILLER  PIC X(3)  VALUE 'EMP'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(31) VALUE 'NAME'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(2)  VALUE 'RK'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(11) VALUE '     SALARY'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(6)  VALUE '  RATE'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(8)  VALUE ' VAC HRS'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(11) VALUE ' VAC VALUE'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(8)  VALUE 'SICK HRS'.
            05  FILLER  PIC X(2)  VALUE SPACES.
            05  FILLER  PIC X(11) VALUE ' SICK MEMO'.
            05  FILLER  PIC X(15) VALUE SPACES.
        01  DL-LIABILITY-LINE.
            05  FILLER           PIC X(10) VALUE SPACES.
            05  DL-EMPLOYEE-NO   PIC X(3).
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-LAST-NAME     PIC X(20).
            05  FILLER           PIC X(1)  VALUE SPACES.
            05  DL-FIRST-NAME    PIC X(10).
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-RANK          PIC XX.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-SALARY        PIC $ZZZ,ZZ9.99.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-HOURLY-RATE   PIC ZZ9.99.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-VAC-HRS       PIC Z,ZZ9.99.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-VAC-VALUE     PIC $ZZZ,ZZ9.99.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-SICK-HRS      PIC Z,ZZ9.99.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-SICK-VALUE    PIC $ZZZ,ZZ9.99.
            05  FILLER           PIC X(15) VALUE SPACES.
        01  DL-EXCEPTION-LINE.
            05  FILLER           PIC X(10) VALUE SPACES.
            05  DX-EMPLOYEE-NO   PIC X(3).
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  FILLER           PIC X(31)
                VALUE '** NOT ON EMPDAT1 - NOT VALUED'.
            05  FILLER           PIC X(27) VALUE SPACES.
            05  DX-VAC-HRS       PIC Z,ZZ9.99.
            05  FILLER           PIC X(15) VALUE SPACES.
            05  DX-SICK-HRS      PIC Z,ZZ9.99.
            05  FILLER           PIC X(28) VALUE SPACES.
        01  TL-RANK-LINE.
            05  FILLER           PIC X(10) VALUE SPACES.
            05  FILLER           PIC X(5)  VALUE 'RANK '.
            05  TL-RANK          PIC XX.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  TL-RANK-COUNT    PIC ZZ,ZZ9.
            05  FILLER           PIC X(10) VALUE ' EMPLOYEES'.
            05  FILLER           PIC X(4)  VALUE SPACES.
            05  TL-RANK-VAC-HRS  PIC ZZZ,ZZ9.99.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  TL-RANK-VAC-VALUE PIC $ZZ,ZZZ,ZZ9.99.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  TL-RANK-SICK-HRS PIC ZZZ,ZZ9.99.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  TL-RANK-SICK-VALUE PIC $ZZ,ZZZ,ZZ9.99.
            05  FILLER           PIC X(39) VALUE SPACES.
        01  TL-TOTAL-LINE.
            05  FILLER           PIC X(10) VALUE SPACES.
            05  TL-TOTAL-LABEL   PIC X(36).
            05  TL-TOTAL-AMOUNT  PIC $Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER           PIC X(69) VALUE SPACES.
        01  TL-HOURS-LINE.
            05  FILLER           PIC X(10) VALUE SPACES.
            05  TL-HOURS-LABEL   PIC X(36).
            05  TL-HOURS         PIC Z,ZZZ,ZZ9.99.
            05  FILLER           PIC X(74) VALUE SPACES.
        01  TL-COUNT-LINE.
            05  FILLER           PIC X(10) VALUE SPACES.
            05  TL-COUNT-LABEL   PIC X(36).
            05  TL-COUNT         PIC ZZ,ZZ9.
            05  FILLER           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 200-MATCH-LEAVE-RTN
                UNTIL WS-LEAVE-EOF.
             PERFORM 210-SKIP-EMPLOYEE-RTN
                UNTIL WS-EMP-EOF.
             PERFORM 900-END-OF-JOB-RTN.
        GOBACK.

      ******************************************************************
      * Leave master against EMPDAT1, both in employee sequence.
      * Employees with no leave record have nothing accrued.
      ******************************************************************
       200-MATCH-LEAVE-RTN.
            PERFORM 210-SKIP-EMPLOYEE-RTN
               UNTIL WS-EMP-EOF OR
                     ED-EMPLOYEE-NO NOT < LM-EMPLOYEE-NO.
            IF NOT WS-EMP-EOF AND
               ED-EMPLOYEE-NO = LM-EMPLOYEE-NO
               PERFORM 300-VALUE-LEAVE-RTN
               PERFORM 710-READ-EMPLOYEE
            ELSE
               PERFORM 350-PRINT-EXCEPTION-RTN
            END-IF.
            PERFORM 700-READ-LEAVE.

       210-SKIP-EMPLOYEE-RTN.
            ADD 1 TO WS-NO-LEAVE-CTR.
            PERFORM 710-READ-EMPLOYEE.

       300-VALUE-LEAVE-RTN.
            COMPUTE WS-HOURLY-RATE ROUNDED =
                    ED-SALARY / WS-ANNUAL-HOURS.
            COMPUTE WS-VAC-VALUE ROUNDED =
                    LM-VAC-BALANCE * ED-SALARY / WS-ANNUAL-HOURS.
            COMPUTE WS-SICK-VALUE ROUNDED =
                    LM-SICK-BALANCE * ED-SALARY / WS-ANNUAL-HOURS.
            MOVE LM-EMPLOYEE-NO TO DL-EMPLOYEE-NO.
            MOVE ED-EMPLOYEE-LAST-NAME TO DL-LAST-NAME.
            MOVE ED-EMPLOYEE-FIRST-NAME TO DL-FIRST-NAME.
            MOVE ED-RANK TO DL-RANK.
            MOVE ED-SALARY TO DL-SALARY.
            MOVE WS-HOURLY-RATE TO DL-HOURLY-RATE.
            MOVE LM-VAC-BALANCE TO DL-VAC-HRS.
            MOVE WS-VAC-VALUE TO DL-VAC-VALUE.
            MOVE LM-SICK-BALANCE TO DL-SICK-HRS.
            MOVE WS-SICK-VALUE TO DL-SICK-VALUE.
            WRITE LIABILITY-RPT-REC FROM DL-LIABILITY-LINE.
            ADD 1 TO WS-VALUED-CTR.
            ADD LM-VAC-BALANCE TO WS-TOTAL-VAC-HRS.
            ADD WS-VAC-VALUE TO WS-TOTAL-VAC-VALUE.
            ADD LM-SICK-BALANCE TO WS-TOTAL-SICK-HRS.
            ADD WS-SICK-VALUE TO WS-TOTAL-SICK-VALUE.
            PERFORM 310-ADD-RANK-TOTAL-RTN.

       310-ADD-RANK-TOTAL-RTN.
            MOVE 'N' TO WS-RANK-FOUND-SW.
            PERFORM 320-MATCH-RANK-RTN
               VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-RANK-COUNT OR
                     WS-RANK-FOUND.
            IF NOT WS-RANK-FOUND AND WS-RANK-COUNT < 10
               ADD 1 TO WS-RANK-COUNT
               MOVE WS-RANK-COUNT TO WS-RANK-SUB
               MOVE ED-RANK TO WS-RT-RANK (WS-RANK-SUB)
               MOVE ZERO TO WS-RT-COUNT (WS-RANK-SUB)
                            WS-RT-VAC-HRS (WS-RANK-SUB)
                            WS-RT-VAC-VALUE (WS-RANK-SUB)
                            WS-RT-SICK-HRS (WS-RANK-SUB)
                            WS-RT-SICK-VALUE (WS-RANK-SUB)
               PERFORM 330-ACCUM-RANK-RTN
            END-IF.

       320-MATCH-RANK-RTN.
            IF WS-RT-RANK (WS-RANK-SUB) = ED-RANK
               SET WS-RANK-FOUND TO TRUE
               PERFORM 330-ACCUM-RANK-RTN
            END-IF.

       330-ACCUM-RANK-RTN.
            ADD 1 TO WS-RT-COUNT (WS-RANK-SUB).
            ADD LM-VAC-BALANCE TO WS-RT-VAC-HRS (WS-RANK-SUB).
            ADD WS-VAC-VALUE TO WS-RT-VAC-VALUE (WS-RANK-SUB).
            ADD LM-SICK-BALANCE TO WS-RT-SICK-HRS (WS-RANK-SUB).
            ADD WS-SICK-VALUE TO WS-RT-SICK-VALUE (WS-RANK-SUB).

       350-PRINT-EXCEPTION-RTN.
            MOVE LM-EMPLOYEE-NO TO DX-EMPLOYEE-NO.
            MOVE LM-VAC-BALANCE TO DX-VAC-HRS.
            MOVE LM-SICK-BALANCE TO DX-SICK-HRS.
            WRITE LIABILITY-RPT-REC FROM DL-EXCEPTION-LINE.
            ADD 1 TO WS-NO-EMPLOYEE-CTR.
            ADD LM-VAC-BALANCE TO WS-UNVALUED-VAC-HRS.

       700-READ-LEAVE.
            READ LEAVE-MASTER
              AT END
              SET WS-LEAVE-EOF TO TRUE
            END-READ.

       710-READ-EMPLOYEE.
            IF WS-EMP-EOF
               CONTINUE
            ELSE
               READ EMPLOYEE-FILE
                 AT END
                 SET WS-EMP-EOF TO TRUE
                 MOVE HIGH-VALUES TO ED-EMPLOYEE-NO
               END-READ
            END-IF.

       800-INITIALIZATION-RTN.
            OPEN INPUT LEAVE-MASTER.
            IF WS-LEAVE-STATUS = '35'
               DISPLAY 'PGM60 ABORT - LEAVE MASTER NOT ON FILE'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT EMPLOYEE-FILE.
            OPEN OUTPUT LIABILITY-RPT.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            WRITE LIABILITY-RPT-REC FROM HL-TITLE-LINE.
            MOVE WS-RUN-DATE TO HL-RUN-DATE.
            WRITE LIABILITY-RPT-REC FROM HL-DATE-LINE.
            MOVE SPACES TO LIABILITY-RPT-REC.
            WRITE LIABILITY-RPT-REC.
            WRITE LIABILITY-RPT-REC FROM HL-COLUMN-LINE.
            MOVE SPACES TO LIABILITY-RPT-REC.
            WRITE LIABILITY-RPT-REC.
            PERFORM 710-READ-EMPLOYEE.
            PERFORM 700-READ-LEAVE.

       900-END-OF-JOB-RTN.
            PERFORM 910-PRINT-RANK-TOTALS-RTN.
            PERFORM 920-PRINT-RUN-TOTALS-RTN.
            CLOSE LEAVE-MASTER
                  EMPLOYEE-FILE
                  LIABILITY-RPT.

       910-PRINT-RANK-TOTALS-RTN.
            MOVE SPACES TO LIABILITY-RPT-REC.
            WRITE LIABILITY-RPT-REC.
            PERFORM 915-PRINT-ONE-RANK-RTN
               VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-RANK-COUNT.

       915-PRINT-ONE-RANK-RTN.
            MOVE WS-RT-RANK (WS-RANK-SUB) TO TL-RANK.
            MOVE WS-RT-COUNT (WS-RANK-SUB) TO TL-RANK-COUNT.
            MOVE WS-RT-VAC-HRS (WS-RANK-SUB) TO TL-RANK-VAC-HRS.
            MOVE WS-RT-VAC-VALUE (WS-RANK-SUB) TO TL-RANK-VAC-VALUE.
            MOVE WS-RT-SICK-HRS (WS-RANK-SUB) TO TL-RANK-SICK-HRS.
            MOVE WS-RT-SICK-VALUE (WS-RANK-SUB) TO TL-RANK-SICK-VALUE.
            WRITE LIABILITY-RPT-REC FROM TL-RANK-LINE.

       920-PRINT-RUN-TOTALS-RTN.
            MOVE SPACES TO LIABILITY-RPT-REC.
            WRITE LIABILITY-RPT-REC.
            MOVE 'EMPLOYEES VALUED' TO TL-COUNT-LABEL.
            MOVE WS-VALUED-CTR TO TL-COUNT.
            WRITE LIABILITY-RPT-REC FROM TL-COUNT-LINE.
            MOVE 'TOTAL VACATION HOURS VALUED' TO TL-HOURS-LABEL.
            MOVE WS-TOTAL-VAC-HRS TO TL-HOURS.
            WRITE LIABILITY-RPT-REC FROM TL-HOURS-LINE.
            MOVE 'ACCRUED VACATION LIABILITY' TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-VAC-VALUE TO TL-TOTAL-AMOUNT.
            WRITE LIABILITY-RPT-REC FROM TL-TOTAL-LINE.
            MOVE 'TOTAL SICK HOURS' TO TL-HOURS-LABEL.
            MOVE WS-TOTAL-SICK-HRS TO TL-HOURS.
            WRITE LIABILITY-RPT-REC FROM TL-HOURS-LINE.
            MOVE 'SICK LEAVE AT SALARY - MEMO ONLY' TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-SICK-VALUE TO TL-TOTAL-AMOUNT.
            WRITE LIABILITY-RPT-REC FROM TL-TOTAL-LINE.
            MOVE 'LEAVE RECORDS NOT ON EMPDAT1' TO TL-COUNT-LABEL.
            MOVE WS-NO-EMPLOYEE-CTR TO TL-COUNT.
            WRITE LIABILITY-RPT-REC FROM TL-COUNT-LINE.
            MOVE 'VACATION HOURS NOT VALUED' TO TL-HOURS-LABEL.
            MOVE WS-UNVALUED-VAC-HRS TO TL-HOURS.
            WRITE LIABILITY-RPT-REC FROM TL-HOURS-LINE.
            MOVE 'EMPLOYEES WITH NO LEAVE RECORD' TO TL-COUNT-LABEL.
            MOVE WS-NO-LEAVE-CTR TO TL-COUNT.
            WRITE LIABILITY-RPT-REC FROM TL-COUNT-LINE.
