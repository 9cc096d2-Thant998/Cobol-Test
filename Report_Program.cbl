              05 IN-EMPLOYEE-FIRST-NAME PIC X(10).
              05 IN-RANK                PIC XX.
              05 IN-SALARY              PIC 9(6)V99.
              05 IN-DEPT-CODE           PIC X(4).
      
      FD OUT-REPORT-FILE
      LABEL RECORDS ARE OMITTED.
              05 PX-RANK         PIC XX.
              05 PX-OLD-SALARY   PIC 9(6)V99.
              05 PX-NEW-SALARY   PIC 9(7)V99.
              05 PX-DEPT-CODE    PIC X(4).

      FD AUDIT-JOURNAL
      LABEL RECORDS ARE STANDARD.
MOVE IN-RANK TO PX-RANK.
MOVE IN-SALARY TO PX-OLD-SALARY.
MOVE NEW-SAL TO PX-NEW-SALARY.
MOVE IN-DEPT-CODE TO PX-DEPT-CODE.
WRITE PAYROLL-EXTRACT-REC.
MOVE 'PGM77' TO AJ-SOURCE-PGM.
MOVE IN-EMPLOYEE-NO TO AJ-KEY.

950-WRITE-AUDIT-RTN.
ACCEPT AJ-RUN-DATE FROM DATE YYYYMMDD.
MOVE SPACES TO AJ-OPERATOR-STAMP.
ACCEPT AJ-RUN-TIME FROM TIME.
WRITE AUDIT-JOURNAL-REC.
