      *           YTDARCH stamped with the closing year, and writes a
      *           fresh master with the accumulators reset to zero so
      *           the new year starts clean.  Control totals prove the
      *           archive carries every record closed, and are kept on
      *           YECTL by closing year so the PGM61 wage statements
      *           can be footed back to the close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL.
           SELECT EARNINGS-RPT ASSIGN TO RPT77Y
           ORGANIZATION IS SEQUENTIAL.
           SELECT YEAR-END-CONTROL ASSIGN TO YECTL
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       LABEL RECORDS ARE OMITTED.
            01  EARNINGS-RPT-REC PIC X(132).

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

       WORKING-STORAGE SECTION.
        77  WS-YTDO-STATUS         PIC X(2).
        77  WS-CLOSE-YEAR          PIC 9(4) VALUE ZERO.
        77  WS-READ-CTR            PIC 9(5) VALUE ZERO.
        77  WS-ARCHIVED-CTR        PIC 9(5) VALUE ZERO.
        77  WS-TOTAL-GROSS         PIC 9(11)V99 VALUE ZERO.
        77  WS-TOTAL-FED           PIC 9(11)V99 VALUE ZERO.
        77  WS-TOTAL-STATE         PIC 9(11)V99 VALUE ZERO.
        77  WS-TOTAL-RETIRE        PIC 9(11)V99 VALUE ZERO.
        77  WS-TOTAL-NET           PIC 9(11)V99 VALUE ZERO.

        01  WS-RUN-DATE-FIELDS.
            MOVE PY-YTD-NET TO DL-YTD-NET.
            WRITE EARNINGS-RPT-REC FROM DL-EARNINGS-LINE.
            ADD PY-YTD-GROSS TO WS-TOTAL-GROSS.
            ADD PY-YTD-FED TO WS-TOTAL-FED.
            ADD PY-YTD-STATE TO WS-TOTAL-STATE.
            ADD PY-YTD-RETIRE TO WS-TOTAL-RETIRE.
            ADD PY-YTD-NET TO WS-TOTAL-NET.

       400-ARCHIVE-BALANCES-RTN.
            END-IF.
            OPEN OUTPUT NEW-YTD-FILE
                        EARNINGS-RPT.
            OPEN EXTEND YTD-ARCHIVE
                        YEAR-END-CONTROL.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-YYYY TO WS-CLOSE-YEAR.
            IF WS-RUN-MM = 01

       900-END-OF-JOB-RTN.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            PERFORM 920-WRITE-YEAR-END-CONTROL-RTN.
            CLOSE OLD-YTD-FILE
                  NEW-YTD-FILE
                  YTD-ARCHIVE
                  EARNINGS-RPT
                  YEAR-END-CONTROL.

       910-PRINT-RUN-TOTALS-RTN.
            MOVE SPACES TO EARNINGS-RPT-REC.
            MOVE 'TOTAL ANNUAL GROSS CLOSED' TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-GROSS TO TL-TOTAL-AMOUNT.
            WRITE EARNINGS-RPT-REC FROM TL-TOTAL-LINE.
            MOVE 'TOTAL ANNUAL FEDERAL TAX CLOSED' TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-FED TO TL-TOTAL-AMOUNT.
            WRITE EARNINGS-RPT-REC FROM TL-TOTAL-LINE.
            MOVE 'TOTAL ANNUAL STATE TAX CLOSED' TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-STATE TO TL-TOTAL-AMOUNT.
            WRITE EARNINGS-RPT-REC FROM TL-TOTAL-LINE.
            MOVE 'TOTAL ANNUAL RETIREMENT CLOSED' TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-RETIRE TO TL-TOTAL-AMOUNT.
            WRITE EARNINGS-RPT-REC FROM TL-TOTAL-LINE.
            MOVE 'TOTAL ANNUAL NET CLOSED' TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-NET TO TL-TOTAL-AMOUNT.
            WRITE EARNINGS-RPT-REC FROM TL-TOTAL-LINE.

      ******************************************************************
      * The close's control totals are kept by closing year so the
      * wage statements for any year can be footed back to them.
      ******************************************************************
       920-WRITE-YEAR-END-CONTROL-RTN.
            MOVE SPACES TO YEAR-END-CONTROL-REC.
            MOVE WS-CLOSE-YEAR TO YC-CLOSE-YEAR.
            MOVE WS-ARCHIVED-CTR TO YC-EMPLOYEE-CTR.
            MOVE WS-TOTAL-GROSS TO YC-TOTAL-GROSS.
            MOVE WS-TOTAL-FED TO YC-TOTAL-FED.
            MOVE WS-TOTAL-STATE TO YC-TOTAL-STATE.
            MOVE WS-TOTAL-RETIRE TO YC-TOTAL-RETIRE.
            MOVE WS-TOTAL-NET TO YC-TOTAL-NET.
            MOVE WS-RUN-DATE TO YC-CLOSE-DATE.
            WRITE YEAR-END-CONTROL-REC.
