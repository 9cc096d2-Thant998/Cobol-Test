      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Open-dispute aging.  Reads the dispute file DISPMST
      *           PGM58 maintains and lists every dispute still open
      *           with the disputed charge, reason, the date it was
      *           received and how many days it has been sitting,
      *           aged against the business date on RUNCTL with the
      *           same 30-day-month arithmetic PGM82 uses.  Disputes
      *           must be resolved within the regulatory window; any
      *           dispute nearing the window is flagged for attention
      *           and any past it is flagged as overdue, with counts
      *           and amounts by age band and the oldest open dispute
      *           in the totals.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM57.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO DISPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT DISP-AGING-RPT ASSIGN TO RPT13E.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL.
           SELECT RUN-STATS    ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-FILE
       LABEL RECORDS ARE STANDARD.
            01  DISPUTE-REC.
           COPY DISPRC.

       FD DISP-AGING-RPT
       LABEL RECORDS ARE OMITTED.
            01  DISP-AGING-RPT-REC PIC X(80).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-DISP-STATUS         PIC X(2).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-DAYS-OPEN           PIC S9(7).
        77  WS-DISPUTE-WINDOW-DAYS PIC 9(3) VALUE 90.
        77  WS-WARNING-DAYS        PIC 9(3) VALUE 10.
        77  WS-WARNING-START       PIC S9(7) VALUE ZERO.
        77  WS-OLDEST-DAYS         PIC S9(7) VALUE ZERO.
        77  WS-OPEN-CTR            PIC 9(7) VALUE ZERO.
        77  WS-OPEN-AMT            PIC S9(11)V99 VALUE ZERO.
        77  WS-30-DAY-CTR          PIC 9(7) VALUE ZERO.
        77  WS-30-DAY-AMT          PIC S9(11)V99 VALUE ZERO.
        77  WS-60-DAY-CTR          PIC 9(7) VALUE ZERO.
        77  WS-60-DAY-AMT          PIC S9(11)V99 VALUE ZERO.
        77  WS-IN-WINDOW-CTR       PIC 9(7) VALUE ZERO.
        77  WS-IN-WINDOW-AMT       PIC S9(11)V99 VALUE ZERO.
        77  WS-PAST-WINDOW-CTR     PIC 9(7) VALUE ZERO.
        77  WS-PAST-WINDOW-AMT     PIC S9(11)V99 VALUE ZERO.
        77  WS-NEARING-CTR         PIC 9(7) VALUE ZERO.

        01  WS-DISP-SWITCHES.
            05  WS-DISP-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-DISP-EOF               VALUE 'Y'.

        01  WS-RUN-DATE-FIELDS.
            05  WS-RUN-DATE        PIC 9(8).
        01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE-FIELDS.
            05  WS-RUN-YYYY        PIC 9(4).
            05  WS-RUN-MM          PIC 9(2).
            05  WS-RUN-DD          PIC 9(2).

        01  WS-OPEN-DATE-BRK.
            05  WS-OPEN-YYYY       PIC 9(4).
            05  WS-OPEN-MM         PIC 9(2).
            05  WS-OPEN-DD         PIC 9(2).

        01  DA-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(36)
                VALUE 'PGM57  OPEN DISPUTE AGING'.
            05  FILLER  PIC X(24) VALUE SPACES.
        01  DA-CYCLE-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(7)  VALUE 'CYCLE: '.
            05  DA-CYCLE-NO        PIC 9(5).
            05  FILLER             PIC X(17) VALUE '  BUSINESS DATE: '.
            05  DA-BUSINESS-DATE   PIC 9(8).
            05  FILLER             PIC X(23) VALUE SPACES.
        01  DA-WINDOW-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(26)
                VALUE 'RESOLUTION WINDOW (DAYS): '.
            05  DA-WINDOW-DAYS     PIC ZZ9.
            05  FILLER             PIC X(31) VALUE SPACES.
        01  DA-COLUMN-LINE.
            05  FILLER  PIC X(7)  VALUE 'ACCT'.
            05  FILLER  PIC X(8)  VALUE 'REF NO'.
            05  FILLER  PIC X(15) VALUE '    DISPUTED'.
            05  FILLER  PIC X(4)  VALUE 'RSN'.
            05  FILLER  PIC X(10) VALUE 'RECEIVED'.
            05  FILLER  PIC X(6)  VALUE 'DAYS'.
            05  FILLER  PIC X(30) VALUE 'STATUS'.
        01  DA-DETAIL-LINE.
            05  DA-ACCT-NO         PIC X(5).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DA-REF-TRANS-NO    PIC 9(6).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DA-DISPUTED-AMT    PIC -$Z,ZZZ,ZZ9.99.
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  DA-REASON-CODE     PIC X(2).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DA-OPEN-DATE       PIC 9(8).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DA-DAYS-OPEN       PIC ZZZ9.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  DA-STATUS-TEXT     PIC X(30).
        01  DA-COUNT-LINE.
            05  DA-COUNT-LABEL     PIC X(40).
            05  DA-COUNT           PIC ZZZ,ZZ9.
            05  FILLER             PIC X(33) VALUE SPACES.
        01  DA-AMOUNT-LINE.
            05  DA-AMOUNT-LABEL    PIC X(40).
            05  DA-AMOUNT          PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 600-READ-DISPUTE.
             PERFORM 200-AGE-DISPUTE-RTN
                UNTIL WS-DISP-EOF.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

       200-AGE-DISPUTE-RTN.
            IF DS-OPEN
               PERFORM 250-CALC-DAYS-OPEN-RTN
               PERFORM 260-BAND-AND-PRINT-RTN
            END-IF.
            PERFORM 600-READ-DISPUTE.

       250-CALC-DAYS-OPEN-RTN.
            MOVE DS-OPEN-DATE TO WS-OPEN-DATE-BRK.
            COMPUTE WS-DAYS-OPEN =
                  (WS-RUN-YYYY - WS-OPEN-YYYY) * 360
                + (WS-RUN-MM - WS-OPEN-MM) * 30
                + (WS-RUN-DD - WS-OPEN-DD).
            IF WS-DAYS-OPEN < ZERO
               MOVE ZERO TO WS-DAYS-OPEN
            END-IF.

      ******************************************************************
      * Band each open dispute by age; anything past the regulatory
      * window is overdue, and anything inside the last few days of
      * the window is flagged so it can still be resolved in time.
      ******************************************************************
       260-BAND-AND-PRINT-RTN.
            MOVE SPACES TO DA-STATUS-TEXT.
            EVALUATE TRUE
               WHEN WS-DAYS-OPEN > WS-DISPUTE-WINDOW-DAYS
                 MOVE '** PAST RESOLUTION WINDOW'
                   TO DA-STATUS-TEXT
                 ADD 1 TO WS-PAST-WINDOW-CTR
                 ADD DS-DISPUTED-AMT TO WS-PAST-WINDOW-AMT
               WHEN WS-DAYS-OPEN > 60
                 ADD 1 TO WS-IN-WINDOW-CTR
                 ADD DS-DISPUTED-AMT TO WS-IN-WINDOW-AMT
               WHEN WS-DAYS-OPEN > 30
                 ADD 1 TO WS-60-DAY-CTR
                 ADD DS-DISPUTED-AMT TO WS-60-DAY-AMT
               WHEN OTHER
                 ADD 1 TO WS-30-DAY-CTR
                 ADD DS-DISPUTED-AMT TO WS-30-DAY-AMT
            END-EVALUATE.
            IF WS-DAYS-OPEN NOT > WS-DISPUTE-WINDOW-DAYS AND
               WS-DAYS-OPEN > WS-WARNING-START
               MOVE '* NEARING RESOLUTION WINDOW'
                 TO DA-STATUS-TEXT
               ADD 1 TO WS-NEARING-CTR
            END-IF.
            IF WS-DAYS-OPEN > WS-OLDEST-DAYS
               MOVE WS-DAYS-OPEN TO WS-OLDEST-DAYS
            END-IF.
            MOVE DS-ACCT-NO TO DA-ACCT-NO.
            MOVE DS-REF-TRANS-NO TO DA-REF-TRANS-NO.
            MOVE DS-DISPUTED-AMT TO DA-DISPUTED-AMT.
            MOVE DS-REASON-CODE TO DA-REASON-CODE.
            MOVE DS-OPEN-DATE TO DA-OPEN-DATE.
            MOVE WS-DAYS-OPEN TO DA-DAYS-OPEN.
            WRITE DISP-AGING-RPT-REC FROM DA-DETAIL-LINE.
            ADD 1 TO WS-OPEN-CTR.
            ADD DS-DISPUTED-AMT TO WS-OPEN-AMT.

      ******************************************************************
      * The dispute file does not exist until the first dispute is
      * keyed; a status of 35 on the open is treated as an empty file.
      ******************************************************************
       600-READ-DISPUTE.
            IF WS-DISP-EOF
               CONTINUE
            ELSE
               READ DISPUTE-FILE
                 AT END
                 SET WS-DISP-EOF TO TRUE
               END-READ
            END-IF.

       800-INITIALIZATION-RTN.
            OPEN INPUT DISPUTE-FILE.
            IF WS-DISP-STATUS = '35'
               SET WS-DISP-EOF TO TRUE
            END-IF.
            OPEN OUTPUT DISP-AGING-RPT.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            COMPUTE WS-WARNING-START =
                    WS-DISPUTE-WINDOW-DAYS - WS-WARNING-DAYS.
            MOVE WS-DISPUTE-WINDOW-DAYS TO DA-WINDOW-DAYS.
            WRITE DISP-AGING-RPT-REC FROM DA-TITLE-LINE.
            WRITE DISP-AGING-RPT-REC FROM DA-CYCLE-LINE.
            WRITE DISP-AGING-RPT-REC FROM DA-WINDOW-LINE.
            MOVE SPACES TO DISP-AGING-RPT-REC.
            WRITE DISP-AGING-RPT-REC.
            WRITE DISP-AGING-RPT-REC FROM DA-COLUMN-LINE.
            MOVE SPACES TO DISP-AGING-RPT-REC.
            WRITE DISP-AGING-RPT-REC.

      ******************************************************************
      * Disputes age against the business date on RUNCTL so a rerun
      * or holiday catch-up run ages nothing an extra day.
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
               DISPLAY 'PGM57 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-CYCLE-NO TO DA-CYCLE-NO.
            MOVE WS-RUN-DATE TO DA-BUSINESS-DATE.

       900-END-OF-JOB-RTN.
            PERFORM 910-PRINT-TOTALS-RTN.
            IF WS-DISP-STATUS NOT = '35'
               CLOSE DISPUTE-FILE
            END-IF.
            CLOSE DISP-AGING-RPT.

       910-PRINT-TOTALS-RTN.
            MOVE SPACES TO DISP-AGING-RPT-REC.
            WRITE DISP-AGING-RPT-REC.
            MOVE 'OPEN 0-30 DAYS' TO DA-COUNT-LABEL.
            MOVE WS-30-DAY-CTR TO DA-COUNT.
            WRITE DISP-AGING-RPT-REC FROM DA-COUNT-LINE.
            MOVE 'OPEN 31-60 DAYS' TO DA-COUNT-LABEL.
            MOVE WS-60-DAY-CTR TO DA-COUNT.
            WRITE DISP-AGING-RPT-REC FROM DA-COUNT-LINE.
            MOVE 'OPEN OVER 60 DAYS - INSIDE WINDOW' TO DA-COUNT-LABEL.
            MOVE WS-IN-WINDOW-CTR TO DA-COUNT.
            WRITE DISP-AGING-RPT-REC FROM DA-COUNT-LINE.
            MOVE 'OPEN PAST RESOLUTION WINDOW' TO DA-COUNT-LABEL.
            MOVE WS-PAST-WINDOW-CTR TO DA-COUNT.
            WRITE DISP-AGING-RPT-REC FROM DA-COUNT-LINE.
            MOVE 'NEARING RESOLUTION WINDOW' TO DA-COUNT-LABEL.
            MOVE WS-NEARING-CTR TO DA-COUNT.
            WRITE DISP-AGING-RPT-REC FROM DA-COUNT-LINE.
            MOVE 'TOTAL OPEN DISPUTES' TO DA-COUNT-LABEL.
            MOVE WS-OPEN-CTR TO DA-COUNT.
            WRITE DISP-AGING-RPT-REC FROM DA-COUNT-LINE.
            MOVE 'DAYS OPEN - OLDEST DISPUTE' TO DA-COUNT-LABEL.
            MOVE WS-OLDEST-DAYS TO DA-COUNT.
            WRITE DISP-AGING-RPT-REC FROM DA-COUNT-LINE.
            MOVE SPACES TO DISP-AGING-RPT-REC.
            WRITE DISP-AGING-RPT-REC.
            MOVE 'AMOUNT OPEN 0-30 DAYS' TO DA-AMOUNT-LABEL.
            MOVE WS-30-DAY-AMT TO DA-AMOUNT.
            WRITE DISP-AGING-RPT-REC FROM DA-AMOUNT-LINE.
            MOVE 'AMOUNT OPEN 31-60 DAYS' TO DA-AMOUNT-LABEL.
            MOVE WS-60-DAY-AMT TO DA-AMOUNT.
            WRITE DISP-AGING-RPT-REC FROM DA-AMOUNT-LINE.
            MOVE 'AMOUNT OPEN OVER 60 DAYS - INSIDE WINDOW'
              TO DA-AMOUNT-LABEL.
            MOVE WS-IN-WINDOW-AMT TO DA-AMOUNT.
            WRITE DISP-AGING-RPT-REC FROM DA-AMOUNT-LINE.
            MOVE 'AMOUNT PAST RESOLUTION WINDOW' TO DA-AMOUNT-LABEL.
            MOVE WS-PAST-WINDOW-AMT TO DA-AMOUNT.
            WRITE DISP-AGING-RPT-REC FROM DA-AMOUNT-LINE.
            MOVE 'TOTAL AMOUNT IN DISPUTE' TO DA-AMOUNT-LABEL.
            MOVE WS-OPEN-AMT TO DA-AMOUNT.
            WRITE DISP-AGING-RPT-REC FROM DA-AMOUNT-LINE.

      ******************************************************************
      * Run statistics for the morning operations summary: open disputes
      * aged, with the open total and the total past the window.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM57' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-OPEN-CTR TO RS-READ-CTR.
            MOVE 'OPEN' TO RS-AMT-LABEL (1).
            MOVE WS-OPEN-AMT TO RS-AMOUNT (1).
            MOVE 'PAST WINDOW' TO RS-AMT-LABEL (2).
            MOVE WS-PAST-WINDOW-AMT TO RS-AMOUNT (2).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
