      *           from PAYYTDO to PAYYTDN under its own control
      *           totals; the pay period last posted is carried on
      *           PRCDYTD so a re-run of the same period cannot double
      *           the accumulators.  After taxes each employee's
      *           voluntary deductions and wage garnishments on the
      *           DEDMSTO deduction master are taken - garnishments
      *           first in priority order within their disposable-
      *           earnings limits - shown under the register line and
      *           carried on NETPAY for the check stub, and stopped
      *           once their goal balance is reached.  The master
      *           rolls to DEDMSTN with the amounts taken, and every
      *           deduction taken is written to DEDREM so each payee
      *           is remitted exactly what was withheld.  Vacation
      *           and sick leave accrue each period at the LVRATE
      *           rates for the employee's rank onto the leave master
      *           (LVMSTO rolled to LVMSTN), with the January period
      *           cutting balances back to the rank's maximum carry-
      *           over; LVTRAN leave taken is edited against the
      *           balance available and rejects print on the register.
      *           Unused vacation paid out at a PGM79 terminate
      *           (VACPAY) is added to the employee's final check, and
      *           the balances left are carried on NETPAY for the stub.
      *           Each employee's department / cost center comes from
      *           PAYEXTR and goes on NETPAY.  Employer costs (payroll
      *           tax and retirement match, TAXTBL codes EF and ER) are
      *           figured on gross; gross and employer costs are
      *           written to GLFEED by department for PGM92 to post to
      *           each department's expense accounts, and a LABDIST
      *           record per employee paid, with a trailer of the
      *           register totals, feeds the PGM64 labor distribution.
      *           Departments past the 50 the distribution table holds
      *           are posted together under a blank department and
      *           counted on the register.  Each run appends its
      *           counts and control totals to RUNSTAT under the RUNCTL
      *           cycle for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT YTD-PERIOD-FILE ASSIGN TO PRCDYTD
           ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YTDP-STATUS.
           SELECT OLD-DEDUCT-FILE ASSIGN TO DEDMSTO
           ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEDO-STATUS.
           SELECT NEW-DEDUCT-FILE ASSIGN TO DEDMSTN
           ORGANIZATION IS SEQUENTIAL.
           SELECT REMITTANCE-FILE ASSIGN TO DEDREM
           ORGANIZATION IS SEQUENTIAL.
           SELECT LEAVE-RATE-FILE ASSIGN TO LVRATE
           ORGANIZATION IS SEQUENTIAL.
           SELECT OLD-LEAVE-FILE  ASSIGN TO LVMSTO
           ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LVO-STATUS.
           SELECT NEW-LEAVE-FILE  ASSIGN TO LVMSTN
           ORGANIZATION IS SEQUENTIAL.
           SELECT LEAVE-TRANS-FILE ASSIGN TO LVTRAN
           ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LVT-STATUS.
           SELECT VAC-PAYOUT-FILE ASSIGN TO VACPAY
           ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VACP-STATUS.
           SELECT LABOR-DIST-FILE ASSIGN TO LABDIST
           ORGANIZATION IS SEQUENTIAL.
           SELECT GL-FEED         ASSIGN TO GLFEED
           ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL     ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-STATS       ASSIGN TO RUNSTAT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
             05 PX-RANK         PIC XX.
             05 PX-OLD-SALARY   PIC 9(6)V99.
             05 PX-NEW-SALARY   PIC 9(7)V99.
             05 PX-DEPT-CODE    PIC X(4).

       FD TAX-TABLE-FILE
       LABEL RECORDS ARE STANDARD.
             05 NP-FED-TAX      PIC 9(6)V99.
             05 NP-STATE-TAX    PIC 9(6)V99.
             05 NP-RETIRE-DED   PIC 9(6)V99.
             05 NP-OTHER-DED    PIC 9(6)V99.
             05 NP-DED-CTR      PIC 9(1).
             05 NP-DED-ENTRY OCCURS 8 TIMES.
                10 NP-DED-CODE  PIC X(2).
                10 NP-DED-DESC  PIC X(12).
                10 NP-DED-AMT   PIC 9(6)V99.
             05 NP-VAC-PAYOUT   PIC 9(6)V99.
             05 NP-VAC-BALANCE  PIC 9(4)V99.
             05 NP-SICK-BALANCE PIC 9(4)V99.
             05 NP-DEPT-CODE    PIC X(4).

       FD PAY-REGISTER
       LABEL RECORDS ARE OMITTED.
             05 YP-LAST-PERIOD  PIC 9(6).
             05                 PIC X(6).

      *****************************************************************
      * Deduction master, one entry per employee and deduction code in
      * employee sequence.  Type G is a garnishment, anything else a
      * voluntary deduction; method P takes a percent, anything else
      * the fixed amount.  A zero goal never stops.  The period and
      * amount last taken let a re-run of the period take the same
      * amount again without adding to the balance.
      *****************************************************************
       FD OLD-DEDUCT-FILE
       LABEL RECORDS ARE STANDARD.
            01  OLD-DEDUCT-REC.
             05 DM-EMPLOYEE-NO  PIC X(3).
             05 DM-DEDUCT-CODE  PIC X(2).
             05 DM-DEDUCT-DESC  PIC X(12).
             05 DM-DEDUCT-TYPE  PIC X(1).
             05 DM-CALC-METHOD  PIC X(1).
             05 DM-AMOUNT       PIC 9(5)V99.
             05 DM-PERCENT      PIC V999.
             05 DM-GOAL-AMT     PIC 9(7)V99.
             05 DM-TAKEN-TO-DATE PIC 9(7)V99.
             05 DM-PRIORITY     PIC 9(2).
             05 DM-DISP-LIMIT   PIC V999.
             05 DM-PAYEE-ID     PIC X(5).
             05 DM-STATUS       PIC X(1).
             05 DM-LAST-PERIOD  PIC 9(6).
             05 DM-LAST-TAKEN   PIC 9(5)V99.
             05                 PIC X(9).

       FD NEW-DEDUCT-FILE
       LABEL RECORDS ARE STANDARD.
            01  NEW-DEDUCT-REC  PIC X(80).

       FD REMITTANCE-FILE
       LABEL RECORDS ARE STANDARD.
            01  REMITTANCE-REC.
             05 RM-PAYEE-ID     PIC X(5).
             05 RM-EMPLOYEE-NO  PIC X(3).
             05 RM-DEDUCT-CODE  PIC X(2).
             05 RM-DEDUCT-TYPE  PIC X(1).
             05 RM-AMOUNT       PIC 9(6)V99.
             05 RM-PAY-PERIOD   PIC 9(6).
             05 RM-PAY-DATE     PIC 9(8).
             05                 PIC X(27).

      *****************************************************************
      * Leave rate card, one per rank: hours accrued each pay period
      * and the most hours that carry into a new year.
      *****************************************************************
       FD LEAVE-RATE-FILE
       LABEL RECORDS ARE STANDARD.
            01  LEAVE-RATE-REC.
             05 LR-RANK-CODE    PIC XX.
             05 LR-VAC-ACCRUAL  PIC 9(2)V99.
             05 LR-SICK-ACCRUAL PIC 9(2)V99.
             05 LR-VAC-MAX-CARRY PIC 9(3)V99.
             05 LR-SICK-MAX-CARRY PIC 9(3)V99.

       FD OLD-LEAVE-FILE
       LABEL RECORDS ARE STANDARD.
            01  OLD-LEAVE-REC.
            COPY LEAVERC.

       FD NEW-LEAVE-FILE
       LABEL RECORDS ARE STANDARD.
            01  NEW-LEAVE-REC   PIC X(40).

      *****************************************************************
      * Leave taken, in employee sequence.  Type V vacation, S sick.
      *****************************************************************
       FD LEAVE-TRANS-FILE
       LABEL RECORDS ARE STANDARD.
            01  LEAVE-TRANS-REC.
             05 LT-EMPLOYEE-NO  PIC X(3).
             05 LT-LEAVE-TYPE   PIC X(1).
                88 LT-VACATION          VALUE 'V'.
                88 LT-SICK              VALUE 'S'.
             05 LT-HOURS        PIC 9(3)V99.
             05 LT-LEAVE-DATE   PIC 9(8).
             05                 PIC X(13).

      *****************************************************************
      * Vacation payouts written by PGM79 at terminate.  The pay period
      * stays zero until the payout is on a posted final check.
      *****************************************************************
       FD VAC-PAYOUT-FILE
       LABEL RECORDS ARE STANDARD.
            01  VAC-PAYOUT-REC.
             05 VP-EMPLOYEE-NO  PIC X(3).
             05 VP-LAST-NAME    PIC X(20).
             05 VP-FIRST-NAME   PIC X(10).
             05 VP-RANK         PIC XX.
             05 VP-SALARY       PIC 9(6)V99.
             05 VP-VAC-HOURS    PIC 9(4)V99.
             05 VP-HOURLY-RATE  PIC 9(3)V99.
             05 VP-PAYOUT-AMT   PIC 9(6)V99.
             05 VP-TERM-DATE    PIC 9(8).
             05 VP-PAID-PERIOD  PIC 9(6).
             05 VP-DEPT-CODE    PIC X(4).

       FD LABOR-DIST-FILE
       LABEL RECORDS ARE STANDARD.
            01  LABOR-DIST-REC.
            COPY LABDSTRC.

       FD GL-FEED
       LABEL RECORDS ARE STANDARD.
            01  GL-FEED-REC.
            COPY GLFEEDRC.

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
            COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
            COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-EMPLOYEE-CTR        PIC 9(5) VALUE ZERO.
        77  WS-EXTRACT-READ-CTR    PIC 9(5) VALUE ZERO.
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
        77  WS-MONTHLY-GROSS       PIC 9(6)V99 VALUE ZERO.
        77  WS-FED-TAX             PIC 9(6)V99 VALUE ZERO.
        77  WS-STATE-TAX           PIC 9(6)V99 VALUE ZERO.
        77  WS-FED-RATE            PIC V999 VALUE ZERO.
        77  WS-STATE-RATE          PIC V999 VALUE ZERO.
        77  WS-RETIRE-RATE         PIC V999 VALUE ZERO.
        77  WS-ER-TAX-RATE         PIC V999 VALUE ZERO.
        77  WS-ER-RETIRE-RATE      PIC V999 VALUE ZERO.
        77  WS-ER-TAX              PIC 9(6)V99 VALUE ZERO.
        77  WS-ER-RETIRE           PIC 9(6)V99 VALUE ZERO.
        77  WS-TOTAL-ER-TAX        PIC 9(9)V99 VALUE ZERO.
        77  WS-TOTAL-ER-RETIRE     PIC 9(9)V99 VALUE ZERO.
        77  WS-PAY-DEPT-CODE       PIC X(4).
        77  WS-DIST-COUNT          PIC 9(3) COMP VALUE ZERO.
        77  WS-DIST-SUB            PIC 9(3) COMP VALUE ZERO.
        77  WS-DIST-OVERFLOW-CTR   PIC 9(5) VALUE ZERO.
        77  WS-LABOR-DIST-CTR      PIC 9(5) VALUE ZERO.
        77  WS-GL-FEED-CTR         PIC 9(5) VALUE ZERO.
        77  WS-GL-ACTIVITY         PIC X(2).
        77  WS-GL-FEED-AMT         PIC 9(9)V99 VALUE ZERO.
        77  WS-YTDO-STATUS         PIC X(2).
        77  WS-YTDP-STATUS         PIC X(2).
        77  WS-RUN-DATE            PIC 9(8) VALUE ZERO.
        77  WS-YTD-UPDATED-CTR     PIC 9(5) VALUE ZERO.
        77  WS-YTD-CREATED-CTR     PIC 9(5) VALUE ZERO.
        77  WS-YTD-NET-TOTAL       PIC 9(11)V99 VALUE ZERO.
        77  WS-DEDO-STATUS         PIC X(2).
        77  WS-DISPOSABLE          PIC 9(6)V99 VALUE ZERO.
        77  WS-OTHER-DED           PIC 9(6)V99 VALUE ZERO.
        77  WS-GARNISH-TAKEN       PIC 9(6)V99 VALUE ZERO.
        77  WS-VOLUNTARY-TAKEN     PIC 9(6)V99 VALUE ZERO.
        77  WS-DED-AMT             PIC 9(6)V99 VALUE ZERO.
        77  WS-DED-REQUESTED       PIC 9(6)V99 VALUE ZERO.
        77  WS-DED-REMAINING       PIC S9(7)V99 VALUE ZERO.
        77  WS-DEFAULT-DISP-LIMIT  PIC V999 VALUE .250.
        77  WS-DISP-LIMIT          PIC V999 VALUE ZERO.
        77  WS-TOTAL-OTHER-DED     PIC 9(9)V99 VALUE ZERO.
        77  WS-TOTAL-VOLUNTARY     PIC 9(9)V99 VALUE ZERO.
        77  WS-TOTAL-GARNISH       PIC 9(9)V99 VALUE ZERO.
        77  WS-TOTAL-REMITTED      PIC 9(9)V99 VALUE ZERO.
        77  WS-REMIT-CTR           PIC 9(5) VALUE ZERO.
        77  WS-GOAL-REACHED-CTR    PIC 9(5) VALUE ZERO.
        77  WS-DED-CARRIED-CTR     PIC 9(5) VALUE ZERO.
        77  WS-DED-OVERFLOW-CTR    PIC 9(5) VALUE ZERO.
        77  WS-DED-COUNT           PIC 9(3) COMP VALUE ZERO.
        77  WS-DED-SUB             PIC 9(3) COMP VALUE ZERO.
        77  WS-DED-LOW-SUB         PIC 9(3) COMP VALUE ZERO.
        77  WS-DED-LOW-PRIORITY    PIC 9(3) VALUE ZERO.
        77  WS-DED-EMP-OVERFLOW    PIC 9(3) VALUE ZERO.
        77  WS-PAYEE-SUM-COUNT     PIC 9(3) COMP VALUE ZERO.
        77  WS-PAYEE-SUB           PIC 9(3) COMP VALUE ZERO.
        77  WS-LVO-STATUS          PIC X(2).
        77  WS-LVT-STATUS          PIC X(2).
        77  WS-VACP-STATUS         PIC X(2).
        77  WS-RUNCTL-STATUS       PIC X(2).
        77  WS-PAY-EMPLOYEE-NO     PIC X(3).
        77  WS-PAY-RANK            PIC XX.
        77  WS-PAY-YEAR            PIC 9(4) VALUE ZERO.
        77  WS-YEAR-START-PERIOD   PIC 9(6) VALUE ZERO.
        77  WS-PAYOUT-AMT          PIC 9(6)V99 VALUE ZERO.
        77  WS-PAYOUT-HOURS        PIC 9(4)V99 VALUE ZERO.
        77  WS-PAYOUT-COUNT        PIC 9(3) COMP VALUE ZERO.
        77  WS-PAYOUT-SUB          PIC 9(3) COMP VALUE ZERO.
        77  WS-PAYOUT-LOW-SUB      PIC 9(3) COMP VALUE ZERO.
        77  WS-PAYOUT-SEQ          PIC 9(3) COMP VALUE ZERO.
        77  WS-PAYOUT-HELD-CTR     PIC 9(5) VALUE ZERO.
        77  WS-FINAL-PAY-CTR       PIC 9(5) VALUE ZERO.
        77  WS-TOTAL-PAYOUT        PIC 9(9)V99 VALUE ZERO.
        77  WS-LEAVE-CREATED-CTR   PIC 9(5) VALUE ZERO.
        77  WS-LEAVE-CLOSED-CTR    PIC 9(5) VALUE ZERO.
        77  WS-LEAVE-CARRIED-CTR   PIC 9(5) VALUE ZERO.
        77  WS-LEAVE-NO-RATE-CTR   PIC 9(5) VALUE ZERO.
        77  WS-LEAVE-POSTED-CTR    PIC 9(5) VALUE ZERO.
        77  WS-LEAVE-REJECT-CTR    PIC 9(5) VALUE ZERO.
        77  WS-LEAVE-SKIPPED-CTR   PIC 9(5) VALUE ZERO.
        77  WS-VAC-ACCRUED-HRS     PIC 9(7)V99 VALUE ZERO.
        77  WS-SICK-ACCRUED-HRS    PIC 9(7)V99 VALUE ZERO.
        77  WS-VAC-TAKEN-HRS       PIC 9(7)V99 VALUE ZERO.
        77  WS-SICK-TAKEN-HRS      PIC 9(7)V99 VALUE ZERO.
        77  WS-VAC-FORFEIT-HRS     PIC 9(7)V99 VALUE ZERO.
        77  WS-SICK-FORFEIT-HRS    PIC 9(7)V99 VALUE ZERO.

      *****************************************************************
      * The deduction master entries for the employee being paid.
      *****************************************************************
        01  WS-DEDUCTION-TABLE.
            05  WS-DED-ENTRY OCCURS 8 TIMES.
                10  WS-DED-MASTER.
                    15  WS-DED-EMPLOYEE-NO PIC X(3).
                    15  WS-DED-CODE        PIC X(2).
                    15  WS-DED-DESC        PIC X(12).
                    15  WS-DED-TYPE        PIC X(1).
                        88  WS-DED-GARNISHMENT      VALUE 'G'.
                    15  WS-DED-METHOD      PIC X(1).
                        88  WS-DED-BY-PERCENT       VALUE 'P'.
                    15  WS-DED-AMOUNT      PIC 9(5)V99.
                    15  WS-DED-PERCENT     PIC V999.
                    15  WS-DED-GOAL-AMT    PIC 9(7)V99.
                    15  WS-DED-TAKEN-TO-DATE PIC 9(7)V99.
                    15  WS-DED-PRIORITY    PIC 9(2).
                    15  WS-DED-DISP-LIMIT  PIC V999.
                    15  WS-DED-PAYEE-ID    PIC X(5).
                    15  WS-DED-STATUS      PIC X(1).
                        88  WS-DED-GOAL-REACHED     VALUE 'S'.
                    15  WS-DED-LAST-PERIOD PIC 9(6).
                    15  WS-DED-LAST-TAKEN  PIC 9(5)V99.
                    15  FILLER             PIC X(9).
                10  WS-DED-TAKEN       PIC 9(6)V99.
                10  WS-DED-DONE-SW     PIC X(1).
                10  WS-DED-NOTE        PIC X(20).

        01  WS-PAYEE-SUMMARY-TABLE.
            05  WS-PAYEE-SUM-ENTRY OCCURS 50 TIMES.
                10  WS-PAYEE-SUM-ID    PIC X(5).
                10  WS-PAYEE-SUM-CNT   PIC 9(5).
                10  WS-PAYEE-SUM-AMT   PIC 9(9)V99.

      *****************************************************************
      * Leave accrual rates by rank, searched like the RATECRD table.
      *****************************************************************
        01  WS-LEAVE-RATE-TABLE.
            05  WS-LVR-ENTRY OCCURS 4 TIMES INDEXED BY LVR-IDX.
                10  WS-LVR-RANK        PIC XX.
                10  WS-LVR-VAC-ACCRUAL PIC 9(2)V99.
                10  WS-LVR-SICK-ACCRUAL PIC 9(2)V99.
                10  WS-LVR-VAC-MAX     PIC 9(3)V99.
                10  WS-LVR-SICK-MAX    PIC 9(3)V99.

      *****************************************************************
      * The leave record of the employee being paid, as it goes to the
      * new leave master.
      *****************************************************************
        01  WS-LEAVE-WORK.
            05  WS-LV-EMPLOYEE-NO      PIC X(3).
            05  WS-LV-VAC-BALANCE      PIC 9(4)V99.
            05  WS-LV-SICK-BALANCE     PIC 9(4)V99.
            05  WS-LV-VAC-TAKEN-YTD    PIC 9(4)V99.
            05  WS-LV-SICK-TAKEN-YTD   PIC 9(4)V99.
            05  WS-LV-LAST-PERIOD      PIC 9(6).
            05  FILLER                 PIC X(7).

      *****************************************************************
      * Vacation payouts waiting for a final check.
      *****************************************************************
        01  WS-PAYOUT-TABLE.
            05  WS-PAYOUT-ENTRY OCCURS 50 TIMES.
                10  WS-PO-EMPLOYEE-NO  PIC X(3).
                10  WS-PO-RANK         PIC XX.
                10  WS-PO-HOURS        PIC 9(4)V99.
                10  WS-PO-AMOUNT       PIC 9(6)V99.
                10  WS-PO-DONE-SW      PIC X(1).
                10  WS-PO-DEPT-CODE    PIC X(4).

      *****************************************************************
      * Gross and employer cost by department for the GLFEED.  The
      * first 50 entries hold one department each; entry 51 takes any
      * departments past them under a blank department.
      *****************************************************************
        01  WS-DEPT-DIST-TABLE.
            05  WS-DIST-ENTRY OCCURS 51 TIMES.
                10  WS-DIST-DEPT       PIC X(4).
                10  WS-DIST-GROSS      PIC 9(9)V99.
                10  WS-DIST-ER-TAX     PIC 9(9)V99.
                10  WS-DIST-ER-RETIRE  PIC 9(9)V99.

        01  WS-EXTRACT-SWITCHES.
            05  WS-EXTRACT-EOF-SW  PIC X(1) VALUE 'N'.
                88  WS-YTD-EOF                 VALUE 'Y'.
            05  WS-YTD-POST-SW     PIC X(1) VALUE 'Y'.
                88  WS-YTD-POSTING             VALUE 'Y'.
            05  WS-DED-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-DED-EOF                 VALUE 'Y'.
            05  WS-PAYEE-FOUND-SW  PIC X(1) VALUE 'N'.
                88  WS-PAYEE-FOUND             VALUE 'Y'.
            05  WS-LVR-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-LVR-EOF                 VALUE 'Y'.
            05  WS-LEAVE-EOF-SW    PIC X(1) VALUE 'N'.
                88  WS-LEAVE-EOF               VALUE 'Y'.
            05  WS-LVT-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-LVT-EOF                 VALUE 'Y'.
            05  WS-VACP-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-VACP-EOF                VALUE 'Y'.
            05  WS-FINAL-PAY-SW    PIC X(1) VALUE 'N'.
                88  WS-FINAL-PAY               VALUE 'Y'.
            05  WS-FINAL-AHEAD-SW  PIC X(1) VALUE 'N'.
                88  WS-FINAL-AHEAD             VALUE 'Y'.
            05  WS-NEW-YEAR-SW     PIC X(1) VALUE 'N'.
                88  WS-NEW-YEAR                VALUE 'Y'.
            05  WS-DIST-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-DIST-FOUND              VALUE 'Y'.

        01  HL-REGISTER-HEADER.
            05  FILLER  PIC X(50) VALUE SPACES.
            05  FILLER  PIC X(4)  VALUE SPACES.
            05  FILLER  PIC X(11) VALUE 'RETIREMENT'.
            05  FILLER  PIC X(4)  VALUE SPACES.
            05  FILLER  PIC X(11) VALUE 'OTHER DED'.
            05  FILLER  PIC X(4)  VALUE SPACES.
            05  FILLER  PIC X(11) VALUE 'NET PAY'.
            05  FILLER  PIC X(21) VALUE SPACES.
        01  DL-REGISTER-LINE.
            05  FILLER           PIC X(10) VALUE SPACES.
            05  DL-EMPLOYEE-NO   PIC X(3).
            05  FILLER           PIC X(4)  VALUE SPACES.
            05  DL-RETIRE        PIC $ZZZ,ZZ9.99.
            05  FILLER           PIC X(4)  VALUE SPACES.
            05  DL-OTHER-DED     PIC $ZZZ,ZZ9.99.
            05  FILLER           PIC X(4)  VALUE SPACES.
            05  DL-NET-PAY       PIC $ZZZ,ZZ9.99.
            05  FILLER           PIC X(23) VALUE SPACES.
        01  DL-DEDUCTION-LINE.
            05  FILLER           PIC X(17) VALUE SPACES.
            05  FILLER           PIC X(4)  VALUE 'DED '.
            05  DL-DED-CODE      PIC X(2).
            05  FILLER           PIC X(1)  VALUE SPACES.
            05  DL-DED-DESC      PIC X(12).
            05  FILLER           PIC X(7)  VALUE ' PAYEE '.
            05  DL-DED-PAYEE     PIC X(5).
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-DED-AMT       PIC $ZZZ,ZZ9.99.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-DED-NOTE      PIC X(27).
            05  FILLER           PIC X(42) VALUE SPACES.
        01  DL-PAYOUT-LINE.
            05  FILLER           PIC X(17) VALUE SPACES.
            05  FILLER           PIC X(16) VALUE 'VACATION PAYOUT '.
            05  DL-PAYOUT-HOURS  PIC ZZZ9.99.
            05  FILLER           PIC X(5)  VALUE ' HRS '.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-PAYOUT-AMT    PIC $ZZZ,ZZ9.99.
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-PAYOUT-NOTE   PIC X(27).
            05  FILLER           PIC X(45) VALUE SPACES.
        01  DL-LEAVE-REJECT-LINE.
            05  FILLER           PIC X(10) VALUE SPACES.
            05  DL-LR-EMPLOYEE-NO PIC X(3).
            05  FILLER           PIC X(4)  VALUE SPACES.
            05  FILLER           PIC X(15) VALUE 'LEAVE REJECTED '.
            05  DL-LR-TYPE       PIC X(1).
            05  FILLER           PIC X(1)  VALUE SPACES.
            05  DL-LR-HOURS      PIC ZZ9.99.
            05  FILLER           PIC X(5)  VALUE ' HRS '.
            05  DL-LR-DATE       PIC 9(8).
            05  FILLER           PIC X(2)  VALUE SPACES.
            05  DL-LR-REASON     PIC X(30).
            05  FILLER           PIC X(47) VALUE SPACES.
        01  TL-PAYEE-LINE.
            05  FILLER           PIC X(10) VALUE SPACES.
            05  FILLER           PIC X(6)  VALUE 'PAYEE '.
            05  TL-PAYEE-ID      PIC X(5).
            05  FILLER           PIC X(4)  VALUE SPACES.
            05  TL-PAYEE-CTR     PIC ZZ,ZZ9.
            05  FILLER           PIC X(6)  VALUE ' ITEMS'.
            05  FILLER           PIC X(4)  VALUE SPACES.
            05  TL-PAYEE-AMT     PIC $ZZZ,ZZZ,ZZ9.99.
            05  FILLER           PIC X(76) VALUE SPACES.
        01  TL-REGISTER-TOTAL-LINE.
            05  FILLER           PIC X(10) VALUE SPACES.
            05  TL-TOTAL-LABEL   PIC X(36).
            05  TL-COUNT-LABEL   PIC X(36).
            05  TL-COUNT         PIC ZZ,ZZ9.
            05  FILLER           PIC X(80) VALUE SPACES.
        01  TL-HOURS-LINE.
            05  FILLER           PIC X(10) VALUE SPACES.
            05  TL-HOURS-LABEL   PIC X(36).
            05  TL-HOURS         PIC Z,ZZZ,ZZ9.99.
            05  FILLER           PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 080-READ-RUN-CONTROL-RTN.
             OPEN INPUT  PAYROLL-EXTRACT.
             OPEN OUTPUT NET-PAY-FILE
                         PAY-REGISTER
                         LABOR-DIST-FILE.
             PERFORM 110-OPEN-YTD-RTN.
             PERFORM 120-LOAD-TAX-TABLE.
             PERFORM 130-LOAD-LEAVE-RATES.
             PERFORM 140-LOAD-PAYOUTS.
             PERFORM 115-OPEN-LEAVE-RTN.
             PERFORM 150-PRINT-HEADERS.
             PERFORM 700-READ-EXTRACT.
             PERFORM 200-CALC-NET-RTN
                UNTIL WS-EXTRACT-EOF.
             PERFORM 500-FINAL-PAYS-AHEAD-RTN.
             PERFORM 280-FLUSH-OLD-YTD-RTN
                UNTIL WS-YTD-EOF.
             PERFORM 285-FLUSH-OLD-DEDUCT-RTN
                UNTIL WS-DED-EOF.
             PERFORM 410-CARRY-OLD-LEAVE-RTN
                UNTIL WS-LEAVE-EOF.
             PERFORM 420-REJECT-UNPAID-LEAVE-RTN
                UNTIL WS-LVT-EOF.
             PERFORM 290-RECORD-YTD-PERIOD-RTN.
             PERFORM 540-MARK-PAYOUTS-PAID-RTN.
             PERFORM 560-WRITE-LABOR-TRAILER-RTN.
             PERFORM 570-WRITE-GL-FEED-RTN.
             PERFORM 300-FINAL-RTN.
             IF WS-YTDO-STATUS NOT = '35'
                CLOSE OLD-YTD-FILE
             END-IF.
             IF WS-DEDO-STATUS NOT = '35'
                CLOSE OLD-DEDUCT-FILE
             END-IF.
             IF WS-LVO-STATUS NOT = '35'
                CLOSE OLD-LEAVE-FILE
             END-IF.
             IF WS-LVT-STATUS NOT = '35'
                CLOSE LEAVE-TRANS-FILE
             END-IF.
             CLOSE PAYROLL-EXTRACT
                   NET-PAY-FILE
                   NEW-YTD-FILE
                   NEW-DEDUCT-FILE
                   REMITTANCE-FILE
                   NEW-LEAVE-FILE
                   LABOR-DIST-FILE
                   PAY-REGISTER.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
      * The run statistics are kept under the cycle and business date
      * on RUNCTL; the pay period itself still follows the run date.
      * Payroll is not run under the controller, so a missing RUNCTL
      * leaves both at zero rather than stopping the payroll.
      ******************************************************************
       080-READ-RUN-CONTROL-RTN.
            OPEN INPUT RUN-CONTROL.
            IF WS-RUNCTL-STATUS = '35'
               CONTINUE
            ELSE
               READ RUN-CONTROL
                 AT END
                   MOVE ZERO TO WS-BUSINESS-DATE
                 NOT AT END
                   MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE RC-CYCLE-NO TO WS-CYCLE-NO
               END-READ
               CLOSE RUN-CONTROL
            END-IF.

      ******************************************************************
      * The YTD master rolls old to new each run.  The pay period
      * last posted is held on PRCDYTD: a re-run of the same period
            END-IF.
            OPEN OUTPUT NEW-YTD-FILE.
            PERFORM 720-READ-OLD-YTD.
            OPEN INPUT OLD-DEDUCT-FILE.
            IF WS-DEDO-STATUS = '35'
               SET WS-DED-EOF TO TRUE
               MOVE HIGH-VALUES TO DM-EMPLOYEE-NO
            END-IF.
            OPEN OUTPUT NEW-DEDUCT-FILE
                        REMITTANCE-FILE.
            PERFORM 730-READ-OLD-DEDUCT.

      ******************************************************************
      * The leave master rolls old to new the same way; leave taken
      * is optional and matched to the employees paid.
      ******************************************************************
       115-OPEN-LEAVE-RTN.
            DIVIDE WS-PAY-PERIOD BY 100 GIVING WS-PAY-YEAR.
            COMPUTE WS-YEAR-START-PERIOD = WS-PAY-YEAR * 100 + 1.
            OPEN INPUT OLD-LEAVE-FILE.
            IF WS-LVO-STATUS = '35'
               SET WS-LEAVE-EOF TO TRUE
               MOVE HIGH-VALUES TO LM-EMPLOYEE-NO
            END-IF.
            OPEN OUTPUT NEW-LEAVE-FILE.
            PERFORM 735-READ-OLD-LEAVE.
            OPEN INPUT LEAVE-TRANS-FILE.
            IF WS-LVT-STATUS = '35'
               SET WS-LVT-EOF TO TRUE
               MOVE HIGH-VALUES TO LT-EMPLOYEE-NO
            END-IF.
            PERFORM 740-READ-LEAVE-TRANS.

      ******************************************************************
      * TAXTBL carries one rate per deduction code: FD federal tax,
      * ST state tax, RT retirement, and the employer's own costs EF
      * payroll tax and ER retirement match.  Unknown codes are
      * ignored so the card can grow without a program change.
      ******************************************************************
       120-LOAD-TAX-TABLE.
            OPEN INPUT TAX-TABLE-FILE.
                      MOVE TX-RATE-PCT TO WS-STATE-RATE
                    WHEN 'RT'
                      MOVE TX-RATE-PCT TO WS-RETIRE-RATE
                    WHEN 'EF'
                      MOVE TX-RATE-PCT TO WS-ER-TAX-RATE
                    WHEN 'ER'
                      MOVE TX-RATE-PCT TO WS-ER-RETIRE-RATE
                 END-EVALUATE
            END-READ.

      ******************************************************************
      * LVRATE carries one card per rank, loaded the way PGM77 loads
      * RATECRD.  A rank with no card accrues nothing.
      ******************************************************************
       130-LOAD-LEAVE-RATES.
            OPEN INPUT LEAVE-RATE-FILE.
            SET LVR-IDX TO 1.
            PERFORM 135-READ-LEAVE-RATE
               UNTIL WS-LVR-EOF.
            CLOSE LEAVE-RATE-FILE.

       135-READ-LEAVE-RATE.
            READ LEAVE-RATE-FILE
               AT END
                 SET WS-LVR-EOF TO TRUE
               NOT AT END
                 IF LVR-IDX > 4
                    SET WS-LVR-EOF TO TRUE
                 ELSE
                    MOVE LR-RANK-CODE TO WS-LVR-RANK (LVR-IDX)
                    MOVE LR-VAC-ACCRUAL TO WS-LVR-VAC-ACCRUAL (LVR-IDX)
                    MOVE LR-SICK-ACCRUAL
                      TO WS-LVR-SICK-ACCRUAL (LVR-IDX)
                    MOVE LR-VAC-MAX-CARRY TO WS-LVR-VAC-MAX (LVR-IDX)
                    MOVE LR-SICK-MAX-CARRY TO WS-LVR-SICK-MAX (LVR-IDX)
                    SET LVR-IDX UP BY 1
                 END-IF
            END-READ.

      ******************************************************************
      * Payouts not yet on a posted check are loaded for this run; a
      * re-run of the period picks up the ones it marked paid.  Any
      * past the table's 50 wait for the next period.
      ******************************************************************
       140-LOAD-PAYOUTS.
            OPEN INPUT VAC-PAYOUT-FILE.
            IF WS-VACP-STATUS = '35'
               SET WS-VACP-EOF TO TRUE
            ELSE
               PERFORM 145-READ-PAYOUT
                  UNTIL WS-VACP-EOF
               CLOSE VAC-PAYOUT-FILE
            END-IF.

       145-READ-PAYOUT.
            READ VAC-PAYOUT-FILE
               AT END
                 SET WS-VACP-EOF TO TRUE
               NOT AT END
                 IF VP-PAID-PERIOD = ZERO OR
                    VP-PAID-PERIOD = WS-PAY-PERIOD
                    IF WS-PAYOUT-COUNT < 50
                       ADD 1 TO WS-PAYOUT-COUNT
                       MOVE VP-EMPLOYEE-NO
                         TO WS-PO-EMPLOYEE-NO (WS-PAYOUT-COUNT)
                       MOVE VP-RANK TO WS-PO-RANK (WS-PAYOUT-COUNT)
                       MOVE VP-VAC-HOURS
                         TO WS-PO-HOURS (WS-PAYOUT-COUNT)
                       MOVE VP-PAYOUT-AMT
                         TO WS-PO-AMOUNT (WS-PAYOUT-COUNT)
                       MOVE 'N' TO WS-PO-DONE-SW (WS-PAYOUT-COUNT)
                       MOVE VP-DEPT-CODE
                         TO WS-PO-DEPT-CODE (WS-PAYOUT-COUNT)
                    ELSE
                       ADD 1 TO WS-PAYOUT-HELD-CTR
                    END-IF
                 END-IF
            END-READ.

       150-PRINT-HEADERS.
            WRITE PAY-REGISTER-REC FROM HL-REGISTER-HEADER
               AFTER ADVANCING PAGE.
            MOVE SPACES TO PAY-REGISTER-REC.
            WRITE PAY-REGISTER-REC.

      ******************************************************************
      * Terminated employees due only a vacation payout are paid in
      * employee sequence ahead of the extract employee; one on the
      * extract has the payout added to the month's gross.
      ******************************************************************
       200-CALC-NET-RTN.
            PERFORM 500-FINAL-PAYS-AHEAD-RTN.
            MOVE PX-EMPLOYEE-NO TO WS-PAY-EMPLOYEE-NO.
            MOVE PX-RANK TO WS-PAY-RANK.
            MOVE PX-DEPT-CODE TO WS-PAY-DEPT-CODE.
            MOVE 'N' TO WS-FINAL-PAY-SW.
            MOVE ZERO TO WS-PAYOUT-AMT
                         WS-PAYOUT-HOURS.
            PERFORM 530-MATCH-PAYOUT-RTN
               VARYING WS-PAYOUT-SUB FROM 1 BY 1
               UNTIL WS-PAYOUT-SUB > WS-PAYOUT-COUNT.
            COMPUTE WS-MONTHLY-GROSS ROUNDED =
                    PX-NEW-SALARY / 12.
            PERFORM 210-PAY-EMPLOYEE-RTN.
            COMPUTE WS-TOTAL-INCREASE =
                    WS-TOTAL-INCREASE
                    + PX-NEW-SALARY - PX-OLD-SALARY.
            PERFORM 700-READ-EXTRACT.

       210-PAY-EMPLOYEE-RTN.
            ADD WS-PAYOUT-AMT TO WS-MONTHLY-GROSS.
            COMPUTE WS-FED-TAX ROUNDED =
                    WS-MONTHLY-GROSS * WS-FED-RATE.
            COMPUTE WS-STATE-TAX ROUNDED =
                    WS-MONTHLY-GROSS * WS-STATE-RATE.
            COMPUTE WS-RETIRE-DED ROUNDED =
                    WS-MONTHLY-GROSS * WS-RETIRE-RATE.
            PERFORM 230-TAKE-DEDUCTIONS-RTN.
            COMPUTE WS-NET-PAY =
                    WS-MONTHLY-GROSS - WS-FED-TAX
                    - WS-STATE-TAX - WS-RETIRE-DED
                    - WS-OTHER-DED.
            PERFORM 220-PRINT-REGISTER-LINE.
            PERFORM 225-PRINT-DEDUCTION-LINES.
            PERFORM 400-UPDATE-LEAVE-RTN.
            PERFORM 240-WRITE-NET-PAY.
            PERFORM 245-WRITE-DEDUCTIONS-RTN.
            PERFORM 250-UPDATE-YTD-RTN.
            PERFORM 550-DISTRIBUTE-LABOR-RTN.
            ADD 1 TO WS-EMPLOYEE-CTR.
            ADD WS-MONTHLY-GROSS TO WS-TOTAL-GROSS.
            ADD WS-NET-PAY TO WS-TOTAL-NET.
            COMPUTE WS-TOTAL-DEDUCTIONS =
                    WS-TOTAL-DEDUCTIONS + WS-FED-TAX
                    + WS-STATE-TAX + WS-RETIRE-DED
                    + WS-OTHER-DED.
            ADD WS-OTHER-DED TO WS-TOTAL-OTHER-DED.
            ADD WS-VOLUNTARY-TAKEN TO WS-TOTAL-VOLUNTARY.
            ADD WS-GARNISH-TAKEN TO WS-TOTAL-GARNISH.
            ADD WS-PAYOUT-AMT TO WS-TOTAL-PAYOUT.

       220-PRINT-REGISTER-LINE.
            MOVE WS-PAY-EMPLOYEE-NO TO DL-EMPLOYEE-NO.
            MOVE WS-PAY-RANK TO DL-RANK.
            MOVE WS-MONTHLY-GROSS TO DL-GROSS.
            MOVE WS-FED-TAX TO DL-FED-TAX.
            MOVE WS-STATE-TAX TO DL-STATE-TAX.
            MOVE WS-RETIRE-DED TO DL-RETIRE.
            MOVE WS-OTHER-DED TO DL-OTHER-DED.
            MOVE WS-NET-PAY TO DL-NET-PAY.
            WRITE PAY-REGISTER-REC FROM DL-REGISTER-LINE
               AFTER ADVANCING 1 LINE.

       225-PRINT-DEDUCTION-LINES.
            PERFORM 226-PRINT-ONE-DEDUCTION
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT.
            IF WS-DED-EMP-OVERFLOW > ZERO
               MOVE SPACES TO DL-DED-CODE
                              DL-DED-DESC
                              DL-DED-PAYEE
               MOVE ZERO TO DL-DED-AMT
               MOVE 'OVER 8 ON FILE - NOT TAKEN' TO DL-DED-NOTE
               WRITE PAY-REGISTER-REC FROM DL-DEDUCTION-LINE
                  AFTER ADVANCING 1 LINE
            END-IF.
            IF WS-PAYOUT-AMT > ZERO
               MOVE WS-PAYOUT-HOURS TO DL-PAYOUT-HOURS
               MOVE WS-PAYOUT-AMT TO DL-PAYOUT-AMT
               IF WS-FINAL-PAY
                  MOVE 'FINAL PAY - TERMINATED' TO DL-PAYOUT-NOTE
               ELSE
                  MOVE 'INCLUDED IN GROSS' TO DL-PAYOUT-NOTE
               END-IF
               WRITE PAY-REGISTER-REC FROM DL-PAYOUT-LINE
                  AFTER ADVANCING 1 LINE
            END-IF.

       226-PRINT-ONE-DEDUCTION.
            IF WS-DED-TAKEN (WS-DED-SUB) > ZERO OR
               WS-DED-NOTE (WS-DED-SUB) NOT = SPACES
               MOVE WS-DED-CODE (WS-DED-SUB) TO DL-DED-CODE
               MOVE WS-DED-DESC (WS-DED-SUB) TO DL-DED-DESC
               MOVE WS-DED-PAYEE-ID (WS-DED-SUB) TO DL-DED-PAYEE
               MOVE WS-DED-TAKEN (WS-DED-SUB) TO DL-DED-AMT
               MOVE WS-DED-NOTE (WS-DED-SUB) TO DL-DED-NOTE
               WRITE PAY-REGISTER-REC FROM DL-DEDUCTION-LINE
                  AFTER ADVANCING 1 LINE
            END-IF.

      ******************************************************************
      * Deductions come out of pay left after taxes and retirement -
      * the disposable earnings.  Garnishments go first, lowest
      * priority number first; each is held to its own percent of
      * disposable earnings (25 percent when none is set) less the
      * garnishments already taken.  Voluntary deductions follow in
      * master order.  A percent garnishment is a percent of disposable
      * earnings, a percent voluntary deduction a percent of gross.
      * Nothing takes net pay below zero, and no deduction takes more
      * than is left to its goal.
      ******************************************************************
       230-TAKE-DEDUCTIONS-RTN.
            MOVE ZERO TO WS-DED-COUNT
                         WS-DED-EMP-OVERFLOW
                         WS-OTHER-DED
                         WS-GARNISH-TAKEN
                         WS-VOLUNTARY-TAKEN.
            PERFORM 231-CARRY-OLD-DEDUCT-RTN
               UNTIL WS-DED-EOF OR
                     DM-EMPLOYEE-NO NOT < WS-PAY-EMPLOYEE-NO.
            PERFORM 232-LOAD-DEDUCTION-RTN
               UNTIL WS-DED-EOF OR
                     DM-EMPLOYEE-NO NOT = WS-PAY-EMPLOYEE-NO.
            COMPUTE WS-DISPOSABLE =
                    WS-MONTHLY-GROSS - WS-FED-TAX
                    - WS-STATE-TAX - WS-RETIRE-DED.
            PERFORM 233-NEXT-GARNISHMENT-RTN
               WS-DED-COUNT TIMES.
            PERFORM 235-VOLUNTARY-DEDUCTION-RTN
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT.

       231-CARRY-OLD-DEDUCT-RTN.
            WRITE NEW-DEDUCT-REC FROM OLD-DEDUCT-REC.
            ADD 1 TO WS-DED-CARRIED-CTR.
            PERFORM 730-READ-OLD-DEDUCT.

       232-LOAD-DEDUCTION-RTN.
            IF WS-DED-COUNT < 8
               ADD 1 TO WS-DED-COUNT
               MOVE OLD-DEDUCT-REC TO WS-DED-MASTER (WS-DED-COUNT)
               MOVE ZERO TO WS-DED-TAKEN (WS-DED-COUNT)
               MOVE 'N' TO WS-DED-DONE-SW (WS-DED-COUNT)
               MOVE SPACES TO WS-DED-NOTE (WS-DED-COUNT)
            ELSE
               WRITE NEW-DEDUCT-REC FROM OLD-DEDUCT-REC
               ADD 1 TO WS-DED-EMP-OVERFLOW
               ADD 1 TO WS-DED-OVERFLOW-CTR
            END-IF.
            PERFORM 730-READ-OLD-DEDUCT.

       233-NEXT-GARNISHMENT-RTN.
            MOVE ZERO TO WS-DED-LOW-SUB.
            MOVE 999 TO WS-DED-LOW-PRIORITY.
            PERFORM 234-FIND-LOWEST-PRIORITY-RTN
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT.
            IF WS-DED-LOW-SUB > ZERO
               MOVE WS-DED-LOW-SUB TO WS-DED-SUB
               PERFORM 236-TAKE-ONE-DEDUCTION-RTN
            END-IF.

       234-FIND-LOWEST-PRIORITY-RTN.
            IF WS-DED-GARNISHMENT (WS-DED-SUB) AND
               WS-DED-DONE-SW (WS-DED-SUB) = 'N' AND
               WS-DED-PRIORITY (WS-DED-SUB) < WS-DED-LOW-PRIORITY
               MOVE WS-DED-SUB TO WS-DED-LOW-SUB
               MOVE WS-DED-PRIORITY (WS-DED-SUB)
                 TO WS-DED-LOW-PRIORITY
            END-IF.

       235-VOLUNTARY-DEDUCTION-RTN.
            IF NOT WS-DED-GARNISHMENT (WS-DED-SUB)
               PERFORM 236-TAKE-ONE-DEDUCTION-RTN
            END-IF.

      ******************************************************************
      * A re-run of a period already posted takes the amount taken the
      * first time and leaves the balance alone, the same way the YTD
      * accumulators are protected.  A deduction at its goal is skipped
      * and marked stopped once the balance reaches the goal.
      ******************************************************************
       236-TAKE-ONE-DEDUCTION-RTN.
            MOVE 'Y' TO WS-DED-DONE-SW (WS-DED-SUB).
            MOVE ZERO TO WS-DED-AMT.
            EVALUATE TRUE
               WHEN NOT WS-YTD-POSTING AND
                    WS-DED-LAST-PERIOD (WS-DED-SUB) = WS-PAY-PERIOD
                 MOVE WS-DED-LAST-TAKEN (WS-DED-SUB) TO WS-DED-AMT
               WHEN WS-DED-GOAL-REACHED (WS-DED-SUB)
                 CONTINUE
               WHEN OTHER
                 PERFORM 237-CALC-DEDUCTION-AMT-RTN
            END-EVALUATE.
            MOVE WS-DED-AMT TO WS-DED-TAKEN (WS-DED-SUB).
            ADD WS-DED-AMT TO WS-OTHER-DED.
            IF WS-DED-GARNISHMENT (WS-DED-SUB)
               ADD WS-DED-AMT TO WS-GARNISH-TAKEN
            ELSE
               ADD WS-DED-AMT TO WS-VOLUNTARY-TAKEN
            END-IF.
            IF WS-YTD-POSTING AND
               NOT WS-DED-GOAL-REACHED (WS-DED-SUB)
               ADD WS-DED-AMT TO WS-DED-TAKEN-TO-DATE (WS-DED-SUB)
               MOVE WS-PAY-PERIOD TO WS-DED-LAST-PERIOD (WS-DED-SUB)
               MOVE WS-DED-AMT TO WS-DED-LAST-TAKEN (WS-DED-SUB)
               IF WS-DED-GOAL-AMT (WS-DED-SUB) > ZERO AND
                  WS-DED-TAKEN-TO-DATE (WS-DED-SUB) NOT <
                  WS-DED-GOAL-AMT (WS-DED-SUB)
                  SET WS-DED-GOAL-REACHED (WS-DED-SUB) TO TRUE
                  MOVE 'GOAL REACHED - STOPPED'
                    TO WS-DED-NOTE (WS-DED-SUB)
                  ADD 1 TO WS-GOAL-REACHED-CTR
               END-IF
            END-IF.

       237-CALC-DEDUCTION-AMT-RTN.
            EVALUATE TRUE
               WHEN WS-DED-BY-PERCENT (WS-DED-SUB) AND
                    WS-DED-GARNISHMENT (WS-DED-SUB)
                 COMPUTE WS-DED-REQUESTED ROUNDED =
                         WS-DISPOSABLE * WS-DED-PERCENT (WS-DED-SUB)
               WHEN WS-DED-BY-PERCENT (WS-DED-SUB)
                 COMPUTE WS-DED-REQUESTED ROUNDED =
                         WS-MONTHLY-GROSS * WS-DED-PERCENT (WS-DED-SUB)
               WHEN OTHER
                 MOVE WS-DED-AMOUNT (WS-DED-SUB) TO WS-DED-REQUESTED
            END-EVALUATE.
            MOVE WS-DED-REQUESTED TO WS-DED-AMT.
            IF WS-DED-GOAL-AMT (WS-DED-SUB) > ZERO
               COMPUTE WS-DED-REMAINING =
                       WS-DED-GOAL-AMT (WS-DED-SUB)
                       - WS-DED-TAKEN-TO-DATE (WS-DED-SUB)
               PERFORM 238-LIMIT-DEDUCTION-RTN
               MOVE WS-DED-AMT TO WS-DED-REQUESTED
            END-IF.
            IF WS-DED-GARNISHMENT (WS-DED-SUB)
               IF WS-DED-DISP-LIMIT (WS-DED-SUB) > ZERO
                  MOVE WS-DED-DISP-LIMIT (WS-DED-SUB) TO WS-DISP-LIMIT
               ELSE
                  MOVE WS-DEFAULT-DISP-LIMIT TO WS-DISP-LIMIT
               END-IF
               COMPUTE WS-DED-REMAINING ROUNDED =
                       WS-DISPOSABLE * WS-DISP-LIMIT
                       - WS-GARNISH-TAKEN
               PERFORM 238-LIMIT-DEDUCTION-RTN
            END-IF.
            COMPUTE WS-DED-REMAINING = WS-DISPOSABLE - WS-OTHER-DED.
            PERFORM 238-LIMIT-DEDUCTION-RTN.
            IF WS-DED-AMT < WS-DED-REQUESTED
               MOVE 'REDUCED TO LIMIT' TO WS-DED-NOTE (WS-DED-SUB)
            END-IF.

       238-LIMIT-DEDUCTION-RTN.
            IF WS-DED-REMAINING < ZERO
               MOVE ZERO TO WS-DED-REMAINING
            END-IF.
            IF WS-DED-AMT > WS-DED-REMAINING
               MOVE WS-DED-REMAINING TO WS-DED-AMT
            END-IF.

       240-WRITE-NET-PAY.
            MOVE SPACES TO NET-PAY-REC.
            MOVE WS-PAY-EMPLOYEE-NO TO NP-EMPLOYEE-NO.
            MOVE WS-NET-PAY TO NP-NET-PAY.
            MOVE WS-MONTHLY-GROSS TO NP-GROSS-PAY.
            MOVE WS-FED-TAX TO NP-FED-TAX.
            MOVE WS-STATE-TAX TO NP-STATE-TAX.
            MOVE WS-RETIRE-DED TO NP-RETIRE-DED.
            MOVE WS-OTHER-DED TO NP-OTHER-DED.
            MOVE ZERO TO NP-DED-CTR.
            PERFORM 241-MOVE-STUB-DEDUCTION
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT.
            MOVE WS-PAYOUT-AMT TO NP-VAC-PAYOUT.
            MOVE WS-LV-VAC-BALANCE TO NP-VAC-BALANCE.
            MOVE WS-LV-SICK-BALANCE TO NP-SICK-BALANCE.
            MOVE WS-PAY-DEPT-CODE TO NP-DEPT-CODE.
            WRITE NET-PAY-REC.

       241-MOVE-STUB-DEDUCTION.
            IF WS-DED-TAKEN (WS-DED-SUB) > ZERO
               ADD 1 TO NP-DED-CTR
               MOVE WS-DED-CODE (WS-DED-SUB)
                 TO NP-DED-CODE (NP-DED-CTR)
               MOVE WS-DED-DESC (WS-DED-SUB)
                 TO NP-DED-DESC (NP-DED-CTR)
               MOVE WS-DED-TAKEN (WS-DED-SUB)
                 TO NP-DED-AMT (NP-DED-CTR)
            END-IF.

      ******************************************************************
      * The employee's entries roll to the new master with the amounts
      * taken; each amount taken is remitted to its payee.
      ******************************************************************
       245-WRITE-DEDUCTIONS-RTN.
            PERFORM 246-WRITE-ONE-DEDUCTION-RTN
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT.

       246-WRITE-ONE-DEDUCTION-RTN.
            WRITE NEW-DEDUCT-REC FROM WS-DED-MASTER (WS-DED-SUB).
            IF WS-DED-TAKEN (WS-DED-SUB) > ZERO
               MOVE SPACES TO REMITTANCE-REC
               MOVE WS-DED-PAYEE-ID (WS-DED-SUB) TO RM-PAYEE-ID
               MOVE WS-PAY-EMPLOYEE-NO TO RM-EMPLOYEE-NO
               MOVE WS-DED-CODE (WS-DED-SUB) TO RM-DEDUCT-CODE
               MOVE WS-DED-TYPE (WS-DED-SUB) TO RM-DEDUCT-TYPE
               MOVE WS-DED-TAKEN (WS-DED-SUB) TO RM-AMOUNT
               MOVE WS-PAY-PERIOD TO RM-PAY-PERIOD
               MOVE WS-RUN-DATE TO RM-PAY-DATE
               WRITE REMITTANCE-REC
               ADD 1 TO WS-REMIT-CTR
               ADD WS-DED-TAKEN (WS-DED-SUB) TO WS-TOTAL-REMITTED
               PERFORM 247-SUM-PAYEE-RTN
            END-IF.

       247-SUM-PAYEE-RTN.
            MOVE 'N' TO WS-PAYEE-FOUND-SW.
            PERFORM 248-MATCH-PAYEE-RTN
               VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-SUM-COUNT OR
                     WS-PAYEE-FOUND.
            IF NOT WS-PAYEE-FOUND AND WS-PAYEE-SUM-COUNT < 50
               ADD 1 TO WS-PAYEE-SUM-COUNT
               MOVE WS-DED-PAYEE-ID (WS-DED-SUB)
                 TO WS-PAYEE-SUM-ID (WS-PAYEE-SUM-COUNT)
               MOVE 1 TO WS-PAYEE-SUM-CNT (WS-PAYEE-SUM-COUNT)
               MOVE WS-DED-TAKEN (WS-DED-SUB)
                 TO WS-PAYEE-SUM-AMT (WS-PAYEE-SUM-COUNT)
            END-IF.

       248-MATCH-PAYEE-RTN.
            IF WS-PAYEE-SUM-ID (WS-PAYEE-SUB) =
               WS-DED-PAYEE-ID (WS-DED-SUB)
               SET WS-PAYEE-FOUND TO TRUE
               ADD 1 TO WS-PAYEE-SUM-CNT (WS-PAYEE-SUB)
               ADD WS-DED-TAKEN (WS-DED-SUB)
                 TO WS-PAYEE-SUM-AMT (WS-PAYEE-SUB)
            END-IF.

      ******************************************************************
      * Balance-line update of the YTD master against the extract:
      * employees ahead of this one carry across unchanged, a match
       250-UPDATE-YTD-RTN.
            PERFORM 260-CARRY-OLD-YTD-RTN
               UNTIL WS-YTD-EOF OR
                     PY-EMPLOYEE-NO NOT < WS-PAY-EMPLOYEE-NO.
            IF NOT WS-YTD-EOF AND
               PY-EMPLOYEE-NO = WS-PAY-EMPLOYEE-NO
               MOVE OLD-YTD-REC TO NEW-YTD-REC
               IF WS-YTD-POSTING
                  PERFORM 270-ACCUM-YTD-RTN
               PERFORM 720-READ-OLD-YTD
            ELSE
               MOVE SPACES TO NEW-YTD-REC
               MOVE WS-PAY-EMPLOYEE-NO TO NY-EMPLOYEE-NO
               MOVE ZERO TO NY-YTD-GROSS NY-YTD-FED NY-YTD-STATE
                            NY-YTD-RETIRE NY-YTD-NET
               IF WS-YTD-POSTING
            ADD NY-YTD-NET TO WS-YTD-NET-TOTAL.
            PERFORM 720-READ-OLD-YTD.

       285-FLUSH-OLD-DEDUCT-RTN.
            WRITE NEW-DEDUCT-REC FROM OLD-DEDUCT-REC.
            ADD 1 TO WS-DED-CARRIED-CTR.
            PERFORM 730-READ-OLD-DEDUCT.

       290-RECORD-YTD-PERIOD-RTN.
            IF WS-YTD-POSTING
               OPEN OUTPUT YTD-PERIOD-FILE
               CLOSE YTD-PERIOD-FILE
            END-IF.

      ******************************************************************
      * Balance-line update of the leave master.  Each period posted
      * accrues the rank's hours once; the first period of a new year
      * first cuts the balances back to the rank's maximum carryover
      * and starts the taken-this-year counts again.  Leave taken is
      * then edited against what is available.  A final check closes
      * the employee's leave record.
      ******************************************************************
       400-UPDATE-LEAVE-RTN.
            PERFORM 410-CARRY-OLD-LEAVE-RTN
               UNTIL WS-LEAVE-EOF OR
                     LM-EMPLOYEE-NO NOT < WS-PAY-EMPLOYEE-NO.
            PERFORM 420-REJECT-UNPAID-LEAVE-RTN
               UNTIL WS-LVT-EOF OR
                     LT-EMPLOYEE-NO NOT < WS-PAY-EMPLOYEE-NO.
            IF NOT WS-LEAVE-EOF AND
               LM-EMPLOYEE-NO = WS-PAY-EMPLOYEE-NO
               MOVE OLD-LEAVE-REC TO WS-LEAVE-WORK
               PERFORM 735-READ-OLD-LEAVE
            ELSE
               MOVE SPACES TO WS-LEAVE-WORK
               MOVE WS-PAY-EMPLOYEE-NO TO WS-LV-EMPLOYEE-NO
               MOVE ZERO TO WS-LV-VAC-BALANCE WS-LV-SICK-BALANCE
                            WS-LV-VAC-TAKEN-YTD WS-LV-SICK-TAKEN-YTD
                            WS-LV-LAST-PERIOD
               IF NOT WS-FINAL-PAY
                  ADD 1 TO WS-LEAVE-CREATED-CTR
               END-IF
            END-IF.
            IF WS-YTD-POSTING AND NOT WS-FINAL-PAY AND
               WS-LV-LAST-PERIOD NOT = WS-PAY-PERIOD
               PERFORM 430-ACCRUE-LEAVE-RTN
            END-IF.
            PERFORM 450-APPLY-LEAVE-TAKEN-RTN
               UNTIL WS-LVT-EOF OR
                     LT-EMPLOYEE-NO NOT = WS-PAY-EMPLOYEE-NO.
            IF WS-FINAL-PAY
               ADD 1 TO WS-LEAVE-CLOSED-CTR
               MOVE ZERO TO WS-LV-VAC-BALANCE
                            WS-LV-SICK-BALANCE
            ELSE
               IF WS-YTD-POSTING AND WS-PAYOUT-HOURS > ZERO
                  IF WS-PAYOUT-HOURS > WS-LV-VAC-BALANCE
                     MOVE ZERO TO WS-LV-VAC-BALANCE
                  ELSE
                     SUBTRACT WS-PAYOUT-HOURS FROM WS-LV-VAC-BALANCE
                  END-IF
               END-IF
               WRITE NEW-LEAVE-REC FROM WS-LEAVE-WORK
            END-IF.

       410-CARRY-OLD-LEAVE-RTN.
            WRITE NEW-LEAVE-REC FROM OLD-LEAVE-REC.
            ADD 1 TO WS-LEAVE-CARRIED-CTR.
            PERFORM 735-READ-OLD-LEAVE.

       420-REJECT-UNPAID-LEAVE-RTN.
            MOVE 'EMPLOYEE NOT PAID THIS PERIOD' TO DL-LR-REASON.
            PERFORM 460-REJECT-LEAVE-RTN.
            PERFORM 740-READ-LEAVE-TRANS.

       430-ACCRUE-LEAVE-RTN.
            MOVE 'N' TO WS-NEW-YEAR-SW.
            IF WS-LV-LAST-PERIOD > ZERO AND
               WS-LV-LAST-PERIOD < WS-YEAR-START-PERIOD
               SET WS-NEW-YEAR TO TRUE
               MOVE ZERO TO WS-LV-VAC-TAKEN-YTD
                            WS-LV-SICK-TAKEN-YTD
            END-IF.
            SET LVR-IDX TO 1.
            SEARCH WS-LVR-ENTRY
               AT END
                 ADD 1 TO WS-LEAVE-NO-RATE-CTR
               WHEN WS-LVR-RANK (LVR-IDX) = WS-PAY-RANK
                 PERFORM 440-ACCRUE-AT-RATE-RTN
            END-SEARCH.
            MOVE WS-PAY-PERIOD TO WS-LV-LAST-PERIOD.

       440-ACCRUE-AT-RATE-RTN.
            IF WS-NEW-YEAR
               IF WS-LV-VAC-BALANCE > WS-LVR-VAC-MAX (LVR-IDX)
                  COMPUTE WS-VAC-FORFEIT-HRS =
                          WS-VAC-FORFEIT-HRS + WS-LV-VAC-BALANCE
                          - WS-LVR-VAC-MAX (LVR-IDX)
                  MOVE WS-LVR-VAC-MAX (LVR-IDX) TO WS-LV-VAC-BALANCE
               END-IF
               IF WS-LV-SICK-BALANCE > WS-LVR-SICK-MAX (LVR-IDX)
                  COMPUTE WS-SICK-FORFEIT-HRS =
                          WS-SICK-FORFEIT-HRS + WS-LV-SICK-BALANCE
                          - WS-LVR-SICK-MAX (LVR-IDX)
                  MOVE WS-LVR-SICK-MAX (LVR-IDX) TO WS-LV-SICK-BALANCE
               END-IF
            END-IF.
            ADD WS-LVR-VAC-ACCRUAL (LVR-IDX) TO WS-LV-VAC-BALANCE
                                               WS-VAC-ACCRUED-HRS.
            ADD WS-LVR-SICK-ACCRUAL (LVR-IDX) TO WS-LV-SICK-BALANCE
                                                WS-SICK-ACCRUED-HRS.

      ******************************************************************
      * Leave taken already went on the master when the period was
      * first posted, so a re-run only counts it.
      ******************************************************************
       450-APPLY-LEAVE-TAKEN-RTN.
            IF NOT WS-YTD-POSTING
               ADD 1 TO WS-LEAVE-SKIPPED-CTR
            ELSE
               EVALUATE TRUE
                  WHEN WS-FINAL-PAY
                    MOVE 'FINAL PAY - LEAVE CLOSED' TO DL-LR-REASON
                    PERFORM 460-REJECT-LEAVE-RTN
                  WHEN LT-HOURS NOT NUMERIC OR LT-HOURS = ZERO
                    MOVE 'HOURS NOT NUMERIC OR ZERO' TO DL-LR-REASON
                    PERFORM 460-REJECT-LEAVE-RTN
                  WHEN LT-VACATION AND
                       LT-HOURS > WS-LV-VAC-BALANCE
                    MOVE 'EXCEEDS VACATION BALANCE' TO DL-LR-REASON
                    PERFORM 460-REJECT-LEAVE-RTN
                  WHEN LT-SICK AND
                       LT-HOURS > WS-LV-SICK-BALANCE
                    MOVE 'EXCEEDS SICK LEAVE BALANCE' TO DL-LR-REASON
                    PERFORM 460-REJECT-LEAVE-RTN
                  WHEN LT-VACATION
                    SUBTRACT LT-HOURS FROM WS-LV-VAC-BALANCE
                    ADD LT-HOURS TO WS-LV-VAC-TAKEN-YTD
                                    WS-VAC-TAKEN-HRS
                    ADD 1 TO WS-LEAVE-POSTED-CTR
                  WHEN LT-SICK
                    SUBTRACT LT-HOURS FROM WS-LV-SICK-BALANCE
                    ADD LT-HOURS TO WS-LV-SICK-TAKEN-YTD
                                    WS-SICK-TAKEN-HRS
                    ADD 1 TO WS-LEAVE-POSTED-CTR
                  WHEN OTHER
                    MOVE 'LEAVE TYPE NOT V OR S' TO DL-LR-REASON
                    PERFORM 460-REJECT-LEAVE-RTN
               END-EVALUATE
            END-IF.
            PERFORM 740-READ-LEAVE-TRANS.

       460-REJECT-LEAVE-RTN.
            MOVE LT-EMPLOYEE-NO TO DL-LR-EMPLOYEE-NO.
            MOVE LT-LEAVE-TYPE TO DL-LR-TYPE.
            IF LT-HOURS NUMERIC
               MOVE LT-HOURS TO DL-LR-HOURS
            ELSE
               MOVE ZERO TO DL-LR-HOURS
            END-IF.
            MOVE LT-LEAVE-DATE TO DL-LR-DATE.
            WRITE PAY-REGISTER-REC FROM DL-LEAVE-REJECT-LINE
               AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LEAVE-REJECT-CTR.

      ******************************************************************
      * A final check for each payout employee who sorts ahead of the
      * extract employee (all that remain once the extract is done).
      ******************************************************************
       500-FINAL-PAYS-AHEAD-RTN.
            SET WS-FINAL-AHEAD TO TRUE.
            PERFORM 510-NEXT-FINAL-PAY-RTN
               UNTIL NOT WS-FINAL-AHEAD.

       510-NEXT-FINAL-PAY-RTN.
            MOVE ZERO TO WS-PAYOUT-LOW-SUB.
            PERFORM 520-FIND-LOWEST-PAYOUT-RTN
               VARYING WS-PAYOUT-SUB FROM 1 BY 1
               UNTIL WS-PAYOUT-SUB > WS-PAYOUT-COUNT.
            IF WS-PAYOUT-LOW-SUB = ZERO
               MOVE 'N' TO WS-FINAL-AHEAD-SW
            ELSE
               MOVE WS-PO-EMPLOYEE-NO (WS-PAYOUT-LOW-SUB)
                 TO WS-PAY-EMPLOYEE-NO
               MOVE WS-PO-RANK (WS-PAYOUT-LOW-SUB) TO WS-PAY-RANK
               MOVE WS-PO-DEPT-CODE (WS-PAYOUT-LOW-SUB)
                 TO WS-PAY-DEPT-CODE
               SET WS-FINAL-PAY TO TRUE
               MOVE ZERO TO WS-PAYOUT-AMT
                            WS-PAYOUT-HOURS
                            WS-MONTHLY-GROSS
               PERFORM 530-MATCH-PAYOUT-RTN
                  VARYING WS-PAYOUT-SUB FROM 1 BY 1
                  UNTIL WS-PAYOUT-SUB > WS-PAYOUT-COUNT
               PERFORM 210-PAY-EMPLOYEE-RTN
               ADD 1 TO WS-FINAL-PAY-CTR
            END-IF.

       520-FIND-LOWEST-PAYOUT-RTN.
            IF WS-PO-DONE-SW (WS-PAYOUT-SUB) = 'N' AND
               WS-PO-EMPLOYEE-NO (WS-PAYOUT-SUB) < PX-EMPLOYEE-NO
               IF WS-PAYOUT-LOW-SUB = ZERO
                  MOVE WS-PAYOUT-SUB TO WS-PAYOUT-LOW-SUB
               ELSE
                  IF WS-PO-EMPLOYEE-NO (WS-PAYOUT-SUB) <
                     WS-PO-EMPLOYEE-NO (WS-PAYOUT-LOW-SUB)
                     MOVE WS-PAYOUT-SUB TO WS-PAYOUT-LOW-SUB
                  END-IF
               END-IF
            END-IF.

       530-MATCH-PAYOUT-RTN.
            IF WS-PO-DONE-SW (WS-PAYOUT-SUB) = 'N' AND
               WS-PO-EMPLOYEE-NO (WS-PAYOUT-SUB) = WS-PAY-EMPLOYEE-NO
               ADD WS-PO-HOURS (WS-PAYOUT-SUB) TO WS-PAYOUT-HOURS
               ADD WS-PO-AMOUNT (WS-PAYOUT-SUB) TO WS-PAYOUT-AMT
               MOVE 'Y' TO WS-PO-DONE-SW (WS-PAYOUT-SUB)
            END-IF.

      ******************************************************************
      * Once the period is posted the payouts paid are stamped with it
      * so the next period does not pay them again.  The file is read
      * in the order it was loaded.
      ******************************************************************
       540-MARK-PAYOUTS-PAID-RTN.
            IF WS-YTD-POSTING AND WS-PAYOUT-COUNT > ZERO
               OPEN I-O VAC-PAYOUT-FILE
               MOVE 'N' TO WS-VACP-EOF-SW
               MOVE ZERO TO WS-PAYOUT-SEQ
               PERFORM 545-MARK-ONE-PAYOUT-RTN
                  UNTIL WS-VACP-EOF
               CLOSE VAC-PAYOUT-FILE
            END-IF.

       545-MARK-ONE-PAYOUT-RTN.
            READ VAC-PAYOUT-FILE
               AT END
                 SET WS-VACP-EOF TO TRUE
               NOT AT END
                 IF VP-PAID-PERIOD = ZERO OR
                    VP-PAID-PERIOD = WS-PAY-PERIOD
                    ADD 1 TO WS-PAYOUT-SEQ
                    IF WS-PAYOUT-SEQ NOT > WS-PAYOUT-COUNT AND
                       VP-PAID-PERIOD = ZERO
                       MOVE WS-PAY-PERIOD TO VP-PAID-PERIOD
                       REWRITE VAC-PAYOUT-REC
                    END-IF
                 END-IF
            END-READ.

      ******************************************************************
      * Employer costs are figured on gross.  Each employee paid goes
      * to LABDIST and is added to the department's GLFEED amounts.
      ******************************************************************
       550-DISTRIBUTE-LABOR-RTN.
            COMPUTE WS-ER-TAX ROUNDED =
                    WS-MONTHLY-GROSS * WS-ER-TAX-RATE.
            COMPUTE WS-ER-RETIRE ROUNDED =
                    WS-MONTHLY-GROSS * WS-ER-RETIRE-RATE.
            ADD WS-ER-TAX TO WS-TOTAL-ER-TAX.
            ADD WS-ER-RETIRE TO WS-TOTAL-ER-RETIRE.
            MOVE SPACES TO LABOR-DIST-REC.
            SET LD-DETAIL TO TRUE.
            MOVE WS-PAY-DEPT-CODE TO LD-DEPT-CODE.
            MOVE WS-PAY-RANK TO LD-RANK.
            MOVE WS-PAY-EMPLOYEE-NO TO LD-EMPLOYEE-NO.
            MOVE WS-MONTHLY-GROSS TO LD-GROSS.
            MOVE WS-ER-TAX TO LD-ER-TAX.
            MOVE WS-ER-RETIRE TO LD-ER-RETIRE.
            MOVE 1 TO LD-EMPLOYEE-CTR.
            MOVE WS-PAY-PERIOD TO LD-PAY-PERIOD.
            WRITE LABOR-DIST-REC.
            ADD 1 TO WS-LABOR-DIST-CTR.
            MOVE 'N' TO WS-DIST-FOUND-SW.
            PERFORM 555-MATCH-DEPT-DIST-RTN
               VARYING WS-DIST-SUB FROM 1 BY 1
               UNTIL WS-DIST-SUB > WS-DIST-COUNT OR
                     WS-DIST-FOUND.
            IF NOT WS-DIST-FOUND
               IF WS-DIST-COUNT < 50
                  ADD 1 TO WS-DIST-COUNT
                  MOVE WS-DIST-COUNT TO WS-DIST-SUB
                  MOVE WS-PAY-DEPT-CODE TO WS-DIST-DEPT (WS-DIST-SUB)
                  MOVE ZERO TO WS-DIST-GROSS (WS-DIST-SUB)
                               WS-DIST-ER-TAX (WS-DIST-SUB)
                               WS-DIST-ER-RETIRE (WS-DIST-SUB)
               ELSE
                  MOVE 51 TO WS-DIST-SUB
                  IF WS-DIST-OVERFLOW-CTR = ZERO
                     MOVE SPACES TO WS-DIST-DEPT (WS-DIST-SUB)
                     MOVE ZERO TO WS-DIST-GROSS (WS-DIST-SUB)
                                  WS-DIST-ER-TAX (WS-DIST-SUB)
                                  WS-DIST-ER-RETIRE (WS-DIST-SUB)
                  END-IF
                  ADD 1 TO WS-DIST-OVERFLOW-CTR
               END-IF
               ADD WS-MONTHLY-GROSS TO WS-DIST-GROSS (WS-DIST-SUB)
               ADD WS-ER-TAX TO WS-DIST-ER-TAX (WS-DIST-SUB)
               ADD WS-ER-RETIRE TO WS-DIST-ER-RETIRE (WS-DIST-SUB)
            END-IF.

       555-MATCH-DEPT-DIST-RTN.
            IF WS-DIST-DEPT (WS-DIST-SUB) = WS-PAY-DEPT-CODE
               SET WS-DIST-FOUND TO TRUE
               ADD WS-MONTHLY-GROSS TO WS-DIST-GROSS (WS-DIST-SUB)
               ADD WS-ER-TAX TO WS-DIST-ER-TAX (WS-DIST-SUB)
               ADD WS-ER-RETIRE TO WS-DIST-ER-RETIRE (WS-DIST-SUB)
            END-IF.

      ******************************************************************
      * The trailer carries the register totals PGM64 must tie to.
      ******************************************************************
       560-WRITE-LABOR-TRAILER-RTN.
            MOVE SPACES TO LABOR-DIST-REC.
            SET LD-TRAILER TO TRUE.
            MOVE HIGH-VALUES TO LD-DEPT-CODE
                                LD-RANK
                                LD-EMPLOYEE-NO.
            MOVE WS-TOTAL-GROSS TO LD-GROSS.
            MOVE WS-TOTAL-ER-TAX TO LD-ER-TAX.
            MOVE WS-TOTAL-ER-RETIRE TO LD-ER-RETIRE.
            MOVE WS-EMPLOYEE-CTR TO LD-EMPLOYEE-CTR.
            MOVE WS-PAY-PERIOD TO LD-PAY-PERIOD.
            WRITE LABOR-DIST-REC.

      ******************************************************************
      * Gross (PG), employer payroll tax (PT) and employer retirement
      * (PR) go to GLFEED once per department, only when the period is
      * posted so a re-run does not post the payroll twice.  The
      * overflow entry goes with a blank department, which PGM92 posts
      * to the default accounts.
      ******************************************************************
       570-WRITE-GL-FEED-RTN.
            IF WS-YTD-POSTING
               OPEN EXTEND GL-FEED
               PERFORM 575-WRITE-DEPT-FEED-RTN
                  VARYING WS-DIST-SUB FROM 1 BY 1
                  UNTIL WS-DIST-SUB > WS-DIST-COUNT
               IF WS-DIST-OVERFLOW-CTR > ZERO
                  MOVE 51 TO WS-DIST-SUB
                  PERFORM 575-WRITE-DEPT-FEED-RTN
               END-IF
               CLOSE GL-FEED
            END-IF.

       575-WRITE-DEPT-FEED-RTN.
            MOVE 'PG' TO WS-GL-ACTIVITY.
            MOVE WS-DIST-GROSS (WS-DIST-SUB) TO WS-GL-FEED-AMT.
            PERFORM 580-WRITE-GL-FEED-REC-RTN.
            MOVE 'PT' TO WS-GL-ACTIVITY.
            MOVE WS-DIST-ER-TAX (WS-DIST-SUB) TO WS-GL-FEED-AMT.
            PERFORM 580-WRITE-GL-FEED-REC-RTN.
            MOVE 'PR' TO WS-GL-ACTIVITY.
            MOVE WS-DIST-ER-RETIRE (WS-DIST-SUB) TO WS-GL-FEED-AMT.
            PERFORM 580-WRITE-GL-FEED-REC-RTN.

       580-WRITE-GL-FEED-REC-RTN.
            IF WS-GL-FEED-AMT NOT = ZERO
               MOVE SPACES TO GL-FEED-REC
               MOVE WS-RUN-DATE TO GF-RUN-DATE
               MOVE 'PGM78' TO GF-SOURCE-PGM
               MOVE WS-GL-ACTIVITY TO GF-ACTIVITY-CODE
               MOVE WS-GL-FEED-AMT TO GF-AMOUNT
               MOVE WS-DIST-DEPT (WS-DIST-SUB) TO GF-DEPT-CODE
               WRITE GL-FEED-REC
               ADD 1 TO WS-GL-FEED-CTR
            END-IF.

       700-READ-EXTRACT.
            READ PAYROLL-EXTRACT
              AT END
              SET WS-EXTRACT-EOF TO TRUE
              MOVE HIGH-VALUES TO PX-EMPLOYEE-NO
              NOT AT END
              ADD 1 TO WS-EXTRACT-READ-CTR
            END-READ.

       720-READ-OLD-YTD.
               END-READ
            END-IF.

       730-READ-OLD-DEDUCT.
            IF WS-DED-EOF
               CONTINUE
            ELSE
               READ OLD-DEDUCT-FILE
                 AT END
                 SET WS-DED-EOF TO TRUE
                 MOVE HIGH-VALUES TO DM-EMPLOYEE-NO
               END-READ
            END-IF.

       735-READ-OLD-LEAVE.
            IF WS-LEAVE-EOF
               CONTINUE
            ELSE
               READ OLD-LEAVE-FILE
                 AT END
                 SET WS-LEAVE-EOF TO TRUE
                 MOVE HIGH-VALUES TO LM-EMPLOYEE-NO
               END-READ
            END-IF.

       740-READ-LEAVE-TRANS.
            IF WS-LVT-EOF
               CONTINUE
            ELSE
               READ LEAVE-TRANS-FILE
                 AT END
                 SET WS-LVT-EOF TO TRUE
                 MOVE HIGH-VALUES TO LT-EMPLOYEE-NO
               END-READ
            END-IF.

       300-FINAL-RTN.
            MOVE SPACES TO PAY-REGISTER-REC.
            WRITE PAY-REGISTER-REC.
            MOVE 'TOTAL DEDUCTIONS' TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-DEDUCTIONS TO TL-TOTAL-AMOUNT.
            WRITE PAY-REGISTER-REC FROM TL-REGISTER-TOTAL-LINE.
            MOVE '  OF WHICH VOLUNTARY DEDUCTIONS' TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-VOLUNTARY TO TL-TOTAL-AMOUNT.
            WRITE PAY-REGISTER-REC FROM TL-REGISTER-TOTAL-LINE.
            MOVE '  OF WHICH GARNISHMENTS' TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-GARNISH TO TL-TOTAL-AMOUNT.
            WRITE PAY-REGISTER-REC FROM TL-REGISTER-TOTAL-LINE.
            MOVE 'TOTAL NET PAY DISBURSED' TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-NET TO TL-TOTAL-AMOUNT.
            WRITE PAY-REGISTER-REC FROM TL-REGISTER-TOTAL-LINE.
              TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-INCREASE TO TL-TOTAL-AMOUNT.
            WRITE PAY-REGISTER-REC FROM TL-REGISTER-TOTAL-LINE.
            MOVE 'TOTAL EMPLOYER PAYROLL TAX' TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-ER-TAX TO TL-TOTAL-AMOUNT.
            WRITE PAY-REGISTER-REC FROM TL-REGISTER-TOTAL-LINE.
            MOVE 'TOTAL EMPLOYER RETIREMENT' TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-ER-RETIRE TO TL-TOTAL-AMOUNT.
            WRITE PAY-REGISTER-REC FROM TL-REGISTER-TOTAL-LINE.
            MOVE 'LABOR DISTRIBUTION RECORDS' TO TL-COUNT-LABEL.
            MOVE WS-LABOR-DIST-CTR TO TL-COUNT.
            WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE.
            MOVE 'PAID PAST DEPT TABLE - BLANK DEPT' TO TL-COUNT-LABEL.
            MOVE WS-DIST-OVERFLOW-CTR TO TL-COUNT.
            WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE.
            IF WS-YTD-POSTING
               MOVE 'GLFEED RECORDS BY DEPARTMENT' TO TL-COUNT-LABEL
            ELSE
               MOVE 'GLFEED NOT WRITTEN - PERIOD POSTED'
                 TO TL-COUNT-LABEL
            END-IF.
            MOVE WS-GL-FEED-CTR TO TL-COUNT.
            WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE.
            MOVE SPACES TO PAY-REGISTER-REC.
            WRITE PAY-REGISTER-REC.
            IF WS-YTD-POSTING
            MOVE 'TOTAL YTD NET ON NEW MASTER' TO TL-TOTAL-LABEL.
            MOVE WS-YTD-NET-TOTAL TO TL-TOTAL-AMOUNT.
            WRITE PAY-REGISTER-REC FROM TL-REGISTER-TOTAL-LINE.
            PERFORM 310-PRINT-REMITTANCE-TOTALS.
            PERFORM 320-PRINT-LEAVE-TOTALS.

      ******************************************************************
      * The remittance file must total the voluntary deductions and
      * garnishments on the register; the payee summary is what is
      * sent to each agency and carrier.
      ******************************************************************
       310-PRINT-REMITTANCE-TOTALS.
            MOVE SPACES TO PAY-REGISTER-REC.
            WRITE PAY-REGISTER-REC.
            MOVE 'DEDUCTIONS REMITTED' TO TL-COUNT-LABEL.
            MOVE WS-REMIT-CTR TO TL-COUNT.
            WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE.
            MOVE 'TOTAL REMITTANCE - TIES TO OTHER DED'
              TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-REMITTED TO TL-TOTAL-AMOUNT.
            WRITE PAY-REGISTER-REC FROM TL-REGISTER-TOTAL-LINE.
            MOVE 'TOTAL OTHER DEDUCTIONS' TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-OTHER-DED TO TL-TOTAL-AMOUNT.
            WRITE PAY-REGISTER-REC FROM TL-REGISTER-TOTAL-LINE.
            MOVE 'DEDUCTIONS STOPPED AT GOAL' TO TL-COUNT-LABEL.
            MOVE WS-GOAL-REACHED-CTR TO TL-COUNT.
            WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE.
            MOVE 'DEDUCTIONS OVER 8 PER EMPLOYEE' TO TL-COUNT-LABEL.
            MOVE WS-DED-OVERFLOW-CTR TO TL-COUNT.
            WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE.
            MOVE 'DEDUCTIONS CARRIED - NOT PAID' TO TL-COUNT-LABEL.
            MOVE WS-DED-CARRIED-CTR TO TL-COUNT.
            WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE.
            MOVE SPACES TO PAY-REGISTER-REC.
            WRITE PAY-REGISTER-REC.
            PERFORM 315-PRINT-PAYEE-LINE
               VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-SUM-COUNT.

       315-PRINT-PAYEE-LINE.
            MOVE WS-PAYEE-SUM-ID (WS-PAYEE-SUB) TO TL-PAYEE-ID.
            MOVE WS-PAYEE-SUM-CNT (WS-PAYEE-SUB) TO TL-PAYEE-CTR.
            MOVE WS-PAYEE-SUM-AMT (WS-PAYEE-SUB) TO TL-PAYEE-AMT.
            WRITE PAY-REGISTER-REC FROM TL-PAYEE-LINE.

      ******************************************************************
      * Leave and vacation payout control totals.
      ******************************************************************
       320-PRINT-LEAVE-TOTALS.
            MOVE SPACES TO PAY-REGISTER-REC.
            WRITE PAY-REGISTER-REC.
            MOVE 'FINAL PAYS - VACATION PAYOUT ONLY' TO TL-COUNT-LABEL.
            MOVE WS-FINAL-PAY-CTR TO TL-COUNT.
            WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE.
            MOVE 'TOTAL VACATION PAYOUTS IN GROSS' TO TL-TOTAL-LABEL.
            MOVE WS-TOTAL-PAYOUT TO TL-TOTAL-AMOUNT.
            WRITE PAY-REGISTER-REC FROM TL-REGISTER-TOTAL-LINE.
            MOVE 'PAYOUTS HELD TO NEXT PERIOD' TO TL-COUNT-LABEL.
            MOVE WS-PAYOUT-HELD-CTR TO TL-COUNT.
            WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE.
            MOVE 'LEAVE RECORDS CREATED' TO TL-COUNT-LABEL.
            MOVE WS-LEAVE-CREATED-CTR TO TL-COUNT.
            WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE.
            MOVE 'LEAVE RECORDS CLOSED AT FINAL PAY' TO TL-COUNT-LABEL.
            MOVE WS-LEAVE-CLOSED-CTR TO TL-COUNT.
            WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE.
            MOVE 'LEAVE RECORDS CARRIED - NOT PAID' TO TL-COUNT-LABEL.
            MOVE WS-LEAVE-CARRIED-CTR TO TL-COUNT.
            WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE.
            MOVE 'NO LVRATE CARD FOR RANK - NO ACCRUAL'
              TO TL-COUNT-LABEL.
            MOVE WS-LEAVE-NO-RATE-CTR TO TL-COUNT.
            WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE.
            MOVE 'VACATION HOURS ACCRUED' TO TL-HOURS-LABEL.
            MOVE WS-VAC-ACCRUED-HRS TO TL-HOURS.
            WRITE PAY-REGISTER-REC FROM TL-HOURS-LINE.
            MOVE 'SICK HOURS ACCRUED' TO TL-HOURS-LABEL.
            MOVE WS-SICK-ACCRUED-HRS TO TL-HOURS.
            WRITE PAY-REGISTER-REC FROM TL-HOURS-LINE.
            MOVE 'VACATION HOURS TAKEN' TO TL-HOURS-LABEL.
            MOVE WS-VAC-TAKEN-HRS TO TL-HOURS.
            WRITE PAY-REGISTER-REC FROM TL-HOURS-LINE.
            MOVE 'SICK HOURS TAKEN' TO TL-HOURS-LABEL.
            MOVE WS-SICK-TAKEN-HRS TO TL-HOURS.
            WRITE PAY-REGISTER-REC FROM TL-HOURS-LINE.
            MOVE 'VACATION HOURS OVER MAX CARRYOVER' TO TL-HOURS-LABEL.
            MOVE WS-VAC-FORFEIT-HRS TO TL-HOURS.
            WRITE PAY-REGISTER-REC FROM TL-HOURS-LINE.
            MOVE 'SICK HOURS OVER MAX CARRYOVER' TO TL-HOURS-LABEL.
            MOVE WS-SICK-FORFEIT-HRS TO TL-HOURS.
            WRITE PAY-REGISTER-REC FROM TL-HOURS-LINE.
            MOVE 'LEAVE TAKEN POSTED' TO TL-COUNT-LABEL.
            MOVE WS-LEAVE-POSTED-CTR TO TL-COUNT.
            WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE.
            MOVE 'LEAVE TAKEN REJECTED' TO TL-COUNT-LABEL.
            MOVE WS-LEAVE-REJECT-CTR TO TL-COUNT.
            WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE.
            IF NOT WS-YTD-POSTING
               MOVE 'LEAVE TAKEN SKIPPED - PERIOD POSTED'
                 TO TL-COUNT-LABEL
               MOVE WS-LEAVE-SKIPPED-CTR TO TL-COUNT
               WRITE PAY-REGISTER-REC FROM TL-COUNT-LINE
            END-IF.

      ******************************************************************
      * Run statistics for the morning operations summary: extract
      * records read, checks written to NETPAY and leave taken
      * rejected, with the gross, deduction and net totals.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            IF WS-BUSINESS-DATE = ZERO
               MOVE WS-RUN-DATE TO RS-RUN-DATE
            ELSE
               MOVE WS-BUSINESS-DATE TO RS-RUN-DATE
            END-IF.
            MOVE 'PGM78' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            MOVE WS-EXTRACT-READ-CTR TO RS-READ-CTR.
            MOVE WS-EMPLOYEE-CTR TO RS-WRITTEN-CTR.
            MOVE WS-LEAVE-REJECT-CTR TO RS-REJECT-CTR.
            MOVE 'GROSS' TO RS-AMT-LABEL (1).
            MOVE WS-TOTAL-GROSS TO RS-AMOUNT (1).
            MOVE 'DEDUCTIONS' TO RS-AMT-LABEL (2).
            MOVE WS-TOTAL-DEDUCTIONS TO RS-AMOUNT (2).
            MOVE 'NET' TO RS-AMT-LABEL (3).
            MOVE WS-TOTAL-NET TO RS-AMOUNT (3).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
