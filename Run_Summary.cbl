      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Morning operations summary.  Joins the RUNLOG cycle
      *           run log PGM76 keeps with the RUNSTAT run-statistics
      *           records every night-stream program appends, and
      *           prints one page for the cycle: each step's outcome
      *           and times beside its records read, written,
      *           rejected and suspended.  Counts outside the
      *           per-program tolerances on RSTOL, and read volumes
      *           that swing from the program's prior cycle by more
      *           than its allowed percentage, are flagged.  The
      *           dollar totals each program reported follow, and
      *           the hand-offs PGM95 to PGM96 to PGM80 to PGM92 are
      *           proved side by side - what one step passed on
      *           against what the next took in.  The cycle is the
      *           latest on RUNLOG unless SUMPARM names one; any
      *           exception sets RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM48.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-PARM ASSIGN TO SUMPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-LOG      ASSIGN TO RUNLOG
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RUN-STATS    ASSIGN TO RUNSTAT
               FILE STATUS IS WS-STATS-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO RSTOL
               FILE STATUS IS WS-TOL-STATUS.
           SELECT SUMMARY-RPT  ASSIGN TO RPT15S.

       DATA DIVISION.
       FILE SECTION.
       FD SUMMARY-PARM
       LABEL RECORDS ARE STANDARD.
            01  SUMMARY-PARM-REC.
             05 SP-CYCLE-NO       PIC 9(5).
             05                   PIC X(15).

       FD RUN-LOG
       LABEL RECORDS ARE STANDARD.
            01  RUN-LOG-REC.
             05 RL-CYCLE-NO       PIC 9(5).
             05 RL-STEP-SEQ       PIC 9(2).
             05 RL-PROGRAM        PIC X(8).
             05 RL-START-DATE     PIC 9(8).
             05 RL-START-TIME     PIC 9(8).
             05 RL-END-TIME       PIC 9(8).
             05 RL-RETURN-CODE    PIC 9(2).
             05 RL-STEP-STATUS    PIC X(1).
                88 RL-STEP-STARTED    VALUE 'S'.
                88 RL-STEP-COMPLETE   VALUE 'C'.
                88 RL-STEP-FAILED     VALUE 'F'.
             05                   PIC X(6).

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       FD TOLERANCE-FILE
       LABEL RECORDS ARE STANDARD.
            01  TOLERANCE-REC.
             05 TL-PROGRAM        PIC X(8).
             05 TL-MIN-READ       PIC 9(9).
             05 TL-MAX-READ       PIC 9(9).
             05 TL-MAX-REJECT     PIC 9(7).
             05 TL-MAX-SUSPEND    PIC 9(7).
             05 TL-SWING-PCT      PIC 9(3).
             05                   PIC X(7).

       FD SUMMARY-RPT
       LABEL RECORDS ARE OMITTED.
            01  SUMMARY-RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
        77  WS-PARM-STATUS         PIC X(2).
        77  WS-LOG-STATUS          PIC X(2).
        77  WS-STATS-STATUS        PIC X(2).
        77  WS-TOL-STATUS          PIC X(2).
        77  WS-REPORT-CYCLE        PIC 9(5) VALUE ZERO.
        77  WS-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
        77  WS-DEFAULT-SWING-PCT   PIC 9(3) VALUE 50.
        77  WS-SWING-LIMIT         PIC 9(3) VALUE ZERO.
        77  WS-SWING-PCT           PIC S9(5) VALUE ZERO.
        77  WS-SWING-ABS           PIC 9(5) VALUE ZERO.
        77  WS-STEP-COUNT          PIC 9(2) COMP VALUE ZERO.
        77  WS-STEP-MAX            PIC 9(2) COMP VALUE 20.
        77  WS-STEP-SUB            PIC 9(2) COMP VALUE ZERO.
        77  WS-STATS-COUNT         PIC 9(2) COMP VALUE ZERO.
        77  WS-STATS-MAX           PIC 9(2) COMP VALUE 60.
        77  WS-STATS-SUB           PIC 9(2) COMP VALUE ZERO.
        77  WS-TOL-COUNT           PIC 9(2) COMP VALUE ZERO.
        77  WS-TOL-MAX             PIC 9(2) COMP VALUE 60.
        77  WS-TOL-SUB             PIC 9(2) COMP VALUE ZERO.
        77  WS-TOL-HIT             PIC 9(2) COMP VALUE ZERO.
        77  WS-FLOW-SUB            PIC 9(2) COMP VALUE ZERO.
        77  WS-FLOW-HIT            PIC 9(2) COMP VALUE ZERO.
        77  WS-AMT-SUB             PIC 9(2) COMP VALUE ZERO.
        77  WS-HIT-SUB             PIC 9(2) COMP VALUE ZERO.
        77  WS-FLAG-SUB            PIC 9(2) COMP VALUE ZERO.
        77  WS-FIND-PGM            PIC X(8) VALUE SPACES.
        77  WS-FLAG-TEXT           PIC X(6) VALUE SPACES.
        77  WS-HAND-OFF-DIFF       PIC S9(11)V99 VALUE ZERO.
        77  WS-STATS-PGM-CTR       PIC 9(5) VALUE ZERO.
        77  WS-FLAGGED-CTR         PIC 9(5) VALUE ZERO.
        77  WS-DISAGREE-CTR        PIC 9(5) VALUE ZERO.
        01  WS-TIME-WORK           PIC 9(8) VALUE ZERO.
        01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
            05  WS-TIME-HH         PIC 9(2).
            05  WS-TIME-MM         PIC 9(2).
            05  WS-TIME-SS         PIC 9(2).
            05  WS-TIME-CC         PIC 9(2).

        01  WS-TIME-EDIT.
            05  WS-EDIT-HH         PIC 9(2).
            05  FILLER             PIC X(1) VALUE ':'.
            05  WS-EDIT-MM         PIC 9(2).
            05  FILLER             PIC X(1) VALUE ':'.
            05  WS-EDIT-SS         PIC 9(2).

        01  WS-SUMMARY-SWITCHES.
            05  WS-LOG-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-LOG-EOF                VALUE 'Y'.
            05  WS-STATS-EOF-SW    PIC X(1) VALUE 'N'.
                88  WS-STATS-EOF              VALUE 'Y'.
            05  WS-TOL-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-TOL-EOF                VALUE 'Y'.
            05  WS-FOUND-SW        PIC X(1) VALUE 'N'.
                88  WS-FOUND                  VALUE 'Y'.
            05  WS-TOL-FOUND-SW    PIC X(1) VALUE 'N'.
                88  WS-TOL-FOUND              VALUE 'Y'.
            05  WS-FLOW-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-FLOW-FOUND             VALUE 'Y'.

      * The dollar hand-offs down the nightly cash and posting chain,
      * keyed by the flow code each program stamps on its run-stats
      * amount as passed on ('O') or taken in ('I').
        01  WS-FLOW-VALUES.
            05  FILLER             PIC X(34)
                VALUE 'CASHPGM95   PGM96   CASH13T       '.
            05  FILLER             PIC X(34)
                VALUE 'TRANPGM96   PGM80   DATA13T       '.
            05  FILLER             PIC X(34)
                VALUE 'GLARPGM80   PGM92   GLFEED        '.
        01  WS-FLOW-TABLE REDEFINES WS-FLOW-VALUES.
            05  WS-FLOW-ENTRY OCCURS 3 TIMES.
                10  WS-FLOW-CODE   PIC X(4).
                10  WS-FLOW-FROM   PIC X(8).
                10  WS-FLOW-TO     PIC X(8).
                10  WS-FLOW-FILE   PIC X(14).
        77  WS-FLOW-COUNT          PIC 9(2) COMP VALUE 3.

        01  WS-FLOW-TOTALS.
            05  WS-FT-ENTRY OCCURS 3 TIMES.
                10  WS-FT-PASSED-SW PIC X(1).
                10  WS-FT-PASSED   PIC S9(11)V99.
                10  WS-FT-TAKEN-SW PIC X(1).
                10  WS-FT-TAKEN    PIC S9(11)V99.

        01  WS-STEP-TABLE.
            05  WS-LG-ENTRY OCCURS 20 TIMES.
                10  WS-LG-SEQ      PIC 9(2).
                10  WS-LG-PROGRAM  PIC X(8).
                10  WS-LG-START    PIC 9(8).
                10  WS-LG-END      PIC 9(8).
                10  WS-LG-RC       PIC 9(2).
                10  WS-LG-STATUS   PIC X(1).

        01  WS-STATS-TABLE.
            05  WS-SS-ENTRY OCCURS 60 TIMES.
                10  WS-SS-PROGRAM  PIC X(8).
                10  WS-SS-CURRENT-SW PIC X(1).
                    88  WS-SS-CURRENT         VALUE 'Y'.
                10  WS-SS-LOGGED-SW PIC X(1).
                    88  WS-SS-LOGGED          VALUE 'Y'.
                10  WS-SS-RUN-TIME PIC 9(8).
                10  WS-SS-RC       PIC 9(2).
                10  WS-SS-READ     PIC 9(9).
                10  WS-SS-WRITTEN  PIC 9(9).
                10  WS-SS-REJECT   PIC 9(9).
                10  WS-SS-SUSPEND  PIC 9(9).
                10  WS-SS-PRIOR-SW PIC X(1).
                    88  WS-SS-PRIOR           VALUE 'Y'.
                10  WS-SS-PRIOR-CYCLE PIC 9(5).
                10  WS-SS-PRIOR-READ PIC 9(9).
                10  WS-SS-AMT-ENTRY OCCURS 4 TIMES.
                    15  WS-SS-AMT-LABEL PIC X(12).
                    15  WS-SS-AMT-FLOW  PIC X(4).
                    15  WS-SS-AMT-SIDE  PIC X(1).
                    15  WS-SS-AMOUNT    PIC S9(11)V99.

        01  WS-TOLERANCE-TABLE.
            05  WS-TL-ENTRY OCCURS 60 TIMES.
                10  WS-TL-PROGRAM  PIC X(8).
                10  WS-TL-MIN-READ PIC 9(9).
                10  WS-TL-MAX-READ PIC 9(9).
                10  WS-TL-MAX-REJECT PIC 9(7).
                10  WS-TL-MAX-SUSPEND PIC 9(7).
                10  WS-TL-SWING-PCT PIC 9(3).

        01  MS-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(40)
                VALUE 'PGM48  MORNING OPERATIONS SUMMARY'.
            05  FILLER  PIC X(72) VALUE SPACES.
        01  MS-CYCLE-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(7)  VALUE 'CYCLE: '.
            05  MS-CYCLE-NO        PIC 9(5).
            05  FILLER             PIC X(17) VALUE '  BUSINESS DATE: '.
            05  MS-BUSINESS-DATE   PIC 9(8).
            05  FILLER             PIC X(75) VALUE SPACES.
        01  MS-SECTION-LINE.
            05  MS-SECTION-TEXT    PIC X(60).
            05  FILLER             PIC X(72) VALUE SPACES.
        01  MS-STEP-HEADING.
            05  FILLER             PIC X(43)
                VALUE 'SQ  PROGRAM  STATUS   RC START    END      '.
            05  FILLER             PIC X(40)
                VALUE '       READ     WRITTEN REJECTS SUSPEND '.
            05  FILLER             PIC X(19)
                VALUE ' PRIOR READ SWING  '.
            05  FILLER             PIC X(30) VALUE 'FLAGS'.
        01  MS-STEP-LINE.
            05  MS-STEP-SEQ        PIC X(2).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  MS-PROGRAM         PIC X(8).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  MS-STATUS          PIC X(8).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  MS-RC              PIC Z9.
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  MS-START-TIME      PIC X(8).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  MS-END-TIME        PIC X(8).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  MS-COUNT-GROUP.
                10  MS-READ        PIC ZZZ,ZZZ,ZZ9.
                10  FILLER         PIC X(1)  VALUE SPACES.
                10  MS-WRITTEN     PIC ZZZ,ZZZ,ZZ9.
                10  FILLER         PIC X(1)  VALUE SPACES.
                10  MS-REJECT      PIC ZZZ,ZZ9.
                10  FILLER         PIC X(1)  VALUE SPACES.
                10  MS-SUSPEND     PIC ZZZ,ZZ9.
                10  FILLER         PIC X(1)  VALUE SPACES.
            05  MS-PRIOR-GROUP.
                10  MS-PRIOR-READ  PIC ZZZ,ZZZ,ZZ9.
                10  FILLER         PIC X(1)  VALUE SPACES.
                10  MS-SWING-PCT   PIC -ZZZ9.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  MS-FLAGS.
                10  MS-FLAG        PIC X(6) OCCURS 5 TIMES.
        01  MS-AMOUNT-LINE.
            05  FILLER             PIC X(4)  VALUE SPACES.
            05  MS-AMT-PROGRAM     PIC X(8).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  MS-AMT-LABEL       PIC X(12).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  MS-AMOUNT          PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  MS-AMT-VERB        PIC X(12).
            05  MS-AMT-OTHER-PGM   PIC X(8).
            05  FILLER             PIC X(63) VALUE SPACES.
        01  MS-HAND-OFF-HEADING.
            05  FILLER             PIC X(4)  VALUE SPACES.
            05  FILLER             PIC X(10) VALUE 'FROM'.
            05  FILLER             PIC X(10) VALUE 'TO'.
            05  FILLER             PIC X(16) VALUE 'FILE'.
            05  FILLER             PIC X(21)
                VALUE '          PASSED ON  '.
            05  FILLER             PIC X(21)
                VALUE '           TAKEN IN  '.
            05  FILLER             PIC X(21)
                VALUE '         DIFFERENCE  '.
            05  FILLER             PIC X(29) VALUE 'RESULT'.
        01  MS-HAND-OFF-LINE.
            05  FILLER             PIC X(4)  VALUE SPACES.
            05  MS-HO-FROM         PIC X(8).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  MS-HO-TO           PIC X(8).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  MS-HO-FILE         PIC X(14).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  MS-HO-PASSED       PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  MS-HO-TAKEN        PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  MS-HO-DIFF         PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  MS-HO-RESULT       PIC X(16).
            05  FILLER             PIC X(13) VALUE SPACES.
        01  MS-COUNT-LINE.
            05  MS-COUNT-LABEL     PIC X(40).
            05  MS-COUNT           PIC ZZZ,ZZ9.
            05  FILLER             PIC X(85) VALUE SPACES.
        01  MS-MSG-LINE.
            05  FILLER             PIC X(10) VALUE SPACES.
            05  MS-MSG-TEXT        PIC X(60).
            05  FILLER             PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 120-LOAD-TOLERANCE-RTN.
             PERFORM 140-LOAD-RUN-LOG-RTN.
             PERFORM 160-LOAD-RUN-STATS-RTN.
             PERFORM 190-PRINT-HEADINGS-RTN.
             PERFORM 200-PRINT-STEPS-RTN.
             PERFORM 400-PRINT-AMOUNTS-RTN.
             PERFORM 500-PRINT-HAND-OFFS-RTN.
             PERFORM 900-END-OF-JOB-RTN.
             IF WS-FLAGGED-CTR > ZERO OR WS-DISAGREE-CTR > ZERO
                MOVE 4 TO RETURN-CODE
             END-IF.
        GOBACK.

      ******************************************************************
      * SUMPARM names the cycle to report when an earlier night is to
      * be reprinted; absent or zero, the latest cycle on the run log
      * is taken, or the latest on RUNSTAT when there is no log.
      ******************************************************************
       080-READ-PARM-RTN.
            OPEN INPUT SUMMARY-PARM.
            IF WS-PARM-STATUS = '35'
               CONTINUE
            ELSE
               READ SUMMARY-PARM
                 AT END
                   CONTINUE
                 NOT AT END
                   IF SP-CYCLE-NO NUMERIC
                      MOVE SP-CYCLE-NO TO WS-REPORT-CYCLE
                   END-IF
               END-READ
               CLOSE SUMMARY-PARM
            END-IF.

       090-FIND-LATEST-CYCLE-RTN.
            OPEN INPUT RUN-LOG.
            IF WS-LOG-STATUS NOT = '35'
               MOVE 'N' TO WS-LOG-EOF-SW
               PERFORM 092-SCAN-LOG-CYCLE-RTN
                  UNTIL WS-LOG-EOF
               CLOSE RUN-LOG
            END-IF.
            IF WS-REPORT-CYCLE = ZERO
               OPEN INPUT RUN-STATS
               IF WS-STATS-STATUS NOT = '35'
                  MOVE 'N' TO WS-STATS-EOF-SW
                  PERFORM 094-SCAN-STATS-CYCLE-RTN
                     UNTIL WS-STATS-EOF
                  CLOSE RUN-STATS
               END-IF
            END-IF.

       092-SCAN-LOG-CYCLE-RTN.
            READ RUN-LOG
              AT END
                SET WS-LOG-EOF TO TRUE
              NOT AT END
                IF RL-CYCLE-NO > WS-REPORT-CYCLE
                   MOVE RL-CYCLE-NO TO WS-REPORT-CYCLE
                END-IF
            END-READ.

       094-SCAN-STATS-CYCLE-RTN.
            READ RUN-STATS
              AT END
                SET WS-STATS-EOF TO TRUE
              NOT AT END
                IF RS-CYCLE-NO > WS-REPORT-CYCLE
                   MOVE RS-CYCLE-NO TO WS-REPORT-CYCLE
                END-IF
            END-READ.

      ******************************************************************
      * RSTOL carries one card per program: the fewest and most
      * records it should read (a zero maximum sets no ceiling), the
      * most it may reject and suspend, and the percentage its read
      * volume may move from the prior cycle (zero takes the house
      * default).  A program with no card is held to the swing limit
      * only.
      ******************************************************************
       120-LOAD-TOLERANCE-RTN.
            OPEN INPUT TOLERANCE-FILE.
            IF WS-TOL-STATUS = '35'
               SET WS-TOL-EOF TO TRUE
            ELSE
               PERFORM 125-READ-TOLERANCE-RTN
                  UNTIL WS-TOL-EOF
               CLOSE TOLERANCE-FILE
            END-IF.

       125-READ-TOLERANCE-RTN.
            READ TOLERANCE-FILE
              AT END
                SET WS-TOL-EOF TO TRUE
              NOT AT END
                IF WS-TOL-COUNT < WS-TOL-MAX
                   ADD 1 TO WS-TOL-COUNT
                   MOVE TL-PROGRAM
                     TO WS-TL-PROGRAM (WS-TOL-COUNT)
                   MOVE TL-MIN-READ
                     TO WS-TL-MIN-READ (WS-TOL-COUNT)
                   MOVE TL-MAX-READ
                     TO WS-TL-MAX-READ (WS-TOL-COUNT)
                   MOVE TL-MAX-REJECT
                     TO WS-TL-MAX-REJECT (WS-TOL-COUNT)
                   MOVE TL-MAX-SUSPEND
                     TO WS-TL-MAX-SUSPEND (WS-TOL-COUNT)
                   MOVE TL-SWING-PCT
                     TO WS-TL-SWING-PCT (WS-TOL-COUNT)
                END-IF
            END-READ.

      ******************************************************************
      * One table entry per step the controller logged for the cycle,
      * in the order first run; a later record for the same step (the
      * completion, or a rerun) replaces the earlier one.
      ******************************************************************
       140-LOAD-RUN-LOG-RTN.
            OPEN INPUT RUN-LOG.
            IF WS-LOG-STATUS = '35'
               SET WS-LOG-EOF TO TRUE
            ELSE
               MOVE 'N' TO WS-LOG-EOF-SW
               PERFORM 145-READ-LOG-REC-RTN
                  UNTIL WS-LOG-EOF
               CLOSE RUN-LOG
            END-IF.

       145-READ-LOG-REC-RTN.
            READ RUN-LOG
              AT END
                SET WS-LOG-EOF TO TRUE
              NOT AT END
                IF RL-CYCLE-NO = WS-REPORT-CYCLE
                   PERFORM 150-POST-STEP-RTN
                END-IF
            END-READ.

       150-POST-STEP-RTN.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 155-MATCH-STEP-RTN
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT OR WS-FOUND.
            IF NOT WS-FOUND AND WS-STEP-COUNT < WS-STEP-MAX
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-HIT-SUB
               SET WS-FOUND TO TRUE
            END-IF.
            IF WS-FOUND
               MOVE RL-STEP-SEQ TO WS-LG-SEQ (WS-HIT-SUB)
               MOVE RL-PROGRAM TO WS-LG-PROGRAM (WS-HIT-SUB)
               MOVE RL-START-TIME TO WS-LG-START (WS-HIT-SUB)
               MOVE RL-END-TIME TO WS-LG-END (WS-HIT-SUB)
               MOVE RL-RETURN-CODE TO WS-LG-RC (WS-HIT-SUB)
               MOVE RL-STEP-STATUS TO WS-LG-STATUS (WS-HIT-SUB)
            END-IF.
            IF WS-BUSINESS-DATE = ZERO
               MOVE RL-START-DATE TO WS-BUSINESS-DATE
            END-IF.

       155-MATCH-STEP-RTN.
            IF WS-LG-SEQ (WS-STEP-SUB) = RL-STEP-SEQ
               MOVE WS-STEP-SUB TO WS-HIT-SUB
               SET WS-FOUND TO TRUE
            END-IF.

      ******************************************************************
      * One table entry per program.  The cycle's own record (the
      * last one, should the program have been rerun) supplies the
      * counts and dollar totals; the latest earlier cycle supplies
      * the prior read volume the swing is measured against.
      ******************************************************************
       160-LOAD-RUN-STATS-RTN.
            OPEN INPUT RUN-STATS.
            IF WS-STATS-STATUS = '35'
               SET WS-STATS-EOF TO TRUE
            ELSE
               MOVE 'N' TO WS-STATS-EOF-SW
               PERFORM 165-READ-STATS-REC-RTN
                  UNTIL WS-STATS-EOF
               CLOSE RUN-STATS
            END-IF.

       165-READ-STATS-REC-RTN.
            READ RUN-STATS
              AT END
                SET WS-STATS-EOF TO TRUE
              NOT AT END
                IF RS-CYCLE-NO NOT > WS-REPORT-CYCLE
                   PERFORM 170-POST-STATS-RTN
                END-IF
            END-READ.

       170-POST-STATS-RTN.
            MOVE RS-PROGRAM TO WS-FIND-PGM.
            PERFORM 300-FIND-STATS-RTN.
            IF NOT WS-FOUND AND WS-STATS-COUNT < WS-STATS-MAX
               ADD 1 TO WS-STATS-COUNT
               MOVE WS-STATS-COUNT TO WS-HIT-SUB
               INITIALIZE WS-SS-ENTRY (WS-HIT-SUB)
               MOVE RS-PROGRAM TO WS-SS-PROGRAM (WS-HIT-SUB)
               MOVE 'N' TO WS-SS-CURRENT-SW (WS-HIT-SUB)
               MOVE 'N' TO WS-SS-LOGGED-SW (WS-HIT-SUB)
               MOVE 'N' TO WS-SS-PRIOR-SW (WS-HIT-SUB)
               SET WS-FOUND TO TRUE
            END-IF.
            IF WS-FOUND
               IF RS-CYCLE-NO = WS-REPORT-CYCLE
                  PERFORM 175-TAKE-CURRENT-STATS-RTN
               ELSE
                  IF RS-CYCLE-NO NOT < WS-SS-PRIOR-CYCLE (WS-HIT-SUB)
                     MOVE 'Y' TO WS-SS-PRIOR-SW (WS-HIT-SUB)
                     MOVE RS-CYCLE-NO
                       TO WS-SS-PRIOR-CYCLE (WS-HIT-SUB)
                     MOVE RS-READ-CTR
                       TO WS-SS-PRIOR-READ (WS-HIT-SUB)
                  END-IF
               END-IF
            END-IF.

       175-TAKE-CURRENT-STATS-RTN.
            MOVE 'Y' TO WS-SS-CURRENT-SW (WS-HIT-SUB).
            MOVE RS-RUN-TIME TO WS-SS-RUN-TIME (WS-HIT-SUB).
            MOVE RS-RETURN-CODE TO WS-SS-RC (WS-HIT-SUB).
            MOVE RS-READ-CTR TO WS-SS-READ (WS-HIT-SUB).
            MOVE RS-WRITTEN-CTR TO WS-SS-WRITTEN (WS-HIT-SUB).
            MOVE RS-REJECT-CTR TO WS-SS-REJECT (WS-HIT-SUB).
            MOVE RS-SUSPEND-CTR TO WS-SS-SUSPEND (WS-HIT-SUB).
            PERFORM 180-TAKE-AMOUNT-RTN
               VARYING WS-AMT-SUB FROM 1 BY 1
               UNTIL WS-AMT-SUB > 4.
            IF WS-BUSINESS-DATE = ZERO
               MOVE RS-RUN-DATE TO WS-BUSINESS-DATE
            END-IF.

       180-TAKE-AMOUNT-RTN.
            MOVE RS-AMOUNT-ENTRY (WS-AMT-SUB)
              TO WS-SS-AMT-ENTRY (WS-HIT-SUB, WS-AMT-SUB).

       190-PRINT-HEADINGS-RTN.
            MOVE WS-REPORT-CYCLE TO MS-CYCLE-NO.
            MOVE WS-BUSINESS-DATE TO MS-BUSINESS-DATE.
            WRITE SUMMARY-RPT-REC FROM MS-TITLE-LINE.
            WRITE SUMMARY-RPT-REC FROM MS-CYCLE-LINE.
            MOVE SPACES TO SUMMARY-RPT-REC.
            WRITE SUMMARY-RPT-REC.

      ******************************************************************
      * The steps in the order the controller ran them, each beside
      * its run statistics, then any program that reported for the
      * cycle without running under the controller.
      ******************************************************************
       200-PRINT-STEPS-RTN.
            MOVE 'STEP OUTCOMES AND RECORD COUNTS' TO MS-SECTION-TEXT.
            WRITE SUMMARY-RPT-REC FROM MS-SECTION-LINE.
            WRITE SUMMARY-RPT-REC FROM MS-STEP-HEADING.
            PERFORM 210-PRINT-STEP-RTN
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
            PERFORM 250-PRINT-UNLOGGED-RTN
               VARYING WS-STATS-SUB FROM 1 BY 1
               UNTIL WS-STATS-SUB > WS-STATS-COUNT.

       210-PRINT-STEP-RTN.
            MOVE SPACES TO MS-FLAGS.
            MOVE ZERO TO WS-FLAG-SUB.
            MOVE WS-LG-SEQ (WS-STEP-SUB) TO MS-STEP-SEQ.
            MOVE WS-LG-PROGRAM (WS-STEP-SUB) TO MS-PROGRAM.
            MOVE WS-LG-RC (WS-STEP-SUB) TO MS-RC.
            EVALUATE WS-LG-STATUS (WS-STEP-SUB)
               WHEN 'C'
                 MOVE 'COMPLETE' TO MS-STATUS
               WHEN 'F'
                 MOVE 'FAILED' TO MS-STATUS
                 MOVE 'FAIL' TO WS-FLAG-TEXT
                 PERFORM 320-ADD-FLAG-RTN
               WHEN OTHER
                 MOVE 'STARTED' TO MS-STATUS
                 MOVE 'FAIL' TO WS-FLAG-TEXT
                 PERFORM 320-ADD-FLAG-RTN
            END-EVALUATE.
            MOVE WS-LG-START (WS-STEP-SUB) TO WS-TIME-WORK.
            PERFORM 230-EDIT-TIME-RTN.
            MOVE WS-TIME-EDIT TO MS-START-TIME.
            IF WS-LG-END (WS-STEP-SUB) = ZERO
               MOVE SPACES TO MS-END-TIME
            ELSE
               MOVE WS-LG-END (WS-STEP-SUB) TO WS-TIME-WORK
               PERFORM 230-EDIT-TIME-RTN
               MOVE WS-TIME-EDIT TO MS-END-TIME
            END-IF.
            MOVE WS-LG-PROGRAM (WS-STEP-SUB) TO WS-FIND-PGM.
            PERFORM 300-FIND-STATS-RTN.
            IF WS-FOUND
               IF WS-SS-CURRENT (WS-HIT-SUB)
                  MOVE 'Y' TO WS-SS-LOGGED-SW (WS-HIT-SUB)
                  PERFORM 310-CHECK-STATS-RTN
               ELSE
                  MOVE 'N' TO WS-FOUND-SW
               END-IF
            END-IF.
            IF NOT WS-FOUND
               MOVE SPACES TO MS-COUNT-GROUP
               MOVE SPACES TO MS-PRIOR-GROUP
               MOVE 'NOSTAT' TO WS-FLAG-TEXT
               PERFORM 320-ADD-FLAG-RTN
            END-IF.
            IF WS-FLAG-SUB > ZERO
               ADD 1 TO WS-FLAGGED-CTR
            END-IF.
            WRITE SUMMARY-RPT-REC FROM MS-STEP-LINE.

       230-EDIT-TIME-RTN.
            MOVE WS-TIME-HH TO WS-EDIT-HH.
            MOVE WS-TIME-MM TO WS-EDIT-MM.
            MOVE WS-TIME-SS TO WS-EDIT-SS.

       250-PRINT-UNLOGGED-RTN.
            IF WS-SS-CURRENT (WS-STATS-SUB) AND
               NOT WS-SS-LOGGED (WS-STATS-SUB)
               MOVE SPACES TO MS-FLAGS
               MOVE ZERO TO WS-FLAG-SUB
               MOVE '--' TO MS-STEP-SEQ
               MOVE WS-SS-PROGRAM (WS-STATS-SUB) TO MS-PROGRAM
               MOVE 'NOT LOGD' TO MS-STATUS
               MOVE WS-SS-RC (WS-STATS-SUB) TO MS-RC
               IF WS-SS-RC (WS-STATS-SUB) > 4
                  MOVE 'FAIL' TO WS-FLAG-TEXT
                  PERFORM 320-ADD-FLAG-RTN
               END-IF
               MOVE SPACES TO MS-START-TIME
               MOVE WS-SS-RUN-TIME (WS-STATS-SUB) TO WS-TIME-WORK
               PERFORM 230-EDIT-TIME-RTN
               MOVE WS-TIME-EDIT TO MS-END-TIME
               MOVE WS-STATS-SUB TO WS-HIT-SUB
               PERFORM 310-CHECK-STATS-RTN
               IF WS-FLAG-SUB > ZERO
                  ADD 1 TO WS-FLAGGED-CTR
               END-IF
               WRITE SUMMARY-RPT-REC FROM MS-STEP-LINE
            END-IF.

       300-FIND-STATS-RTN.
            MOVE 'N' TO WS-FOUND-SW.
            PERFORM 305-MATCH-STATS-RTN
               VARYING WS-STATS-SUB FROM 1 BY 1
               UNTIL WS-STATS-SUB > WS-STATS-COUNT OR WS-FOUND.

       305-MATCH-STATS-RTN.
            IF WS-SS-PROGRAM (WS-STATS-SUB) = WS-FIND-PGM
               MOVE WS-STATS-SUB TO WS-HIT-SUB
               SET WS-FOUND TO TRUE
            END-IF.

      ******************************************************************
      * Counts are held to the program's RSTOL card; the read volume
      * is measured against the prior cycle the program reported.
      ******************************************************************
       310-CHECK-STATS-RTN.
            ADD 1 TO WS-STATS-PGM-CTR.
            MOVE WS-SS-READ (WS-HIT-SUB) TO MS-READ.
            MOVE WS-SS-WRITTEN (WS-HIT-SUB) TO MS-WRITTEN.
            MOVE WS-SS-REJECT (WS-HIT-SUB) TO MS-REJECT.
            MOVE WS-SS-SUSPEND (WS-HIT-SUB) TO MS-SUSPEND.
            PERFORM 330-FIND-TOLERANCE-RTN.
            IF WS-TOL-FOUND
               IF WS-SS-REJECT (WS-HIT-SUB) >
                    WS-TL-MAX-REJECT (WS-TOL-HIT)
                  MOVE 'REJ' TO WS-FLAG-TEXT
                  PERFORM 320-ADD-FLAG-RTN
               END-IF
               IF WS-SS-SUSPEND (WS-HIT-SUB) >
                    WS-TL-MAX-SUSPEND (WS-TOL-HIT)
                  MOVE 'SUSP' TO WS-FLAG-TEXT
                  PERFORM 320-ADD-FLAG-RTN
               END-IF
               IF WS-SS-READ (WS-HIT-SUB) <
                    WS-TL-MIN-READ (WS-TOL-HIT)
                  MOVE 'LOW' TO WS-FLAG-TEXT
                  PERFORM 320-ADD-FLAG-RTN
               END-IF
               IF WS-TL-MAX-READ (WS-TOL-HIT) > ZERO AND
                  WS-SS-READ (WS-HIT-SUB) >
                    WS-TL-MAX-READ (WS-TOL-HIT)
                  MOVE 'HIGH' TO WS-FLAG-TEXT
                  PERFORM 320-ADD-FLAG-RTN
               END-IF
            END-IF.
            IF WS-SS-PRIOR (WS-HIT-SUB)
               MOVE WS-SS-PRIOR-READ (WS-HIT-SUB) TO MS-PRIOR-READ
               PERFORM 340-CHECK-SWING-RTN
            ELSE
               MOVE SPACES TO MS-PRIOR-GROUP
            END-IF.

       320-ADD-FLAG-RTN.
            IF WS-FLAG-SUB < 5
               ADD 1 TO WS-FLAG-SUB
               MOVE WS-FLAG-TEXT TO MS-FLAG (WS-FLAG-SUB)
            END-IF.

       330-FIND-TOLERANCE-RTN.
            MOVE 'N' TO WS-TOL-FOUND-SW.
            MOVE WS-DEFAULT-SWING-PCT TO WS-SWING-LIMIT.
            PERFORM 335-MATCH-TOLERANCE-RTN
               VARYING WS-TOL-SUB FROM 1 BY 1
               UNTIL WS-TOL-SUB > WS-TOL-COUNT OR WS-TOL-FOUND.

       335-MATCH-TOLERANCE-RTN.
            IF WS-TL-PROGRAM (WS-TOL-SUB) = WS-SS-PROGRAM (WS-HIT-SUB)
               MOVE WS-TOL-SUB TO WS-TOL-HIT
               SET WS-TOL-FOUND TO TRUE
               IF WS-TL-SWING-PCT (WS-TOL-SUB) > ZERO
                  MOVE WS-TL-SWING-PCT (WS-TOL-SUB) TO WS-SWING-LIMIT
               END-IF
            END-IF.

      ******************************************************************
      * A program that read nothing last cycle has no base to swing
      * from; its volume is shown but not flagged.
      ******************************************************************
       340-CHECK-SWING-RTN.
            IF WS-SS-PRIOR-READ (WS-HIT-SUB) = ZERO
               MOVE ZERO TO MS-SWING-PCT
            ELSE
               COMPUTE WS-SWING-PCT ROUNDED =
                  (WS-SS-READ (WS-HIT-SUB) -
                   WS-SS-PRIOR-READ (WS-HIT-SUB)) * 100 /
                   WS-SS-PRIOR-READ (WS-HIT-SUB)
                  ON SIZE ERROR
                    MOVE 9999 TO WS-SWING-PCT
               END-COMPUTE
               IF WS-SWING-PCT > 9999
                  MOVE 9999 TO WS-SWING-PCT
               END-IF
               MOVE WS-SWING-PCT TO MS-SWING-PCT
               IF WS-SWING-PCT < ZERO
                  COMPUTE WS-SWING-ABS = ZERO - WS-SWING-PCT
               ELSE
                  MOVE WS-SWING-PCT TO WS-SWING-ABS
               END-IF
               IF WS-SWING-ABS > WS-SWING-LIMIT
                  MOVE 'SWING' TO WS-FLAG-TEXT
                  PERFORM 320-ADD-FLAG-RTN
               END-IF
            END-IF.

      ******************************************************************
      * Every dollar total the programs reported for the cycle.  An
      * amount stamped with a hand-off flow is also gathered here into
      * the passed-on or taken-in side of that flow.
      ******************************************************************
       400-PRINT-AMOUNTS-RTN.
            INITIALIZE WS-FLOW-TOTALS.
            MOVE SPACES TO SUMMARY-RPT-REC.
            WRITE SUMMARY-RPT-REC.
            MOVE 'DOLLAR TOTALS REPORTED' TO MS-SECTION-TEXT.
            WRITE SUMMARY-RPT-REC FROM MS-SECTION-LINE.
            PERFORM 410-PRINT-PGM-AMOUNTS-RTN
               VARYING WS-STATS-SUB FROM 1 BY 1
               UNTIL WS-STATS-SUB > WS-STATS-COUNT.

       410-PRINT-PGM-AMOUNTS-RTN.
            IF WS-SS-CURRENT (WS-STATS-SUB)
               PERFORM 420-PRINT-AMOUNT-LINE-RTN
                  VARYING WS-AMT-SUB FROM 1 BY 1
                  UNTIL WS-AMT-SUB > 4
            END-IF.

       420-PRINT-AMOUNT-LINE-RTN.
            IF WS-SS-AMT-LABEL (WS-STATS-SUB, WS-AMT-SUB) NOT = SPACES
               MOVE WS-SS-PROGRAM (WS-STATS-SUB) TO MS-AMT-PROGRAM
               MOVE WS-SS-AMT-LABEL (WS-STATS-SUB, WS-AMT-SUB)
                 TO MS-AMT-LABEL
               MOVE WS-SS-AMOUNT (WS-STATS-SUB, WS-AMT-SUB)
                 TO MS-AMOUNT
               MOVE SPACES TO MS-AMT-VERB
               MOVE SPACES TO MS-AMT-OTHER-PGM
               IF WS-SS-AMT-FLOW (WS-STATS-SUB, WS-AMT-SUB)
                    NOT = SPACES
                  PERFORM 430-GATHER-FLOW-RTN
               END-IF
               WRITE SUMMARY-RPT-REC FROM MS-AMOUNT-LINE
            END-IF.

       430-GATHER-FLOW-RTN.
            MOVE 'N' TO WS-FLOW-FOUND-SW.
            PERFORM 435-MATCH-FLOW-RTN
               VARYING WS-FLOW-SUB FROM 1 BY 1
               UNTIL WS-FLOW-SUB > WS-FLOW-COUNT OR WS-FLOW-FOUND.
            IF WS-FLOW-FOUND
               IF WS-SS-AMT-SIDE (WS-STATS-SUB, WS-AMT-SUB) = 'O'
                  MOVE 'HANDED TO' TO MS-AMT-VERB
                  MOVE WS-FLOW-TO (WS-FLOW-HIT) TO MS-AMT-OTHER-PGM
                  MOVE 'Y' TO WS-FT-PASSED-SW (WS-FLOW-HIT)
                  ADD WS-SS-AMOUNT (WS-STATS-SUB, WS-AMT-SUB)
                    TO WS-FT-PASSED (WS-FLOW-HIT)
               ELSE
                  MOVE 'TAKEN FROM' TO MS-AMT-VERB
                  MOVE WS-FLOW-FROM (WS-FLOW-HIT) TO MS-AMT-OTHER-PGM
                  MOVE 'Y' TO WS-FT-TAKEN-SW (WS-FLOW-HIT)
                  ADD WS-SS-AMOUNT (WS-STATS-SUB, WS-AMT-SUB)
                    TO WS-FT-TAKEN (WS-FLOW-HIT)
               END-IF
            END-IF.

       435-MATCH-FLOW-RTN.
            IF WS-FLOW-CODE (WS-FLOW-SUB) =
                 WS-SS-AMT-FLOW (WS-STATS-SUB, WS-AMT-SUB)
               MOVE WS-FLOW-SUB TO WS-FLOW-HIT
               SET WS-FLOW-FOUND TO TRUE
            END-IF.

      ******************************************************************
      * Each hand-off agrees when what the sending step passed on is
      * exactly what the receiving step took in.  A side that never
      * reported is an exception only when the other side moved money.
      ******************************************************************
       500-PRINT-HAND-OFFS-RTN.
            MOVE SPACES TO SUMMARY-RPT-REC.
            WRITE SUMMARY-RPT-REC.
            MOVE 'DOLLAR HAND-OFFS BETWEEN STEPS' TO MS-SECTION-TEXT.
            WRITE SUMMARY-RPT-REC FROM MS-SECTION-LINE.
            WRITE SUMMARY-RPT-REC FROM MS-HAND-OFF-HEADING.
            PERFORM 510-PRINT-HAND-OFF-RTN
               VARYING WS-FLOW-SUB FROM 1 BY 1
               UNTIL WS-FLOW-SUB > WS-FLOW-COUNT.

       510-PRINT-HAND-OFF-RTN.
            MOVE WS-FLOW-FROM (WS-FLOW-SUB) TO MS-HO-FROM.
            MOVE WS-FLOW-TO (WS-FLOW-SUB) TO MS-HO-TO.
            MOVE WS-FLOW-FILE (WS-FLOW-SUB) TO MS-HO-FILE.
            MOVE WS-FT-PASSED (WS-FLOW-SUB) TO MS-HO-PASSED.
            MOVE WS-FT-TAKEN (WS-FLOW-SUB) TO MS-HO-TAKEN.
            COMPUTE WS-HAND-OFF-DIFF = WS-FT-PASSED (WS-FLOW-SUB)
                                     - WS-FT-TAKEN (WS-FLOW-SUB).
            MOVE WS-HAND-OFF-DIFF TO MS-HO-DIFF.
            EVALUATE TRUE
               WHEN WS-FT-PASSED-SW (WS-FLOW-SUB) = 'Y' AND
                    WS-FT-TAKEN-SW (WS-FLOW-SUB) = 'Y'
                 IF WS-HAND-OFF-DIFF = ZERO
                    MOVE 'AGREES' TO MS-HO-RESULT
                 ELSE
                    MOVE 'DOES NOT AGREE' TO MS-HO-RESULT
                    ADD 1 TO WS-DISAGREE-CTR
                 END-IF
               WHEN WS-FT-PASSED-SW (WS-FLOW-SUB) NOT = 'Y' AND
                    WS-FT-TAKEN-SW (WS-FLOW-SUB) NOT = 'Y'
                 MOVE 'NOT RUN' TO MS-HO-RESULT
               WHEN WS-HAND-OFF-DIFF = ZERO
                 MOVE 'NO ACTIVITY' TO MS-HO-RESULT
               WHEN WS-FT-PASSED-SW (WS-FLOW-SUB) = 'Y'
                 MOVE 'NOT TAKEN IN' TO MS-HO-RESULT
                 ADD 1 TO WS-DISAGREE-CTR
               WHEN OTHER
                 MOVE 'NOT PASSED ON' TO MS-HO-RESULT
                 ADD 1 TO WS-DISAGREE-CTR
            END-EVALUATE.
            WRITE SUMMARY-RPT-REC FROM MS-HAND-OFF-LINE.

       800-INITIALIZATION-RTN.
            OPEN OUTPUT SUMMARY-RPT.
            PERFORM 080-READ-PARM-RTN.
            IF WS-REPORT-CYCLE = ZERO
               PERFORM 090-FIND-LATEST-CYCLE-RTN
            END-IF.

       900-END-OF-JOB-RTN.
            MOVE SPACES TO SUMMARY-RPT-REC.
            WRITE SUMMARY-RPT-REC.
            MOVE 'STEPS ON THE RUN LOG' TO MS-COUNT-LABEL.
            MOVE WS-STEP-COUNT TO MS-COUNT.
            WRITE SUMMARY-RPT-REC FROM MS-COUNT-LINE.
            MOVE 'PROGRAMS REPORTING RUN STATISTICS'
              TO MS-COUNT-LABEL.
            MOVE WS-STATS-PGM-CTR TO MS-COUNT.
            WRITE SUMMARY-RPT-REC FROM MS-COUNT-LINE.
            MOVE 'STEPS FLAGGED' TO MS-COUNT-LABEL.
            MOVE WS-FLAGGED-CTR TO MS-COUNT.
            WRITE SUMMARY-RPT-REC FROM MS-COUNT-LINE.
            MOVE 'HAND-OFFS NOT IN AGREEMENT' TO MS-COUNT-LABEL.
            MOVE WS-DISAGREE-CTR TO MS-COUNT.
            WRITE SUMMARY-RPT-REC FROM MS-COUNT-LINE.
            MOVE SPACES TO SUMMARY-RPT-REC.
            WRITE SUMMARY-RPT-REC.
            IF WS-FLAGGED-CTR > ZERO OR WS-DISAGREE-CTR > ZERO
               MOVE 'EXCEPTIONS FLAGGED - REVIEW BEFORE RELEASING WORK'
                 TO MS-MSG-TEXT
            ELSE
               MOVE 'CYCLE CLEAN - COUNTS IN TOLERANCE, HAND-OFFS AGREE'
                 TO MS-MSG-TEXT
            END-IF.
            WRITE SUMMARY-RPT-REC FROM MS-MSG-LINE.
            CLOSE SUMMARY-RPT.
