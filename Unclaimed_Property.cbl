      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Annual unclaimed-property (escheatment) run.  Finds
      *           the money held for customers that the states will
      *           claim once it has lain dormant: credit balances on
      *           DATA13N, credit balances left on purged accounts in
      *           ARCH13, and PGM98 refund checks still outstanding on
      *           OUTCHK.  Each item is watched on ESCWTCH from the
      *           run that first finds it; a change in amount is owner
      *           activity and restarts the clock, and an item gone
      *           from its source has been claimed and comes off the
      *           watch file.  The dormancy period is the owner
      *           state's (CM-STATE-OUT, the holder's state when the
      *           owner state is unknown) from the DORMTBL cards,
      *           counted in 360/30 day years from the last activity
      *           to the ESCPARM cutoff date.  ESCPARM function 'N',
      *           run ahead of the filing deadline, prints the
      *           due-diligence notice letter on ESCLTR to the last
      *           known address of every dormant item at or over the
      *           state's notice minimum.  Function 'R', the report
      *           run, remits what was noticed without reply and the
      *           dormant items under the minimum: ESCHLD carries the
      *           holder report grouped by owner state with state and
      *           holder totals, credit balances on the master go out
      *           as type-A adjustments on side batch ESCA13T for the
      *           PGM96 recycle to consolidate, remitted refund checks
      *           are voided on OUTCHK and passed on ESCVOID to PGM62
      *           to be sent to the bank as voids, and the checks and
      *           archived credits go to the GL on GLFEED.  Every
      *           change is journaled on AUDITJNL.  A rerun on the
      *           same business date repeats the same notices or
      *           remittances; an item remitted in an earlier year is
      *           not remitted again.  The register lists each item by
      *           owner state with its action and totals the dormant
      *           exposure; RETURN-CODE 8 when the holder file does
      *           not tie to the remittances.
      *           Each run appends its counts and control totals to
      *           RUNSTAT for the PGM48 operations summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGM53.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE    ASSIGN TO ESCPARM
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DORMANCY-FILE ASSIGN TO DORMTBL
               FILE STATUS IS WS-DORM-STATUS.
           SELECT NEW-MASTER ASSIGN TO DATA13N
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO-OUT
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCH13
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OUTSTANDING-FILE ASSIGN TO OUTCHK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CHECK-KEY
               FILE STATUS IS WS-OUT-STATUS.
           SELECT WATCH-FILE ASSIGN TO ESCWTCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EW-KEY
               FILE STATUS IS WS-WATCH-STATUS.
           SELECT ESC-WORK     ASSIGN TO ESCWK1.
           SELECT ESC-SORTED   ASSIGN TO ESCWK2.
           SELECT ESC-SORT-WK  ASSIGN TO "ESCSRTW".
           SELECT LETTER-FILE  ASSIGN TO ESCLTR.
           SELECT HOLDER-FILE  ASSIGN TO ESCHLD.
           SELECT ESCHEAT-ADJ  ASSIGN TO ESCA13T.
           SELECT GL-FEED      ASSIGN TO GLFEED.
           SELECT ESCHEAT-VOID ASSIGN TO ESCVOID.
           SELECT AUDIT-JOURNAL ASSIGN TO AUDITJNL.
           SELECT ESCHEAT-RPT  ASSIGN TO RPT13P.
           SELECT RUN-CONTROL  ASSIGN TO RUNCTL.
           SELECT RUN-STATS    ASSIGN TO RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
       LABEL RECORDS ARE STANDARD.
            01  PARM-REC.
             05 EP-FUNCTION      PIC X(1).
                88 EP-NOTICE-RUN     VALUE 'N'.
                88 EP-REPORT-RUN     VALUE 'R'.
             05 EP-CUTOFF-DATE   PIC 9(8).
             05 EP-REPLY-BY-DATE PIC 9(8).
             05 EP-HOLDER-STATE  PIC X(2).
             05 EP-HOLDER-ID     PIC X(10).
             05 EP-HOLDER-NAME   PIC X(25).
             05                  PIC X(26).

      ******************************************************************
      * One card per state: years of dormancy for a credit balance and
      * for an uncashed check, and the amount below which no
      * due-diligence notice is required.
      ******************************************************************
       FD DORMANCY-FILE
       LABEL RECORDS ARE STANDARD.
            01  DORMANCY-REC.
             05 DT-STATE         PIC X(2).
             05 DT-CREDIT-YEARS  PIC 9(2).
             05 DT-CHECK-YEARS   PIC 9(2).
             05 DT-NOTICE-MIN    PIC 9(5)V99.
             05                  PIC X(67).

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

       FD ARCHIVE-FILE
       LABEL RECORDS ARE STANDARD.
            01  ARCHIVE-REC.
             05 AR-PURGE-DATE     PIC 9(8).
             05 AR-MASTER-REC.
                10 AR-ACCT-NO        PIC X(5).
                10 AR-AMOUNT-DUE     PIC S9(7)V99.
                10 AR-CUST-NAME      PIC X(25).
                10 AR-ADDRESS        PIC X(30).
                10 AR-CREDIT-LIMIT   PIC S9(7)V99.
                10 AR-OPEN-DATE      PIC 9(8).
                10 AR-ACCT-STATUS    PIC X(1).
                10 AR-DUE-DATE       PIC 9(8).
                10 AR-MIN-PAYMENT    PIC S9(7)V99.
                10 AR-NSF-COUNT      PIC 9(2).
                10 AR-CITY           PIC X(15).
                10 AR-STATE          PIC X(2).
                10 AR-ZIP            PIC X(9).
                10                   PIC X(8).

       FD OUTSTANDING-FILE
       LABEL RECORDS ARE STANDARD.
            01  OUTSTANDING-REC.
           COPY OUTCHKRC.

      ******************************************************************
      * One entry per item being watched, keyed by source ('M' master
      * credit, 'A' archived credit, 'K' refund check) and item - the
      * account number, or the check number for a check.  The activity
      * date is what dormancy is counted from; the status moves from
      * 'W' watched to 'N' noticed to 'R' remitted.
      ******************************************************************
       FD WATCH-FILE
       LABEL RECORDS ARE STANDARD.
            01  WATCH-REC.
             05 EW-KEY.
                10 EW-SOURCE         PIC X(1).
                   88 EW-MASTER-CREDIT   VALUE 'M'.
                   88 EW-ARCHIVE-CREDIT  VALUE 'A'.
                   88 EW-REFUND-CHECK    VALUE 'K'.
                10 EW-ITEM-ID        PIC X(6).
             05 EW-ACCT-NO           PIC X(5).
             05 EW-AMOUNT            PIC S9(7)V99.
             05 EW-ACTIVITY-DATE     PIC 9(8).
             05 EW-FIRST-SEEN-DATE   PIC 9(8).
             05 EW-LAST-SEEN-DATE    PIC 9(8).
             05 EW-OWNER-STATE       PIC X(2).
             05 EW-STATUS            PIC X(1).
                88 EW-WATCHED            VALUE 'W'.
                88 EW-NOTICED            VALUE 'N'.
                88 EW-REMITTED           VALUE 'R'.
             05 EW-NOTICE-DATE       PIC 9(8).
             05 EW-REMIT-DATE        PIC 9(8).
             05                      PIC X(16).

       FD ESC-WORK
       LABEL RECORDS ARE STANDARD.
            01  ESC-WORK-REC.
             05 WK-OWNER-STATE    PIC X(2).
             05 WK-ACCT-NO        PIC X(5).
             05 WK-SOURCE         PIC X(1).
             05 WK-ITEM-ID        PIC X(6).
             05 WK-OWNER-NAME     PIC X(25).
             05 WK-ADDRESS        PIC X(30).
             05 WK-CITY           PIC X(15).
             05 WK-ZIP            PIC X(9).
             05 WK-AMOUNT         PIC S9(7)V99.
             05 WK-ACTIVITY-DATE  PIC 9(8).
             05 WK-ACTION         PIC X(1).
             05                   PIC X(9).

       SD  ESC-SORT-WK.
            01  ESC-SORT-REC.
             05 ES-OWNER-STATE    PIC X(2).
             05 ES-ACCT-NO        PIC X(5).
             05 ES-SOURCE         PIC X(1).
             05 ES-ITEM-ID        PIC X(6).
             05                   PIC X(106).

       FD ESC-SORTED
       LABEL RECORDS ARE STANDARD.
            01  ESC-SORTED-REC.
             05 EO-OWNER-STATE    PIC X(2).
             05 EO-ACCT-NO        PIC X(5).
             05 EO-SOURCE         PIC X(1).
                88 EO-MASTER-CREDIT   VALUE 'M'.
                88 EO-ARCHIVE-CREDIT  VALUE 'A'.
                88 EO-REFUND-CHECK    VALUE 'K'.
             05 EO-ITEM-ID        PIC X(6).
             05 EO-OWNER-NAME     PIC X(25).
             05 EO-ADDRESS        PIC X(30).
             05 EO-CITY           PIC X(15).
             05 EO-ZIP            PIC X(9).
             05 EO-AMOUNT         PIC S9(7)V99.
             05 EO-ACTIVITY-DATE  PIC 9(8).
             05 EO-ACTION         PIC X(1).
                88 EO-SEND-NOTICE     VALUE 'N'.
                88 EO-AWAIT-REPLY     VALUE 'P'.
                88 EO-BELOW-MINIMUM   VALUE 'B'.
                88 EO-HELD            VALUE 'H'.
                88 EO-REMIT           VALUE 'R'.
             05                   PIC X(9).

       FD LETTER-FILE
       LABEL RECORDS ARE OMITTED.
            01  LETTER-REC PIC X(80).

      ******************************************************************
      * The state holder report: holder header, then for each owner
      * state a state header, one detail per property item and the
      * state total, closed by the holder trailer.  Credit balances
      * report as property type MS09, uncashed refund checks as CK15.
      ******************************************************************
       FD HOLDER-FILE
       LABEL RECORDS ARE STANDARD.
            01  HOLDER-HDR-REC.
             05 HH-REC-TYPE       PIC X(1).
             05 HH-HOLDER-ID      PIC X(10).
             05 HH-HOLDER-NAME    PIC X(25).
             05 HH-HOLDER-STATE   PIC X(2).
             05 HH-REPORT-DATE    PIC 9(8).
             05 HH-CUTOFF-DATE    PIC 9(8).
             05                   PIC X(66).
            01  HOLDER-STATE-REC.
             05 HS-REC-TYPE       PIC X(1).
             05 HS-OWNER-STATE    PIC X(2).
             05 HS-HOLDER-ID      PIC X(10).
             05                   PIC X(107).
            01  HOLDER-DETAIL-REC.
             05 HD-REC-TYPE       PIC X(1).
             05 HD-OWNER-STATE    PIC X(2).
             05 HD-PROPERTY-TYPE  PIC X(4).
             05 HD-ACCT-NO        PIC X(5).
             05 HD-CHECK-NO       PIC X(6).
             05 HD-OWNER-NAME     PIC X(25).
             05 HD-ADDRESS        PIC X(30).
             05 HD-CITY           PIC X(15).
             05 HD-ZIP            PIC X(9).
             05 HD-AMOUNT         PIC 9(7)V99.
             05 HD-LAST-ACTIVITY  PIC 9(8).
             05                   PIC X(6).
            01  HOLDER-TOTAL-REC.
             05 HT-REC-TYPE       PIC X(1).
             05 HT-OWNER-STATE    PIC X(2).
             05 HT-ITEM-CTR       PIC 9(7).
             05 HT-AMOUNT         PIC 9(11)V99.
             05                   PIC X(97).
            01  HOLDER-TRL-REC.
             05 HZ-REC-TYPE       PIC X(1).
             05 HZ-HOLDER-ID      PIC X(10).
             05 HZ-STATE-CTR      PIC 9(5).
             05 HZ-ITEM-CTR       PIC 9(7).
             05 HZ-AMOUNT         PIC 9(11)V99.
             05                   PIC X(84).

      ******************************************************************
      * Each refund check voided for the state, for PGM62 to send to
      * the bank as a void on the next positive-pay file.
      ******************************************************************
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

       FD ESCHEAT-ADJ
       LABEL RECORDS ARE STANDARD.
            01  TRANS-REC.
             05 T-ACCT-NO                PIC X(5).
             05 AMT-TRANS-IN-CURRENT-PER PIC S9(7)V99.
             05 T-TRANS-TYPE             PIC X(1).
             05 T-REF-TRANS-NO           PIC 9(6).
             05 T-TRANS-DATE             PIC 9(8).
             05 T-SOURCE-CODE            PIC X(1).
             05                          PIC X(70).
            01  TRANS-HDR-REC.
             05 TH-HDR-ACCT-NO           PIC X(5).
             05 TH-REC-ID                PIC X(1).
             05 TH-FILE-DATE             PIC 9(8).
             05 TH-SOURCE-ID             PIC X(8).
             05                          PIC X(78).
            01  TRANS-TRL-REC.
             05 TT-TRL-ACCT-NO           PIC X(5).
             05 TT-REC-ID                PIC X(1).
             05 TT-REC-COUNT             PIC 9(7).
             05 TT-HASH-TOTAL            PIC S9(11)V99.
             05                          PIC X(74).

       FD GL-FEED
       LABEL RECORDS ARE STANDARD.
            01  GL-FEED-REC.
            COPY GLFEEDRC.

       FD AUDIT-JOURNAL
       LABEL RECORDS ARE STANDARD.
            01  AUDIT-JOURNAL-REC.
           COPY AUDITREC.

       FD ESCHEAT-RPT
       LABEL RECORDS ARE OMITTED.
            01  ESCHEAT-RPT-REC PIC X(80).

       FD RUN-CONTROL
       LABEL RECORDS ARE STANDARD.
            01  RUN-CONTROL-REC.
           COPY RUNCTLRC.

       FD RUN-STATS
       LABEL RECORDS ARE STANDARD.
            01  RUN-STATS-REC.
           COPY RUNSTRC.

       WORKING-STORAGE SECTION.
        77  WS-PARM-STATUS         PIC X(2).
        77  WS-DORM-STATUS         PIC X(2).
        77  WS-MASTER-STATUS       PIC X(2).
        77  WS-ARCH-STATUS         PIC X(2).
        77  WS-OUT-STATUS          PIC X(2).
        77  WS-WATCH-STATUS        PIC X(2).
        77  WS-CYCLE-NO            PIC 9(5) VALUE ZERO.
        77  WS-CUTOFF-DATE         PIC 9(8) VALUE ZERO.
        77  WS-REPLY-BY-DATE       PIC 9(8) VALUE ZERO.
        77  WS-HOLDER-STATE        PIC X(2) VALUE SPACES.
        77  WS-DEFAULT-CREDIT-YRS  PIC 9(2) VALUE 3.
        77  WS-DEFAULT-CHECK-YRS   PIC 9(2) VALUE 3.
        77  WS-DEFAULT-NOTICE-MIN  PIC 9(5)V99 VALUE 50.00.
        77  WS-DORM-MAX            PIC 9(3) COMP VALUE 60.
        77  WS-DORM-COUNT          PIC 9(3) COMP VALUE ZERO.
        77  WS-DORM-SUB            PIC 9(3) COMP VALUE ZERO.
        77  WS-SOURCE-SUB          PIC 9(1) COMP VALUE ZERO.
        77  WS-DORMANT-YEARS       PIC 9(2) VALUE ZERO.
        77  WS-NOTICE-MIN          PIC 9(5)V99 VALUE ZERO.
        77  WS-DORMANT-DAYS        PIC S9(7) VALUE ZERO.
        77  WS-ITEM-AMT            PIC S9(7)V99 VALUE ZERO.
        77  WS-ITEM-BASE-DATE      PIC 9(8) VALUE ZERO.
        77  WS-ITEM-ACTION         PIC X(1) VALUE SPACE.
        77  WS-CREDIT-READ-CTR     PIC 9(7) VALUE ZERO.
        77  WS-ARCHIVE-READ-CTR    PIC 9(7) VALUE ZERO.
        77  WS-CHECK-READ-CTR      PIC 9(7) VALUE ZERO.
        77  WS-NOT-DORMANT-CTR     PIC 9(7) VALUE ZERO.
        77  WS-NOT-DORMANT-AMT     PIC S9(11)V99 VALUE ZERO.
        77  WS-DORMANT-CTR         PIC 9(7) VALUE ZERO.
        77  WS-DORMANT-AMT         PIC S9(11)V99 VALUE ZERO.
        77  WS-NOTICE-CTR          PIC 9(7) VALUE ZERO.
        77  WS-NO-ADDRESS-CTR      PIC 9(7) VALUE ZERO.
        77  WS-AWAIT-CTR           PIC 9(7) VALUE ZERO.
        77  WS-BELOW-MIN-CTR       PIC 9(7) VALUE ZERO.
        77  WS-HELD-CTR            PIC 9(7) VALUE ZERO.
        77  WS-REMIT-CTR           PIC 9(7) VALUE ZERO.
        77  WS-REMIT-AMT           PIC S9(11)V99 VALUE ZERO.
        77  WS-VOID-CTR            PIC 9(7) VALUE ZERO.
        77  WS-CLEARED-CTR         PIC 9(7) VALUE ZERO.
        77  WS-ADJ-WRITE-CTR       PIC 9(7) VALUE ZERO.
        77  WS-ADJ-AMT             PIC S9(11)V99 VALUE ZERO.
        77  WS-CHECK-REMIT-AMT     PIC S9(11)V99 VALUE ZERO.
        77  WS-ARCH-REMIT-AMT      PIC S9(11)V99 VALUE ZERO.
        77  WS-HOLDER-ITEM-CTR     PIC 9(7) VALUE ZERO.
        77  WS-HOLDER-STATE-CTR    PIC 9(5) VALUE ZERO.
        77  WS-HOLDER-AMT          PIC S9(11)V99 VALUE ZERO.
        77  WS-STATE-ITEM-CTR      PIC 9(7) VALUE ZERO.
        77  WS-STATE-AMT           PIC S9(11)V99 VALUE ZERO.
        77  WS-STATE-REMIT-CTR     PIC 9(7) VALUE ZERO.
        77  WS-STATE-REMIT-AMT     PIC S9(11)V99 VALUE ZERO.
        77  WS-PREV-STATE          PIC X(2) VALUE LOW-VALUES.
        77  WS-GL-ACTIVITY         PIC X(2) VALUE SPACES.
        77  WS-GL-FEED-AMT         PIC S9(9)V99 VALUE ZERO.
        77  WS-OUT-OF-BALANCE-AMT  PIC S9(11)V99 VALUE ZERO.

        01  WS-ESCHEAT-SWITCHES.
            05  WS-MASTER-EOF-SW   PIC X(1) VALUE 'N'.
                88  WS-MASTER-EOF             VALUE 'Y'.
            05  WS-ARCH-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-ARCH-EOF               VALUE 'Y'.
            05  WS-OUT-EOF-SW      PIC X(1) VALUE 'N'.
                88  WS-OUT-EOF                VALUE 'Y'.
            05  WS-WATCH-EOF-SW    PIC X(1) VALUE 'N'.
                88  WS-WATCH-EOF              VALUE 'Y'.
            05  WS-DORM-EOF-SW     PIC X(1) VALUE 'N'.
                88  WS-DORM-EOF               VALUE 'Y'.
            05  WS-SORTED-EOF-SW   PIC X(1) VALUE 'N'.
                88  WS-SORTED-EOF             VALUE 'Y'.
            05  WS-DORM-FOUND-SW   PIC X(1) VALUE 'N'.
                88  WS-DORM-FOUND             VALUE 'Y'.
            05  WS-OWNER-FOUND-SW  PIC X(1) VALUE 'N'.
                88  WS-OWNER-FOUND            VALUE 'Y'.
            05  WS-WATCH-NEW-SW    PIC X(1) VALUE 'N'.
                88  WS-WATCH-NEW              VALUE 'Y'.
            05  WS-STATE-OPEN-SW   PIC X(1) VALUE 'N'.
                88  WS-STATE-OPEN             VALUE 'Y'.
            05  WS-WATCH-RESET-SW  PIC X(1) VALUE 'N'.
                88  WS-WATCH-RESET            VALUE 'Y'.

        01  WS-DORMANCY-TABLE.
            05  WS-DORM-ENTRY OCCURS 60 TIMES.
                10  WS-DORM-STATE       PIC X(2).
                10  WS-DORM-CREDIT-YRS  PIC 9(2).
                10  WS-DORM-CHECK-YRS   PIC 9(2).
                10  WS-DORM-NOTICE-MIN  PIC 9(5)V99.

      ******************************************************************
      * The item being examined, whichever file it came from.
      ******************************************************************
        01  WS-ITEM-FIELDS.
            05  WS-ITEM-SOURCE     PIC X(1).
                88  WS-ITEM-IS-CHECK          VALUE 'K'.
            05  WS-ITEM-ID         PIC X(6).
            05  WS-ITEM-ACCT-NO    PIC X(5).
            05  WS-ITEM-NAME       PIC X(25).
            05  WS-ITEM-ADDRESS    PIC X(30).
            05  WS-ITEM-CITY       PIC X(15).
            05  WS-ITEM-STATE      PIC X(2).
            05  WS-ITEM-ZIP        PIC X(9).

        01  WS-CHECK-ID-FIELDS.
            05  WS-CHECK-ID        PIC 9(6).
        01  WS-CHECK-ID-BRK REDEFINES WS-CHECK-ID-FIELDS.
            05  WS-CHECK-ID-X      PIC X(6).

        01  WS-RUN-DATE-FIELDS.
            05  WS-RUN-DATE        PIC 9(8).
        01  WS-RUN-DATE-BRK REDEFINES WS-RUN-DATE-FIELDS.
            05  WS-RUN-YYYY        PIC 9(4).
            05  WS-RUN-MM          PIC 9(2).
            05  WS-RUN-DD          PIC 9(2).

        01  WS-CUTOFF-DATE-BRK.
            05  WS-CUT-YYYY        PIC 9(4).
            05  WS-CUT-MM          PIC 9(2).
            05  WS-CUT-DD          PIC 9(2).

        01  WS-ACTIVITY-DATE-BRK.
            05  WS-ACT-YYYY        PIC 9(4).
            05  WS-ACT-MM          PIC 9(2).
            05  WS-ACT-DD          PIC 9(2).

        01  WS-REPLY-DATE-BRK.
            05  WS-REPLY-YYYY      PIC 9(4).
            05  WS-REPLY-MM        PIC 9(2).
            05  WS-REPLY-DD        PIC 9(2).

        01  WS-SOURCE-NAME-VALUES.
            05  FILLER             PIC X(3) VALUE 'MCR'.
            05  FILLER             PIC X(3) VALUE 'AAR'.
            05  FILLER             PIC X(3) VALUE 'KCK'.
        01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAME-VALUES.
            05  WS-SOURCE-ENTRY OCCURS 3 TIMES.
                10  WS-SOURCE-CODE PIC X(1).
                10  WS-SOURCE-TEXT PIC X(2).

        01  EP-TITLE-LINE.
            05  FILLER  PIC X(20) VALUE SPACES.
            05  FILLER  PIC X(40)
                VALUE 'PGM53  UNCLAIMED PROPERTY REGISTER'.
            05  FILLER  PIC X(20) VALUE SPACES.
        01  EP-CYCLE-LINE.
            05  FILLER             PIC X(20) VALUE SPACES.
            05  FILLER             PIC X(7)  VALUE 'CYCLE: '.
            05  EP-CYCLE-NO        PIC 9(5).
            05  FILLER             PIC X(17) VALUE '  BUSINESS DATE: '.
            05  EP-BUSINESS-DATE   PIC 9(8).
            05  FILLER             PIC X(23) VALUE SPACES.
        01  EP-FUNCTION-LINE.
            05  FILLER             PIC X(5)  VALUE 'RUN: '.
            05  EP-FUNCTION-NAME   PIC X(7).
            05  FILLER             PIC X(10) VALUE '  CUTOFF: '.
            05  EP-CUTOFF-OUT      PIC 9(8).
            05  FILLER             PIC X(12) VALUE '  REPLY BY: '.
            05  EP-REPLY-BY-OUT    PIC 9(8).
            05  FILLER             PIC X(10) VALUE '  HOLDER: '.
            05  EP-HOLDER-OUT      PIC X(10).
            05  FILLER             PIC X(10) VALUE SPACES.
        01  EP-STATE-LINE.
            05  FILLER             PIC X(13) VALUE 'OWNER STATE: '.
            05  EP-STATE           PIC X(2).
            05  FILLER             PIC X(19)
                VALUE '  DORMANT: CREDITS '.
            05  EP-STATE-CREDIT-YRS PIC Z9.
            05  FILLER             PIC X(11) VALUE ' YRS CHECKS'.
            05  EP-STATE-CHECK-YRS PIC ZZ9.
            05  FILLER             PIC X(15) VALUE ' YRS  NOTICE > '.
            05  EP-STATE-NOTICE-MIN PIC $ZZ,ZZ9.99.
            05  FILLER             PIC X(5)  VALUE SPACES.
        01  EP-DETAIL-LINE.
            05  EP-SOURCE-TEXT     PIC X(2).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  EP-ACCT-NO         PIC X(5).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  EP-ITEM-ID         PIC X(6).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  EP-OWNER-NAME      PIC X(20).
            05  FILLER             PIC X(1)  VALUE SPACES.
            05  EP-AMOUNT          PIC -$ZZZ,ZZ9.99.
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  EP-ACTIVITY-DATE   PIC 9(8).
            05  FILLER             PIC X(2)  VALUE SPACES.
            05  EP-ACTION-TEXT     PIC X(12).
            05  FILLER             PIC X(4)  VALUE SPACES.
        01  EP-COUNT-LINE.
            05  EP-COUNT-LABEL     PIC X(40).
            05  EP-COUNT           PIC ZZZ,ZZ9.
            05  FILLER             PIC X(33) VALUE SPACES.
        01  EP-AMOUNT-LINE.
            05  EP-AMOUNT-LABEL    PIC X(40).
            05  EP-AMOUNT-TOTAL    PIC -$Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER             PIC X(22) VALUE SPACES.

        01  LT-SEPARATOR-LINE.
            05  FILLER        PIC X(80) VALUE ALL '='.
        01  LT-ACCT-LINE.
            05  FILLER        PIC X(9)  VALUE 'ACCOUNT: '.
            05  LT-ACCT-NO    PIC X(5).
            05  FILLER        PIC X(10) VALUE SPACES.
            05  FILLER        PIC X(6)  VALUE 'DATE: '.
            05  LT-RUN-DATE   PIC 9(8).
            05  FILLER        PIC X(42) VALUE SPACES.
        01  LT-NAME-LINE.
            05  LT-CUST-NAME  PIC X(25).
            05  FILLER        PIC X(55) VALUE SPACES.
        01  LT-ADDR-LINE.
            05  LT-ADDRESS    PIC X(30).
            05  FILLER        PIC X(50) VALUE SPACES.
        01  LT-CITY-LINE.
            05  LT-CITY       PIC X(15).
            05  FILLER        PIC X(1)  VALUE SPACES.
            05  LT-STATE      PIC X(2).
            05  FILLER        PIC X(2)  VALUE SPACES.
            05  LT-ZIP        PIC X(9).
            05  FILLER        PIC X(51) VALUE SPACES.
        01  LT-PROPERTY-LINE.
            05  LT-PROPERTY-TEXT PIC X(21).
            05  LT-AMOUNT     PIC $Z,ZZZ,ZZ9.99.
            05  FILLER        PIC X(16) VALUE '   REPLY BY:    '.
            05  LT-REPLY-BY   PIC 9(8).
            05  FILLER        PIC X(22) VALUE SPACES.
        01  LT-TEXT-LINE.
            05  LT-TEXT       PIC X(80).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
             PERFORM 800-INITIALIZATION-RTN.
             PERFORM 200-SCAN-MASTER-RTN.
             PERFORM 300-SCAN-ARCHIVE-RTN.
             PERFORM 400-SCAN-CHECKS-RTN.
             PERFORM 450-SWEEP-WATCH-RTN.
             PERFORM 500-SORT-AND-REPORT-RTN.
             PERFORM 900-END-OF-JOB-RTN.
             PERFORM 990-WRITE-RUN-STATS-RTN.
        GOBACK.

      ******************************************************************
      * Every credit balance on the master is property owed to the
      * customer.  A closed account's due date stopped moving when it
      * closed, so it stands as the last activity; an open account's
      * clock starts the day the credit is first found.
      ******************************************************************
       200-SCAN-MASTER-RTN.
            MOVE LOW-VALUES TO ACCT-NO-OUT.
            START NEW-MASTER
               KEY IS NOT LESS THAN ACCT-NO-OUT
               INVALID KEY
                 SET WS-MASTER-EOF TO TRUE
            END-START.
            PERFORM 210-READ-MASTER-RTN
               UNTIL WS-MASTER-EOF.

       210-READ-MASTER-RTN.
            READ NEW-MASTER NEXT RECORD
              AT END
                SET WS-MASTER-EOF TO TRUE
              NOT AT END
                IF AMOUNT-DUE-OUT < ZERO
                   PERFORM 220-TAKE-MASTER-CREDIT-RTN
                END-IF
            END-READ.

       220-TAKE-MASTER-CREDIT-RTN.
            ADD 1 TO WS-CREDIT-READ-CTR.
            MOVE 'M' TO WS-ITEM-SOURCE.
            MOVE ACCT-NO-OUT TO WS-ITEM-ID.
            MOVE ACCT-NO-OUT TO WS-ITEM-ACCT-NO.
            COMPUTE WS-ITEM-AMT = ZERO - AMOUNT-DUE-OUT.
            IF CM-ACCT-CLOSED-OUT AND CM-DUE-DATE-OUT NUMERIC AND
               CM-DUE-DATE-OUT > ZERO
               MOVE CM-DUE-DATE-OUT TO WS-ITEM-BASE-DATE
            ELSE
               MOVE WS-RUN-DATE TO WS-ITEM-BASE-DATE
            END-IF.
            PERFORM 230-TAKE-MASTER-OWNER-RTN.
            PERFORM 250-EXAMINE-ITEM-RTN.

       230-TAKE-MASTER-OWNER-RTN.
            MOVE CM-CUST-NAME-OUT TO WS-ITEM-NAME.
            MOVE CM-ADDRESS-OUT TO WS-ITEM-ADDRESS.
            MOVE CM-CITY-OUT TO WS-ITEM-CITY.
            MOVE CM-STATE-OUT TO WS-ITEM-STATE.
            MOVE CM-ZIP-OUT TO WS-ITEM-ZIP.

      ******************************************************************
      * Common to all three sources: bring the watch entry up to date,
      * measure dormancy under the owner state's rule and decide what
      * this run does with the item.
      ******************************************************************
       250-EXAMINE-ITEM-RTN.
            IF WS-ITEM-STATE = SPACES
               MOVE WS-HOLDER-STATE TO WS-ITEM-STATE
            END-IF.
            PERFORM 260-FIND-DORMANCY-RULE-RTN.
            PERFORM 270-UPDATE-WATCH-RTN.
            MOVE EW-ACTIVITY-DATE TO WS-ACTIVITY-DATE-BRK.
            COMPUTE WS-DORMANT-DAYS =
                  (WS-CUT-YYYY - WS-ACT-YYYY) * 360
                + (WS-CUT-MM - WS-ACT-MM) * 30
                + (WS-CUT-DD - WS-ACT-DD).
            MOVE SPACE TO WS-ITEM-ACTION.
            IF EW-REMITTED
               IF EW-REMIT-DATE = WS-RUN-DATE
                  MOVE 'R' TO WS-ITEM-ACTION
               END-IF
            ELSE
               IF WS-DORMANT-DAYS < WS-DORMANT-YEARS * 360
                  ADD 1 TO WS-NOT-DORMANT-CTR
                  ADD WS-ITEM-AMT TO WS-NOT-DORMANT-AMT
               ELSE
                  IF EP-NOTICE-RUN
                     PERFORM 280-DECIDE-NOTICE-RTN
                  ELSE
                     PERFORM 290-DECIDE-REMIT-RTN
                  END-IF
               END-IF
            END-IF.
            IF WS-ITEM-ACTION NOT = SPACE
               PERFORM 295-WRITE-WORK-RTN
            END-IF.

      ******************************************************************
      * The owner state's card, else the holder state's, else the
      * standing defaults.
      ******************************************************************
       260-FIND-DORMANCY-RULE-RTN.
            MOVE 'N' TO WS-DORM-FOUND-SW.
            PERFORM 265-MATCH-STATE-RTN
               VARYING WS-DORM-SUB FROM 1 BY 1
               UNTIL WS-DORM-SUB > WS-DORM-COUNT OR WS-DORM-FOUND.
            IF NOT WS-DORM-FOUND
               MOVE WS-HOLDER-STATE TO WS-ITEM-STATE
               PERFORM 265-MATCH-STATE-RTN
                  VARYING WS-DORM-SUB FROM 1 BY 1
                  UNTIL WS-DORM-SUB > WS-DORM-COUNT OR WS-DORM-FOUND
            END-IF.
            IF NOT WS-DORM-FOUND
               IF WS-ITEM-IS-CHECK
                  MOVE WS-DEFAULT-CHECK-YRS TO WS-DORMANT-YEARS
               ELSE
                  MOVE WS-DEFAULT-CREDIT-YRS TO WS-DORMANT-YEARS
               END-IF
               MOVE WS-DEFAULT-NOTICE-MIN TO WS-NOTICE-MIN
            END-IF.

       265-MATCH-STATE-RTN.
            IF WS-DORM-STATE (WS-DORM-SUB) = WS-ITEM-STATE
               SET WS-DORM-FOUND TO TRUE
               IF WS-ITEM-IS-CHECK
                  MOVE WS-DORM-CHECK-YRS (WS-DORM-SUB)
                    TO WS-DORMANT-YEARS
               ELSE
                  MOVE WS-DORM-CREDIT-YRS (WS-DORM-SUB)
                    TO WS-DORMANT-YEARS
               END-IF
               MOVE WS-DORM-NOTICE-MIN (WS-DORM-SUB) TO WS-NOTICE-MIN
            END-IF.

      ******************************************************************
      * A new item is watched from its base date.  A change in amount
      * is owner activity and restarts the clock from today, as does
      * a master credit or check turning up again at a different
      * amount where an earlier year's remittance already went.  An
      * archived credit never changes, so once remitted it stays
      * remitted.  An item remitted today is left as it is so a rerun
      * repeats it.
      ******************************************************************
       270-UPDATE-WATCH-RTN.
            MOVE WS-ITEM-SOURCE TO EW-SOURCE.
            MOVE WS-ITEM-ID TO EW-ITEM-ID.
            MOVE 'N' TO WS-WATCH-NEW-SW.
            READ WATCH-FILE
              INVALID KEY
                SET WS-WATCH-NEW TO TRUE
            END-READ.
            IF WS-WATCH-NEW
               MOVE SPACES TO WATCH-REC
               MOVE WS-ITEM-SOURCE TO EW-SOURCE
               MOVE WS-ITEM-ID TO EW-ITEM-ID
               MOVE WS-ITEM-ACCT-NO TO EW-ACCT-NO
               MOVE WS-ITEM-AMT TO EW-AMOUNT
               MOVE WS-ITEM-BASE-DATE TO EW-ACTIVITY-DATE
               MOVE WS-RUN-DATE TO EW-FIRST-SEEN-DATE
               MOVE WS-RUN-DATE TO EW-LAST-SEEN-DATE
               MOVE WS-ITEM-STATE TO EW-OWNER-STATE
               SET EW-WATCHED TO TRUE
               MOVE ZERO TO EW-NOTICE-DATE
               MOVE ZERO TO EW-REMIT-DATE
               WRITE WATCH-REC
               MOVE SPACES TO AJ-BEFORE-IMAGE
               PERFORM 950-WRITE-AUDIT-RTN
            ELSE
               MOVE WATCH-REC TO AJ-BEFORE-IMAGE
               MOVE 'N' TO WS-WATCH-RESET-SW
               IF (EW-REMITTED AND EW-REMIT-DATE NOT = WS-RUN-DATE
                   AND NOT EW-ARCHIVE-CREDIT
                   AND EW-AMOUNT NOT = WS-ITEM-AMT)
                  OR (NOT EW-REMITTED AND EW-AMOUNT NOT = WS-ITEM-AMT)
                  SET WS-WATCH-RESET TO TRUE
                  MOVE WS-ITEM-AMT TO EW-AMOUNT
                  MOVE WS-RUN-DATE TO EW-ACTIVITY-DATE
                  MOVE WS-RUN-DATE TO EW-FIRST-SEEN-DATE
                  SET EW-WATCHED TO TRUE
                  MOVE ZERO TO EW-NOTICE-DATE
                  MOVE ZERO TO EW-REMIT-DATE
               END-IF
               MOVE WS-ITEM-STATE TO EW-OWNER-STATE
               MOVE WS-RUN-DATE TO EW-LAST-SEEN-DATE
               REWRITE WATCH-REC
               IF WS-WATCH-RESET
                  PERFORM 950-WRITE-AUDIT-RTN
               END-IF
            END-IF.

      ******************************************************************
      * Notice run: a dormant item at or over the notice minimum gets
      * its due-diligence letter once; one under the minimum needs no
      * letter and waits for the report run.  A notice sent today is
      * printed again on a rerun.
      ******************************************************************
       280-DECIDE-NOTICE-RTN.
            EVALUATE TRUE
               WHEN EW-NOTICED AND EW-NOTICE-DATE = WS-RUN-DATE
                 MOVE 'N' TO WS-ITEM-ACTION
               WHEN EW-NOTICED
                 MOVE 'P' TO WS-ITEM-ACTION
               WHEN WS-ITEM-AMT < WS-NOTICE-MIN
                 MOVE 'B' TO WS-ITEM-ACTION
               WHEN OTHER
                 MOVE WATCH-REC TO AJ-BEFORE-IMAGE
                 SET EW-NOTICED TO TRUE
                 MOVE WS-RUN-DATE TO EW-NOTICE-DATE
                 REWRITE WATCH-REC
                 PERFORM 950-WRITE-AUDIT-RTN
                 MOVE 'N' TO WS-ITEM-ACTION
            END-EVALUATE.

      ******************************************************************
      * Report run: what was noticed and not claimed, and what fell
      * under the notice minimum, is remitted.  A dormant item over
      * the minimum that never had its notice cannot be remitted
      * this year and is held.
      ******************************************************************
       290-DECIDE-REMIT-RTN.
            IF EW-NOTICED OR WS-ITEM-AMT < WS-NOTICE-MIN
               MOVE WATCH-REC TO AJ-BEFORE-IMAGE
               SET EW-REMITTED TO TRUE
               MOVE WS-RUN-DATE TO EW-REMIT-DATE
               REWRITE WATCH-REC
               PERFORM 950-WRITE-AUDIT-RTN
               MOVE 'R' TO WS-ITEM-ACTION
               IF WS-ITEM-IS-CHECK
                  PERFORM 420-VOID-CHECK-RTN
               END-IF
            ELSE
               MOVE 'H' TO WS-ITEM-ACTION
            END-IF.

       295-WRITE-WORK-RTN.
            MOVE SPACES TO ESC-WORK-REC.
            MOVE WS-ITEM-STATE TO WK-OWNER-STATE.
            MOVE WS-ITEM-ACCT-NO TO WK-ACCT-NO.
            MOVE WS-ITEM-SOURCE TO WK-SOURCE.
            MOVE WS-ITEM-ID TO WK-ITEM-ID.
            MOVE WS-ITEM-NAME TO WK-OWNER-NAME.
            MOVE WS-ITEM-ADDRESS TO WK-ADDRESS.
            MOVE WS-ITEM-CITY TO WK-CITY.
            MOVE WS-ITEM-ZIP TO WK-ZIP.
            MOVE WS-ITEM-AMT TO WK-AMOUNT.
            MOVE EW-ACTIVITY-DATE TO WK-ACTIVITY-DATE.
            MOVE WS-ITEM-ACTION TO WK-ACTION.
            WRITE ESC-WORK-REC.
            ADD 1 TO WS-DORMANT-CTR.
            ADD WS-ITEM-AMT TO WS-DORMANT-AMT.
            IF WS-ITEM-ACTION = 'R'
               ADD 1 TO WS-REMIT-CTR
               ADD WS-ITEM-AMT TO WS-REMIT-AMT
            END-IF.

      ******************************************************************
      * A credit left on an account PGM93 purged is still the
      * customer's.  Only an account no longer on the master counts -
      * one reinstated since carries its balance there.  The due date
      * on the archived record is the last activity.
      ******************************************************************
       300-SCAN-ARCHIVE-RTN.
            OPEN INPUT ARCHIVE-FILE.
            IF WS-ARCH-STATUS NOT = '35'
               PERFORM 310-READ-ARCHIVE-RTN
                  UNTIL WS-ARCH-EOF
               CLOSE ARCHIVE-FILE
            END-IF.

       310-READ-ARCHIVE-RTN.
            READ ARCHIVE-FILE
              AT END
                SET WS-ARCH-EOF TO TRUE
              NOT AT END
                IF AR-AMOUNT-DUE < ZERO
                   MOVE AR-ACCT-NO TO ACCT-NO-OUT
                   READ NEW-MASTER
                     INVALID KEY
                       PERFORM 320-TAKE-ARCHIVE-CREDIT-RTN
                   END-READ
                END-IF
            END-READ.

       320-TAKE-ARCHIVE-CREDIT-RTN.
            ADD 1 TO WS-ARCHIVE-READ-CTR.
            MOVE 'A' TO WS-ITEM-SOURCE.
            MOVE AR-ACCT-NO TO WS-ITEM-ID.
            MOVE AR-ACCT-NO TO WS-ITEM-ACCT-NO.
            COMPUTE WS-ITEM-AMT = ZERO - AR-AMOUNT-DUE.
            IF AR-DUE-DATE NUMERIC AND AR-DUE-DATE > ZERO
               MOVE AR-DUE-DATE TO WS-ITEM-BASE-DATE
            ELSE
               MOVE AR-PURGE-DATE TO WS-ITEM-BASE-DATE
            END-IF.
            MOVE AR-CUST-NAME TO WS-ITEM-NAME.
            MOVE AR-ADDRESS TO WS-ITEM-ADDRESS.
            MOVE AR-CITY TO WS-ITEM-CITY.
            MOVE AR-STATE TO WS-ITEM-STATE.
            MOVE AR-ZIP TO WS-ITEM-ZIP.
            PERFORM 250-EXAMINE-ITEM-RTN.

      ******************************************************************
      * Refund checks still outstanding, dated from issue.  The owner's
      * last known address is the account's on the master, else the
      * payee name alone under the holder state.  On a report run the
      * checks this run voided are taken again so a rerun repeats
      * them.
      ******************************************************************
       400-SCAN-CHECKS-RTN.
            IF WS-OUT-STATUS NOT = '35'
               MOVE LOW-VALUES TO OC-CHECK-KEY
               MOVE 'R' TO OC-ACCOUNT-CODE
               START OUTSTANDING-FILE
                  KEY IS NOT LESS THAN OC-CHECK-KEY
                  INVALID KEY
                    SET WS-OUT-EOF TO TRUE
               END-START
               PERFORM 410-READ-CHECK-RTN
                  UNTIL WS-OUT-EOF
            END-IF.

       410-READ-CHECK-RTN.
            READ OUTSTANDING-FILE NEXT RECORD
              AT END
                SET WS-OUT-EOF TO TRUE
              NOT AT END
                IF NOT OC-REFUND-CHECK
                   SET WS-OUT-EOF TO TRUE
                ELSE
                   IF OC-OUTSTANDING
                      PERFORM 415-TAKE-CHECK-RTN
                   ELSE
                      IF EP-REPORT-RUN AND OC-VOIDED AND
                         OC-VOID-DATE = WS-RUN-DATE
                         PERFORM 412-CHECK-RERUN-RTN
                      END-IF
                   END-IF
                END-IF
            END-READ.

      ******************************************************************
      * A check voided today is taken again only if this run remitted
      * it; one voided by PGM65 is not the state's.
      ******************************************************************
       412-CHECK-RERUN-RTN.
            MOVE 'K' TO EW-SOURCE.
            MOVE OC-CHECK-NO TO WS-CHECK-ID.
            MOVE WS-CHECK-ID-X TO EW-ITEM-ID.
            READ WATCH-FILE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF EW-REMITTED AND EW-REMIT-DATE = WS-RUN-DATE
                   PERFORM 415-TAKE-CHECK-RTN
                END-IF
            END-READ.

       415-TAKE-CHECK-RTN.
            ADD 1 TO WS-CHECK-READ-CTR.
            MOVE 'K' TO WS-ITEM-SOURCE.
            MOVE OC-CHECK-NO TO WS-CHECK-ID.
            MOVE WS-CHECK-ID-X TO WS-ITEM-ID.
            MOVE OC-PAYEE-ID TO WS-ITEM-ACCT-NO.
            MOVE OC-ISSUE-AMT TO WS-ITEM-AMT.
            MOVE OC-ISSUE-DATE TO WS-ITEM-BASE-DATE.
            MOVE OC-PAYEE-ID TO ACCT-NO-OUT.
            MOVE 'N' TO WS-OWNER-FOUND-SW.
            READ NEW-MASTER
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                SET WS-OWNER-FOUND TO TRUE
            END-READ.
            IF WS-OWNER-FOUND
               PERFORM 230-TAKE-MASTER-OWNER-RTN
            ELSE
               MOVE OC-PAYEE-NAME TO WS-ITEM-NAME
               MOVE SPACES TO WS-ITEM-ADDRESS
               MOVE SPACES TO WS-ITEM-CITY
               MOVE SPACES TO WS-ITEM-STATE
               MOVE SPACES TO WS-ITEM-ZIP
            END-IF.
            PERFORM 250-EXAMINE-ITEM-RTN.

      ******************************************************************
      * A remitted check is voided so a late presentment shows on the
      * PGM63 reconciliation as paid after void, and the void goes to
      * PGM62 on ESCVOID so the bank stops honouring the check.
      ******************************************************************
       420-VOID-CHECK-RTN.
            IF OC-OUTSTANDING
               MOVE OUTSTANDING-REC TO AJ-BEFORE-IMAGE
               SET OC-VOIDED TO TRUE
               MOVE WS-RUN-DATE TO OC-VOID-DATE
               REWRITE OUTSTANDING-REC
               MOVE OUTSTANDING-REC TO AJ-AFTER-IMAGE
               MOVE 'PGM53' TO AJ-SOURCE-PGM
               MOVE OC-CHECK-KEY TO AJ-KEY
               MOVE WS-RUN-DATE TO AJ-RUN-DATE
               MOVE SPACES TO AJ-OPERATOR-STAMP
               ACCEPT AJ-RUN-TIME FROM TIME
               WRITE AUDIT-JOURNAL-REC
               MOVE SPACES TO ESCHEAT-VOID-REC
               MOVE OC-ACCOUNT-CODE TO EV-ACCOUNT-CODE
               MOVE OC-CHECK-NO TO EV-CHECK-NO
               MOVE OC-PAYEE-ID TO EV-PAYEE-ID
               MOVE OC-PAYEE-NAME TO EV-PAYEE-NAME
               MOVE OC-ISSUE-AMT TO EV-ISSUE-AMT
               MOVE OC-ISSUE-DATE TO EV-ISSUE-DATE
               MOVE OC-VOID-DATE TO EV-VOID-DATE
               WRITE ESCHEAT-VOID-REC
               ADD 1 TO WS-VOID-CTR
            END-IF.

      ******************************************************************
      * A watched or noticed item not found this run was refunded,
      * cashed, used or claimed; it comes off the watch file.
      * Remitted entries stay as the record of what went to the state.
      ******************************************************************
       450-SWEEP-WATCH-RTN.
            MOVE LOW-VALUES TO EW-KEY.
            START WATCH-FILE
               KEY IS NOT LESS THAN EW-KEY
               INVALID KEY
                 SET WS-WATCH-EOF TO TRUE
            END-START.
            PERFORM 460-READ-WATCH-RTN
               UNTIL WS-WATCH-EOF.

       460-READ-WATCH-RTN.
            READ WATCH-FILE NEXT RECORD
              AT END
                SET WS-WATCH-EOF TO TRUE
              NOT AT END
                IF NOT EW-REMITTED AND
                   EW-LAST-SEEN-DATE NOT = WS-RUN-DATE
                   MOVE WATCH-REC TO AJ-BEFORE-IMAGE
                   DELETE WATCH-FILE RECORD
                   MOVE SPACES TO AJ-AFTER-IMAGE
                   MOVE 'PGM53' TO AJ-SOURCE-PGM
                   MOVE EW-KEY TO AJ-KEY
                   MOVE WS-RUN-DATE TO AJ-RUN-DATE
                   MOVE SPACES TO AJ-OPERATOR-STAMP
                   ACCEPT AJ-RUN-TIME FROM TIME
                   WRITE AUDIT-JOURNAL-REC
                   ADD 1 TO WS-CLEARED-CTR
                END-IF
            END-READ.

      ******************************************************************
      * The actioned items in owner-state and account order drive the
      * register, the notice letters and the holder report.
      ******************************************************************
       500-SORT-AND-REPORT-RTN.
            CLOSE ESC-WORK.
            SORT ESC-SORT-WK
               ON ASCENDING KEY ES-OWNER-STATE ES-ACCT-NO
                                ES-SOURCE ES-ITEM-ID
               USING ESC-WORK
               GIVING ESC-SORTED.
            OPEN INPUT ESC-SORTED.
            PERFORM 510-READ-SORTED-RTN
               UNTIL WS-SORTED-EOF.
            IF WS-PREV-STATE NOT = LOW-VALUES
               PERFORM 530-STATE-BREAK-RTN
            END-IF.
            CLOSE ESC-SORTED.

       510-READ-SORTED-RTN.
            READ ESC-SORTED
              AT END
                SET WS-SORTED-EOF TO TRUE
              NOT AT END
                IF EO-OWNER-STATE NOT = WS-PREV-STATE
                   IF WS-PREV-STATE NOT = LOW-VALUES
                      PERFORM 530-STATE-BREAK-RTN
                   END-IF
                   PERFORM 520-START-STATE-RTN
                END-IF
                PERFORM 540-REPORT-ITEM-RTN
            END-READ.

       520-START-STATE-RTN.
            MOVE EO-OWNER-STATE TO WS-PREV-STATE.
            MOVE ZERO TO WS-STATE-ITEM-CTR.
            MOVE ZERO TO WS-STATE-AMT.
            MOVE ZERO TO WS-STATE-REMIT-CTR.
            MOVE ZERO TO WS-STATE-REMIT-AMT.
            MOVE 'N' TO WS-STATE-OPEN-SW.
            MOVE EO-OWNER-STATE TO WS-ITEM-STATE.
            MOVE 'M' TO WS-ITEM-SOURCE.
            PERFORM 260-FIND-DORMANCY-RULE-RTN.
            MOVE WS-DORMANT-YEARS TO EP-STATE-CREDIT-YRS.
            MOVE WS-NOTICE-MIN TO EP-STATE-NOTICE-MIN.
            MOVE 'K' TO WS-ITEM-SOURCE.
            MOVE EO-OWNER-STATE TO WS-ITEM-STATE.
            PERFORM 260-FIND-DORMANCY-RULE-RTN.
            MOVE WS-DORMANT-YEARS TO EP-STATE-CHECK-YRS.
            MOVE EO-OWNER-STATE TO EP-STATE.
            MOVE SPACES TO ESCHEAT-RPT-REC.
            WRITE ESCHEAT-RPT-REC.
            WRITE ESCHEAT-RPT-REC FROM EP-STATE-LINE.

       530-STATE-BREAK-RTN.
            MOVE 'STATE ITEMS DORMANT' TO EP-COUNT-LABEL.
            MOVE WS-STATE-ITEM-CTR TO EP-COUNT.
            WRITE ESCHEAT-RPT-REC FROM EP-COUNT-LINE.
            MOVE 'STATE AMOUNT DORMANT' TO EP-AMOUNT-LABEL.
            MOVE WS-STATE-AMT TO EP-AMOUNT-TOTAL.
            WRITE ESCHEAT-RPT-REC FROM EP-AMOUNT-LINE.
            IF WS-STATE-OPEN
               MOVE 'STATE AMOUNT REMITTED' TO EP-AMOUNT-LABEL
               MOVE WS-STATE-REMIT-AMT TO EP-AMOUNT-TOTAL
               WRITE ESCHEAT-RPT-REC FROM EP-AMOUNT-LINE
               MOVE SPACES TO HOLDER-TOTAL-REC
               MOVE 'T' TO HT-REC-TYPE
               MOVE WS-PREV-STATE TO HT-OWNER-STATE
               MOVE WS-STATE-REMIT-CTR TO HT-ITEM-CTR
               MOVE WS-STATE-REMIT-AMT TO HT-AMOUNT
               WRITE HOLDER-TOTAL-REC
            END-IF.

       540-REPORT-ITEM-RTN.
            ADD 1 TO WS-STATE-ITEM-CTR.
            ADD EO-AMOUNT TO WS-STATE-AMT.
            PERFORM 545-FIND-SOURCE-TEXT-RTN
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > 3.
            MOVE EO-ACCT-NO TO EP-ACCT-NO.
            IF EO-REFUND-CHECK
               MOVE EO-ITEM-ID TO EP-ITEM-ID
            ELSE
               MOVE SPACES TO EP-ITEM-ID
            END-IF.
            MOVE EO-OWNER-NAME TO EP-OWNER-NAME.
            MOVE EO-AMOUNT TO EP-AMOUNT.
            MOVE EO-ACTIVITY-DATE TO EP-ACTIVITY-DATE.
            EVALUATE TRUE
               WHEN EO-SEND-NOTICE AND EO-ADDRESS = SPACES
                 MOVE 'NO ADDRESS' TO EP-ACTION-TEXT
                 ADD 1 TO WS-NO-ADDRESS-CTR
               WHEN EO-SEND-NOTICE
                 MOVE 'NOTICE SENT' TO EP-ACTION-TEXT
                 PERFORM 600-WRITE-NOTICE-RTN
               WHEN EO-AWAIT-REPLY
                 MOVE 'AWAIT REPLY' TO EP-ACTION-TEXT
                 ADD 1 TO WS-AWAIT-CTR
               WHEN EO-BELOW-MINIMUM
                 MOVE 'UNDER NOTICE' TO EP-ACTION-TEXT
                 ADD 1 TO WS-BELOW-MIN-CTR
               WHEN EO-HELD
                 MOVE 'HELD-NO NTC' TO EP-ACTION-TEXT
                 ADD 1 TO WS-HELD-CTR
               WHEN EO-REMIT
                 MOVE 'REMITTED' TO EP-ACTION-TEXT
                 PERFORM 550-REMIT-ITEM-RTN
            END-EVALUATE.
            WRITE ESCHEAT-RPT-REC FROM EP-DETAIL-LINE.

       545-FIND-SOURCE-TEXT-RTN.
            IF WS-SOURCE-CODE (WS-SOURCE-SUB) = EO-SOURCE
               MOVE WS-SOURCE-TEXT (WS-SOURCE-SUB) TO EP-SOURCE-TEXT
            END-IF.

      ******************************************************************
      * A remitted item goes on the holder report under its state.  A
      * master credit is taken off the customer's balance by a type-A
      * adjustment through the update; a check or an archived credit
      * is no longer on any customer balance and goes straight to the
      * GL.
      ******************************************************************
       550-REMIT-ITEM-RTN.
            IF NOT WS-STATE-OPEN
               SET WS-STATE-OPEN TO TRUE
               ADD 1 TO WS-HOLDER-STATE-CTR
               MOVE SPACES TO HOLDER-STATE-REC
               MOVE 'S' TO HS-REC-TYPE
               MOVE EO-OWNER-STATE TO HS-OWNER-STATE
               MOVE EP-HOLDER-ID TO HS-HOLDER-ID
               WRITE HOLDER-STATE-REC
            END-IF.
            MOVE SPACES TO HOLDER-DETAIL-REC.
            MOVE 'D' TO HD-REC-TYPE.
            MOVE EO-OWNER-STATE TO HD-OWNER-STATE.
            IF EO-REFUND-CHECK
               MOVE 'CK15' TO HD-PROPERTY-TYPE
               MOVE EO-ITEM-ID TO HD-CHECK-NO
            ELSE
               MOVE 'MS09' TO HD-PROPERTY-TYPE
            END-IF.
            MOVE EO-ACCT-NO TO HD-ACCT-NO.
            MOVE EO-OWNER-NAME TO HD-OWNER-NAME.
            MOVE EO-ADDRESS TO HD-ADDRESS.
            MOVE EO-CITY TO HD-CITY.
            MOVE EO-ZIP TO HD-ZIP.
            MOVE EO-AMOUNT TO HD-AMOUNT.
            MOVE EO-ACTIVITY-DATE TO HD-LAST-ACTIVITY.
            WRITE HOLDER-DETAIL-REC.
            ADD 1 TO WS-STATE-REMIT-CTR.
            ADD EO-AMOUNT TO WS-STATE-REMIT-AMT.
            ADD 1 TO WS-HOLDER-ITEM-CTR.
            ADD EO-AMOUNT TO WS-HOLDER-AMT.
            EVALUATE TRUE
               WHEN EO-MASTER-CREDIT
                 PERFORM 560-WRITE-ADJUSTMENT-RTN
               WHEN EO-REFUND-CHECK
                 ADD EO-AMOUNT TO WS-CHECK-REMIT-AMT
               WHEN OTHER
                 ADD EO-AMOUNT TO WS-ARCH-REMIT-AMT
            END-EVALUATE.

      ******************************************************************
      * A positive type-A adjustment brings the credit balance to
      * zero; source code 'E' marks it escheated for the month-end
      * roll-forward.
      ******************************************************************
       560-WRITE-ADJUSTMENT-RTN.
            MOVE SPACES TO TRANS-REC.
            MOVE EO-ACCT-NO TO T-ACCT-NO.
            MOVE EO-AMOUNT TO AMT-TRANS-IN-CURRENT-PER.
            MOVE 'A' TO T-TRANS-TYPE.
            MOVE ZERO TO T-REF-TRANS-NO.
            MOVE WS-RUN-DATE TO T-TRANS-DATE.
            MOVE 'E' TO T-SOURCE-CODE.
            WRITE TRANS-REC.
            ADD 1 TO WS-ADJ-WRITE-CTR.
            ADD EO-AMOUNT TO WS-ADJ-AMT.

       600-WRITE-NOTICE-RTN.
            WRITE LETTER-REC FROM LT-SEPARATOR-LINE.
            MOVE EO-ACCT-NO TO LT-ACCT-NO.
            MOVE WS-RUN-DATE TO LT-RUN-DATE.
            WRITE LETTER-REC FROM LT-ACCT-LINE.
            MOVE EO-OWNER-NAME TO LT-CUST-NAME.
            WRITE LETTER-REC FROM LT-NAME-LINE.
            MOVE EO-ADDRESS TO LT-ADDRESS.
            WRITE LETTER-REC FROM LT-ADDR-LINE.
            MOVE EO-CITY TO LT-CITY.
            MOVE EO-OWNER-STATE TO LT-STATE.
            MOVE EO-ZIP TO LT-ZIP.
            WRITE LETTER-REC FROM LT-CITY-LINE.
            MOVE SPACES TO LETTER-REC.
            WRITE LETTER-REC.
            IF EO-REFUND-CHECK
               MOVE 'UNCASHED REFUND:     ' TO LT-PROPERTY-TEXT
            ELSE
               MOVE 'CREDIT BALANCE:      ' TO LT-PROPERTY-TEXT
            END-IF.
            MOVE EO-AMOUNT TO LT-AMOUNT.
            MOVE WS-REPLY-BY-DATE TO LT-REPLY-BY.
            WRITE LETTER-REC FROM LT-PROPERTY-LINE.
            MOVE SPACES TO LETTER-REC.
            WRITE LETTER-REC.
            MOVE 'OUR RECORDS SHOW THE AMOUNT ABOVE IS HELD FOR YOU AND'
              TO LT-TEXT.
            WRITE LETTER-REC FROM LT-TEXT-LINE.
            MOVE 'HAS HAD NO ACTIVITY.  UNLESS YOU CONTACT US BY THE'
              TO LT-TEXT.
            WRITE LETTER-REC FROM LT-TEXT-LINE.
            MOVE 'REPLY DATE SHOWN, STATE LAW REQUIRES US TO REPORT AND'
              TO LT-TEXT.
            WRITE LETTER-REC FROM LT-TEXT-LINE.
            MOVE 'REMIT IT TO THE STATE AS UNCLAIMED PROPERTY.'
              TO LT-TEXT.
            WRITE LETTER-REC FROM LT-TEXT-LINE.
            MOVE SPACES TO LETTER-REC.
            WRITE LETTER-REC.
            ADD 1 TO WS-NOTICE-CTR.

       800-INITIALIZATION-RTN.
            OPEN OUTPUT ESCHEAT-RPT.
            PERFORM 080-READ-RUN-CONTROL-RTN.
            PERFORM 810-READ-PARM-RTN.
            PERFORM 820-LOAD-DORMANCY-RTN.
            WRITE ESCHEAT-RPT-REC FROM EP-TITLE-LINE.
            WRITE ESCHEAT-RPT-REC FROM EP-CYCLE-LINE.
            WRITE ESCHEAT-RPT-REC FROM EP-FUNCTION-LINE.
            OPEN INPUT NEW-MASTER.
            IF EP-REPORT-RUN
               OPEN I-O OUTSTANDING-FILE
            ELSE
               OPEN INPUT OUTSTANDING-FILE
            END-IF.
            PERFORM 805-OPEN-WATCH-FILE-RTN.
            OPEN OUTPUT ESC-WORK.
            OPEN EXTEND AUDIT-JOURNAL.
            IF EP-NOTICE-RUN
               OPEN OUTPUT LETTER-FILE
            ELSE
               PERFORM 830-OPEN-REMIT-FILES-RTN
            END-IF.

       805-OPEN-WATCH-FILE-RTN.
            OPEN I-O WATCH-FILE.
            IF WS-WATCH-STATUS = '35'
               OPEN OUTPUT WATCH-FILE
               CLOSE WATCH-FILE
               OPEN I-O WATCH-FILE
            END-IF.

      ******************************************************************
      * Notices and remittances are dated with the business date on
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
               DISPLAY 'PGM53 ABORT - RUN CONTROL DATE MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE WS-CYCLE-NO TO EP-CYCLE-NO.
            MOVE WS-RUN-DATE TO EP-BUSINESS-DATE.

      ******************************************************************
      * The cutoff defaults to the business date and the reply date to
      * two months after it; the holder state is required, since it
      * takes the property of owners with no known state.
      ******************************************************************
       810-READ-PARM-RTN.
            OPEN INPUT PARM-FILE.
            IF WS-PARM-STATUS = '35'
               MOVE SPACES TO PARM-REC
            ELSE
               READ PARM-FILE
                 AT END
                   MOVE SPACES TO PARM-REC
               END-READ
               CLOSE PARM-FILE
            END-IF.
            IF NOT EP-NOTICE-RUN AND NOT EP-REPORT-RUN
               DISPLAY 'PGM53 ABORT - INVALID FUNCTION ON ESCPARM'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            IF EP-HOLDER-STATE = SPACES
               DISPLAY 'PGM53 ABORT - HOLDER STATE MISSING ON ESCPARM'
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF.
            MOVE EP-HOLDER-STATE TO WS-HOLDER-STATE.
            IF EP-CUTOFF-DATE NUMERIC AND EP-CUTOFF-DATE > ZERO
               MOVE EP-CUTOFF-DATE TO WS-CUTOFF-DATE
            ELSE
               MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
            END-IF.
            MOVE WS-CUTOFF-DATE TO WS-CUTOFF-DATE-BRK.
            IF EP-REPLY-BY-DATE NUMERIC AND EP-REPLY-BY-DATE > ZERO
               MOVE EP-REPLY-BY-DATE TO WS-REPLY-BY-DATE
            ELSE
               MOVE WS-RUN-YYYY TO WS-REPLY-YYYY
               COMPUTE WS-REPLY-MM = WS-RUN-MM + 2
               MOVE WS-RUN-DD TO WS-REPLY-DD
               IF WS-REPLY-MM > 12
                  SUBTRACT 12 FROM WS-REPLY-MM
                  ADD 1 TO WS-REPLY-YYYY
               END-IF
               IF WS-REPLY-DD > 28
                  MOVE 28 TO WS-REPLY-DD
               END-IF
               MOVE WS-REPLY-DATE-BRK TO WS-REPLY-BY-DATE
            END-IF.
            IF EP-NOTICE-RUN
               MOVE 'NOTICE' TO EP-FUNCTION-NAME
            ELSE
               MOVE 'REPORT' TO EP-FUNCTION-NAME
            END-IF.
            MOVE WS-CUTOFF-DATE TO EP-CUTOFF-OUT.
            MOVE WS-REPLY-BY-DATE TO EP-REPLY-BY-OUT.
            MOVE EP-HOLDER-ID TO EP-HOLDER-OUT.

       820-LOAD-DORMANCY-RTN.
            OPEN INPUT DORMANCY-FILE.
            IF WS-DORM-STATUS NOT = '35'
               PERFORM 825-READ-DORMANCY-RTN
                  UNTIL WS-DORM-EOF
               CLOSE DORMANCY-FILE
            END-IF.

       825-READ-DORMANCY-RTN.
            READ DORMANCY-FILE
              AT END
                SET WS-DORM-EOF TO TRUE
              NOT AT END
                IF WS-DORM-COUNT < WS-DORM-MAX
                   ADD 1 TO WS-DORM-COUNT
                   MOVE DT-STATE TO WS-DORM-STATE (WS-DORM-COUNT)
                   MOVE DT-CREDIT-YEARS
                     TO WS-DORM-CREDIT-YRS (WS-DORM-COUNT)
                   MOVE DT-CHECK-YEARS
                     TO WS-DORM-CHECK-YRS (WS-DORM-COUNT)
                   MOVE DT-NOTICE-MIN
                     TO WS-DORM-NOTICE-MIN (WS-DORM-COUNT)
                END-IF
            END-READ.

      ******************************************************************
      * The report run opens the holder report, the adjustment side
      * batch under its header, the GL feed and the void feed PGM62
      * empties once it has sent the voids.
      ******************************************************************
       830-OPEN-REMIT-FILES-RTN.
            OPEN OUTPUT HOLDER-FILE
                        ESCHEAT-ADJ.
            OPEN EXTEND GL-FEED
                        ESCHEAT-VOID.
            MOVE SPACES TO HOLDER-HDR-REC.
            MOVE 'H' TO HH-REC-TYPE.
            MOVE EP-HOLDER-ID TO HH-HOLDER-ID.
            MOVE EP-HOLDER-NAME TO HH-HOLDER-NAME.
            MOVE WS-HOLDER-STATE TO HH-HOLDER-STATE.
            MOVE WS-RUN-DATE TO HH-REPORT-DATE.
            MOVE WS-CUTOFF-DATE TO HH-CUTOFF-DATE.
            WRITE HOLDER-HDR-REC.
            MOVE SPACES TO TRANS-HDR-REC.
            MOVE '00000' TO TH-HDR-ACCT-NO.
            MOVE 'H' TO TH-REC-ID.
            MOVE WS-RUN-DATE TO TH-FILE-DATE.
            MOVE 'PGM53' TO TH-SOURCE-ID.
            WRITE TRANS-HDR-REC.

       900-END-OF-JOB-RTN.
            IF EP-REPORT-RUN
               PERFORM 920-CLOSE-REMIT-FILES-RTN
            ELSE
               CLOSE LETTER-FILE
            END-IF.
            PERFORM 910-PRINT-RUN-TOTALS-RTN.
            IF WS-OUT-STATUS NOT = '35'
               CLOSE OUTSTANDING-FILE
            END-IF.
            CLOSE NEW-MASTER
                  WATCH-FILE
                  AUDIT-JOURNAL
                  ESCHEAT-RPT.
            IF WS-OUT-OF-BALANCE-AMT NOT = ZERO
               DISPLAY 'PGM53 HOLDER REPORT OUT OF BALANCE'
               MOVE 8 TO RETURN-CODE
            END-IF.

      ******************************************************************
      * The holder trailer and the adjustment trailer close their
      * files; the checks and the archived credits post to the GL.
      * The holder report must account for every item remitted.
      ******************************************************************
       920-CLOSE-REMIT-FILES-RTN.
            MOVE SPACES TO HOLDER-TRL-REC.
            MOVE 'Z' TO HZ-REC-TYPE.
            MOVE EP-HOLDER-ID TO HZ-HOLDER-ID.
            MOVE WS-HOLDER-STATE-CTR TO HZ-STATE-CTR.
            MOVE WS-HOLDER-ITEM-CTR TO HZ-ITEM-CTR.
            MOVE WS-HOLDER-AMT TO HZ-AMOUNT.
            WRITE HOLDER-TRL-REC.
            MOVE SPACES TO TRANS-TRL-REC.
            MOVE '99999' TO TT-TRL-ACCT-NO.
            MOVE 'T' TO TT-REC-ID.
            MOVE WS-ADJ-WRITE-CTR TO TT-REC-COUNT.
            MOVE WS-ADJ-AMT TO TT-HASH-TOTAL.
            WRITE TRANS-TRL-REC.
            MOVE 'EK' TO WS-GL-ACTIVITY.
            MOVE WS-CHECK-REMIT-AMT TO WS-GL-FEED-AMT.
            PERFORM 930-WRITE-GL-FEED-RTN.
            MOVE 'EA' TO WS-GL-ACTIVITY.
            MOVE WS-ARCH-REMIT-AMT TO WS-GL-FEED-AMT.
            PERFORM 930-WRITE-GL-FEED-RTN.
            CLOSE HOLDER-FILE
                  ESCHEAT-ADJ
                  GL-FEED
                  ESCHEAT-VOID.
            COMPUTE WS-OUT-OF-BALANCE-AMT = WS-REMIT-AMT
                  - WS-HOLDER-AMT.
            IF WS-HOLDER-AMT NOT = WS-ADJ-AMT + WS-CHECK-REMIT-AMT
                                 + WS-ARCH-REMIT-AMT
               COMPUTE WS-OUT-OF-BALANCE-AMT = WS-HOLDER-AMT
                     - WS-ADJ-AMT - WS-CHECK-REMIT-AMT
                     - WS-ARCH-REMIT-AMT
            END-IF.

       930-WRITE-GL-FEED-RTN.
            IF WS-GL-FEED-AMT NOT = ZERO
               MOVE SPACES TO GL-FEED-REC
               MOVE WS-RUN-DATE TO GF-RUN-DATE
               MOVE 'PGM53' TO GF-SOURCE-PGM
               MOVE WS-GL-ACTIVITY TO GF-ACTIVITY-CODE
               MOVE WS-GL-FEED-AMT TO GF-AMOUNT
               WRITE GL-FEED-REC
            END-IF.

       910-PRINT-RUN-TOTALS-RTN.
            MOVE SPACES TO ESCHEAT-RPT-REC.
            WRITE ESCHEAT-RPT-REC.
            MOVE 'MASTER CREDIT BALANCES EXAMINED' TO EP-COUNT-LABEL.
            MOVE WS-CREDIT-READ-CTR TO EP-COUNT.
            WRITE ESCHEAT-RPT-REC FROM EP-COUNT-LINE.
            MOVE 'ARCHIVED CREDIT BALANCES EXAMINED' TO EP-COUNT-LABEL.
            MOVE WS-ARCHIVE-READ-CTR TO EP-COUNT.
            WRITE ESCHEAT-RPT-REC FROM EP-COUNT-LINE.
            MOVE 'REFUND CHECKS EXAMINED' TO EP-COUNT-LABEL.
            MOVE WS-CHECK-READ-CTR TO EP-COUNT.
            WRITE ESCHEAT-RPT-REC FROM EP-COUNT-LINE.
            MOVE 'ITEMS NOT YET DORMANT' TO EP-COUNT-LABEL.
            MOVE WS-NOT-DORMANT-CTR TO EP-COUNT.
            WRITE ESCHEAT-RPT-REC FROM EP-COUNT-LINE.
            MOVE 'AMOUNT NOT YET DORMANT' TO EP-AMOUNT-LABEL.
            MOVE WS-NOT-DORMANT-AMT TO EP-AMOUNT-TOTAL.
            WRITE ESCHEAT-RPT-REC FROM EP-AMOUNT-LINE.
            MOVE 'ITEMS DORMANT' TO EP-COUNT-LABEL.
            MOVE WS-DORMANT-CTR TO EP-COUNT.
            WRITE ESCHEAT-RPT-REC FROM EP-COUNT-LINE.
            MOVE 'AMOUNT DORMANT' TO EP-AMOUNT-LABEL.
            MOVE WS-DORMANT-AMT TO EP-AMOUNT-TOTAL.
            WRITE ESCHEAT-RPT-REC FROM EP-AMOUNT-LINE.
            MOVE 'NOTICES PRINTED' TO EP-COUNT-LABEL.
            MOVE WS-NOTICE-CTR TO EP-COUNT.
            WRITE ESCHEAT-RPT-REC FROM EP-COUNT-LINE.
            MOVE 'NOTICES NOT MAILABLE - NO ADDRESS' TO EP-COUNT-LABEL.
            MOVE WS-NO-ADDRESS-CTR TO EP-COUNT.
            WRITE ESCHEAT-RPT-REC FROM EP-COUNT-LINE.
            MOVE 'NOTICED EARLIER, AWAITING REPLY' TO EP-COUNT-LABEL.
            MOVE WS-AWAIT-CTR TO EP-COUNT.
            WRITE ESCHEAT-RPT-REC FROM EP-COUNT-LINE.
            MOVE 'UNDER NOTICE MINIMUM' TO EP-COUNT-LABEL.
            MOVE WS-BELOW-MIN-CTR TO EP-COUNT.
            WRITE ESCHEAT-RPT-REC FROM EP-COUNT-LINE.
            MOVE 'HELD - NO NOTICE SENT' TO EP-COUNT-LABEL.
            MOVE WS-HELD-CTR TO EP-COUNT.
            WRITE ESCHEAT-RPT-REC FROM EP-COUNT-LINE.
            MOVE 'ITEMS REMITTED' TO EP-COUNT-LABEL.
            MOVE WS-REMIT-CTR TO EP-COUNT.
            WRITE ESCHEAT-RPT-REC FROM EP-COUNT-LINE.
            MOVE 'REFUND CHECKS VOIDED' TO EP-COUNT-LABEL.
            MOVE WS-VOID-CTR TO EP-COUNT.
            WRITE ESCHEAT-RPT-REC FROM EP-COUNT-LINE.
            MOVE 'WATCH ENTRIES CLEARED - CLAIMED' TO EP-COUNT-LABEL.
            MOVE WS-CLEARED-CTR TO EP-COUNT.
            WRITE ESCHEAT-RPT-REC FROM EP-COUNT-LINE.
            MOVE 'TOTAL REMITTED' TO EP-AMOUNT-LABEL.
            MOVE WS-REMIT-AMT TO EP-AMOUNT-TOTAL.
            WRITE ESCHEAT-RPT-REC FROM EP-AMOUNT-LINE.
            MOVE '  CREDIT BALANCE ADJUSTMENTS' TO EP-AMOUNT-LABEL.
            MOVE WS-ADJ-AMT TO EP-AMOUNT-TOTAL.
            WRITE ESCHEAT-RPT-REC FROM EP-AMOUNT-LINE.
            MOVE '  REFUND CHECKS' TO EP-AMOUNT-LABEL.
            MOVE WS-CHECK-REMIT-AMT TO EP-AMOUNT-TOTAL.
            WRITE ESCHEAT-RPT-REC FROM EP-AMOUNT-LINE.
            MOVE '  ARCHIVED CREDIT BALANCES' TO EP-AMOUNT-LABEL.
            MOVE WS-ARCH-REMIT-AMT TO EP-AMOUNT-TOTAL.
            WRITE ESCHEAT-RPT-REC FROM EP-AMOUNT-LINE.
            MOVE 'HOLDER REPORT TOTAL' TO EP-AMOUNT-LABEL.
            MOVE WS-HOLDER-AMT TO EP-AMOUNT-TOTAL.
            WRITE ESCHEAT-RPT-REC FROM EP-AMOUNT-LINE.
            IF WS-OUT-OF-BALANCE-AMT NOT = ZERO
               MOVE 'OUT OF BALANCE BY' TO EP-AMOUNT-LABEL
               MOVE WS-OUT-OF-BALANCE-AMT TO EP-AMOUNT-TOTAL
               WRITE ESCHEAT-RPT-REC FROM EP-AMOUNT-LINE
            END-IF.

       950-WRITE-AUDIT-RTN.
            MOVE WATCH-REC TO AJ-AFTER-IMAGE.
            MOVE 'PGM53' TO AJ-SOURCE-PGM.
            MOVE EW-KEY TO AJ-KEY.
            MOVE WS-RUN-DATE TO AJ-RUN-DATE.
            MOVE SPACES TO AJ-OPERATOR-STAMP.
            ACCEPT AJ-RUN-TIME FROM TIME.
            WRITE AUDIT-JOURNAL-REC.

      ******************************************************************
      * Run statistics for the morning operations summary: credit
      * balances and checks examined, adjustments written and items
      * held, with the dormant, remitted and ESCA13T totals.
      ******************************************************************
       990-WRITE-RUN-STATS-RTN.
            INITIALIZE RUN-STATS-REC.
            MOVE WS-CYCLE-NO TO RS-CYCLE-NO.
            MOVE WS-RUN-DATE TO RS-RUN-DATE.
            MOVE 'PGM53' TO RS-PROGRAM.
            ACCEPT RS-RUN-TIME FROM TIME.
            MOVE RETURN-CODE TO RS-RETURN-CODE.
            COMPUTE RS-READ-CTR = WS-CREDIT-READ-CTR
                + WS-ARCHIVE-READ-CTR
                + WS-CHECK-READ-CTR.
            MOVE WS-ADJ-WRITE-CTR TO RS-WRITTEN-CTR.
            MOVE WS-HELD-CTR TO RS-SUSPEND-CTR.
            MOVE 'DORMANT' TO RS-AMT-LABEL (1).
            MOVE WS-DORMANT-AMT TO RS-AMOUNT (1).
            MOVE 'REMITTED' TO RS-AMT-LABEL (2).
            MOVE WS-REMIT-AMT TO RS-AMOUNT (2).
            MOVE 'ESCA13T' TO RS-AMT-LABEL (3).
            MOVE WS-ADJ-AMT TO RS-AMOUNT (3).
            OPEN EXTEND RUN-STATS.
            WRITE RUN-STATS-REC.
            CLOSE RUN-STATS.
