       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPLAN.
      * ------------------------------------------------------------
      * PAYPLAN:
      * Patient payment plans for the balances HOSPBILL prints as
      * AMOUNT DUE. Run monthly, ahead of HOSPBILL:
      *
      *  - the plan file (PLANMSTI) is loaded; a plan is one
      *    header record per patient followed by one record per
      *    installment
      *  - plan set-up transactions (PLANTRAN) - patient number,
      *    plan amount, number of months, annual interest rate
      *    (zero allowed) - build the installment schedule: equal
      *    principal each month plus a month's interest on the
      *    principal still outstanding, the interest worked
      *    through the shared CALCSUB engine. The schedule is
      *    printed on the run report.
      *  - patient payments (PLANPAY) post against the plan's
      *    installments oldest first; money with no open plan, or
      *    beyond what the plan still owes, is reported unapplied
      *  - every open installment past its due date is flagged
      *    missed; a plan with PLAN-MISSED-LIM (default 3)
      *    missed installments defaults: the past-due installments
      *    and the principal not yet due are written to PLANDFLT,
      *    which HOSPBILL prints in the normal statement cycle
      *  - every other open plan gets a next-installment notice
      *    (PLANNOTC) showing any past-due amount
      *  - open plans are written forward to PLANMSTO; plans paid
      *    off or defaulted drop off the file
      *
      *  Inital Version   2026/10/15
      *  Run parameters from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAN-IN-FILE ASSIGN TO PLANMSTI
           FILE STATUS IS PLAN-IN-FILE-ST.

           SELECT OPTIONAL TRANS-FILE ASSIGN TO PLANTRAN
           FILE STATUS IS TRANS-FILE-ST.

           SELECT OPTIONAL PAYMENT-FILE ASSIGN TO PLANPAY
           FILE STATUS IS PAYMENT-FILE-ST.

           SELECT PLAN-OUT-FILE ASSIGN TO PLANMSTO
           FILE STATUS IS PLAN-OUT-FILE-ST.

           SELECT DEFAULT-FILE ASSIGN TO PLANDFLT
           FILE STATUS IS DEFAULT-FILE-ST.

           SELECT NOTICE-FILE ASSIGN TO PLANNOTC
           FILE STATUS IS NOTICE-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-IN-FILE
           RECORDING MODE IS F.
       01 PLAN-IN-REC                  PIC X(80).

      * Plan set-up: first due date zero = one month from the run
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01 TRANS-REC.
          05 PT-PATIENT-NBR            PIC 9(5).
          05 PT-PATIENT-NAME           PIC X(20).
          05 PT-PLAN-AMOUNT            PIC 9(7)V99.
          05 PT-MONTHS                 PIC 9(3).
          05 PT-RATE                   PIC 9(2)V99.
          05 PT-FIRST-DUE-DATE         PIC 9(8).
          05 FILLER                    PIC X(31).

      * Patient payments received against a plan
       FD  PAYMENT-FILE
           RECORDING MODE IS F.
       01 PAYMENT-REC.
          05 PY-PATIENT-NBR            PIC 9(5).
          05 PY-PAY-DATE               PIC 9(8).
          05 PY-AMOUNT                 PIC 9(7)V99.
          05 PY-REFERENCE              PIC X(10).
          05 FILLER                    PIC X(48).

       FD  PLAN-OUT-FILE
           RECORDING MODE IS F.
       01 PLAN-OUT-REC                 PIC X(80).

      * Defaulted plan balances handed back to HOSPBILL - same
      * record layout as the PLANDFLT FD in HOSPBILL
       FD  DEFAULT-FILE
           RECORDING MODE IS F.
       01 DEFAULT-REC.
          05 DF-PATIENT-NBR            PIC 9(5).
          05 DF-PATIENT-NAME           PIC X(20).
          05 DF-DEFAULT-DATE           PIC 9(8).
          05 DF-PLAN-AMOUNT            PIC 9(7)V99.
          05 DF-TOTAL-PAID             PIC 9(7)V99.
          05 DF-BALANCE                PIC 9(7)V99.
          05 DF-MISSED                 PIC 9(2).
          05 FILLER                    PIC X(18).

       FD  NOTICE-FILE
           RECORDING MODE IS F.
       01 NOTICE-LINE                  PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Plan record carried forward between runs - a header (H)
      * then one installment record (I) per month
       01 PLAN-REC-WS.
          05 PL-PATIENT-NBR            PIC 9(5).
          05 PL-REC-TYPE               PIC X(1).
             88 PL-HEADER                             VALUE 'H'.
             88 PL-INSTALLMENT                        VALUE 'I'.
          05 PL-INST-NO                PIC 9(3).
          05 PL-HEADER-DATA.
             10 PL-SETUP-DATE          PIC 9(8).
             10 PL-PLAN-AMOUNT         PIC 9(7)V99.
             10 PL-MONTHS              PIC 9(3).
             10 PL-RATE                PIC 9(2)V99.
             10 PL-STATUS              PIC X(1).
                88 PL-ACTIVE                          VALUE 'A'.
                88 PL-PAID-OFF                        VALUE 'P'.
                88 PL-DEFAULTED                       VALUE 'D'.
             10 PL-MISSED-KTR          PIC 9(2).
             10 PL-TOTAL-PAID          PIC 9(7)V99.
             10 PL-PATIENT-NAME        PIC X(20).
             10 FILLER                 PIC X(15).
          05 PL-INSTALLMENT-DATA REDEFINES PL-HEADER-DATA.
             10 IN-DUE-DATE            PIC 9(8).
             10 IN-PRINCIPAL           PIC 9(7)V99.
             10 IN-INTEREST            PIC 9(7)V99.
             10 IN-AMOUNT              PIC 9(7)V99.
             10 IN-PAID                PIC 9(7)V99.
             10 IN-STATUS              PIC X(1).
                88 IN-OPEN                            VALUE 'O'.
                88 IN-MISSED                          VALUE 'M'.
                88 IN-PAID-IN-FULL                    VALUE 'P'.
             10 IN-PAY-DATE            PIC 9(8).
             10 FILLER                 PIC X(18).

       01 PLAN-TABLE-SUB               PIC 9(5)        VALUE 0 COMP.
       01 PLAN-TABLE-MAX               PIC 9(5)        VALUE 0 COMP.
       01 PLAN-TABLE-MAX-LIMIT         PIC 9(5)        VALUE 20000 COMP.
       01 PLAN-HDR-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 PLAN-INST-SUB                PIC 9(5)        VALUE 0 COMP.
       01 PLAN-LAST-SUB                PIC 9(5)        VALUE 0 COMP.
       01 PLAN-OLDEST-SUB              PIC 9(5)        VALUE 0 COMP.
       01 PLAN-NEXT-SUB                PIC 9(5)        VALUE 0 COMP.
       01 PLAN-SAVE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 PLAN-TABLE.
          05 PLAN-ENTRY OCCURS 1 TO 20000 TIMES
                DEPENDING ON PLAN-TABLE-MAX.
             10 PLAN-TBL-REC           PIC X(80).

       01 PROGRAM-SWITCHES.
          05 PLAN-IN-FILE-ST           PIC X(2).
             88 PLAN-IN-FILE-OK                        VALUE '00'.
          05 PLAN-IN-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 PLAN-IN-FILE-EOF                       VALUE 'Y'.
          05 TRANS-FILE-ST             PIC X(2).
             88 TRANS-FILE-OK                          VALUE '00'.
          05 TRANS-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 TRANS-FILE-EOF                         VALUE 'Y'.
          05 PAYMENT-FILE-ST           PIC X(2).
             88 PAYMENT-FILE-OK                        VALUE '00'.
          05 PAYMENT-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 PAYMENT-FILE-EOF                       VALUE 'Y'.
          05 PLAN-OUT-FILE-ST          PIC X(2).
             88 PLAN-OUT-FILE-OK                       VALUE '00'.
          05 DEFAULT-FILE-ST           PIC X(2).
             88 DEFAULT-FILE-OK                        VALUE '00'.
          05 NOTICE-FILE-ST            PIC X(2).
             88 NOTICE-FILE-OK                         VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * Set-up transaction accepted/rejected indicator
          05 SETUP-OK-STATUS           PIC X(01)       VALUE SPACE.
             88 SETUP-OK                               VALUE 'Y'.
      * Plan being written forward - its installments go with it
          05 PLAN-KEEP-STATUS          PIC X(01)       VALUE SPACE.
             88 PLAN-KEEP                              VALUE 'Y'.

      * Run parameters, defaulted when not in effect in PARMLIB
       01 WS-PARMS.
          05 WS-RUN-DATE               PIC 9(8)        VALUE 0.
          05 WS-MISSED-LIMIT           PIC 9(2)        VALUE 3.
          05 WS-MAX-MONTHS             PIC 9(3)        VALUE 60.

       01 ACCUMS-AND-COUNTERS.
          05 WS-OLD-PLAN-KTR           PIC 9(7)        VALUE 0.
          05 WS-SETUP-KTR              PIC 9(7)        VALUE 0.
          05 WS-SETUP-REJECT-KTR       PIC 9(7)        VALUE 0.
          05 WS-PAY-KTR                PIC 9(7)        VALUE 0.
          05 WS-UNAPPLIED-KTR          PIC 9(7)        VALUE 0.
          05 WS-MISSED-KTR             PIC 9(7)        VALUE 0.
          05 WS-DEFAULT-KTR            PIC 9(7)        VALUE 0.
          05 WS-PAID-OFF-KTR           PIC 9(7)        VALUE 0.
          05 WS-NOTICE-KTR             PIC 9(7)        VALUE 0.
          05 WS-OPEN-PLAN-KTR          PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 99.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-PLAN-WORK.
          05 WS-SETUP-TOTAL            PIC 9(11)V99    VALUE 0.
          05 WS-INTEREST-TOTAL         PIC 9(11)V99    VALUE 0.
          05 WS-PAY-TOTAL              PIC 9(11)V99    VALUE 0.
          05 WS-UNAPPLIED-TOTAL        PIC 9(11)V99    VALUE 0.
          05 WS-DEFAULT-TOTAL          PIC 9(11)V99    VALUE 0.
          05 WS-OPEN-TOTAL             PIC 9(11)V99    VALUE 0.
          05 WS-PAY-REMAIN             PIC 9(7)V99     VALUE 0.
          05 WS-APPLY-AMT              PIC 9(7)V99     VALUE 0.
          05 WS-LEVEL-PRINCIPAL        PIC 9(7)V99     VALUE 0.
          05 WS-REMAIN-PRINCIPAL       PIC 9(7)V99     VALUE 0.
          05 WS-INST-INTEREST          PIC 9(7)V99     VALUE 0.
          05 WS-PLAN-INTEREST          PIC 9(7)V99     VALUE 0.
          05 WS-PAST-DUE-BAL           PIC 9(7)V99     VALUE 0.
          05 WS-PLAN-BALANCE           PIC 9(7)V99     VALUE 0.
          05 WS-INST-UNPAID            PIC 9(7)V99     VALUE 0.
          05 WS-MISSED-NOW             PIC 9(3)        VALUE 0.
          05 WS-INST-NO                PIC 9(3)        VALUE 0.
          05 WS-REJECT-REASON          PIC X(30)       VALUE SPACES.
          05 WS-FIND-PATIENT-NBR       PIC 9(5)        VALUE 0.

      * Installment due dates - the first due date's day of the
      * month, held to the 28th so every month has it
       01 WS-DATE-VARS.
          05 WS-FIRST-DUE-DATE         PIC 9(8)        VALUE 0.
          05 WS-FIRST-DUE-PARTS REDEFINES WS-FIRST-DUE-DATE.
             10 WS-FIRST-DUE-YYYY      PIC 9(4).
             10 WS-FIRST-DUE-MM        PIC 9(2).
             10 WS-FIRST-DUE-DD        PIC 9(2).
          05 WS-DUE-DATE               PIC 9(8)        VALUE 0.
          05 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
             10 WS-DUE-YYYY            PIC 9(4).
             10 WS-DUE-MM              PIC 9(2).
             10 WS-DUE-DD              PIC 9(2).
          05 WS-MONTH-IDX              PIC 9(6)        VALUE 0 COMP.

      * CALCSUB calling parameters - the shop's shared calculation
      * engine does the interest arithmetic
       COPY CALCL.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the run date override and the
      * missed-installment limit from the PARMLIB parameter library
       COPY PARMLKL.

      * Installment notice letter lines
       01 NTC-HEAD-LINE.
          05 FILLER                    PIC X(34)       VALUE
                'PAYMENT PLAN NOTICE -  PATIENT:   '.
          05 NTC-PATIENT-NBR           PIC 9(5).
          05 FILLER                    PIC X(93)       VALUE SPACES.

       01 NTC-NAME-LINE.
          05 FILLER                    PIC X(10)       VALUE
                'PATIENT:  '.
          05 NTC-PATIENT-NAME          PIC X(20).
          05 FILLER                    PIC X(102)      VALUE SPACES.

       01 NTC-AMOUNT-LINE.
          05 NTC-AMOUNT-LABEL          PIC X(38).
          05 NTC-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(80)       VALUE SPACES.

       01 NTC-DUE-LINE.
          05 FILLER                    PIC X(14)       VALUE
                'INSTALLMENT   '.
          05 NTC-INST-NO               PIC ZZ9.
          05 FILLER                    PIC X(4)        VALUE ' OF '.
          05 NTC-MONTHS                PIC ZZ9.
          05 FILLER                    PIC X(14)       VALUE
                ' IS DUE BY:   '.
          05 NTC-DUE-DATE              PIC 9999/99/99.
          05 FILLER                    PIC X(84)       VALUE SPACES.

       01 NTC-MISSED-LINE.
          05 NTC-MISSED-KTR            PIC Z9.
          05 FILLER                    PIC X(44)       VALUE
                ' INSTALLMENT(S) MISSED - THE PLAN DEFAULTS  '.
          05 FILLER                    PIC X(6)        VALUE
                'AFTER '.
          05 NTC-MISSED-LIMIT          PIC Z9.
          05 FILLER                    PIC X(78)       VALUE
                ' AND THE FULL BALANCE BECOMES DUE.'.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '      PATIENT PAYMENT PLANS - BUSINESS OFFICE     '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'PATIENT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE
                'EVENT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE
                'INST'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'DUE DATE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE
                '     PRINCIPAL'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE
                '      INTEREST'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE
                '        AMOUNT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'NOTE'.
          05 FILLER                    PIC X(12)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(12)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-PATIENT-O             PIC 9(5).
          05 FILLER                    PIC X(05)       VALUE SPACES.
          05 DET-EVENT-O               PIC X(12).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-INST-O                PIC ZZ9         BLANK WHEN ZERO.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DET-DUE-DATE-O            PIC 9999/99/99  BLANK WHEN ZERO.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PRINCIPAL-O           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-INTEREST-O            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-AMOUNT-O              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NOTE-O                PIC X(30).
          05 FILLER                    PIC X(12)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Plans set up / rejected          :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-SETUP-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-SETUP-REJECT-O      PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Principal / interest scheduled   :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-SETUP-AMT-O         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-INTEREST-AMT-O      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(62)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Payments posted / amount         :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-PAY-KTR-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-PAY-AMT-O           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(69)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Unapplied payments / amount      :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-UNAPPLIED-KTR-O     PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-UNAPPLIED-AMT-O     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(69)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Installments missed this run     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-MISSED-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                    PIC X(35)       VALUE
                'Plans defaulted / balance        :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-DEFAULT-KTR-O       PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-DEFAULT-AMT-O       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(69)       VALUE SPACES.

       01 WS-TOTALS-REC7.
          05 FILLER                    PIC X(35)       VALUE
                'Plans paid off / notices printed :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-PAID-OFF-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-NOTICE-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC8.
          05 FILLER                    PIC X(35)       VALUE
                'Open plans / scheduled unpaid    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-OPEN-KTR-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-OPEN-AMT-O          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(69)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 120-LOAD-PLANS UNTIL PLAN-IN-FILE-EOF.
           PERFORM 150-SET-UP-PLAN UNTIL TRANS-FILE-EOF.
           PERFORM 170-POST-PAYMENT UNTIL PAYMENT-FILE-EOF.
           PERFORM VARYING PLAN-HDR-SUB FROM 1 BY 1
              UNTIL PLAN-HDR-SUB > PLAN-TABLE-MAX
                   PERFORM 200-REVIEW-PLAN
           END-PERFORM.
           PERFORM 500-WRITE-PLANS.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'PAYPLAN' TO AUD-PROGRAM-ID.
           COMPUTE AUD-RECORDS-READ =
              WS-OLD-PLAN-KTR + WS-SETUP-KTR + WS-SETUP-REJECT-KTR
              + WS-PAY-KTR.
           MOVE WS-OPEN-PLAN-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-SETUP-REJECT-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-PAY-TOTAL TO AUD-CONTROL-TOTAL.
           MOVE '00' TO AUD-FINAL-STATUS.
           CALL 'AUDITWRT' USING AUD-PROGRAM-ID, AUD-RECORDS-READ,
              AUD-RECORDS-WRITTEN, AUD-RECORDS-REJECTED,
              AUD-CONTROL-TOTAL, AUD-FINAL-STATUS.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 050-READ-PARMS.
       050-READ-PARMS.
      ************************************************************
      * Run date override (PLAN-RUN-DATE, zero = today) and the  *
      * missed-installment limit (PLAN-MISSED-LIM) in the        *
      * PARMLIB parameter library; the limit is the one in       *
      * effect on the run date                                   *
      ************************************************************
      D    DISPLAY '050-READ-PARMS'.
           MOVE 'PAYPLAN' TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.

           MOVE 'PLAN-RUN-DATE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99999999
                 THEN
                 DISPLAY 'PLAN-RUN-DATE PROBLEM: NOT A DATE: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-RUN-DATE
              END-IF
           END-IF.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.

           MOVE 'PLAN-MISSED-LIM' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99
                 THEN
                 DISPLAY 'PLAN-MISSED-LIM PROBLEM: NOT A COUNT: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-MISSED-LIMIT
              END-IF
           END-IF.
           DISPLAY 'PAYPLAN: RUN DATE ' WS-RUN-DATE
                   ' MISSED LIMIT ' WS-MISSED-LIMIT.
       120-LOAD-PLANS.
      ************************************************************
      * Load the open plans - headers and installments           *
      ************************************************************
      D    DISPLAY '120-LOAD-PLANS'.
           READ PLAN-IN-FILE
           AT END
              MOVE 'Y' TO PLAN-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF PLAN-TABLE-MAX < PLAN-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO PLAN-TABLE-MAX
              MOVE PLAN-IN-REC TO PLAN-TBL-REC(PLAN-TABLE-MAX)
              MOVE PLAN-IN-REC TO PLAN-REC-WS
              IF PL-HEADER
                 THEN
                 ADD 1 TO WS-OLD-PLAN-KTR
              END-IF
           ELSE
      * an open plan must never drop off the file
              DISPLAY 'PLAN TABLE FULL AT ' PLAN-TABLE-MAX
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       150-SET-UP-PLAN.
      ************************************************************
      * One plan set-up transaction: edit it, build the header   *
      * and the installment schedule, print the schedule         *
      ************************************************************
      D    DISPLAY '150-SET-UP-PLAN'.
           READ TRANS-FILE
           AT END
              MOVE 'Y' TO TRANS-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO SETUP-OK-STATUS.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 155-EDIT-SETUP.

           IF SETUP-OK
              THEN
              PERFORM 160-BUILD-SCHEDULE
           END-IF.

           IF SETUP-OK
              THEN
              ADD 1 TO WS-SETUP-KTR
              ADD PT-PLAN-AMOUNT TO WS-SETUP-TOTAL
              ADD WS-PLAN-INTEREST TO WS-INTEREST-TOTAL
              PERFORM 165-PRINT-SCHEDULE
           ELSE
      * a schedule that could not be finished comes back out
              MOVE PLAN-SAVE-MAX TO PLAN-TABLE-MAX
              ADD 1 TO WS-SETUP-REJECT-KTR
              MOVE SPACES TO DETAIL-LINE
              MOVE 0 TO DET-INST-O
              MOVE 0 TO DET-DUE-DATE-O
              MOVE PT-PATIENT-NBR TO DET-PATIENT-O
              MOVE 'REJECTED' TO DET-EVENT-O
              MOVE 0 TO DET-PRINCIPAL-O
              MOVE 0 TO DET-INTEREST-O
              MOVE 0 TO DET-AMOUNT-O
              MOVE WS-REJECT-REASON TO DET-NOTE-O
              PERFORM 600-WRITE-DETAIL
           END-IF.
       155-EDIT-SETUP.
      ************************************************************
      * Set-up edits: numeric fields, a positive amount, 1 to 60 *
      * months, no open plan already on file for the patient     *
      ************************************************************
      D    DISPLAY '155-EDIT-SETUP'.
           MOVE PLAN-TABLE-MAX TO PLAN-SAVE-MAX.
           IF PT-PATIENT-NBR NOT NUMERIC
              OR PT-PLAN-AMOUNT NOT NUMERIC
              OR PT-MONTHS NOT NUMERIC
              OR PT-RATE NOT NUMERIC
              THEN
              MOVE 'N' TO SETUP-OK-STATUS
              MOVE 'NON-NUMERIC SET-UP FIELD' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF PT-PLAN-AMOUNT = 0
              THEN
              MOVE 'N' TO SETUP-OK-STATUS
              MOVE 'PLAN AMOUNT MUST BE > ZERO' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF PT-MONTHS = 0 OR PT-MONTHS > WS-MAX-MONTHS
              THEN
              MOVE 'N' TO SETUP-OK-STATUS
              MOVE 'MONTHS MUST BE 1 TO 60' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF PT-FIRST-DUE-DATE NUMERIC AND PT-FIRST-DUE-DATE > 0
              THEN
              IF FUNCTION TEST-DATE-YYYYMMDD(PT-FIRST-DUE-DATE)
                 NOT EQUAL TO ZERO
                 THEN
                 MOVE 'N' TO SETUP-OK-STATUS
                 MOVE 'INVALID FIRST DUE DATE' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE PT-FIRST-DUE-DATE TO WS-FIRST-DUE-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-FIRST-DUE-DATE
              IF WS-FIRST-DUE-MM = 12
                 THEN
                 ADD 1 TO WS-FIRST-DUE-YYYY
                 MOVE 1 TO WS-FIRST-DUE-MM
              ELSE
                 ADD 1 TO WS-FIRST-DUE-MM
              END-IF
           END-IF.
           IF WS-FIRST-DUE-DD > 28
              THEN
              MOVE 28 TO WS-FIRST-DUE-DD
           END-IF.

           MOVE PT-PATIENT-NBR TO WS-FIND-PATIENT-NBR.
           PERFORM 180-FIND-OPEN-PLAN.
           IF PLAN-HDR-SUB > 0
              THEN
              MOVE 'N' TO SETUP-OK-STATUS
              MOVE 'PATIENT ALREADY ON A PLAN' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF PLAN-TABLE-MAX + PT-MONTHS + 1 > PLAN-TABLE-MAX-LIMIT
              THEN
              MOVE 'N' TO SETUP-OK-STATUS
              MOVE 'PLAN TABLE FULL' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
       160-BUILD-SCHEDULE.
      ************************************************************
      * Header, then one installment per month: equal principal  *
      * (the last month takes the rounding) plus a month's       *
      * interest on the principal still outstanding             *
      ************************************************************
      D    DISPLAY '160-BUILD-SCHEDULE'.
           MOVE SPACES TO PLAN-REC-WS.
           MOVE PT-PATIENT-NBR TO PL-PATIENT-NBR.
           MOVE 'H' TO PL-REC-TYPE.
           MOVE 0 TO PL-INST-NO.
           MOVE WS-RUN-DATE TO PL-SETUP-DATE.
           MOVE PT-PLAN-AMOUNT TO PL-PLAN-AMOUNT.
           MOVE PT-MONTHS TO PL-MONTHS.
           MOVE PT-RATE TO PL-RATE.
           MOVE 'A' TO PL-STATUS.
           MOVE 0 TO PL-MISSED-KTR.
           MOVE 0 TO PL-TOTAL-PAID.
           MOVE PT-PATIENT-NAME TO PL-PATIENT-NAME.
           ADD 1 TO PLAN-TABLE-MAX.
           MOVE PLAN-REC-WS TO PLAN-TBL-REC(PLAN-TABLE-MAX).

      * level principal = plan amount / months
           MOVE 'D' TO CALC-OPERATION.
           MOVE PT-PLAN-AMOUNT TO CALC-OPERAND-1.
           MOVE PT-MONTHS TO CALC-OPERAND-2.
           CALL 'CALCSUB' USING CALC-OPERATION, CALC-OPERAND-1,
              CALC-OPERAND-2, CALC-RESULT, CALC-STATUS.
           IF NOT CALC-OK
              THEN
              MOVE 'N' TO SETUP-OK-STATUS
              MOVE 'CALCSUB ERROR ' TO WS-REJECT-REASON
              MOVE CALC-STATUS TO WS-REJECT-REASON(15:2)
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LEVEL-PRINCIPAL ROUNDED = CALC-RESULT.

           MOVE PT-PLAN-AMOUNT TO WS-REMAIN-PRINCIPAL.
           MOVE 0 TO WS-PLAN-INTEREST.
           PERFORM VARYING WS-INST-NO FROM 1 BY 1
              UNTIL WS-INST-NO > PT-MONTHS
                 OR NOT SETUP-OK
                   PERFORM 162-BUILD-INSTALLMENT
           END-PERFORM.
       162-BUILD-INSTALLMENT.
      ************************************************************
      * One installment of the schedule                          *
      ************************************************************
      D    DISPLAY '162-BUILD-INSTALLMENT'.
      * a month's interest: principal outstanding times the annual
      * rate percent, divided by twelve
           MOVE 'P' TO CALC-OPERATION.
           MOVE WS-REMAIN-PRINCIPAL TO CALC-OPERAND-1.
           MOVE PT-RATE TO CALC-OPERAND-2.
           CALL 'CALCSUB' USING CALC-OPERATION, CALC-OPERAND-1,
              CALC-OPERAND-2, CALC-RESULT, CALC-STATUS.
           IF CALC-OK
              THEN
              MOVE 'D' TO CALC-OPERATION
              MOVE CALC-RESULT TO CALC-OPERAND-1
              MOVE 12 TO CALC-OPERAND-2
              CALL 'CALCSUB' USING CALC-OPERATION, CALC-OPERAND-1,
                 CALC-OPERAND-2, CALC-RESULT, CALC-STATUS
           END-IF.
           IF NOT CALC-OK
              THEN
              MOVE 'N' TO SETUP-OK-STATUS
              MOVE 'CALCSUB ERROR ' TO WS-REJECT-REASON
              MOVE CALC-STATUS TO WS-REJECT-REASON(15:2)
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INST-INTEREST ROUNDED = CALC-RESULT.

           MOVE SPACES TO PLAN-REC-WS.
           MOVE PT-PATIENT-NBR TO PL-PATIENT-NBR.
           MOVE 'I' TO PL-REC-TYPE.
           MOVE WS-INST-NO TO PL-INST-NO.
           IF WS-INST-NO = PT-MONTHS
              OR WS-LEVEL-PRINCIPAL > WS-REMAIN-PRINCIPAL
              THEN
              MOVE WS-REMAIN-PRINCIPAL TO IN-PRINCIPAL
           ELSE
              MOVE WS-LEVEL-PRINCIPAL TO IN-PRINCIPAL
           END-IF.
           MOVE WS-INST-INTEREST TO IN-INTEREST.
           COMPUTE IN-AMOUNT = IN-PRINCIPAL + IN-INTEREST.
           MOVE 0 TO IN-PAID.
           MOVE 'O' TO IN-STATUS.
           MOVE 0 TO IN-PAY-DATE.

           COMPUTE WS-MONTH-IDX = WS-FIRST-DUE-YYYY * 12
              + WS-FIRST-DUE-MM - 1 + WS-INST-NO - 1.
           DIVIDE WS-MONTH-IDX BY 12 GIVING WS-DUE-YYYY
              REMAINDER WS-DUE-MM.
           ADD 1 TO WS-DUE-MM.
           MOVE WS-FIRST-DUE-DD TO WS-DUE-DD.
           MOVE WS-DUE-DATE TO IN-DUE-DATE.

           SUBTRACT IN-PRINCIPAL FROM WS-REMAIN-PRINCIPAL.
           ADD WS-INST-INTEREST TO WS-PLAN-INTEREST.
           ADD 1 TO PLAN-TABLE-MAX.
           MOVE PLAN-REC-WS TO PLAN-TBL-REC(PLAN-TABLE-MAX).
       165-PRINT-SCHEDULE.
      ************************************************************
      * The new plan and its schedule on the run report          *
      ************************************************************
      D    DISPLAY '165-PRINT-SCHEDULE'.
           MOVE SPACES TO DETAIL-LINE.
           MOVE PT-PATIENT-NBR TO DET-PATIENT-O.
           MOVE 'PLAN SET UP' TO DET-EVENT-O.
           MOVE 0 TO DET-INST-O.
           MOVE 0 TO DET-DUE-DATE-O.
           MOVE PT-PLAN-AMOUNT TO DET-PRINCIPAL-O.
           MOVE WS-PLAN-INTEREST TO DET-INTEREST-O.
           COMPUTE DET-AMOUNT-O = PT-PLAN-AMOUNT + WS-PLAN-INTEREST.
           MOVE PT-PATIENT-NAME TO DET-NOTE-O.
           PERFORM 600-WRITE-DETAIL.

           COMPUTE PLAN-INST-SUB = PLAN-SAVE-MAX + 2.
           PERFORM VARYING PLAN-INST-SUB FROM PLAN-INST-SUB BY 1
              UNTIL PLAN-INST-SUB > PLAN-TABLE-MAX
                   MOVE PLAN-TBL-REC(PLAN-INST-SUB) TO PLAN-REC-WS
                   MOVE SPACES TO DETAIL-LINE
                   MOVE PL-PATIENT-NBR TO DET-PATIENT-O
                   MOVE 'SCHEDULE' TO DET-EVENT-O
                   MOVE PL-INST-NO TO DET-INST-O
                   MOVE IN-DUE-DATE TO DET-DUE-DATE-O
                   MOVE IN-PRINCIPAL TO DET-PRINCIPAL-O
                   MOVE IN-INTEREST TO DET-INTEREST-O
                   MOVE IN-AMOUNT TO DET-AMOUNT-O
                   PERFORM 600-WRITE-DETAIL
           END-PERFORM.
       170-POST-PAYMENT.
      ************************************************************
      * Post one patient payment to the plan's installments,     *
      * oldest first; anything left over is reported unapplied   *
      ************************************************************
      D    DISPLAY '170-POST-PAYMENT'.
           READ PAYMENT-FILE
           AT END
              MOVE 'Y' TO PAYMENT-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-PAY-KTR.
           ADD PY-AMOUNT TO WS-PAY-TOTAL.
           MOVE PY-AMOUNT TO WS-PAY-REMAIN.

           MOVE PY-PATIENT-NBR TO WS-FIND-PATIENT-NBR.
           PERFORM 180-FIND-OPEN-PLAN.
           IF PLAN-HDR-SUB = 0
              THEN
              MOVE 'NO OPEN PLAN FOR PATIENT' TO WS-REJECT-REASON
              PERFORM 178-REPORT-UNAPPLIED
              EXIT PARAGRAPH
           END-IF.

           MOVE PLAN-TBL-REC(PLAN-HDR-SUB) TO PLAN-REC-WS.
           ADD PY-AMOUNT TO PL-TOTAL-PAID.
           COMPUTE PLAN-LAST-SUB = PLAN-HDR-SUB + PL-MONTHS.
           MOVE PLAN-REC-WS TO PLAN-TBL-REC(PLAN-HDR-SUB).

           PERFORM 172-FIND-OLDEST-UNPAID.
           PERFORM UNTIL WS-PAY-REMAIN = 0 OR PLAN-OLDEST-SUB = 0
                   PERFORM 174-APPLY-PAYMENT
                   PERFORM 172-FIND-OLDEST-UNPAID
           END-PERFORM.

           IF PLAN-OLDEST-SUB = 0
              THEN
              PERFORM 176-PLAN-PAID-OFF
           END-IF.
           IF WS-PAY-REMAIN > 0
              THEN
              MOVE 'PAID BEYOND PLAN BALANCE' TO WS-REJECT-REASON
              PERFORM 178-REPORT-UNAPPLIED
           END-IF.
       172-FIND-OLDEST-UNPAID.
      ************************************************************
      * Oldest installment of the plan not yet paid, or zero     *
      ************************************************************
      D    DISPLAY '172-FIND-OLDEST-UNPAID'.
           MOVE 0 TO PLAN-OLDEST-SUB.
           COMPUTE PLAN-INST-SUB = PLAN-HDR-SUB + 1.
           PERFORM VARYING PLAN-INST-SUB FROM PLAN-INST-SUB BY 1
              UNTIL PLAN-INST-SUB > PLAN-LAST-SUB
                   MOVE PLAN-TBL-REC(PLAN-INST-SUB) TO PLAN-REC-WS
                   IF NOT IN-PAID-IN-FULL
                      THEN
                      MOVE PLAN-INST-SUB TO PLAN-OLDEST-SUB
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       174-APPLY-PAYMENT.
      ************************************************************
      * Apply what is left of the payment to one installment     *
      ************************************************************
      D    DISPLAY '174-APPLY-PAYMENT'.
           MOVE PLAN-TBL-REC(PLAN-OLDEST-SUB) TO PLAN-REC-WS.
           COMPUTE WS-INST-UNPAID = IN-AMOUNT - IN-PAID.
           IF WS-PAY-REMAIN < WS-INST-UNPAID
              THEN
              MOVE WS-PAY-REMAIN TO WS-APPLY-AMT
           ELSE
              MOVE WS-INST-UNPAID TO WS-APPLY-AMT
           END-IF.
           ADD WS-APPLY-AMT TO IN-PAID.
           SUBTRACT WS-APPLY-AMT FROM WS-PAY-REMAIN.
           MOVE PY-PAY-DATE TO IN-PAY-DATE.
           IF IN-PAID = IN-AMOUNT
              THEN
              MOVE 'P' TO IN-STATUS
           END-IF.
           MOVE PLAN-REC-WS TO PLAN-TBL-REC(PLAN-OLDEST-SUB).
       176-PLAN-PAID-OFF.
      ************************************************************
      * Every installment paid - the plan is closed              *
      ************************************************************
      D    DISPLAY '176-PLAN-PAID-OFF'.
           MOVE PLAN-TBL-REC(PLAN-HDR-SUB) TO PLAN-REC-WS.
           MOVE 'P' TO PL-STATUS.
           MOVE PLAN-REC-WS TO PLAN-TBL-REC(PLAN-HDR-SUB).
           ADD 1 TO WS-PAID-OFF-KTR.
           MOVE SPACES TO DETAIL-LINE.
           MOVE PL-PATIENT-NBR TO DET-PATIENT-O.
           MOVE 'PAID OFF' TO DET-EVENT-O.
           MOVE 0 TO DET-INST-O.
           MOVE 0 TO DET-DUE-DATE-O.
           MOVE PL-PLAN-AMOUNT TO DET-PRINCIPAL-O.
           MOVE 0 TO DET-INTEREST-O.
           MOVE PL-TOTAL-PAID TO DET-AMOUNT-O.
           MOVE PL-PATIENT-NAME TO DET-NOTE-O.
           PERFORM 600-WRITE-DETAIL.
       178-REPORT-UNAPPLIED.
      ************************************************************
      * Payment, or the part of it, that no installment took     *
      ************************************************************
      D    DISPLAY '178-REPORT-UNAPPLIED'.
           ADD 1 TO WS-UNAPPLIED-KTR.
           ADD WS-PAY-REMAIN TO WS-UNAPPLIED-TOTAL.
           MOVE SPACES TO DETAIL-LINE.
           MOVE PY-PATIENT-NBR TO DET-PATIENT-O.
           MOVE 'UNAPPLIED' TO DET-EVENT-O.
           MOVE 0 TO DET-INST-O.
           MOVE PY-PAY-DATE TO DET-DUE-DATE-O.
           MOVE 0 TO DET-PRINCIPAL-O.
           MOVE 0 TO DET-INTEREST-O.
           MOVE WS-PAY-REMAIN TO DET-AMOUNT-O.
           MOVE WS-REJECT-REASON TO DET-NOTE-O.
           PERFORM 600-WRITE-DETAIL.
       180-FIND-OPEN-PLAN.
      ************************************************************
      * Header of the patient's active plan, or zero             *
      ************************************************************
      D    DISPLAY '180-FIND-OPEN-PLAN'.
           MOVE 0 TO PLAN-HDR-SUB.
           PERFORM VARYING PLAN-TABLE-SUB FROM 1 BY 1
              UNTIL PLAN-TABLE-SUB > PLAN-TABLE-MAX
                   MOVE PLAN-TBL-REC(PLAN-TABLE-SUB) TO PLAN-REC-WS
                   IF PL-HEADER
                      AND PL-ACTIVE
                      AND PL-PATIENT-NBR = WS-FIND-PATIENT-NBR
                      THEN
                      MOVE PLAN-TABLE-SUB TO PLAN-HDR-SUB
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       200-REVIEW-PLAN.
      ************************************************************
      * Monthly review of one active plan: flag installments     *
      * past due, default the plan at the missed limit, else    *
      * print the next-installment notice                        *
      ************************************************************
      D    DISPLAY '200-REVIEW-PLAN'.
           MOVE PLAN-TBL-REC(PLAN-HDR-SUB) TO PLAN-REC-WS.
           IF NOT PL-HEADER OR NOT PL-ACTIVE
              THEN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE PLAN-LAST-SUB = PLAN-HDR-SUB + PL-MONTHS.

           MOVE 0 TO WS-MISSED-NOW.
           MOVE 0 TO WS-PAST-DUE-BAL.
           MOVE 0 TO WS-PLAN-BALANCE.
           MOVE 0 TO PLAN-NEXT-SUB.
           COMPUTE PLAN-INST-SUB = PLAN-HDR-SUB + 1.
           PERFORM VARYING PLAN-INST-SUB FROM PLAN-INST-SUB BY 1
              UNTIL PLAN-INST-SUB > PLAN-LAST-SUB
                   PERFORM 210-REVIEW-INSTALLMENT
           END-PERFORM.

           MOVE PLAN-TBL-REC(PLAN-HDR-SUB) TO PLAN-REC-WS.
           MOVE WS-MISSED-NOW TO PL-MISSED-KTR.
           MOVE PLAN-REC-WS TO PLAN-TBL-REC(PLAN-HDR-SUB).

           IF PL-MISSED-KTR NOT < WS-MISSED-LIMIT
              THEN
              PERFORM 220-DEFAULT-PLAN
           ELSE
              IF PLAN-NEXT-SUB > 0 OR WS-PAST-DUE-BAL > 0
                 THEN
                 PERFORM 230-WRITE-NOTICE
              END-IF
           END-IF.
       210-REVIEW-INSTALLMENT.
      ************************************************************
      * One installment: an unpaid one past its due date is      *
      * missed; note the next one coming due and what the        *
      * balance would be on default                              *
      ************************************************************
      D    DISPLAY '210-REVIEW-INSTALLMENT'.
           MOVE PLAN-TBL-REC(PLAN-INST-SUB) TO PLAN-REC-WS.
           IF IN-PAID-IN-FULL
              THEN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INST-UNPAID = IN-AMOUNT - IN-PAID.

           IF IN-DUE-DATE < WS-RUN-DATE
              THEN
              IF IN-OPEN
                 THEN
                 MOVE 'M' TO IN-STATUS
                 MOVE PLAN-REC-WS TO PLAN-TBL-REC(PLAN-INST-SUB)
                 ADD 1 TO WS-MISSED-KTR
                 MOVE SPACES TO DETAIL-LINE
                 MOVE PL-PATIENT-NBR TO DET-PATIENT-O
                 MOVE 'MISSED' TO DET-EVENT-O
                 MOVE PL-INST-NO TO DET-INST-O
                 MOVE IN-DUE-DATE TO DET-DUE-DATE-O
                 MOVE IN-PRINCIPAL TO DET-PRINCIPAL-O
                 MOVE IN-INTEREST TO DET-INTEREST-O
                 MOVE WS-INST-UNPAID TO DET-AMOUNT-O
                 MOVE 'INSTALLMENT UNPAID' TO DET-NOTE-O
                 PERFORM 600-WRITE-DETAIL
              END-IF
              ADD 1 TO WS-MISSED-NOW
              ADD WS-INST-UNPAID TO WS-PAST-DUE-BAL
              ADD WS-INST-UNPAID TO WS-PLAN-BALANCE
           ELSE
      * on default, interest not yet due is not charged
              IF PLAN-NEXT-SUB = 0
                 THEN
                 MOVE PLAN-INST-SUB TO PLAN-NEXT-SUB
              END-IF
              IF IN-PAID < IN-PRINCIPAL
                 THEN
                 COMPUTE WS-PLAN-BALANCE =
                    WS-PLAN-BALANCE + IN-PRINCIPAL - IN-PAID
              END-IF
           END-IF.
       220-DEFAULT-PLAN.
      ************************************************************
      * Missed limit reached: the plan defaults and its balance  *
      * goes back to HOSPBILL's statement cycle                  *
      ************************************************************
      D    DISPLAY '220-DEFAULT-PLAN'.
           MOVE PLAN-TBL-REC(PLAN-HDR-SUB) TO PLAN-REC-WS.
           MOVE 'D' TO PL-STATUS.
           MOVE PLAN-REC-WS TO PLAN-TBL-REC(PLAN-HDR-SUB).
           ADD 1 TO WS-DEFAULT-KTR.
           ADD WS-PLAN-BALANCE TO WS-DEFAULT-TOTAL.

           MOVE SPACES TO DEFAULT-REC.
           MOVE PL-PATIENT-NBR TO DF-PATIENT-NBR.
           MOVE PL-PATIENT-NAME TO DF-PATIENT-NAME.
           MOVE WS-RUN-DATE TO DF-DEFAULT-DATE.
           MOVE PL-PLAN-AMOUNT TO DF-PLAN-AMOUNT.
           MOVE PL-TOTAL-PAID TO DF-TOTAL-PAID.
           MOVE WS-PLAN-BALANCE TO DF-BALANCE.
           MOVE PL-MISSED-KTR TO DF-MISSED.
           WRITE DEFAULT-REC.
           IF NOT DEFAULT-FILE-OK
              THEN
              DISPLAY 'PLANDFLT WRITE PROBLEM, RC=' DEFAULT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO DETAIL-LINE.
           MOVE PL-PATIENT-NBR TO DET-PATIENT-O.
           MOVE 'DEFAULTED' TO DET-EVENT-O.
           MOVE 0 TO DET-INST-O.
           MOVE WS-RUN-DATE TO DET-DUE-DATE-O.
           MOVE PL-PLAN-AMOUNT TO DET-PRINCIPAL-O.
           MOVE 0 TO DET-INTEREST-O.
           MOVE WS-PLAN-BALANCE TO DET-AMOUNT-O.
           MOVE 'BALANCE TO STATEMENT CYCLE' TO DET-NOTE-O.
           PERFORM 600-WRITE-DETAIL.
       230-WRITE-NOTICE.
      ************************************************************
      * Next-installment notice, with anything past due          *
      ************************************************************
      D    DISPLAY '230-WRITE-NOTICE'.
           ADD 1 TO WS-NOTICE-KTR.
           MOVE PLAN-TBL-REC(PLAN-HDR-SUB) TO PLAN-REC-WS.
           MOVE PL-PATIENT-NBR TO NTC-PATIENT-NBR.
           WRITE NOTICE-LINE FROM NTC-HEAD-LINE
              AFTER ADVANCING PAGE.
           MOVE PL-PATIENT-NAME TO NTC-PATIENT-NAME.
           WRITE NOTICE-LINE FROM NTC-NAME-LINE
              AFTER ADVANCING 2 LINES.
           MOVE PL-MONTHS TO NTC-MONTHS.
           MOVE 'PLAN AMOUNT:' TO NTC-AMOUNT-LABEL.
           MOVE PL-PLAN-AMOUNT TO NTC-AMOUNT.
           WRITE NOTICE-LINE FROM NTC-AMOUNT-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'PAID ON THE PLAN TO DATE:' TO NTC-AMOUNT-LABEL.
           MOVE PL-TOTAL-PAID TO NTC-AMOUNT.
           WRITE NOTICE-LINE FROM NTC-AMOUNT-LINE
              AFTER ADVANCING 1 LINE.

           MOVE 0 TO WS-INST-UNPAID.
           IF PLAN-NEXT-SUB > 0
              THEN
              MOVE PLAN-TBL-REC(PLAN-NEXT-SUB) TO PLAN-REC-WS
              COMPUTE WS-INST-UNPAID = IN-AMOUNT - IN-PAID
              MOVE 'NEXT INSTALLMENT:' TO NTC-AMOUNT-LABEL
              MOVE WS-INST-UNPAID TO NTC-AMOUNT
              WRITE NOTICE-LINE FROM NTC-AMOUNT-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.
           IF WS-PAST-DUE-BAL > 0
              THEN
              MOVE 'PAST DUE FROM MISSED INSTALLMENTS:' TO
                 NTC-AMOUNT-LABEL
              MOVE WS-PAST-DUE-BAL TO NTC-AMOUNT
              WRITE NOTICE-LINE FROM NTC-AMOUNT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'TOTAL AMOUNT DUE:' TO NTC-AMOUNT-LABEL.
           COMPUTE NTC-AMOUNT = WS-INST-UNPAID + WS-PAST-DUE-BAL.
           WRITE NOTICE-LINE FROM NTC-AMOUNT-LINE
              AFTER ADVANCING 2 LINES.
           IF PLAN-NEXT-SUB > 0
              THEN
              MOVE PL-INST-NO TO NTC-INST-NO
              MOVE IN-DUE-DATE TO NTC-DUE-DATE
              WRITE NOTICE-LINE FROM NTC-DUE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-MISSED-NOW > 0
              THEN
              MOVE WS-MISSED-NOW TO NTC-MISSED-KTR
              MOVE WS-MISSED-LIMIT TO NTC-MISSED-LIMIT
              WRITE NOTICE-LINE FROM NTC-MISSED-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT PLAN-IN-FILE.
           IF NOT PLAN-IN-FILE-OK
              MOVE 'Y' TO PLAN-IN-FILE-STATUS
           END-IF.
           OPEN INPUT TRANS-FILE.
           IF NOT TRANS-FILE-OK
              MOVE 'Y' TO TRANS-FILE-STATUS
           END-IF.
           OPEN INPUT PAYMENT-FILE.
           IF NOT PAYMENT-FILE-OK
              MOVE 'Y' TO PAYMENT-FILE-STATUS
           END-IF.
           OPEN OUTPUT PLAN-OUT-FILE.
           IF NOT PLAN-OUT-FILE-OK
              DISPLAY 'PLANMSTO OPEN PROBLEM, RC=' PLAN-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DEFAULT-FILE.
           IF NOT DEFAULT-FILE-OK
              DISPLAY 'PLANDFLT OPEN PROBLEM, RC=' DEFAULT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT NOTICE-FILE.
           IF NOT NOTICE-FILE-OK
              DISPLAY 'PLANNOTC OPEN PROBLEM, RC=' NOTICE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       500-WRITE-PLANS.
      ************************************************************
      * Write the active plans forward, header and installments; *
      * paid-off and defaulted plans drop off                    *
      ************************************************************
      D    DISPLAY '500-WRITE-PLANS'.
           MOVE 'N' TO PLAN-KEEP-STATUS.
           PERFORM VARYING PLAN-TABLE-SUB FROM 1 BY 1
              UNTIL PLAN-TABLE-SUB > PLAN-TABLE-MAX
                   PERFORM 550-WRITE-ONE-PLAN-REC
           END-PERFORM.
       550-WRITE-ONE-PLAN-REC.
      ************************************************************
      * One plan record - installments follow their header's     *
      * fate                                                     *
      ************************************************************
      D    DISPLAY '550-WRITE-ONE-PLAN-REC'.
           MOVE PLAN-TBL-REC(PLAN-TABLE-SUB) TO PLAN-REC-WS.
           IF PL-HEADER
              THEN
              IF PL-ACTIVE
                 THEN
                 MOVE 'Y' TO PLAN-KEEP-STATUS
                 ADD 1 TO WS-OPEN-PLAN-KTR
              ELSE
                 MOVE 'N' TO PLAN-KEEP-STATUS
              END-IF
           ELSE
              IF PLAN-KEEP
                 THEN
                 COMPUTE WS-OPEN-TOTAL =
                    WS-OPEN-TOTAL + IN-AMOUNT - IN-PAID
              END-IF
           END-IF.
           IF NOT PLAN-KEEP
              THEN
              EXIT PARAGRAPH
           END-IF.
           WRITE PLAN-OUT-REC FROM PLAN-REC-WS.
           IF NOT PLAN-OUT-FILE-OK
              THEN
              DISPLAY 'PLANMSTO WRITE PROBLEM, RC=' PLAN-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       600-WRITE-DETAIL.
      ************************************************************
      * Write one report line, headings when the page is full    *
      ************************************************************
      D    DISPLAY '600-WRITE-DETAIL'.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 610-WRITE-HEADINGS
           END-IF.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       610-WRITE-HEADINGS.
      ************************************************************
      * Page headings                                            *
      ************************************************************
      D    DISPLAY '610-WRITE-HEADINGS'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2 LINES.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1 LINE.
           MOVE 3 TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 610-WRITE-HEADINGS
           END-IF.
           MOVE WS-SETUP-KTR TO TOTAL-SETUP-O.
           MOVE WS-SETUP-REJECT-KTR TO TOTAL-SETUP-REJECT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-SETUP-TOTAL TO TOTAL-SETUP-AMT-O.
           MOVE WS-INTEREST-TOTAL TO TOTAL-INTEREST-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-PAY-KTR TO TOTAL-PAY-KTR-O.
           MOVE WS-PAY-TOTAL TO TOTAL-PAY-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-UNAPPLIED-KTR TO TOTAL-UNAPPLIED-KTR-O.
           MOVE WS-UNAPPLIED-TOTAL TO TOTAL-UNAPPLIED-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-MISSED-KTR TO TOTAL-MISSED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-DEFAULT-KTR TO TOTAL-DEFAULT-KTR-O.
           MOVE WS-DEFAULT-TOTAL TO TOTAL-DEFAULT-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
           MOVE WS-PAID-OFF-KTR TO TOTAL-PAID-OFF-O.
           MOVE WS-NOTICE-KTR TO TOTAL-NOTICE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC7
              AFTER ADVANCING 1 LINE.
           MOVE WS-OPEN-PLAN-KTR TO TOTAL-OPEN-KTR-O.
           MOVE WS-OPEN-TOTAL TO TOTAL-OPEN-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC8
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE PLAN-IN-FILE
                 TRANS-FILE
                 PAYMENT-FILE
                 PLAN-OUT-FILE
                 DEFAULT-FILE
                 NOTICE-FILE
                 REPORT-FILE.
