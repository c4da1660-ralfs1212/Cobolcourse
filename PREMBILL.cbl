       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMBILL.
      * ------------------------------------------------------------
      * PREMBILL:
      * Premium billing and collections for the POLMSTR policy
      * master. Runs ahead of the claims cycle, after POLRENEW, on
      * the POLRENEW output generation:
      *
      *  - the premium rate table (PREMRATE) gives a monthly
      *    premium per policy type and benefit level; the rate
      *    used is the one with the lowest benefit ceiling that
      *    still covers the policy's PM-POLICY-AMOUNT
      *  - the open invoice file (PREMINVI) is loaded; an invoice
      *    is keyed by policy number and billing month, and open
      *    unapplied cash is carried as a type C credit
      *  - premium payments (PREMPAY) are posted to the policy's
      *    open invoices oldest month first; cash left over is
      *    kept as a credit for the next invoice
      *  - on a billing run (PREM-BILL-PERIOD billing month in
      *    the PARMLIB parameter library not zero)
      *    every active policy not yet billed for that month gets
      *    an invoice record and a printed premium notice
      *    (PREMNOTC); open credits are applied to the new invoice
      *  - grace period: a policy with an invoice unpaid more
      *    than PREM-GRACE-DAYS past its due date is set to
      *    PM-STATUS 'S' (suspended), so MIDTERMF's
      *    221-CHECK-POLICY-MASTER pends its claims; once nothing
      *    is past grace the suspension is lifted
      *  - the master is written forward to POLMSTRO, open
      *    invoices and credits to PREMINVO; paid invoices drop
      *    off the file
      *  - the premium aging report for finance lists every open
      *    invoice by days past due, with band and run totals
      *
      *  Inital Version   2026/10/15
      *  Billing month and days from PARMLIB 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO PREMRATE
           FILE STATUS IS RATE-FILE-ST.

           SELECT POLICY-MASTER-FILE ASSIGN TO POLMSTR
           FILE STATUS IS POLICY-MASTER-FILE-ST.

           SELECT OPTIONAL INVOICE-IN-FILE ASSIGN TO PREMINVI
           FILE STATUS IS INVOICE-IN-FILE-ST.

           SELECT OPTIONAL PAYMENT-FILE ASSIGN TO PREMPAY
           FILE STATUS IS PAYMENT-FILE-ST.

           SELECT POLICY-OUT-FILE ASSIGN TO POLMSTRO
           FILE STATUS IS POLICY-OUT-FILE-ST.

           SELECT INVOICE-OUT-FILE ASSIGN TO PREMINVO
           FILE STATUS IS INVOICE-OUT-FILE-ST.

           SELECT NOTICE-FILE ASSIGN TO PREMNOTC
           FILE STATUS IS NOTICE-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Premium rates by policy type and benefit level
       FD  RATE-FILE
           RECORDING MODE IS F.
       01 RATE-REC.
          05 PR-POLICY-TYPE            PIC 9(1).
          05 PR-BENEFIT-MAX            PIC 9(7)V99.
          05 PR-MONTHLY-PREMIUM        PIC 9(5)V99.
          05 FILLER                    PIC X(63).

      * Policy master - same record layout as the
      * POLICY-MASTER-FILE FD in MIDTERMF
       FD  POLICY-MASTER-FILE
           RECORDING MODE IS F.
       01 POLICY-MASTER-REC.
          05 PM-POLICY-NO              PIC 9(7).
          05 PM-INSURED-NAME           PIC X(25).
          05 PM-POLICY-TYPE            PIC 9(1).
          05 PM-EFFECTIVE-DATE         PIC 9(8).
          05 PM-TERMINATION-DATE       PIC 9(8).
          05 PM-POLICY-AMOUNT          PIC 9(7)V99.
          05 PM-STATUS                 PIC X(1).
             88 PM-LAPSED                             VALUE 'L'.
             88 PM-SUSPENDED                          VALUE 'S'.
          05 PM-BILLED-PERIOD          PIC 9(6).
          05 FILLER                    PIC X(15).

       FD  INVOICE-IN-FILE
           RECORDING MODE IS F.
       01 INVOICE-IN-REC               PIC X(100).

      * Premium payments received
       FD  PAYMENT-FILE
           RECORDING MODE IS F.
       01 PAYMENT-REC.
          05 PY-POLICY-NO              PIC 9(7).
          05 PY-PAY-DATE               PIC 9(8).
          05 PY-AMOUNT                 PIC 9(7)V99.
          05 PY-REFERENCE              PIC X(10).
          05 FILLER                    PIC X(46).

       FD  POLICY-OUT-FILE
           RECORDING MODE IS F.
       01 POLICY-OUT-REC               PIC X(80).

       FD  INVOICE-OUT-FILE
           RECORDING MODE IS F.
       01 INVOICE-OUT-REC              PIC X(100).

       FD  NOTICE-FILE
           RECORDING MODE IS F.
       01 NOTICE-LINE                  PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Invoice record carried forward between runs
       01 INVOICE-REC-WS.
          05 PI-POLICY-NO              PIC 9(7).
          05 PI-BILL-PERIOD            PIC 9(6).
          05 PI-TYPE                   PIC X(1).
             88 PI-INVOICE                            VALUE 'I'.
             88 PI-CREDIT                             VALUE 'C'.
          05 PI-BILL-DATE              PIC 9(8).
          05 PI-DUE-DATE               PIC 9(8).
          05 PI-AMOUNT                 PIC 9(7)V99.
          05 PI-PAID                   PIC 9(7)V99.
          05 PI-BALANCE                PIC 9(7)V99.
          05 PI-LAST-PAY-DATE          PIC 9(8).
          05 PI-PAY-REFERENCE          PIC X(10).
          05 PI-STATUS                 PIC X(1).
             88 PI-OPEN                               VALUE 'O'.
             88 PI-PAID-IN-FULL                       VALUE 'P'.
          05 FILLER                    PIC X(24)       VALUE SPACES.

       01 INV-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 INV-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 INV-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 20000 COMP.
       01 INV-OLDEST-SUB               PIC 9(5)        VALUE 0 COMP.
       01 INVOICE-TABLE.
          05 INV-ENTRY OCCURS 1 TO 20000 TIMES
                DEPENDING ON INV-TABLE-MAX.
             10 INV-TBL-REC            PIC X(100).

       01 RATE-TABLE-SUB               PIC 9(4)        VALUE 0 COMP.
       01 RATE-TABLE-MAX               PIC 9(4)        VALUE 0 COMP.
       01 RATE-TABLE-MAX-LIMIT         PIC 9(4)        VALUE 500 COMP.
       01 RATE-FOUND-SUB               PIC 9(4)        VALUE 0 COMP.
       01 RATE-TABLE.
          05 RATE-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON RATE-TABLE-MAX.
             10 RATE-TBL-POLICY-TYPE   PIC 9(1).
             10 RATE-TBL-BENEFIT-MAX   PIC 9(7)V99.
             10 RATE-TBL-PREMIUM       PIC 9(5)V99.

       01 PROGRAM-SWITCHES.
          05 RATE-FILE-ST              PIC X(2).
             88 RATE-FILE-OK                           VALUE '00'.
          05 RATE-FILE-STATUS          PIC X(01)       VALUE SPACE.
             88 RATE-FILE-EOF                          VALUE 'Y'.
          05 POLICY-MASTER-FILE-ST     PIC X(2).
             88 POLICY-MASTER-FILE-OK                  VALUE '00'.
          05 POLICY-MASTER-FILE-STATUS PIC X(01)       VALUE SPACE.
             88 POLICY-MASTER-FILE-EOF                 VALUE 'Y'.
          05 INVOICE-IN-FILE-ST        PIC X(2).
             88 INVOICE-IN-FILE-OK                     VALUE '00'.
          05 INVOICE-IN-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 INVOICE-IN-FILE-EOF                    VALUE 'Y'.
          05 PAYMENT-FILE-ST           PIC X(2).
             88 PAYMENT-FILE-OK                        VALUE '00'.
          05 PAYMENT-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 PAYMENT-FILE-EOF                       VALUE 'Y'.
          05 POLICY-OUT-FILE-ST        PIC X(2).
             88 POLICY-OUT-FILE-OK                     VALUE '00'.
          05 INVOICE-OUT-FILE-ST       PIC X(2).
             88 INVOICE-OUT-FILE-OK                    VALUE '00'.
          05 NOTICE-FILE-ST            PIC X(2).
             88 NOTICE-FILE-OK                         VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 SW-PAST-GRACE             PIC X(01)       VALUE 'N'.
             88 PAST-GRACE                             VALUE 'Y'.

      * Run parameters, defaulted when not in effect on PARMLIB
       01 WS-PARMS.
          05 WS-BILL-PERIOD            PIC 9(6)        VALUE 0.
          05 WS-DUE-DAYS               PIC 9(3)        VALUE 30.
          05 WS-GRACE-DAYS             PIC 9(3)        VALUE 31.

       01 ACCUMS-AND-COUNTERS.
          05 WS-POL-KTR                PIC 9(7)        VALUE 0.
          05 WS-OLD-INV-KTR            PIC 9(7)        VALUE 0.
          05 WS-BILLED-KTR             PIC 9(7)        VALUE 0.
          05 WS-NO-RATE-KTR            PIC 9(7)        VALUE 0.
          05 WS-PAY-KTR                PIC 9(7)        VALUE 0.
          05 WS-UNAPPLIED-KTR          PIC 9(7)        VALUE 0.
          05 WS-PAID-OFF-KTR           PIC 9(7)        VALUE 0.
          05 WS-SUSPENDED-KTR          PIC 9(7)        VALUE 0.
          05 WS-REINSTATED-KTR         PIC 9(7)        VALUE 0.
          05 WS-OPEN-INV-KTR           PIC 9(7)        VALUE 0.
          05 WS-CREDIT-KTR             PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 99.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-PREMIUM-WORK.
          05 WS-BILLED-TOTAL           PIC 9(11)V99    VALUE 0.
          05 WS-PAY-TOTAL              PIC 9(11)V99    VALUE 0.
          05 WS-UNAPPLIED-TOTAL        PIC 9(11)V99    VALUE 0.
          05 WS-OPEN-TOTAL             PIC 9(11)V99    VALUE 0.
          05 WS-CREDIT-TOTAL           PIC 9(11)V99    VALUE 0.
          05 WS-PAY-REMAIN             PIC 9(7)V99     VALUE 0.
          05 WS-APPLY-AMT              PIC 9(7)V99     VALUE 0.
          05 WS-CREDIT-APPLIED         PIC 9(7)V99     VALUE 0.
          05 WS-NEW-INV-BAL            PIC 9(7)V99     VALUE 0.
          05 WS-PAST-DUE-BAL           PIC 9(9)V99     VALUE 0.
          05 WS-NEW-INV-SUB            PIC 9(5)        VALUE 0 COMP.
          05 WS-OLDEST-PERIOD          PIC 9(6)        VALUE 0.

      * Open invoices by days past due: current, 1-30, 31-60,
      * 61-90, over 90
       01 WS-AGE-BANDS.
          05 WS-AGE-BAND OCCURS 5 TIMES.
             10 WS-BAND-KTR            PIC 9(7)        VALUE 0.
             10 WS-BAND-BALANCE        PIC 9(11)V99    VALUE 0.
       01 WS-BAND-SUB                  PIC 9(1)        VALUE 0 COMP.
       01 WS-BAND-NAMES.
          05 FILLER                    PIC X(12)       VALUE
                'CURRENT'.
          05 FILLER                    PIC X(12)       VALUE
                '1-30 DAYS'.
          05 FILLER                    PIC X(12)       VALUE
                '31-60 DAYS'.
          05 FILLER                    PIC X(12)       VALUE
                '61-90 DAYS'.
          05 FILLER                    PIC X(12)       VALUE
                'OVER 90'.
       01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
          05 WS-BAND-NAME              PIC X(12)       OCCURS 5 TIMES.

       01 WS-DATE-VARS.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-TODAY-INT              PIC S9(8)       VALUE 0 COMP.
          05 WS-DUE-INT                PIC S9(8)       VALUE 0 COMP.
          05 WS-DAYS-PAST-DUE          PIC S9(5)       VALUE 0 COMP.
          05 WS-DUE-DATE               PIC 9(8)        VALUE 0.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the billing month, due
      * days and grace days from the PARMLIB parameter library
       COPY PARMLKL.

      * Premium notice letter lines
       01 NTC-HEAD-LINE.
          05 FILLER                    PIC X(34)       VALUE
                'PREMIUM NOTICE     -  POLICY:     '.
          05 NTC-POLICY-NO             PIC 9(7).
          05 FILLER                    PIC X(12)       VALUE
                '   MONTH:   '.
          05 NTC-PERIOD                PIC 9999/99.
          05 FILLER                    PIC X(72)       VALUE SPACES.

       01 NTC-NAME-LINE.
          05 FILLER                    PIC X(10)       VALUE
                'INSURED:  '.
          05 NTC-INSURED-NAME          PIC X(25).
          05 FILLER                    PIC X(97)       VALUE SPACES.

       01 NTC-AMOUNT-LINE.
          05 NTC-AMOUNT-LABEL          PIC X(38).
          05 NTC-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(80)       VALUE SPACES.

       01 NTC-DUE-LINE.
          05 FILLER                    PIC X(38)       VALUE
                'PAYMENT IS DUE BY:                    '.
          05 NTC-DUE-DATE              PIC 9999/99/99.
          05 FILLER                    PIC X(84)       VALUE SPACES.

       01 NTC-ACTION-LINE.
          05 FILLER                    PIC X(50)       VALUE
                'PREMIUM UNPAID AFTER THE GRACE PERIOD SUSPENDS    '.
          05 FILLER                    PIC X(40)       VALUE
                'THE POLICY - CLAIMS WILL NOT BE PAID.   '.
          05 FILLER                    PIC X(42)       VALUE SPACES.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '      PREMIUM RECEIVABLE AGING - FINANCE          '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'POLICY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE
                'MONTH'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'DUE DATE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE
                'DAYS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE
                'AGE BAND'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE
                '    BILLED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE
                '      PAID'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE
                '   BALANCE'.
          05 FILLER                    PIC X(34)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE ALL "=".
          05 FILLER                    PIC X(34)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-POLICY-O              PIC 9(7).
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DET-PERIOD-O              PIC 9999/99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-DUE-DATE-O            PIC 9(8).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DET-DAYS-O                PIC ZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-BAND-O                PIC X(12).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-AMOUNT-O              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PAID-O                PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-BALANCE-O             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(34)       VALUE SPACES.

       01 BAND-HDG-LINE.
          05 FILLER                    PIC X(35)       VALUE
                'OPEN PREMIUM BY DAYS PAST DUE'.
          05 FILLER                    PIC X(97)       VALUE SPACES.

       01 BAND-LINE.
          05 FILLER                    PIC X(12)       VALUE
                'Age band    '.
          05 BAND-NAME-O               PIC X(12).
          05 FILLER                    PIC X(11)       VALUE
                '          :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 BAND-KTR-O                PIC ZZZZZZ9.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 BAND-BALANCE-O            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(68)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Policies read / billed this run  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-POL-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-BILLED-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Premium billed / no rate found   :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-BILLED-AMT-O        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-NO-RATE-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(69)       VALUE SPACES.

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
                'Unapplied cash held / amount     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-UNAPPLIED-KTR-O     PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-UNAPPLIED-AMT-O     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(69)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Invoices paid off this run       :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-PAID-OFF-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                    PIC X(35)       VALUE
                'Policies suspended / reinstated  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-SUSPENDED-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REINSTATED-O        PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC7.
          05 FILLER                    PIC X(35)       VALUE
                'Open invoices / balance          :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-OPEN-KTR-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-OPEN-AMT-O          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(69)       VALUE SPACES.

       01 WS-TOTALS-REC8.
          05 FILLER                    PIC X(35)       VALUE
                'Open credits / balance           :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-CREDIT-KTR-O        PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-CREDIT-AMT-O        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(69)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-RATES UNTIL RATE-FILE-EOF.
           PERFORM 120-LOAD-INVOICES UNTIL INVOICE-IN-FILE-EOF.
           PERFORM 150-POST-PAYMENTS UNTIL PAYMENT-FILE-EOF.
           PERFORM 200-PROCESS-POLICY
              UNTIL POLICY-MASTER-FILE-EOF.
           PERFORM 500-WRITE-INVOICES-AND-REPORT.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'PREMBILL' TO AUD-PROGRAM-ID.
           COMPUTE AUD-RECORDS-READ = WS-POL-KTR + WS-PAY-KTR.
           MOVE WS-BILLED-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-NO-RATE-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-BILLED-TOTAL TO AUD-CONTROL-TOTAL.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           PERFORM 050-READ-PARMS.
      * every invoice billed this run falls due on the same day
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
              (WS-TODAY-INT + WS-DUE-DAYS).
      * Priming Read:
           PERFORM 400-READ-POLICY-MASTER.
       050-READ-PARMS.
      ************************************************************
      * Billing month (PREM-BILL-PERIOD), due days               *
      * (PREM-DUE-DAYS) and grace days (PREM-GRACE-DAYS) from    *
      * the PARMLIB parameter library; without a billing month   *
      * the run only posts payments and ages                     *
      ************************************************************
      D    DISPLAY '050-READ-PARMS'.
           MOVE 'PREMBILL' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'PREM-BILL-PERIOD' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999999
                 THEN
                 DISPLAY 'PREM-BILL-PERIOD PROBLEM: NOT A MONTH: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE PLIB-NUM-VALUE TO WS-BILL-PERIOD
           END-IF.

           MOVE 'PREM-DUE-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999
                 THEN
                 DISPLAY 'PREM-DUE-DAYS PROBLEM: NOT A DAY COUNT: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-DUE-DAYS
              END-IF
           END-IF.

           MOVE 'PREM-GRACE-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999
                 THEN
                 DISPLAY 'PREM-GRACE-DAYS PROBLEM: NOT A DAY COUNT: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE PLIB-NUM-VALUE TO WS-GRACE-DAYS
           END-IF.
           DISPLAY 'PREMBILL: BILLING MONTH ' WS-BILL-PERIOD
                   ' DUE DAYS ' WS-DUE-DAYS
                   ' GRACE DAYS ' WS-GRACE-DAYS.
       100-LOAD-RATES.
      ************************************************************
      * Load the premium rate table                              *
      ************************************************************
      D    DISPLAY '100-LOAD-RATES'.
           READ RATE-FILE
           AT END
              MOVE 'Y' TO RATE-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF RATE-TABLE-MAX < RATE-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO RATE-TABLE-MAX
              MOVE PR-POLICY-TYPE TO
                 RATE-TBL-POLICY-TYPE(RATE-TABLE-MAX)
              MOVE PR-BENEFIT-MAX TO
                 RATE-TBL-BENEFIT-MAX(RATE-TABLE-MAX)
              MOVE PR-MONTHLY-PREMIUM TO
                 RATE-TBL-PREMIUM(RATE-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: RATE TABLE FULL'
           END-IF.
       120-LOAD-INVOICES.
      ************************************************************
      * Load the open invoices and credits                       *
      ************************************************************
      D    DISPLAY '120-LOAD-INVOICES'.
           READ INVOICE-IN-FILE
           AT END
              MOVE 'Y' TO INVOICE-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-OLD-INV-KTR.
           IF INV-TABLE-MAX < INV-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO INV-TABLE-MAX
              MOVE INVOICE-IN-REC TO INV-TBL-REC(INV-TABLE-MAX)
           ELSE
      * an open receivable must never drop off the file
              DISPLAY 'INVOICE TABLE FULL AT ' INV-TABLE-MAX
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       150-POST-PAYMENTS.
      ************************************************************
      * Post one premium payment to the policy's open invoices,  *
      * oldest month first; any remainder is held as a credit    *
      ************************************************************
      D    DISPLAY '150-POST-PAYMENTS'.
           READ PAYMENT-FILE
           AT END
              MOVE 'Y' TO PAYMENT-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-PAY-KTR.
           ADD PY-AMOUNT TO WS-PAY-TOTAL.
           MOVE PY-AMOUNT TO WS-PAY-REMAIN.

           PERFORM 160-FIND-OLDEST-OPEN.
           PERFORM UNTIL WS-PAY-REMAIN = 0 OR INV-OLDEST-SUB = 0
                   PERFORM 170-APPLY-PAYMENT
                   PERFORM 160-FIND-OLDEST-OPEN
           END-PERFORM.

           IF WS-PAY-REMAIN > 0
              THEN
              PERFORM 180-HOLD-UNAPPLIED-CASH
           END-IF.
       160-FIND-OLDEST-OPEN.
      ************************************************************
      * Oldest open invoice for the payment's policy, or zero    *
      ************************************************************
      D    DISPLAY '160-FIND-OLDEST-OPEN'.
           MOVE 0 TO INV-OLDEST-SUB.
           MOVE 999999 TO WS-OLDEST-PERIOD.
           PERFORM VARYING INV-TABLE-SUB FROM 1 BY 1
              UNTIL INV-TABLE-SUB > INV-TABLE-MAX
                   MOVE INV-TBL-REC(INV-TABLE-SUB) TO INVOICE-REC-WS
                   IF PI-POLICY-NO = PY-POLICY-NO
                      AND PI-INVOICE
                      AND PI-OPEN
                      AND PI-BILL-PERIOD < WS-OLDEST-PERIOD
                      THEN
                      MOVE INV-TABLE-SUB TO INV-OLDEST-SUB
                      MOVE PI-BILL-PERIOD TO WS-OLDEST-PERIOD
                   END-IF
           END-PERFORM.
       170-APPLY-PAYMENT.
      ************************************************************
      * Apply what is left of the payment to one invoice         *
      ************************************************************
      D    DISPLAY '170-APPLY-PAYMENT'.
           MOVE INV-TBL-REC(INV-OLDEST-SUB) TO INVOICE-REC-WS.
           IF WS-PAY-REMAIN < PI-BALANCE
              THEN
              MOVE WS-PAY-REMAIN TO WS-APPLY-AMT
           ELSE
              MOVE PI-BALANCE TO WS-APPLY-AMT
           END-IF.
           ADD WS-APPLY-AMT TO PI-PAID.
           SUBTRACT WS-APPLY-AMT FROM PI-BALANCE.
           SUBTRACT WS-APPLY-AMT FROM WS-PAY-REMAIN.
           MOVE PY-PAY-DATE TO PI-LAST-PAY-DATE.
           MOVE PY-REFERENCE TO PI-PAY-REFERENCE.
           IF PI-BALANCE = 0
              THEN
              MOVE 'P' TO PI-STATUS
              ADD 1 TO WS-PAID-OFF-KTR
           END-IF.
           MOVE INVOICE-REC-WS TO INV-TBL-REC(INV-OLDEST-SUB).
       180-HOLD-UNAPPLIED-CASH.
      ************************************************************
      * Payment in excess of what is billed - keep it as a       *
      * credit against the policy's next invoice                 *
      ************************************************************
      D    DISPLAY '180-HOLD-UNAPPLIED-CASH'.
           IF INV-TABLE-MAX NOT < INV-TABLE-MAX-LIMIT
              THEN
              DISPLAY 'INVOICE TABLE FULL - CREDIT NOT HELD: '
                      PY-POLICY-NO ' ' WS-PAY-REMAIN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO INVOICE-REC-WS.
           MOVE PY-POLICY-NO TO PI-POLICY-NO.
           MOVE PY-PAY-DATE(1:6) TO PI-BILL-PERIOD.
           MOVE 'C' TO PI-TYPE.
           MOVE PY-PAY-DATE TO PI-BILL-DATE.
           MOVE 0 TO PI-DUE-DATE.
           MOVE WS-PAY-REMAIN TO PI-AMOUNT.
           MOVE 0 TO PI-PAID.
           MOVE WS-PAY-REMAIN TO PI-BALANCE.
           MOVE PY-PAY-DATE TO PI-LAST-PAY-DATE.
           MOVE PY-REFERENCE TO PI-PAY-REFERENCE.
           MOVE 'O' TO PI-STATUS.
           ADD 1 TO INV-TABLE-MAX.
           MOVE INVOICE-REC-WS TO INV-TBL-REC(INV-TABLE-MAX).
           ADD 1 TO WS-UNAPPLIED-KTR.
           ADD WS-PAY-REMAIN TO WS-UNAPPLIED-TOTAL.
           MOVE 0 TO WS-PAY-REMAIN.
       200-PROCESS-POLICY.
      ************************************************************
      * One policy: bill it for the month if due, then set or    *
      * lift the premium suspension, and write it forward        *
      ************************************************************
      D    DISPLAY '200-PROCESS-POLICY'.
           ADD 1 TO WS-POL-KTR.
           IF PM-BILLED-PERIOD NOT NUMERIC
              THEN
              MOVE 0 TO PM-BILLED-PERIOD
           END-IF.

      * lapsed policies are POLRENEW's business, not billed here
           IF NOT PM-LAPSED
              THEN
              IF WS-BILL-PERIOD > 0
                 AND PM-BILLED-PERIOD < WS-BILL-PERIOD
                 AND PM-EFFECTIVE-DATE NOT > WS-CURRENT-DATE
                 AND (PM-TERMINATION-DATE = 0
                      OR PM-TERMINATION-DATE NOT < WS-CURRENT-DATE)
                 THEN
                 PERFORM 220-BILL-POLICY
              END-IF
              PERFORM 250-CHECK-GRACE-PERIOD
           END-IF.

           WRITE POLICY-OUT-REC FROM POLICY-MASTER-REC.
           IF NOT POLICY-OUT-FILE-OK
              THEN
              DISPLAY 'POLMSTRO WRITE PROBLEM, RC='
                      POLICY-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 400-READ-POLICY-MASTER.
       220-BILL-POLICY.
      ************************************************************
      * Rate the policy, write its invoice for the billing       *
      * month, apply open credits and print the notice           *
      ************************************************************
      D    DISPLAY '220-BILL-POLICY'.
           MOVE 0 TO RATE-FOUND-SUB.
           PERFORM VARYING RATE-TABLE-SUB FROM 1 BY 1
              UNTIL RATE-TABLE-SUB > RATE-TABLE-MAX
                   IF RATE-TBL-POLICY-TYPE(RATE-TABLE-SUB) =
                      PM-POLICY-TYPE
                      AND RATE-TBL-BENEFIT-MAX(RATE-TABLE-SUB) NOT <
                      PM-POLICY-AMOUNT
                      THEN
                      IF RATE-FOUND-SUB = 0
                         THEN
                         MOVE RATE-TABLE-SUB TO RATE-FOUND-SUB
                      ELSE
                         IF RATE-TBL-BENEFIT-MAX(RATE-TABLE-SUB) <
                            RATE-TBL-BENEFIT-MAX(RATE-FOUND-SUB)
                            THEN
                            MOVE RATE-TABLE-SUB TO RATE-FOUND-SUB
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM.

           IF RATE-FOUND-SUB = 0
              THEN
              ADD 1 TO WS-NO-RATE-KTR
              DISPLAY 'NO PREMIUM RATE FOR POLICY: ' PM-POLICY-NO
                      ' TYPE: ' PM-POLICY-TYPE
                      ' AMOUNT: ' PM-POLICY-AMOUNT
              EXIT PARAGRAPH
           END-IF.

           IF INV-TABLE-MAX NOT < INV-TABLE-MAX-LIMIT
              THEN
              DISPLAY 'INVOICE TABLE FULL - POLICY NOT BILLED: '
                      PM-POLICY-NO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO INVOICE-REC-WS.
           MOVE PM-POLICY-NO TO PI-POLICY-NO.
           MOVE WS-BILL-PERIOD TO PI-BILL-PERIOD.
           MOVE 'I' TO PI-TYPE.
           MOVE WS-CURRENT-DATE TO PI-BILL-DATE.
           MOVE WS-DUE-DATE TO PI-DUE-DATE.
           MOVE RATE-TBL-PREMIUM(RATE-FOUND-SUB) TO PI-AMOUNT.
           MOVE 0 TO PI-PAID.
           MOVE PI-AMOUNT TO PI-BALANCE.
           MOVE 0 TO PI-LAST-PAY-DATE.
           MOVE 'O' TO PI-STATUS.
           ADD 1 TO INV-TABLE-MAX.
           MOVE INV-TABLE-MAX TO WS-NEW-INV-SUB.
           MOVE INVOICE-REC-WS TO INV-TBL-REC(WS-NEW-INV-SUB).
           MOVE WS-BILL-PERIOD TO PM-BILLED-PERIOD.
           ADD 1 TO WS-BILLED-KTR.
           ADD PI-AMOUNT TO WS-BILLED-TOTAL.

           PERFORM 230-APPLY-CREDITS.
           PERFORM 240-WRITE-PREMIUM-NOTICE.
       230-APPLY-CREDITS.
      ************************************************************
      * Open credits for the policy reduce the new invoice       *
      ************************************************************
      D    DISPLAY '230-APPLY-CREDITS'.
           MOVE 0 TO WS-CREDIT-APPLIED.
           MOVE PI-BALANCE TO WS-NEW-INV-BAL.
           PERFORM VARYING INV-TABLE-SUB FROM 1 BY 1
              UNTIL INV-TABLE-SUB > INV-TABLE-MAX
                 OR WS-NEW-INV-BAL = 0
                   MOVE INV-TBL-REC(INV-TABLE-SUB) TO INVOICE-REC-WS
                   IF PI-POLICY-NO = PM-POLICY-NO
                      AND PI-CREDIT
                      AND PI-OPEN
                      THEN
                      PERFORM 235-APPLY-ONE-CREDIT
                   END-IF
           END-PERFORM.

           MOVE INV-TBL-REC(WS-NEW-INV-SUB) TO INVOICE-REC-WS.
           IF WS-CREDIT-APPLIED > 0
              THEN
              SUBTRACT WS-CREDIT-APPLIED FROM PI-BALANCE
              ADD WS-CREDIT-APPLIED TO PI-PAID
              IF PI-BALANCE = 0
                 THEN
                 MOVE 'P' TO PI-STATUS
                 ADD 1 TO WS-PAID-OFF-KTR
              END-IF
              MOVE INVOICE-REC-WS TO INV-TBL-REC(WS-NEW-INV-SUB)
           END-IF.
       235-APPLY-ONE-CREDIT.
      ************************************************************
      * Take what the new invoice still needs from one credit    *
      ************************************************************
      D    DISPLAY '235-APPLY-ONE-CREDIT'.
           IF PI-BALANCE < WS-NEW-INV-BAL
              THEN
              MOVE PI-BALANCE TO WS-APPLY-AMT
           ELSE
              MOVE WS-NEW-INV-BAL TO WS-APPLY-AMT
           END-IF.
           SUBTRACT WS-APPLY-AMT FROM PI-BALANCE.
           ADD WS-APPLY-AMT TO PI-PAID.
           IF PI-BALANCE = 0
              THEN
              MOVE 'P' TO PI-STATUS
           END-IF.
           MOVE INVOICE-REC-WS TO INV-TBL-REC(INV-TABLE-SUB).
           SUBTRACT WS-APPLY-AMT FROM WS-NEW-INV-BAL.
           ADD WS-APPLY-AMT TO WS-CREDIT-APPLIED.
       240-WRITE-PREMIUM-NOTICE.
      ************************************************************
      * One premium notice per invoice billed                    *
      ************************************************************
      D    DISPLAY '240-WRITE-PREMIUM-NOTICE'.
      * earlier months still open are shown as past due
           MOVE 0 TO WS-PAST-DUE-BAL.
           PERFORM VARYING INV-TABLE-SUB FROM 1 BY 1
              UNTIL INV-TABLE-SUB > INV-TABLE-MAX
                   MOVE INV-TBL-REC(INV-TABLE-SUB) TO INVOICE-REC-WS
                   IF PI-POLICY-NO = PM-POLICY-NO
                      AND PI-INVOICE
                      AND PI-OPEN
                      AND PI-BILL-PERIOD < WS-BILL-PERIOD
                      THEN
                      ADD PI-BALANCE TO WS-PAST-DUE-BAL
                   END-IF
           END-PERFORM.
           MOVE INV-TBL-REC(WS-NEW-INV-SUB) TO INVOICE-REC-WS.

           MOVE PM-POLICY-NO TO NTC-POLICY-NO.
           MOVE WS-BILL-PERIOD TO NTC-PERIOD.
           WRITE NOTICE-LINE FROM NTC-HEAD-LINE
              AFTER ADVANCING PAGE.
           MOVE PM-INSURED-NAME TO NTC-INSURED-NAME.
           WRITE NOTICE-LINE FROM NTC-NAME-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'PREMIUM FOR THE MONTH:' TO NTC-AMOUNT-LABEL.
           MOVE PI-AMOUNT TO NTC-AMOUNT.
           WRITE NOTICE-LINE FROM NTC-AMOUNT-LINE
              AFTER ADVANCING 2 LINES.
           IF WS-CREDIT-APPLIED > 0
              THEN
              MOVE 'LESS CREDIT ON ACCOUNT:' TO NTC-AMOUNT-LABEL
              MOVE WS-CREDIT-APPLIED TO NTC-AMOUNT
              WRITE NOTICE-LINE FROM NTC-AMOUNT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-PAST-DUE-BAL > 0
              THEN
              MOVE 'PAST DUE FROM EARLIER MONTHS:' TO
                 NTC-AMOUNT-LABEL
              MOVE WS-PAST-DUE-BAL TO NTC-AMOUNT
              WRITE NOTICE-LINE FROM NTC-AMOUNT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'TOTAL AMOUNT DUE:' TO NTC-AMOUNT-LABEL.
           COMPUTE NTC-AMOUNT = PI-BALANCE + WS-PAST-DUE-BAL.
           WRITE NOTICE-LINE FROM NTC-AMOUNT-LINE
              AFTER ADVANCING 2 LINES.
           MOVE PI-DUE-DATE TO NTC-DUE-DATE.
           WRITE NOTICE-LINE FROM NTC-DUE-LINE
              AFTER ADVANCING 1 LINE.
           WRITE NOTICE-LINE FROM NTC-ACTION-LINE
              AFTER ADVANCING 2 LINES.
       250-CHECK-GRACE-PERIOD.
      ************************************************************
      * Suspend the policy when any invoice is unpaid more than  *
      * the grace days past due; reinstate it when none is       *
      ************************************************************
      D    DISPLAY '250-CHECK-GRACE-PERIOD'.
           MOVE 'N' TO SW-PAST-GRACE.
           PERFORM VARYING INV-TABLE-SUB FROM 1 BY 1
              UNTIL INV-TABLE-SUB > INV-TABLE-MAX
                   MOVE INV-TBL-REC(INV-TABLE-SUB) TO INVOICE-REC-WS
                   IF PI-POLICY-NO = PM-POLICY-NO
                      AND PI-INVOICE
                      AND PI-OPEN
                      THEN
                      COMPUTE WS-DUE-INT =
                         FUNCTION INTEGER-OF-DATE(PI-DUE-DATE)
                      IF WS-TODAY-INT - WS-DUE-INT > WS-GRACE-DAYS
                         THEN
                         MOVE 'Y' TO SW-PAST-GRACE
                         EXIT PERFORM
                      END-IF
                   END-IF
           END-PERFORM.

           EVALUATE TRUE
           WHEN PAST-GRACE AND NOT PM-SUSPENDED
                MOVE 'S' TO PM-STATUS
                ADD 1 TO WS-SUSPENDED-KTR
                DISPLAY 'POLICY SUSPENDED - PREMIUM UNPAID: '
                        PM-POLICY-NO
           WHEN NOT PAST-GRACE AND PM-SUSPENDED
                MOVE SPACE TO PM-STATUS
                ADD 1 TO WS-REINSTATED-KTR
                DISPLAY 'POLICY REINSTATED: ' PM-POLICY-NO
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT RATE-FILE.
           IF NOT RATE-FILE-OK
              DISPLAY 'PREMRATE OPEN PROBLEM, RC=' RATE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT POLICY-MASTER-FILE.
           IF NOT POLICY-MASTER-FILE-OK
              DISPLAY 'POLMSTR OPEN PROBLEM, RC='
                      POLICY-MASTER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT INVOICE-IN-FILE.
           IF NOT INVOICE-IN-FILE-OK
              MOVE 'Y' TO INVOICE-IN-FILE-STATUS
           END-IF.
           OPEN INPUT PAYMENT-FILE.
           IF NOT PAYMENT-FILE-OK
              MOVE 'Y' TO PAYMENT-FILE-STATUS
           END-IF.
           OPEN OUTPUT POLICY-OUT-FILE.
           IF NOT POLICY-OUT-FILE-OK
              DISPLAY 'POLMSTRO OPEN PROBLEM, RC='
                      POLICY-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT INVOICE-OUT-FILE.
           IF NOT INVOICE-OUT-FILE-OK
              DISPLAY 'PREMINVO OPEN PROBLEM, RC='
                      INVOICE-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT NOTICE-FILE.
           IF NOT NOTICE-FILE-OK
              DISPLAY 'PREMNOTC OPEN PROBLEM, RC=' NOTICE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-READ-POLICY-MASTER.
      ************************************************************
      * Read next policy master record                           *
      ************************************************************
      D    DISPLAY '400-READ-POLICY-MASTER'.
           READ POLICY-MASTER-FILE
           AT END
              MOVE 'Y' TO POLICY-MASTER-FILE-STATUS
           END-READ.
       500-WRITE-INVOICES-AND-REPORT.
      ************************************************************
      * Write open invoices and credits forward; open invoices   *
      * also age onto the report                                 *
      ************************************************************
      D    DISPLAY '500-WRITE-INVOICES-AND-REPORT'.
           PERFORM VARYING INV-TABLE-SUB FROM 1 BY 1
              UNTIL INV-TABLE-SUB > INV-TABLE-MAX
                   PERFORM 550-WRITE-ONE-INVOICE
           END-PERFORM.
       550-WRITE-ONE-INVOICE.
      ************************************************************
      * One invoice: drop it if paid, carry it forward and age   *
      * it if open                                               *
      ************************************************************
      D    DISPLAY '550-WRITE-ONE-INVOICE'.
           MOVE INV-TBL-REC(INV-TABLE-SUB) TO INVOICE-REC-WS.
           IF NOT PI-OPEN
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE INVOICE-REC-WS TO INVOICE-OUT-REC.
           WRITE INVOICE-OUT-REC.
           IF NOT INVOICE-OUT-FILE-OK
              THEN
              DISPLAY 'PREMINVO WRITE PROBLEM, RC='
                      INVOICE-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           IF PI-CREDIT
              THEN
              ADD 1 TO WS-CREDIT-KTR
              ADD PI-BALANCE TO WS-CREDIT-TOTAL
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OPEN-INV-KTR.
           ADD PI-BALANCE TO WS-OPEN-TOTAL.

           COMPUTE WS-DUE-INT =
              FUNCTION INTEGER-OF-DATE(PI-DUE-DATE).
           COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT - WS-DUE-INT.
           EVALUATE TRUE
           WHEN WS-DAYS-PAST-DUE NOT > 0
                MOVE 1 TO WS-BAND-SUB
                MOVE 0 TO WS-DAYS-PAST-DUE
           WHEN WS-DAYS-PAST-DUE NOT > 30
                MOVE 2 TO WS-BAND-SUB
           WHEN WS-DAYS-PAST-DUE NOT > 60
                MOVE 3 TO WS-BAND-SUB
           WHEN WS-DAYS-PAST-DUE NOT > 90
                MOVE 4 TO WS-BAND-SUB
           WHEN OTHER
                MOVE 5 TO WS-BAND-SUB
           END-EVALUATE.
           ADD 1 TO WS-BAND-KTR(WS-BAND-SUB).
           ADD PI-BALANCE TO WS-BAND-BALANCE(WS-BAND-SUB).

           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           MOVE PI-POLICY-NO TO DET-POLICY-O.
           MOVE PI-BILL-PERIOD TO DET-PERIOD-O.
           MOVE PI-DUE-DATE TO DET-DUE-DATE-O.
           MOVE WS-DAYS-PAST-DUE TO DET-DAYS-O.
           MOVE WS-BAND-NAME(WS-BAND-SUB) TO DET-BAND-O.
           MOVE PI-AMOUNT TO DET-AMOUNT-O.
           MOVE PI-PAID TO DET-PAID-O.
           MOVE PI-BALANCE TO DET-BALANCE-O.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       600-WRITE-HEADINGS.
      ************************************************************
      * Page headings                                            *
      ************************************************************
      D    DISPLAY '600-WRITE-HEADINGS'.
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
      * Age bands and control totals                             *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           WRITE OUTPUT-LINE FROM BAND-HDG-LINE
              AFTER ADVANCING 3 LINES.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 5
                   MOVE WS-BAND-NAME(WS-BAND-SUB) TO BAND-NAME-O
                   MOVE WS-BAND-KTR(WS-BAND-SUB) TO BAND-KTR-O
                   MOVE WS-BAND-BALANCE(WS-BAND-SUB)
                      TO BAND-BALANCE-O
                   WRITE OUTPUT-LINE FROM BAND-LINE
                      AFTER ADVANCING 1 LINE
           END-PERFORM.

           MOVE WS-POL-KTR TO TOTAL-POL-O.
           MOVE WS-BILLED-KTR TO TOTAL-BILLED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-BILLED-TOTAL TO TOTAL-BILLED-AMT-O.
           MOVE WS-NO-RATE-KTR TO TOTAL-NO-RATE-O.
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
           MOVE WS-PAID-OFF-KTR TO TOTAL-PAID-OFF-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-SUSPENDED-KTR TO TOTAL-SUSPENDED-O.
           MOVE WS-REINSTATED-KTR TO TOTAL-REINSTATED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
           MOVE WS-OPEN-INV-KTR TO TOTAL-OPEN-KTR-O.
           MOVE WS-OPEN-TOTAL TO TOTAL-OPEN-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC7
              AFTER ADVANCING 1 LINE.
           MOVE WS-CREDIT-KTR TO TOTAL-CREDIT-KTR-O.
           MOVE WS-CREDIT-TOTAL TO TOTAL-CREDIT-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC8
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE RATE-FILE
                 POLICY-MASTER-FILE
                 INVOICE-IN-FILE
                 PAYMENT-FILE
                 POLICY-OUT-FILE
                 INVOICE-OUT-FILE
                 NOTICE-FILE
                 REPORT-FILE.
