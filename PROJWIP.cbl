       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJWIP.
      * ------------------------------------------------------------
      * PROJWIP:
      * Month-end work-in-progress (unbilled revenue). Work done
      * on a project is revenue the month it is done, but it only
      * reached the books when TABLES1X invoiced it. This program
      * values what has been worked and not yet invoiced:
      *
      *  - PROJINV invoices (current and prior runs, concatenated)
      *    give each project's billed-through work date - the
      *    latest INV-BILLED-THRU-OUT seen for the project
      *  - TIMESHTS transactions worked after that date and on or
      *    before the as-of date (WIP-AS-OF-DATE in the PARMLIB
      *    parameter library, default today) are WIP
      *  - each day is priced the way the invoices price it: the
      *    BILLRATE day rate in effect on the work date for the
      *    employee's project position (RATELKUP; the EMPROJ
      *    per-day billing rate when the card has none), hours
      *    past 8 at the matching OT rate, the day's expense
      *    amount at cost, and the project's PROJPARM markup on
      *    top as the management fee
      *  - WIP is aged by work date 1-30 / 31-60 / 61-90 / 90+
      *    days before the as-of date
      *  - the accrual report (WIPRPT) lists the valuation and the
      *    aging by project; days with no EMPROJ rate are counted
      *    so the rate can be set up before the invoice run
      *  - WIPGL carries the accrual and its reversal for the GL
      *    interface, in the GLACTVTY layout: a 'WIPACR' batch
      *    dated the as-of date and a 'WIPREV' batch dated the
      *    reversal date (WIP-REVERSE-DATE, default the day after), each
      *    closed by its own control record; the job appends the
      *    file to GLACTVTY ahead of GLINTFC
      *
      *  Inital Version   2026/10/15
      *  Timesheets joined to EMPROJ on employee number  2026/10/15
      *  As-of and reversal dates from PARMLIB           2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJ-PARM-FILE ASSIGN TO PROJPARM
           FILE STATUS IS PROJ-PARM-FILE-ST.

           SELECT RATE-FILE ASSIGN TO EMPROJ
           FILE STATUS IS RATE-FILE-ST.

           SELECT OPTIONAL INVOICE-FILE ASSIGN TO PROJINV
           FILE STATUS IS INVOICE-FILE-ST.

           SELECT TIMESHEET-FILE ASSIGN TO TIMESHTS
           FILE STATUS IS TIMESHEET-FILE-ST.

           SELECT GL-FILE ASSIGN TO WIPGL
           FILE STATUS IS GL-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO WIPRPT
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Project list and markup - same record layout as the
      * PROJ-PARM-FILE FD in TABLES1X
       FD  PROJ-PARM-FILE RECORDING MODE F.
       01 PROJ-PARM-REC.
          05 PARM-PROJECT-CODE          PIC X(4).
          05 PARM-MARKUP-PCT            PIC 9(3)V99.
          05 FILLER                     PIC X(71).

      * Billing rates - same record layout as the INPUT-FILE FD
      * in TABLES1X
       FD  RATE-FILE RECORDING MODE F.
       01 EMP-PROJECT-TABLE-I.
          05 EMP-PROJECT-I              PIC X(4).
          05 EMP-NAME-I                 PIC X(15).
          05 EMP-STATE-OFFICE-I         PIC X(02).
          05 EMP-PROJECT-POSITION-I     PIC X(20).
          05 EMP-NBR-DAYS-ON-PROJ-I     PIC 9(03).
          05 EMP-NBR-OT-HOURS-I         PIC 9(03).
          05 EMP-PER-DAY-BILLING-RATE-I PIC 9(03)V99.
          05 EMP-PER-HOUR-OT-RATE-I     PIC 9(03)V99.
          05 EMP-LANGUAGE-CERT-I        PIC X(20).
          05 EMP-ON-CALL-I              PIC X(01).
          05 FILLER                     PIC X(02).
          05 EMP-NUMBER-I               PIC 9(06).

      * Invoice interface - same record layout as the
      * INVOICE-FILE FD in TABLES1X
       FD  INVOICE-FILE RECORDING MODE F.
       01 INVOICE-REC.
          05 INV-NUMBER-OUT             PIC 9(7).
          05 INV-PROJECT-OUT            PIC X(4).
          05 INV-SUBTOTAL-OUT           PIC 9(9)V99.
          05 INV-FEE-OUT                PIC 9(7)V99.
          05 INV-TOTAL-OUT              PIC 9(9)V99.
          05 INV-BILLED-THRU-OUT        PIC 9(8).
          05 FILLER                     PIC X(30).

      * Timesheet transactions - same record layout as the
      * TIMESHEET-FILE FD in TABLES1X
       FD  TIMESHEET-FILE RECORDING MODE F.
       01 TIMESHEET-REC.
          05 TS-EMP-NAME                PIC X(15).
          05 TS-PROJECT                 PIC X(4).
          05 TS-WORK-DATE               PIC 9(8).
          05 TS-HOURS                   PIC 9(2).
          05 TS-EXPENSE-AMT             PIC 9(5)V99.
          05 TS-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(38).

      * Accrual / reversal activity - same record layout as the
      * ACTIVITY-FILE FD in GLFEEDW
       FD  GL-FILE RECORDING MODE F.
       01 GL-ACTIVITY-REC.
          05 GA-SOURCE-SYSTEM           PIC X(8).
          05 GA-ACTIVITY-DATE           PIC 9(8).
          05 GA-ACTIVITY-TIME           PIC 9(6).
          05 GA-ENTRY-TYPE              PIC X(1).
          05 GA-TRANS-TYPE              PIC X(6).
          05 GA-AMOUNT                  PIC S9(11)V99.
          05 GA-ITEM-COUNT              PIC 9(7).
          05 FILLER                     PIC X(31).

       FD  REPORT-FILE RECORDING MODE F.
       01 OUTPUT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      * Projects with their billed-through date and WIP values
       01 PJ-SUB                        PIC 9(3)       VALUE 0 COMP.
       01 PJ-MAX                        PIC 9(3)       VALUE 0 COMP.
       01 PJ-MAX-LIMIT                  PIC 9(3)       VALUE 200 COMP.
       01 SW-PJ-FOUND                   PIC X(1)       VALUE 'N'.
          88 PJ-FOUND                                  VALUE 'Y'.
       01 WS-FIND-PROJECT               PIC X(4)       VALUE SPACES.
       01 PROJECT-WIP-TABLE.
          05 PJ-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON PJ-MAX.
             10 PJ-TBL-PROJECT          PIC X(4).
             10 PJ-TBL-MARKUP           PIC 9(3)V99.
             10 PJ-TBL-BILLED-THRU      PIC 9(8).
             10 PJ-TBL-DAYS             PIC 9(5)       COMP.
             10 PJ-TBL-OT-HOURS         PIC 9(5)       COMP.
             10 PJ-TBL-NO-RATE          PIC 9(5)       COMP.
             10 PJ-TBL-LABOR            PIC S9(9)V99   COMP-3.
             10 PJ-TBL-EXPENSE          PIC S9(9)V99   COMP-3.
             10 PJ-TBL-FEE              PIC S9(9)V99   COMP-3.
             10 PJ-TBL-BUCKET-AMT       PIC S9(11)V99  COMP-3
                                        OCCURS 4 TIMES.

      * EMPROJ billing rates by employee and project
       01 RT-SUB                        PIC 9(4)       VALUE 0 COMP.
       01 RT-MAX                        PIC 9(4)       VALUE 0 COMP.
       01 RT-MAX-LIMIT                  PIC 9(4)       VALUE 500 COMP.
       01 SW-RT-FOUND                   PIC X(1)       VALUE 'N'.
          88 RT-FOUND                                  VALUE 'Y'.
       01 RATE-TABLE.
          05 RT-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON RT-MAX.
             10 RT-TBL-PROJECT          PIC X(4).
             10 RT-TBL-EMP-NO           PIC 9(06).
             10 RT-TBL-EMP-NAME         PIC X(15).
             10 RT-TBL-POSITION         PIC X(20).
             10 RT-TBL-DAY-RATE         PIC 9(3)V99.
             10 RT-TBL-OT-RATE          PIC 9(3)V99.

      * Rate card lookup - the rate in effect on the work date
       COPY RATELKL.

      * PARMLKUP calling parameters - the as-of and reversal dates
      * from the PARMLIB parameter library
       COPY PARMLKL.

       01 PROGRAM-SWITCHES.
          05 PROJ-PARM-FILE-ST          PIC X(2).
             88 PROJ-PARM-FILE-OK                      VALUE '00'.
          05 PROJ-PARM-FILE-STATUS      PIC X(01)      VALUE SPACE.
             88 PROJ-PARM-FILE-EOF                     VALUE 'Y'.
          05 RATE-FILE-ST               PIC X(2).
             88 RATE-FILE-OK                           VALUE '00'.
          05 RATE-FILE-STATUS           PIC X(01)      VALUE SPACE.
             88 RATE-FILE-EOF                          VALUE 'Y'.
          05 INVOICE-FILE-ST            PIC X(2).
             88 INVOICE-FILE-OK                        VALUE '00' '05'.
          05 INVOICE-FILE-STATUS        PIC X(01)      VALUE SPACE.
             88 INVOICE-FILE-EOF                       VALUE 'Y'.
          05 TIMESHEET-FILE-ST          PIC X(2).
             88 TIMESHEET-FILE-OK                      VALUE '00'.
          05 TIMESHEET-FILE-STATUS      PIC X(01)      VALUE SPACE.
             88 TIMESHEET-FILE-EOF                     VALUE 'Y'.
          05 GL-FILE-ST                 PIC X(2).
             88 GL-FILE-OK                             VALUE '00'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-TS-KTR                  PIC 9(7)       VALUE 0.
          05 WS-WIP-KTR                 PIC 9(7)       VALUE 0.
          05 WS-BILLED-KTR              PIC 9(7)       VALUE 0.
          05 WS-FUTURE-KTR              PIC 9(7)       VALUE 0.
          05 WS-UNKNOWN-KTR             PIC 9(7)       VALUE 0.
          05 WS-NO-RATE-KTR             PIC 9(7)       VALUE 0.
          05 WS-CARD-RATE-KTR           PIC 9(7)       VALUE 0.
          05 WS-INV-KTR                 PIC 9(5)       VALUE 0.
          05 WS-TOT-WIP                 PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-TOT-BUCKET-AMT          PIC S9(11)V99  VALUE 0
                                                       COMP-3
                                        OCCURS 4 TIMES.
          05 CTR-LINES                  PIC 99         VALUE 99.
          05 CTR-PAGES                  PIC 999        VALUE 0.
          05 CTR-LINES-MAX              PIC 99         VALUE 40.

      * One day's valuation
       01 WS-DAY-VALUES.
          05 WS-DAY-LABOR               PIC S9(7)V99   VALUE 0
                                                       COMP-3.
          05 WS-DAY-OT-HOURS            PIC 9(2)       VALUE 0.
          05 WS-DAY-EXPENSE             PIC S9(7)V99   VALUE 0
                                                       COMP-3.
          05 WS-DAY-FEE                 PIC S9(7)V99   VALUE 0
                                                       COMP-3.
          05 WS-DAY-TOTAL               PIC S9(9)V99   VALUE 0
                                                       COMP-3.
          05 WS-PJ-TOTAL                PIC S9(11)V99  VALUE 0
                                                       COMP-3.

       01 WS-DATE-VARS.
          05 WS-CURRENT-DATE            PIC 9(8).
          05 WS-CURRENT-TIME            PIC 9(6).
          05 WS-AS-OF-DATE              PIC 9(8).
          05 WS-REVERSAL-DATE           PIC 9(8).
          05 WS-AS-OF-INT               PIC S9(8)      VALUE 0 COMP.
          05 WS-WORK-INT                PIC S9(8)      VALUE 0 COMP.
          05 WS-DAYS-OLD                PIC S9(5)      VALUE 0 COMP.
       01 WS-BUCKET-SUB                 PIC 9(1)       VALUE 0 COMP.

      * Print Lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(50)      VALUE
                '  WORK IN PROGRESS (UNBILLED) ACCRUAL AS OF      '.
          05 HDG-AS-OF-O                PIC 9(8).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'PAGE NO'.
          05 PAGE-NUM                   PIC ZZ9        VALUE ZERO.
          05 FILLER                     PIC X(32)      VALUE SPACES.

       01 HEADING-2.
          05 FILLER                     PIC X(8)       VALUE
                'PROJECT'.
          05 FILLER                     PIC X(10)      VALUE
                'BILLED TO'.
          05 FILLER                     PIC X(7)       VALUE
                '  DAYS'.
          05 FILLER                     PIC X(7)       VALUE
                ' OT HRS'.
          05 FILLER                     PIC X(15)      VALUE
                '          LABOR'.
          05 FILLER                     PIC X(15)      VALUE
                '       EXPENSES'.
          05 FILLER                     PIC X(15)      VALUE
                '       MGMT FEE'.
          05 FILLER                     PIC X(15)      VALUE
                '      WIP TOTAL'.
          05 FILLER                     PIC X(8)       VALUE
                ' NO RATE'.
          05 FILLER                     PIC X(32)      VALUE SPACES.

       01 HEADING-3.
          05 FILLER                     PIC X(100)     VALUE ALL '='.
          05 FILLER                     PIC X(32)      VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-PROJECT-O              PIC X(4).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 DET-BILLED-THRU-O          PIC 9(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-DAYS-O                 PIC ZZZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-OT-HOURS-O             PIC ZZZZ9.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 DET-LABOR-O                PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 DET-EXPENSE-O              PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 DET-FEE-O                  PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 DET-TOTAL-O                PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 DET-NO-RATE-O              PIC ZZZZ9.
          05 FILLER                     PIC X(34)      VALUE SPACES.

       01 WS-AGE-HDG.
          05 FILLER                     PIC X(14)      VALUE
                'AGING BY WORK'.
          05 FILLER                     PIC X(15)      VALUE
                '     1-30      '.
          05 FILLER                     PIC X(15)      VALUE
                '    31-60      '.
          05 FILLER                     PIC X(15)      VALUE
                '    61-90      '.
          05 FILLER                     PIC X(15)      VALUE
                '     90+       '.
          05 FILLER                     PIC X(58)      VALUE SPACES.

       01 WS-AGE-LINE.
          05 FILLER                     PIC X(8)       VALUE
                'PROJECT '.
          05 AGE-PROJECT-O              PIC X(4).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 AGE-B1-O                   PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 AGE-B2-O                   PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 AGE-B3-O                   PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 AGE-B4-O                   PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(58)      VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                     PIC X(35)      VALUE
                'Timesheet days read / WIP        :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-READ-O               PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-WIP-KTR-O            PIC ZZZZZZ9.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                     PIC X(35)      VALUE
                'Already billed / after as-of date:'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-BILLED-O             PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-FUTURE-O             PIC ZZZZZZ9.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                     PIC X(35)      VALUE
                'Unknown project / no EMPROJ rate :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-UNKNOWN-O            PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-NO-RATE-O            PIC ZZZZZZ9.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                     PIC X(35)      VALUE
                'WIP accrued / reversal date      :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-WIP-AMT-O            PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-REV-DATE-O           PIC 9(8).
          05 FILLER                     PIC X(64)      VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                     PIC X(35)      VALUE
                'Days priced from the rate card   :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-CARD-RATE-O          PIC ZZZZZZ9.
          05 FILLER                     PIC X(86)      VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-PROJECTS UNTIL PROJ-PARM-FILE-EOF.
           PERFORM 120-LOAD-RATES UNTIL RATE-FILE-EOF.
           PERFORM 150-LOAD-BILLED-THRU UNTIL INVOICE-FILE-EOF.
           PERFORM 200-VALUE-TIMESHEETS UNTIL TIMESHEET-FILE-EOF.
           PERFORM 700-WRITE-ACCRUAL-REPORT.
           PERFORM 760-WRITE-GL-ACCRUAL.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME.
           MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE.
           MOVE 0 TO WS-REVERSAL-DATE.
      * as-of and reversal dates in effect today (PARMLKUP); none
      * in effect means WIP as of today, reversed the day after
           MOVE 'PROJWIP' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'WIP-AS-OF-DATE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99999999
                 THEN
                 DISPLAY 'WIP-AS-OF-DATE PROBLEM: NOT A DATE: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-AS-OF-DATE
              END-IF
           END-IF.

           MOVE 'WIP-REVERSE-DATE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99999999
                 THEN
                 DISPLAY 'WIP-REVERSE-DATE PROBLEM: NOT A DATE: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-REVERSAL-DATE
              END-IF
           END-IF.
           COMPUTE WS-AS-OF-INT =
              FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
           IF WS-REVERSAL-DATE = 0
              THEN
              COMPUTE WS-REVERSAL-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-AS-OF-INT + 1)
           END-IF.
      D    DISPLAY 'WIP AS OF ' WS-AS-OF-DATE
      D            ' REVERSED ' WS-REVERSAL-DATE.
       100-LOAD-PROJECTS.
      ************************************************************
      * The PROJPARM project list with each project's markup     *
      ************************************************************
      D    DISPLAY '100-LOAD-PROJECTS'.
           READ PROJ-PARM-FILE
           AT END
              MOVE 'Y' TO PROJ-PARM-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF PJ-MAX < PJ-MAX-LIMIT
              THEN
              ADD 1 TO PJ-MAX
              MOVE PARM-PROJECT-CODE TO PJ-TBL-PROJECT(PJ-MAX)
              MOVE PARM-MARKUP-PCT TO PJ-TBL-MARKUP(PJ-MAX)
              MOVE 0 TO PJ-TBL-BILLED-THRU(PJ-MAX)
                        PJ-TBL-DAYS(PJ-MAX)
                        PJ-TBL-OT-HOURS(PJ-MAX)
                        PJ-TBL-NO-RATE(PJ-MAX)
                        PJ-TBL-LABOR(PJ-MAX)
                        PJ-TBL-EXPENSE(PJ-MAX)
                        PJ-TBL-FEE(PJ-MAX)
                        PJ-TBL-BUCKET-AMT(PJ-MAX, 1)
                        PJ-TBL-BUCKET-AMT(PJ-MAX, 2)
                        PJ-TBL-BUCKET-AMT(PJ-MAX, 3)
                        PJ-TBL-BUCKET-AMT(PJ-MAX, 4)
           ELSE
              DISPLAY 'WARNING: PROJECT TABLE FULL - PROJECT '
                      'DROPPED: ' PARM-PROJECT-CODE
           END-IF.
       120-LOAD-RATES.
      ************************************************************
      * EMPROJ billing rates for each employee on each project   *
      ************************************************************
      D    DISPLAY '120-LOAD-RATES'.
           READ RATE-FILE
           AT END
              MOVE 'Y' TO RATE-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF EMP-PER-DAY-BILLING-RATE-I NOT NUMERIC
              OR EMP-PER-HOUR-OT-RATE-I NOT NUMERIC
              THEN
              DISPLAY 'EMPROJ RATE NOT NUMERIC - SKIPPED: '
                      EMP-NAME-I ' ' EMP-PROJECT-I
              EXIT PARAGRAPH
           END-IF.
           IF RT-MAX < RT-MAX-LIMIT
              THEN
              ADD 1 TO RT-MAX
              MOVE EMP-PROJECT-I TO RT-TBL-PROJECT(RT-MAX)
              MOVE EMP-NUMBER-I TO RT-TBL-EMP-NO(RT-MAX)
              MOVE EMP-NAME-I TO RT-TBL-EMP-NAME(RT-MAX)
              MOVE EMP-PROJECT-POSITION-I TO RT-TBL-POSITION(RT-MAX)
              MOVE EMP-PER-DAY-BILLING-RATE-I
                 TO RT-TBL-DAY-RATE(RT-MAX)
              MOVE EMP-PER-HOUR-OT-RATE-I TO RT-TBL-OT-RATE(RT-MAX)
           ELSE
              DISPLAY 'WARNING: RATE TABLE FULL'
           END-IF.
       150-LOAD-BILLED-THRU.
      ************************************************************
      * Each invoice moves its project's billed-through date     *
      * forward                                                  *
      ************************************************************
      D    DISPLAY '150-LOAD-BILLED-THRU'.
           READ INVOICE-FILE
           AT END
              MOVE 'Y' TO INVOICE-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-INV-KTR.
           MOVE INV-PROJECT-OUT TO WS-FIND-PROJECT.
           PERFORM 210-FIND-PROJECT.
           IF PJ-FOUND
              AND INV-BILLED-THRU-OUT NUMERIC
              AND INV-BILLED-THRU-OUT > PJ-TBL-BILLED-THRU(PJ-SUB)
              THEN
              MOVE INV-BILLED-THRU-OUT TO PJ-TBL-BILLED-THRU(PJ-SUB)
           END-IF.
       200-VALUE-TIMESHEETS.
      ************************************************************
      * Value one timesheet day not yet covered by an invoice    *
      ************************************************************
      D    DISPLAY '200-VALUE-TIMESHEETS'.
           READ TIMESHEET-FILE
           AT END
              MOVE 'Y' TO TIMESHEET-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-TS-KTR.

           MOVE TS-PROJECT TO WS-FIND-PROJECT.
           PERFORM 210-FIND-PROJECT.
           IF NOT PJ-FOUND
              THEN
              ADD 1 TO WS-UNKNOWN-KTR
              EXIT PARAGRAPH
           END-IF.
           IF TS-WORK-DATE NOT > PJ-TBL-BILLED-THRU(PJ-SUB)
              THEN
              ADD 1 TO WS-BILLED-KTR
              EXIT PARAGRAPH
           END-IF.
           IF TS-WORK-DATE > WS-AS-OF-DATE
              THEN
              ADD 1 TO WS-FUTURE-KTR
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-WIP-KTR.

           PERFORM 220-FIND-RATE.
           IF TS-HOURS > 8
              THEN
              COMPUTE WS-DAY-OT-HOURS = TS-HOURS - 8
           ELSE
              MOVE 0 TO WS-DAY-OT-HOURS
           END-IF.
           IF RT-FOUND
              THEN
              PERFORM 230-CARD-RATE
              COMPUTE WS-DAY-LABOR ROUNDED =
                 RATE-DAY-RATE + (WS-DAY-OT-HOURS * RATE-OT-RATE)
           ELSE
              MOVE 0 TO WS-DAY-LABOR
              ADD 1 TO WS-NO-RATE-KTR
              ADD 1 TO PJ-TBL-NO-RATE(PJ-SUB)
           END-IF.
           MOVE TS-EXPENSE-AMT TO WS-DAY-EXPENSE.
           COMPUTE WS-DAY-FEE ROUNDED =
              (WS-DAY-LABOR + WS-DAY-EXPENSE)
              * PJ-TBL-MARKUP(PJ-SUB) / 100.
           COMPUTE WS-DAY-TOTAL =
              WS-DAY-LABOR + WS-DAY-EXPENSE + WS-DAY-FEE.

           ADD 1 TO PJ-TBL-DAYS(PJ-SUB).
           ADD WS-DAY-OT-HOURS TO PJ-TBL-OT-HOURS(PJ-SUB).
           ADD WS-DAY-LABOR TO PJ-TBL-LABOR(PJ-SUB).
           ADD WS-DAY-EXPENSE TO PJ-TBL-EXPENSE(PJ-SUB).
           ADD WS-DAY-FEE TO PJ-TBL-FEE(PJ-SUB).
           ADD WS-DAY-TOTAL TO WS-TOT-WIP.

           COMPUTE WS-WORK-INT =
              FUNCTION INTEGER-OF-DATE(TS-WORK-DATE).
           COMPUTE WS-DAYS-OLD = WS-AS-OF-INT - WS-WORK-INT.
           EVALUATE TRUE
           WHEN WS-DAYS-OLD <= 30
                MOVE 1 TO WS-BUCKET-SUB
           WHEN WS-DAYS-OLD <= 60
                MOVE 2 TO WS-BUCKET-SUB
           WHEN WS-DAYS-OLD <= 90
                MOVE 3 TO WS-BUCKET-SUB
           WHEN OTHER
                MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE.
           ADD WS-DAY-TOTAL TO
              PJ-TBL-BUCKET-AMT(PJ-SUB, WS-BUCKET-SUB).
           ADD WS-DAY-TOTAL TO WS-TOT-BUCKET-AMT(WS-BUCKET-SUB).
       210-FIND-PROJECT.
      ************************************************************
      * Locate WS-FIND-PROJECT in the project table              *
      ************************************************************
           MOVE 'N' TO SW-PJ-FOUND.
           PERFORM VARYING PJ-SUB FROM 1 BY 1
              UNTIL PJ-SUB > PJ-MAX
                   IF PJ-TBL-PROJECT(PJ-SUB) = WS-FIND-PROJECT
                      THEN
                      MOVE 'Y' TO SW-PJ-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       220-FIND-RATE.
      ************************************************************
      * Locate the employee's EMPROJ rate row on the project     *
      ************************************************************
           MOVE 'N' TO SW-RT-FOUND.
           PERFORM VARYING RT-SUB FROM 1 BY 1
              UNTIL RT-SUB > RT-MAX
                   IF RT-TBL-PROJECT(RT-SUB) = TS-PROJECT
                      AND RT-TBL-EMP-NO(RT-SUB) = TS-EMP-NO
                      THEN
                      MOVE 'Y' TO SW-RT-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       230-CARD-RATE.
      ************************************************************
      * The rate card rate in effect on the work date for the    *
      * employee's project position - the EMPROJ row rates when  *
      * the card has none                                        *
      ************************************************************
           MOVE TS-PROJECT TO RATE-PROJECT.
           MOVE RT-TBL-POSITION(RT-SUB) TO RATE-POSITION.
           MOVE TS-WORK-DATE TO RATE-WORK-DATE.
           CALL 'RATELKUP' USING RATE-PROJECT, RATE-POSITION,
              RATE-WORK-DATE, RATE-DAY-RATE, RATE-OT-RATE,
              RATE-EFF-DATE, RATE-STATUS.
           IF RATE-FOUND
              THEN
              ADD 1 TO WS-CARD-RATE-KTR
           ELSE
              MOVE RT-TBL-DAY-RATE(RT-SUB) TO RATE-DAY-RATE
              MOVE RT-TBL-OT-RATE(RT-SUB) TO RATE-OT-RATE
           END-IF.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT PROJ-PARM-FILE.
           IF NOT PROJ-PARM-FILE-OK
              DISPLAY 'PROJPARM OPEN PROBLEM, RC='
                      PROJ-PARM-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT RATE-FILE.
           IF NOT RATE-FILE-OK
              DISPLAY 'EMPROJ OPEN PROBLEM, RC=' RATE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT INVOICE-FILE.
           IF NOT INVOICE-FILE-OK
              MOVE 'Y' TO INVOICE-FILE-STATUS
           END-IF.
           OPEN INPUT TIMESHEET-FILE.
           IF NOT TIMESHEET-FILE-OK
              DISPLAY 'TIMESHTS OPEN PROBLEM, RC='
                      TIMESHEET-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF NOT GL-FILE-OK
              DISPLAY 'WIPGL OPEN PROBLEM, RC=' GL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'WIPRPT OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       510-CHECK-PAGE.
      ************************************************************
      * Page headings                                            *
      ************************************************************
      D    DISPLAY '510-CHECK-PAGE'.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              ADD 1 TO CTR-PAGES
              MOVE CTR-PAGES TO PAGE-NUM
              MOVE WS-AS-OF-DATE TO HDG-AS-OF-O
              WRITE OUTPUT-LINE FROM HEADING-1
                 AFTER ADVANCING PAGE
              WRITE OUTPUT-LINE FROM HEADING-2
                 AFTER ADVANCING 2
              WRITE OUTPUT-LINE FROM HEADING-3
                 AFTER ADVANCING 1
              MOVE 3 TO CTR-LINES
           END-IF.
       700-WRITE-ACCRUAL-REPORT.
      ************************************************************
      * Valuation by project, aging matrix and control totals    *
      ************************************************************
      D    DISPLAY '700-WRITE-ACCRUAL-REPORT'.
           PERFORM VARYING PJ-SUB FROM 1 BY 1
              UNTIL PJ-SUB > PJ-MAX
                   IF PJ-TBL-DAYS(PJ-SUB) > 0
                      THEN
                      PERFORM 710-WRITE-ONE-PROJECT
                   END-IF
           END-PERFORM.
           IF CTR-PAGES = 0
              THEN
              MOVE 99 TO CTR-LINES
              PERFORM 510-CHECK-PAGE
           END-IF.

           WRITE OUTPUT-LINE FROM WS-AGE-HDG
              AFTER ADVANCING 2.
           PERFORM VARYING PJ-SUB FROM 1 BY 1
              UNTIL PJ-SUB > PJ-MAX
                   IF PJ-TBL-DAYS(PJ-SUB) > 0
                      THEN
                      MOVE PJ-TBL-PROJECT(PJ-SUB) TO AGE-PROJECT-O
                      MOVE PJ-TBL-BUCKET-AMT(PJ-SUB, 1) TO AGE-B1-O
                      MOVE PJ-TBL-BUCKET-AMT(PJ-SUB, 2) TO AGE-B2-O
                      MOVE PJ-TBL-BUCKET-AMT(PJ-SUB, 3) TO AGE-B3-O
                      MOVE PJ-TBL-BUCKET-AMT(PJ-SUB, 4) TO AGE-B4-O
                      WRITE OUTPUT-LINE FROM WS-AGE-LINE
                         AFTER ADVANCING 1
                   END-IF
           END-PERFORM.
           MOVE 'ALL ' TO AGE-PROJECT-O.
           MOVE WS-TOT-BUCKET-AMT(1) TO AGE-B1-O.
           MOVE WS-TOT-BUCKET-AMT(2) TO AGE-B2-O.
           MOVE WS-TOT-BUCKET-AMT(3) TO AGE-B3-O.
           MOVE WS-TOT-BUCKET-AMT(4) TO AGE-B4-O.
           WRITE OUTPUT-LINE FROM WS-AGE-LINE
              AFTER ADVANCING 2.

           MOVE WS-TS-KTR TO TOTAL-READ-O.
           MOVE WS-WIP-KTR TO TOTAL-WIP-KTR-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 2.
           MOVE WS-BILLED-KTR TO TOTAL-BILLED-O.
           MOVE WS-FUTURE-KTR TO TOTAL-FUTURE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           MOVE WS-UNKNOWN-KTR TO TOTAL-UNKNOWN-O.
           MOVE WS-NO-RATE-KTR TO TOTAL-NO-RATE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           MOVE WS-TOT-WIP TO TOTAL-WIP-AMT-O.
           MOVE WS-REVERSAL-DATE TO TOTAL-REV-DATE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
           MOVE WS-CARD-RATE-KTR TO TOTAL-CARD-RATE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1.
       710-WRITE-ONE-PROJECT.
      ************************************************************
      * One project's unbilled valuation                         *
      ************************************************************
      D    DISPLAY '710-WRITE-ONE-PROJECT'.
           PERFORM 510-CHECK-PAGE.
           COMPUTE WS-PJ-TOTAL = PJ-TBL-LABOR(PJ-SUB)
              + PJ-TBL-EXPENSE(PJ-SUB) + PJ-TBL-FEE(PJ-SUB).
           MOVE PJ-TBL-PROJECT(PJ-SUB) TO DET-PROJECT-O.
           MOVE PJ-TBL-BILLED-THRU(PJ-SUB) TO DET-BILLED-THRU-O.
           MOVE PJ-TBL-DAYS(PJ-SUB) TO DET-DAYS-O.
           MOVE PJ-TBL-OT-HOURS(PJ-SUB) TO DET-OT-HOURS-O.
           MOVE PJ-TBL-LABOR(PJ-SUB) TO DET-LABOR-O.
           MOVE PJ-TBL-EXPENSE(PJ-SUB) TO DET-EXPENSE-O.
           MOVE PJ-TBL-FEE(PJ-SUB) TO DET-FEE-O.
           MOVE WS-PJ-TOTAL TO DET-TOTAL-O.
           MOVE PJ-TBL-NO-RATE(PJ-SUB) TO DET-NO-RATE-O.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       760-WRITE-GL-ACCRUAL.
      ************************************************************
      * The accrual batch on the as-of date and its reversal     *
      * batch on the reversal date, each closed by its control   *
      * record                                                   *
      ************************************************************
      D    DISPLAY '760-WRITE-GL-ACCRUAL'.
           MOVE SPACES TO GL-ACTIVITY-REC.
           MOVE 'PROJWIP' TO GA-SOURCE-SYSTEM.
           MOVE WS-CURRENT-TIME TO GA-ACTIVITY-TIME.
           MOVE WS-TOT-WIP TO GA-AMOUNT.
           MOVE WS-WIP-KTR TO GA-ITEM-COUNT.

           MOVE WS-AS-OF-DATE TO GA-ACTIVITY-DATE.
           MOVE 'A' TO GA-ENTRY-TYPE.
           MOVE 'WIPACR' TO GA-TRANS-TYPE.
           WRITE GL-ACTIVITY-REC.
           MOVE 'C' TO GA-ENTRY-TYPE.
           MOVE 'CONTRL' TO GA-TRANS-TYPE.
           WRITE GL-ACTIVITY-REC.

           MOVE WS-REVERSAL-DATE TO GA-ACTIVITY-DATE.
           MOVE 'A' TO GA-ENTRY-TYPE.
           MOVE 'WIPREV' TO GA-TRANS-TYPE.
           WRITE GL-ACTIVITY-REC.
           MOVE 'C' TO GA-ENTRY-TYPE.
           MOVE 'CONTRL' TO GA-TRANS-TYPE.
           WRITE GL-ACTIVITY-REC.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE PROJ-PARM-FILE
                 RATE-FILE
                 INVOICE-FILE
                 TIMESHEET-FILE
                 GL-FILE
                 REPORT-FILE.
