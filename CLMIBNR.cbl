       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMIBNR.
      * ------------------------------------------------------------
      * CLMIBNR:
      * Incurred-but-not-reported reserve estimate for the monthly
      * finance close, from the paid-claim history (CLMHIST) the
      * weekly claim run appends to:
      *
      *  - every history entry is placed in a paid-claims
      *    development triangle by incurred month (CH-BENEFIT-DATE)
      *    and lag month (CH-RUN-DATE month less incurred month),
      *    for the IBNR-MONTHS number of months up to the valuation
      *    month; later payments are left out, so a rerun for a
      *    closed month gives the same answer
      *  - a reversal or re-adjudication counts, at its own lag,
      *    the change from the payment it replaces; history entries
      *    written before paid amounts were carried count their
      *    claim amount
      *  - policy type comes from the policy master (POLMSTR); a
      *    policy no longer on the master is reported as UNKNOWN
      *  - chain-ladder development factors are computed on the
      *    all-types triangle, lag by lag; an IBNR-FACTOR-nn
      *    setting overrides the factor for lag nn, and an
      *    optional tail factor develops the oldest lag to
      *    ultimate
      *  - the settings are in the PARMLIB parameter library
      *  - each incurred month's paid to date is projected to
      *    ultimate, and the IBNR reserve (ultimate less paid) is
      *    printed by incurred month and by policy type
      *
      *  Inital Version   2026/10/15
      *  Reserve settings and factor overrides from PARMLIB 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO CLMHIST
           FILE STATUS IS HIST-FILE-ST.

           SELECT POLICY-MASTER-FILE ASSIGN TO POLMSTR
           FILE STATUS IS POLICY-MASTER-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO IBNRRPT
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Claim history as appended by the weekly claim run - same
      * layout as CLAIM-HIST-REC in MIDTERMF
       FD  HIST-FILE
           RECORDING MODE IS F.
       01 CLAIM-HIST-REC.
          05 CH-POLICY-NO               PIC 9(7).
          05 CH-BENEFIT-DATE            PIC 9(8).
          05 CH-CLAIM-AMOUNT            PIC 9(7)V99.
          05 CH-RUN-DATE                PIC 9(8).
      * ' ' paid claim; 'R' reversal / 'A' re-adjudication of the
      * payment made on CH-ORIG-RUN-DATE
          05 CH-ENTRY-TYPE              PIC X(1).
             88 CH-PAID-CLAIM                          VALUE ' '.
             88 CH-ADJUSTMENT                          VALUE 'R' 'A'.
          05 CH-ORIG-RUN-DATE           PIC 9(8).
          05 CH-PAID-AMOUNT             PIC 9(7)V99.
          05 CH-DEDUCTION               PIC 9(7)V99.
          05 CH-MEMBER-SHARE            PIC 9(7)V99.
          05 FILLER                     PIC X(12).

      * Policy master - same record layout as the
      * POLICY-MASTER-FILE FD in MIDTERMF
       FD  POLICY-MASTER-FILE
           RECORDING MODE IS F.
       01 POLICY-MASTER-REC.
          05 PM-POLICY-NO               PIC 9(7).
          05 PM-INSURED-NAME            PIC X(25).
          05 PM-POLICY-TYPE             PIC 9(1).
          05 PM-EFFECTIVE-DATE          PIC 9(8).
          05 PM-TERMINATION-DATE        PIC 9(8).
          05 PM-POLICY-AMOUNT           PIC 9(7)V99.
          05 PM-STATUS                  PIC X(1).
          05 PM-BILLED-PERIOD           PIC 9(6).
          05 FILLER                     PIC X(15).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
          05 HIST-FILE-ST               PIC X(2).
             88 HIST-FILE-OK                           VALUE '00'.
          05 HIST-FILE-STATUS           PIC X(01)      VALUE SPACE.
             88 HIST-FILE-EOF                          VALUE 'Y'.
          05 POLICY-MASTER-FILE-ST      PIC X(2).
             88 POLICY-MASTER-FILE-OK                  VALUE '00'.
          05 POLICY-MASTER-FILE-STATUS  PIC X(01)      VALUE SPACE.
             88 POLICY-MASTER-FILE-EOF                 VALUE 'Y'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 SW-ORIG-FOUND              PIC X(01)      VALUE 'N'.
             88 ORIG-FOUND                             VALUE 'Y'.

      * Policy type by policy number
       01 PM-TABLE-SUB                  PIC 9(5)       VALUE 0 COMP.
       01 PM-TABLE-MAX                  PIC 9(5)       VALUE 0 COMP.
       01 PM-TABLE-MAX-LIMIT            PIC 9(5)       VALUE 5000 COMP.
       01 POLICY-TYPE-TABLE.
          05 PM-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON PM-TABLE-MAX.
             10 PM-TBL-POLICY-NO        PIC 9(7).
             10 PM-TBL-POLICY-TYPE      PIC 9(1).

      * Payments inside the triangle, so a later reversal or
      * re-adjudication can find what it replaces
       01 PD-TABLE-SUB                  PIC 9(5)       VALUE 0 COMP.
       01 PD-TABLE-MAX                  PIC 9(5)       VALUE 0 COMP.
       01 PD-TABLE-MAX-LIMIT            PIC 9(5)       VALUE 30000 COMP.
       01 PAID-TABLE.
          05 PD-ENTRY OCCURS 1 TO 30000 TIMES
                DEPENDING ON PD-TABLE-MAX.
             10 PD-TBL-POLICY-NO        PIC 9(7).
             10 PD-TBL-BENEFIT-DATE     PIC 9(8).
             10 PD-TBL-RUN-DATE         PIC 9(8).
             10 PD-TBL-PAID             PIC 9(7)V99.

      * Development triangle - policy types 1 to 3, 4 = not on the
      * master, 5 = all types; rows are incurred months oldest
      * first, columns lag months 0 up. Incremental paid on the
      * load, cumulative after 400-CUMULATE-TRIANGLE.
       01 WS-MAX-MONTHS                 PIC 9(2)       VALUE 24.
       01 WS-ALL-TYPES                  PIC 9(1)       VALUE 5.
       01 TRIANGLE-TABLE.
          05 TRI-TYPE OCCURS 5 TIMES.
             10 TRI-ROW OCCURS 24 TIMES.
                15 TRI-CELL             PIC S9(11)V99  OCCURS 24 TIMES.

      * Chain-ladder factors: FAC-FACTOR(k) develops lag k-2 to
      * lag k-1 (lag = subscript less one); FAC-CDF(k) develops
      * lag k-1 to ultimate
       01 FACTOR-TABLE.
          05 FAC-ENTRY OCCURS 24 TIMES.
             10 FAC-FACTOR              PIC 9(3)V9(6).
             10 FAC-CDF                 PIC 9(3)V9(6).
             10 FAC-SOURCE              PIC X(8).
             10 FAC-OVERRIDE            PIC 9(1)V9(4).

      * Projection by incurred month and policy type
       01 PROJECTION-TABLE.
          05 PRJ-TYPE OCCURS 5 TIMES.
             10 PRJ-PAID-TOTAL          PIC S9(11)V99.
             10 PRJ-ULTIMATE-TOTAL      PIC S9(11)V99.
             10 PRJ-IBNR-TOTAL          PIC S9(11)V99.
             10 PRJ-ROW OCCURS 24 TIMES.
                15 PRJ-PAID             PIC S9(11)V99.
                15 PRJ-ULTIMATE         PIC S9(11)V99.
                15 PRJ-IBNR             PIC S9(11)V99.

       01 WS-TYPE-NAMES.
          05 FILLER                     PIC X(16)      VALUE
                'PRIVATE'.
          05 FILLER                     PIC X(16)      VALUE
                'MEDICARE'.
          05 FILLER                     PIC X(16)      VALUE
                'AFFORDABLE-CARE'.
          05 FILLER                     PIC X(16)      VALUE
                'UNKNOWN'.
          05 FILLER                     PIC X(16)      VALUE
                'ALL TYPES'.
       01 WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
          05 WS-TYPE-NAME               PIC X(16)      OCCURS 5 TIMES.

       01 WS-SUBSCRIPTS.
          05 WS-TYPE-SUB                PIC 9(2)       VALUE 0 COMP.
          05 WS-ROW-SUB                 PIC 9(2)       VALUE 0 COMP.
          05 WS-LAG-SUB                 PIC 9(2)       VALUE 0 COMP.
          05 WS-LATEST-LAG              PIC 9(2)       VALUE 0 COMP.
          05 WS-PANEL-START             PIC 9(2)       VALUE 0 COMP.
          05 WS-PANEL-END               PIC 9(2)       VALUE 0 COMP.
          05 WS-COL-SUB                 PIC 9(2)       VALUE 0 COMP.

       01 WS-PARMS.
          05 WS-MONTHS                  PIC 9(2)       VALUE 12.
          05 WS-VALUATION-MONTH         PIC 9(6)       VALUE 0.
          05 WS-TAIL-FACTOR             PIC 9(1)V9(4)  VALUE 1.
          05 WS-FACTOR-LAG              PIC 9(2)       VALUE 0.

       01 WS-MONTH-WORK.
          05 WS-MONTH-YYYYMM            PIC 9(6).
          05 WS-MONTH-PARTS REDEFINES WS-MONTH-YYYYMM.
             10 WS-MONTH-YYYY           PIC 9(4).
             10 WS-MONTH-MM             PIC 9(2).
          05 WS-VALUATION-IDX           PIC S9(7)      VALUE 0 COMP.
          05 WS-INCURRED-IDX            PIC S9(7)      VALUE 0 COMP.
          05 WS-PAID-IDX                PIC S9(7)      VALUE 0 COMP.
          05 WS-ROW-NO                  PIC S9(7)      VALUE 0 COMP.
          05 WS-LAG-NO                  PIC S9(7)      VALUE 0 COMP.
          05 WS-CURRENT-DATE            PIC 9(8).

       01 ACCUMS-AND-COUNTERS.
          05 WS-HIST-KTR                PIC 9(7)       VALUE 0.
          05 WS-USED-KTR                PIC 9(7)       VALUE 0.
          05 WS-OUTSIDE-KTR             PIC 9(7)       VALUE 0.
          05 WS-NO-ORIG-KTR             PIC 9(7)       VALUE 0.
          05 WS-UNKNOWN-POL-KTR         PIC 9(7)       VALUE 0.
          05 WS-OVERRIDE-KTR            PIC 9(7)       VALUE 0.
          05 CTR-LINES                  PIC 99         VALUE 99.
          05 CTR-PAGES                  PIC 999        VALUE 0.
          05 CTR-LINES-MAX              PIC 99         VALUE 50.

       01 WS-AMOUNT-WORK.
          05 WS-ENTRY-PAID              PIC S9(9)V99   VALUE 0.
          05 WS-ORIG-PAID               PIC 9(7)V99    VALUE 0.
          05 WS-SUM-NEXT                PIC S9(13)V99  VALUE 0.
          05 WS-SUM-THIS                PIC S9(13)V99  VALUE 0.
          05 WS-CDF                     PIC 9(3)V9(6)  VALUE 0.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the reserve settings and
      * factor overrides from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(50)      VALUE
                '  IBNR RESERVE - PAID CLAIMS CHAIN LADDER         '.
          05 FILLER                     PIC X(8)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'PAGE NO'.
          05 PAGE-NUM                   PIC ZZ9        VALUE ZERO.
          05 FILLER                     PIC X(36)      VALUE SPACES.

       01 HEADING-2.
          05 FILLER                     PIC X(20)      VALUE
                'VALUATION MONTH:'.
          05 HDG-VALUATION-O            PIC 9999/99.
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 FILLER                     PIC X(20)      VALUE
                'MONTHS IN TRIANGLE:'.
          05 HDG-MONTHS-O               PIC Z9.
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 FILLER                     PIC X(14)      VALUE
                'TAIL FACTOR:'.
          05 HDG-TAIL-O                 PIC 9.9999.
          05 FILLER                     PIC X(53)      VALUE SPACES.

       01 SECTION-LINE.
          05 SECTION-TITLE-O            PIC X(60).
          05 FILLER                     PIC X(72)      VALUE SPACES.

      * Triangle panel - up to 12 lag columns of cumulative paid,
      * whole dollars
       01 TRI-HDG-LINE.
          05 FILLER                     PIC X(12)      VALUE
                'INCURRED'.
          05 TRI-HDG-COL OCCURS 12 TIMES.
             10 FILLER                  PIC X(5)       VALUE
                   '  LAG'.
             10 TRI-HDG-LAG-O           PIC ZZ9.
             10 FILLER                  PIC X(2)       VALUE SPACES.

       01 TRI-DETAIL-LINE.
          05 TRI-MONTH-O                PIC 9999/99.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 TRI-DET-COL OCCURS 12 TIMES.
             10 TRI-CELL-O              PIC -ZZZZZZZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.

       01 FAC-HDG-LINE.
          05 FILLER                     PIC X(12)      VALUE
                'LAG'.
          05 FILLER                     PIC X(14)      VALUE
                'AGE-TO-AGE'.
          05 FILLER                     PIC X(14)      VALUE
                'TO ULTIMATE'.
          05 FILLER                     PIC X(10)      VALUE
                'SOURCE'.
          05 FILLER                     PIC X(82)      VALUE SPACES.

       01 FAC-DETAIL-LINE.
          05 FAC-LAG-O                  PIC ZZ9.
          05 FILLER                     PIC X(9)       VALUE SPACES.
          05 FAC-FACTOR-O               PIC ZZ9.999999.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FAC-CDF-O                  PIC ZZ9.999999.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FAC-SOURCE-O               PIC X(8).
          05 FILLER                     PIC X(84)      VALUE SPACES.

       01 PRJ-HDG-LINE.
          05 FILLER                     PIC X(12)      VALUE
                'INCURRED'.
          05 FILLER                     PIC X(6)       VALUE
                'LAG'.
          05 FILLER                     PIC X(16)      VALUE
                '  PAID TO DATE'.
          05 FILLER                     PIC X(13)      VALUE
                ' TO ULTIMATE'.
          05 FILLER                     PIC X(18)      VALUE
                '      ULTIMATE'.
          05 FILLER                     PIC X(18)      VALUE
                '          IBNR'.
          05 FILLER                     PIC X(49)      VALUE SPACES.

       01 PRJ-DETAIL-LINE.
          05 PRJ-MONTH-O                PIC 9999/99.
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 PRJ-LAG-O                  PIC ZZ9.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 PRJ-PAID-O                 PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 PRJ-CDF-O                  PIC ZZ9.999999.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 PRJ-ULTIMATE-O             PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 PRJ-IBNR-O                 PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(52)      VALUE SPACES.

       01 TYPE-HDG-LINE.
          05 FILLER                     PIC X(20)      VALUE
                'POLICY TYPE'.
          05 FILLER                     PIC X(18)      VALUE
                '  PAID TO DATE'.
          05 FILLER                     PIC X(18)      VALUE
                '      ULTIMATE'.
          05 FILLER                     PIC X(18)      VALUE
                '  IBNR RESERVE'.
          05 FILLER                     PIC X(58)      VALUE SPACES.

       01 TYPE-DETAIL-LINE.
          05 TYP-NAME-O                 PIC X(16).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TYP-PAID-O                 PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 TYP-ULTIMATE-O             PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 TYP-IBNR-O                 PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(61)      VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                     PIC X(35)      VALUE
                'History read / in the triangle   :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-HIST-O               PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-USED-O               PIC ZZZZZZ9.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                     PIC X(35)      VALUE
                'Outside the window / no original :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-OUTSIDE-O            PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-NO-ORIG-O            PIC ZZZZZZ9.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                     PIC X(35)      VALUE
                'Policy not on master / overrides :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-UNKNOWN-O            PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-OVERRIDE-O           PIC ZZZZZZ9.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-POLICIES UNTIL POLICY-MASTER-FILE-EOF.
           PERFORM 150-LOAD-HISTORY UNTIL HIST-FILE-EOF.
           PERFORM 400-CUMULATE-TRIANGLE.
           PERFORM 450-COMPUTE-FACTORS.
           PERFORM 470-PROJECT-ULTIMATES.
           PERFORM 500-PRINT-TRIANGLE.
           PERFORM 550-PRINT-FACTORS.
           PERFORM 650-PRINT-RESERVE.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'CLMIBNR' TO AUD-PROGRAM-ID.
           MOVE WS-HIST-KTR TO AUD-RECORDS-READ.
           MOVE WS-USED-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-NO-ORIG-KTR TO AUD-RECORDS-REJECTED.
           MOVE PRJ-IBNR-TOTAL(WS-ALL-TYPES) TO AUD-CONTROL-TOTAL.
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
           INITIALIZE TRIANGLE-TABLE
                      FACTOR-TABLE
                      PROJECTION-TABLE.
      * valuation defaults to the last closed month
           MOVE WS-CURRENT-DATE(1:6) TO WS-MONTH-YYYYMM.
           IF WS-MONTH-MM = 1
              THEN
              SUBTRACT 1 FROM WS-MONTH-YYYY
              MOVE 12 TO WS-MONTH-MM
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MM
           END-IF.
           MOVE WS-MONTH-YYYYMM TO WS-VALUATION-MONTH.
           PERFORM 050-READ-PARMS.
           PERFORM 055-READ-FACTOR-OVERRIDE
              VARYING WS-LAG-SUB FROM 1 BY 1
              UNTIL WS-LAG-SUB NOT < WS-MAX-MONTHS.
           MOVE WS-VALUATION-MONTH TO WS-MONTH-YYYYMM.
           COMPUTE WS-VALUATION-IDX =
              WS-MONTH-YYYY * 12 + WS-MONTH-MM.
           DISPLAY 'CLMIBNR: VALUATION ' WS-VALUATION-MONTH
                   ' MONTHS ' WS-MONTHS
                   ' TAIL ' WS-TAIL-FACTOR.
       050-READ-PARMS.
      ************************************************************
      * Months in the triangle (IBNR-MONTHS), valuation month    *
      * (IBNR-VALUATION) and tail factor (IBNR-TAIL-FACTOR) from *
      * the PARMLIB parameter library; a setting not in effect   *
      * keeps its default                                        *
      ************************************************************
      D    DISPLAY '050-READ-PARMS'.
           MOVE 'CLMIBNR' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'IBNR-MONTHS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF PLIB-IS-NUMERIC
                 AND PLIB-NUM-VALUE > 1
                 AND PLIB-NUM-VALUE NOT > WS-MAX-MONTHS
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-MONTHS
              ELSE
                 DISPLAY 'IBNR-MONTHS INVALID, USING ' WS-MONTHS
              END-IF
           END-IF.

           MOVE 'IBNR-VALUATION' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              AND PLIB-IS-NUMERIC
              AND PLIB-NUM-VALUE > 0
              AND PLIB-NUM-VALUE NOT > 999999
              THEN
              MOVE PLIB-NUM-VALUE TO WS-VALUATION-MONTH
           END-IF.

           MOVE 'IBNR-TAIL-FACTOR' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              AND PLIB-IS-NUMERIC
              AND PLIB-NUM-VALUE > 0
              AND PLIB-NUM-VALUE NOT > 9.9999
              THEN
              MOVE PLIB-NUM-VALUE TO WS-TAIL-FACTOR
           END-IF.
       055-READ-FACTOR-OVERRIDE.
      ************************************************************
      * Factor override for one lag (IBNR-FACTOR-nn, nn = lag)   *
      ************************************************************
      D    DISPLAY '055-READ-FACTOR-OVERRIDE'.
           MOVE WS-LAG-SUB TO WS-FACTOR-LAG.
           MOVE 'IBNR-FACTOR-' TO PLIB-PARM-NAME.
           MOVE WS-FACTOR-LAG TO PLIB-PARM-NAME(13:2).
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF PLIB-IS-NUMERIC
              AND PLIB-NUM-VALUE > 0
              AND PLIB-NUM-VALUE NOT > 9.9999
              THEN
              MOVE PLIB-NUM-VALUE TO FAC-OVERRIDE(WS-LAG-SUB + 1)
              ADD 1 TO WS-OVERRIDE-KTR
           ELSE
              DISPLAY PLIB-PARM-NAME ' IGNORED: ' PLIB-VALUE
           END-IF.
       100-LOAD-POLICIES.
      ************************************************************
      * Policy type by policy number from the master             *
      ************************************************************
      D    DISPLAY '100-LOAD-POLICIES'.
           READ POLICY-MASTER-FILE
           AT END
              MOVE 'Y' TO POLICY-MASTER-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF PM-TABLE-MAX < PM-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO PM-TABLE-MAX
              MOVE PM-POLICY-NO TO PM-TBL-POLICY-NO(PM-TABLE-MAX)
              MOVE PM-POLICY-TYPE TO
                 PM-TBL-POLICY-TYPE(PM-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: POLICY TABLE FULL'
           END-IF.
       150-LOAD-HISTORY.
      ************************************************************
      * Place one history entry in the triangle                  *
      ************************************************************
      D    DISPLAY '150-LOAD-HISTORY'.
           READ HIST-FILE
           AT END
              MOVE 'Y' TO HIST-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-HIST-KTR.

           MOVE CH-BENEFIT-DATE(1:6) TO WS-MONTH-YYYYMM.
           COMPUTE WS-INCURRED-IDX =
              WS-MONTH-YYYY * 12 + WS-MONTH-MM.
           MOVE CH-RUN-DATE(1:6) TO WS-MONTH-YYYYMM.
           COMPUTE WS-PAID-IDX = WS-MONTH-YYYY * 12 + WS-MONTH-MM.
           COMPUTE WS-ROW-NO =
              WS-MONTHS - (WS-VALUATION-IDX - WS-INCURRED-IDX).
           COMPUTE WS-LAG-NO = WS-PAID-IDX - WS-INCURRED-IDX.
           IF WS-LAG-NO < 0
              THEN
              MOVE 0 TO WS-LAG-NO
           END-IF.

           IF WS-ROW-NO < 1
              OR WS-ROW-NO > WS-MONTHS
              OR WS-PAID-IDX > WS-VALUATION-IDX
              THEN
              ADD 1 TO WS-OUTSIDE-KTR
              EXIT PARAGRAPH
           END-IF.

      * what the entry paid; the oldest entries carry no paid
      * amount, only the claim amount
           IF CH-PAID-AMOUNT NUMERIC
              THEN
              MOVE CH-PAID-AMOUNT TO WS-ENTRY-PAID
           ELSE
              MOVE CH-CLAIM-AMOUNT TO WS-ENTRY-PAID
           END-IF.

           IF CH-ADJUSTMENT
              THEN
              PERFORM 170-FIND-ORIGINAL
              IF NOT ORIG-FOUND
                 THEN
                 ADD 1 TO WS-NO-ORIG-KTR
                 DISPLAY 'NO ORIGINAL PAYMENT FOR ADJUSTMENT: '
                         CH-POLICY-NO ' ' CH-BENEFIT-DATE ' '
                         CH-ORIG-RUN-DATE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           PERFORM 160-FIND-POLICY-TYPE.
           ADD 1 TO WS-USED-KTR.
           IF CH-ADJUSTMENT
              THEN
              COMPUTE WS-ENTRY-PAID = WS-ENTRY-PAID - WS-ORIG-PAID
           END-IF.
           ADD WS-ENTRY-PAID TO
              TRI-CELL(WS-TYPE-SUB, WS-ROW-NO, WS-LAG-NO + 1).
           ADD WS-ENTRY-PAID TO
              TRI-CELL(WS-ALL-TYPES, WS-ROW-NO, WS-LAG-NO + 1).

           IF PD-TABLE-MAX < PD-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO PD-TABLE-MAX
              MOVE CH-POLICY-NO TO PD-TBL-POLICY-NO(PD-TABLE-MAX)
              MOVE CH-BENEFIT-DATE TO
                 PD-TBL-BENEFIT-DATE(PD-TABLE-MAX)
              MOVE CH-RUN-DATE TO PD-TBL-RUN-DATE(PD-TABLE-MAX)
              IF CH-PAID-AMOUNT NUMERIC
                 THEN
                 MOVE CH-PAID-AMOUNT TO PD-TBL-PAID(PD-TABLE-MAX)
              ELSE
                 MOVE CH-CLAIM-AMOUNT TO PD-TBL-PAID(PD-TABLE-MAX)
              END-IF
           ELSE
              DISPLAY 'WARNING: PAID TABLE FULL'
           END-IF.
       160-FIND-POLICY-TYPE.
      ************************************************************
      * Triangle for the policy's type, 4 when not on the master *
      ************************************************************
      D    DISPLAY '160-FIND-POLICY-TYPE'.
           MOVE 4 TO WS-TYPE-SUB.
           PERFORM VARYING PM-TABLE-SUB FROM 1 BY 1
              UNTIL PM-TABLE-SUB > PM-TABLE-MAX
                   IF PM-TBL-POLICY-NO(PM-TABLE-SUB) = CH-POLICY-NO
                      THEN
                      IF PM-TBL-POLICY-TYPE(PM-TABLE-SUB) > 0
                         AND PM-TBL-POLICY-TYPE(PM-TABLE-SUB) < 4
                         THEN
                         MOVE PM-TBL-POLICY-TYPE(PM-TABLE-SUB)
                            TO WS-TYPE-SUB
                      END-IF
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF WS-TYPE-SUB = 4
              THEN
              ADD 1 TO WS-UNKNOWN-POL-KTR
           END-IF.
       170-FIND-ORIGINAL.
      ************************************************************
      * The payment a reversal or re-adjudication replaces       *
      ************************************************************
      D    DISPLAY '170-FIND-ORIGINAL'.
           MOVE 'N' TO SW-ORIG-FOUND.
           MOVE 0 TO WS-ORIG-PAID.
           PERFORM VARYING PD-TABLE-SUB FROM PD-TABLE-MAX BY -1
              UNTIL PD-TABLE-SUB < 1
                   IF PD-TBL-POLICY-NO(PD-TABLE-SUB) = CH-POLICY-NO
                      AND PD-TBL-BENEFIT-DATE(PD-TABLE-SUB) =
                          CH-BENEFIT-DATE
                      AND PD-TBL-RUN-DATE(PD-TABLE-SUB) =
                          CH-ORIG-RUN-DATE
                      THEN
                      MOVE 'Y' TO SW-ORIG-FOUND
                      MOVE PD-TBL-PAID(PD-TABLE-SUB) TO WS-ORIG-PAID
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT HIST-FILE.
           IF NOT HIST-FILE-OK
              DISPLAY 'CLMHIST OPEN PROBLEM, RC=' HIST-FILE-ST
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
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'IBNRRPT OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-CUMULATE-TRIANGLE.
      ************************************************************
      * Incremental paid to cumulative paid, lag by lag          *
      ************************************************************
      D    DISPLAY '400-CUMULATE-TRIANGLE'.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-SUB > WS-ALL-TYPES
              AFTER WS-ROW-SUB FROM 1 BY 1
              UNTIL WS-ROW-SUB > WS-MONTHS
              AFTER WS-LAG-SUB FROM 2 BY 1
              UNTIL WS-LAG-SUB > WS-MONTHS
                   ADD TRI-CELL(WS-TYPE-SUB, WS-ROW-SUB,
                                WS-LAG-SUB - 1)
                      TO TRI-CELL(WS-TYPE-SUB, WS-ROW-SUB,
                                  WS-LAG-SUB)
           END-PERFORM.
       450-COMPUTE-FACTORS.
      ************************************************************
      * Chain-ladder age-to-age factors on the all-types         *
      * triangle: for each lag, the sum of the next lag's        *
      * cumulative paid over the sum of this lag's, taken over   *
      * the incurred months that have reached the next lag.      *
      * Overrides replace the computed factor; the products      *
      * from the oldest lag back give the factors to ultimate.   *
      ************************************************************
      D    DISPLAY '450-COMPUTE-FACTORS'.
           PERFORM VARYING WS-LAG-SUB FROM 2 BY 1
              UNTIL WS-LAG-SUB > WS-MONTHS
                   PERFORM 460-COMPUTE-ONE-FACTOR
           END-PERFORM.

           MOVE WS-TAIL-FACTOR TO FAC-CDF(WS-MONTHS).
           PERFORM VARYING WS-LAG-SUB FROM WS-MONTHS BY -1
              UNTIL WS-LAG-SUB < 2
                   COMPUTE FAC-CDF(WS-LAG-SUB - 1) ROUNDED =
                      FAC-CDF(WS-LAG-SUB) * FAC-FACTOR(WS-LAG-SUB)
                      ON SIZE ERROR
                         MOVE 999.999999 TO FAC-CDF(WS-LAG-SUB - 1)
                   END-COMPUTE
           END-PERFORM.
       460-COMPUTE-ONE-FACTOR.
      ************************************************************
      * Factor developing lag WS-LAG-SUB - 2 to WS-LAG-SUB - 1   *
      ************************************************************
      D    DISPLAY '460-COMPUTE-ONE-FACTOR'.
           IF FAC-OVERRIDE(WS-LAG-SUB) > 0
              THEN
              MOVE FAC-OVERRIDE(WS-LAG-SUB) TO FAC-FACTOR(WS-LAG-SUB)
              MOVE 'OVERRIDE' TO FAC-SOURCE(WS-LAG-SUB)
              EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SUM-NEXT.
           MOVE 0 TO WS-SUM-THIS.
      * incurred month r has reached lag WS-LAG-SUB - 1 when
      * r + WS-LAG-SUB - 1 does not pass the valuation row
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
              UNTIL WS-ROW-SUB + WS-LAG-SUB - 1 > WS-MONTHS
                   ADD TRI-CELL(WS-ALL-TYPES, WS-ROW-SUB, WS-LAG-SUB)
                      TO WS-SUM-NEXT
                   ADD TRI-CELL(WS-ALL-TYPES, WS-ROW-SUB,
                                WS-LAG-SUB - 1)
                      TO WS-SUM-THIS
           END-PERFORM.

           IF WS-SUM-THIS > 0 AND WS-SUM-NEXT > 0
              THEN
              COMPUTE FAC-FACTOR(WS-LAG-SUB) ROUNDED =
                 WS-SUM-NEXT / WS-SUM-THIS
                 ON SIZE ERROR
                    MOVE 999.999999 TO FAC-FACTOR(WS-LAG-SUB)
              END-COMPUTE
              MOVE 'COMPUTED' TO FAC-SOURCE(WS-LAG-SUB)
           ELSE
      * no development to measure - assume none
              MOVE 1 TO FAC-FACTOR(WS-LAG-SUB)
              MOVE 'NO DATA' TO FAC-SOURCE(WS-LAG-SUB)
           END-IF.
       470-PROJECT-ULTIMATES.
      ************************************************************
      * Each incurred month's latest cumulative paid times its   *
      * factor to ultimate, for every type                       *
      ************************************************************
      D    DISPLAY '470-PROJECT-ULTIMATES'.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-SUB > WS-ALL-TYPES
              AFTER WS-ROW-SUB FROM 1 BY 1
              UNTIL WS-ROW-SUB > WS-MONTHS
      * the latest lag reached is on the valuation diagonal
                   COMPUTE WS-LATEST-LAG =
                      WS-MONTHS - WS-ROW-SUB + 1
                   MOVE TRI-CELL(WS-TYPE-SUB, WS-ROW-SUB,
                                 WS-LATEST-LAG)
                      TO PRJ-PAID(WS-TYPE-SUB, WS-ROW-SUB)
                   COMPUTE PRJ-ULTIMATE(WS-TYPE-SUB, WS-ROW-SUB)
                      ROUNDED =
                      PRJ-PAID(WS-TYPE-SUB, WS-ROW-SUB) *
                      FAC-CDF(WS-LATEST-LAG)
                   COMPUTE PRJ-IBNR(WS-TYPE-SUB, WS-ROW-SUB) =
                      PRJ-ULTIMATE(WS-TYPE-SUB, WS-ROW-SUB) -
                      PRJ-PAID(WS-TYPE-SUB, WS-ROW-SUB)
                   ADD PRJ-PAID(WS-TYPE-SUB, WS-ROW-SUB)
                      TO PRJ-PAID-TOTAL(WS-TYPE-SUB)
                   ADD PRJ-ULTIMATE(WS-TYPE-SUB, WS-ROW-SUB)
                      TO PRJ-ULTIMATE-TOTAL(WS-TYPE-SUB)
                   ADD PRJ-IBNR(WS-TYPE-SUB, WS-ROW-SUB)
                      TO PRJ-IBNR-TOTAL(WS-TYPE-SUB)
           END-PERFORM.
       500-PRINT-TRIANGLE.
      ************************************************************
      * All-types cumulative triangle, 12 lags to a panel        *
      ************************************************************
      D    DISPLAY '500-PRINT-TRIANGLE'.
           PERFORM 600-WRITE-HEADINGS.
           MOVE 'CUMULATIVE PAID BY INCURRED AND LAG MONTH - ALL TYPES'
              TO SECTION-TITLE-O.
           WRITE OUTPUT-LINE FROM SECTION-LINE
              AFTER ADVANCING 2 LINES.
           ADD 2 TO CTR-LINES.
           PERFORM VARYING WS-PANEL-START FROM 1 BY 12
              UNTIL WS-PANEL-START > WS-MONTHS
                   PERFORM 510-PRINT-TRIANGLE-PANEL
           END-PERFORM.
       510-PRINT-TRIANGLE-PANEL.
      ************************************************************
      * One panel of lag columns                                 *
      ************************************************************
      D    DISPLAY '510-PRINT-TRIANGLE-PANEL'.
           COMPUTE WS-PANEL-END = WS-PANEL-START + 11.
           IF WS-PANEL-END > WS-MONTHS
              THEN
              MOVE WS-MONTHS TO WS-PANEL-END
           END-IF.
           IF CTR-LINES + WS-MONTHS + 3 > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.

           MOVE SPACES TO TRI-HDG-LINE(13:120).
           PERFORM VARYING WS-LAG-SUB FROM WS-PANEL-START BY 1
              UNTIL WS-LAG-SUB > WS-PANEL-END
                   COMPUTE WS-COL-SUB =
                      WS-LAG-SUB - WS-PANEL-START + 1
                   MOVE '  LAG' TO TRI-HDG-COL(WS-COL-SUB)(1:5)
                   COMPUTE TRI-HDG-LAG-O(WS-COL-SUB) = WS-LAG-SUB - 1
           END-PERFORM.
           WRITE OUTPUT-LINE FROM TRI-HDG-LINE
              AFTER ADVANCING 2 LINES.
           ADD 2 TO CTR-LINES.

           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
              UNTIL WS-ROW-SUB > WS-MONTHS
                   MOVE SPACES TO TRI-DETAIL-LINE
                   PERFORM 520-ROW-MONTH
                   MOVE WS-MONTH-YYYYMM TO TRI-MONTH-O
                   PERFORM VARYING WS-LAG-SUB FROM WS-PANEL-START
                      BY 1
                      UNTIL WS-LAG-SUB > WS-PANEL-END
                         OR WS-ROW-SUB + WS-LAG-SUB - 1 > WS-MONTHS
                         COMPUTE WS-COL-SUB =
                            WS-LAG-SUB - WS-PANEL-START + 1
                         COMPUTE TRI-CELL-O(WS-COL-SUB) ROUNDED =
                            TRI-CELL(WS-ALL-TYPES, WS-ROW-SUB,
                                     WS-LAG-SUB)
                   END-PERFORM
                   WRITE OUTPUT-LINE FROM TRI-DETAIL-LINE
                      AFTER ADVANCING 1 LINE
                   ADD 1 TO CTR-LINES
           END-PERFORM.
       520-ROW-MONTH.
      ************************************************************
      * Incurred month (YYYYMM) of triangle row WS-ROW-SUB       *
      ************************************************************
      D    DISPLAY '520-ROW-MONTH'.
           COMPUTE WS-INCURRED-IDX =
              WS-VALUATION-IDX - WS-MONTHS + WS-ROW-SUB.
           COMPUTE WS-MONTH-YYYY = (WS-INCURRED-IDX - 1) / 12.
           COMPUTE WS-MONTH-MM =
              WS-INCURRED-IDX - (WS-MONTH-YYYY * 12).
       550-PRINT-FACTORS.
      ************************************************************
      * Development factors, age-to-age and to ultimate          *
      ************************************************************
      D    DISPLAY '550-PRINT-FACTORS'.
           IF CTR-LINES + WS-MONTHS + 5 > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           MOVE 'CHAIN-LADDER DEVELOPMENT FACTORS' TO SECTION-TITLE-O.
           WRITE OUTPUT-LINE FROM SECTION-LINE
              AFTER ADVANCING 3 LINES.
           WRITE OUTPUT-LINE FROM FAC-HDG-LINE
              AFTER ADVANCING 2 LINES.
           ADD 5 TO CTR-LINES.
           PERFORM VARYING WS-LAG-SUB FROM 1 BY 1
              UNTIL WS-LAG-SUB > WS-MONTHS
                   COMPUTE FAC-LAG-O = WS-LAG-SUB - 1
                   IF WS-LAG-SUB = 1
                      THEN
                      MOVE 0 TO FAC-FACTOR-O
                      MOVE SPACES TO FAC-SOURCE-O
                   ELSE
                      MOVE FAC-FACTOR(WS-LAG-SUB) TO FAC-FACTOR-O
                      MOVE FAC-SOURCE(WS-LAG-SUB) TO FAC-SOURCE-O
                   END-IF
                   MOVE FAC-CDF(WS-LAG-SUB) TO FAC-CDF-O
                   WRITE OUTPUT-LINE FROM FAC-DETAIL-LINE
                      AFTER ADVANCING 1 LINE
                   ADD 1 TO CTR-LINES
           END-PERFORM.
       600-WRITE-HEADINGS.
      ************************************************************
      * Page headings                                            *
      ************************************************************
      D    DISPLAY '600-WRITE-HEADINGS'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           MOVE WS-VALUATION-MONTH TO HDG-VALUATION-O.
           MOVE WS-MONTHS TO HDG-MONTHS-O.
           MOVE WS-TAIL-FACTOR TO HDG-TAIL-O.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2 LINES.
           MOVE 3 TO CTR-LINES.
       650-PRINT-RESERVE.
      ************************************************************
      * Projection by incurred month (all types), then the IBNR  *
      * reserve by policy type                                   *
      ************************************************************
      D    DISPLAY '650-PRINT-RESERVE'.
           PERFORM 600-WRITE-HEADINGS.
           MOVE 'PROJECTED ULTIMATE BY INCURRED MONTH - ALL TYPES'
              TO SECTION-TITLE-O.
           WRITE OUTPUT-LINE FROM SECTION-LINE
              AFTER ADVANCING 2 LINES.
           WRITE OUTPUT-LINE FROM PRJ-HDG-LINE
              AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
              UNTIL WS-ROW-SUB > WS-MONTHS
                   PERFORM 520-ROW-MONTH
                   MOVE WS-MONTH-YYYYMM TO PRJ-MONTH-O
                   COMPUTE WS-LATEST-LAG = WS-MONTHS - WS-ROW-SUB + 1
                   COMPUTE PRJ-LAG-O = WS-LATEST-LAG - 1
                   MOVE PRJ-PAID(WS-ALL-TYPES, WS-ROW-SUB)
                      TO PRJ-PAID-O
                   MOVE FAC-CDF(WS-LATEST-LAG) TO PRJ-CDF-O
                   MOVE PRJ-ULTIMATE(WS-ALL-TYPES, WS-ROW-SUB)
                      TO PRJ-ULTIMATE-O
                   MOVE PRJ-IBNR(WS-ALL-TYPES, WS-ROW-SUB)
                      TO PRJ-IBNR-O
                   WRITE OUTPUT-LINE FROM PRJ-DETAIL-LINE
                      AFTER ADVANCING 1 LINE
           END-PERFORM.

           MOVE 'IBNR RESERVE BY POLICY TYPE' TO SECTION-TITLE-O.
           WRITE OUTPUT-LINE FROM SECTION-LINE
              AFTER ADVANCING 3 LINES.
           WRITE OUTPUT-LINE FROM TYPE-HDG-LINE
              AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-SUB > WS-ALL-TYPES
                   MOVE WS-TYPE-NAME(WS-TYPE-SUB) TO TYP-NAME-O
                   MOVE PRJ-PAID-TOTAL(WS-TYPE-SUB) TO TYP-PAID-O
                   MOVE PRJ-ULTIMATE-TOTAL(WS-TYPE-SUB)
                      TO TYP-ULTIMATE-O
                   MOVE PRJ-IBNR-TOTAL(WS-TYPE-SUB) TO TYP-IBNR-O
                   IF WS-TYPE-SUB = WS-ALL-TYPES
                      THEN
                      WRITE OUTPUT-LINE FROM TYPE-DETAIL-LINE
                         AFTER ADVANCING 2 LINES
                   ELSE
                      WRITE OUTPUT-LINE FROM TYPE-DETAIL-LINE
                         AFTER ADVANCING 1 LINE
                   END-IF
           END-PERFORM.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           MOVE WS-HIST-KTR TO TOTAL-HIST-O.
           MOVE WS-USED-KTR TO TOTAL-USED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-OUTSIDE-KTR TO TOTAL-OUTSIDE-O.
           MOVE WS-NO-ORIG-KTR TO TOTAL-NO-ORIG-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-UNKNOWN-POL-KTR TO TOTAL-UNKNOWN-O.
           MOVE WS-OVERRIDE-KTR TO TOTAL-OVERRIDE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE HIST-FILE
                 POLICY-MASTER-FILE
                 REPORT-FILE.
