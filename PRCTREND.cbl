      * ORDER-DATE), and prints the last N periods of price
      * movement per part with a percentage-change column.
      *
      * POEDIT only flags single-run outliers against the PO
      * outlier thresholds;
      * this report makes a supplier raising a price a few
      * percent every month visible. Parts whose latest
      * period-over-period move exceeds the exception percentage
      * are repeated in an exception section at end of report.
      *
      * The PARMLIB parameter library carries the two knobs:
      * number of periods to show (PRC-PERIODS) and the exception
      * percentage (PRC-EXCEPT-PCT), so purchasing can tighten
      * them without a recompile.
      *
      * When LANDCOST has run, its landed-cost file (LANDCST)
      * adds the average landed unit cost of the period's
      * charged PO lines and its uplift over their invoice
      * price, so a cheap FOB price is judged with freight, duty
      * and brokerage on top.
      *
      *  Inital Version   2026/09/01
      *  Landed cost vs invoice price columns  2026/10/15
      *  Report knobs from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT PRICE-HIST-FILE ASSIGN TO PRICEHST
           FILE STATUS IS PRICE-HIST-FILE-ST.

           SELECT OPTIONAL LANDED-FILE ASSIGN TO LANDCST
           FILE STATUS IS LANDED-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.
          05 PH-UNIT-PRICE-USD         PIC S9(7)V99    COMP-3.
          05 FILLER                    PIC X(11).

      * Landed unit cost per charged PO line - LANDCOST layout
       FD  LANDED-FILE
           RECORDING MODE IS F.
       01 LANDED-REC.
          05 LC-PO-NUMBER              PIC X(06).
          05 LC-PART-NUMBER            PIC X(11).
          05 LC-SUPPLIER-CODE          PIC X(05).
          05 LC-ORDER-DATE             PIC X(08).
          05 LC-QUANTITY               PIC S9(08).
          05 LC-UNIT-PRICE-USD         PIC S9(7)V99    COMP-3.
          05 LC-FREIGHT-AMT            PIC S9(9)V99    COMP-3.
          05 LC-DUTY-AMT               PIC S9(9)V99    COMP-3.
          05 LC-BROKER-AMT             PIC S9(9)V99    COMP-3.
          05 LC-LANDED-UNIT-COST       PIC S9(7)V99    COMP-3.
          05 LC-LAST-CHARGE-DATE       PIC 9(08).
          05 FILLER                    PIC X(26).

       FD  REPORT-FILE
           RECORDING MODE IS F.
                15 PRT-TBL-PERIOD      PIC 9(6)        COMP.
                15 PRT-TBL-PRICE-SUM   PIC S9(9)V99    COMP-3.
                15 PRT-TBL-PRICE-CNT   PIC 9(5)        COMP.
                15 PRT-TBL-LND-PRICE-SUM PIC S9(9)V99  COMP-3.
                15 PRT-TBL-LND-COST-SUM PIC S9(9)V99   COMP-3.
                15 PRT-TBL-LND-CNT     PIC 9(5)        COMP.

      * Exception list - latest move over the exception pct
       01 EXC-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
          05 WS-SWAP-PERIOD            PIC 9(6)        COMP.
          05 WS-SWAP-SUM               PIC S9(9)V99    COMP-3.
          05 WS-SWAP-CNT               PIC 9(5)        COMP.
          05 WS-SWAP-LND-PRICE-SUM     PIC S9(9)V99    COMP-3.
          05 WS-SWAP-LND-COST-SUM      PIC S9(9)V99    COMP-3.
          05 WS-SWAP-LND-CNT           PIC 9(5)        COMP.
       01 SW-SWAPPED                   PIC X(1)        VALUE 'N'.
          88 SWAPPED                                   VALUE 'Y'.

       01 PROGRAM-SWITCHES.
          05 PRICE-HIST-FILE-ST        PIC X(2).
             88 PRICE-HIST-FILE-OK                     VALUE '00'.
          05 LANDED-FILE-ST            PIC X(2).
      *      '05' = LANDCOST has not run yet
             88 LANDED-FILE-OK                         VALUE '00' '05'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 PRICE-HIST-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 PRICE-HIST-FILE-EOF                    VALUE 'Y'.
          05 LANDED-FILE-STATUS        PIC X(01)       VALUE SPACE.
             88 LANDED-FILE-EOF                        VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-HIST-KTR               PIC 9(7)        VALUE 0.
          05 WS-PART-KTR               PIC 9(7)        VALUE 0.
          05 WS-EXC-KTR                PIC 9(7)        VALUE 0.
          05 WS-LANDED-KTR             PIC 9(7)        VALUE 0.
          05 WS-LANDED-SKIP-KTR        PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.
       01 WS-WORK-FIELDS.
          05 WS-PERIODS-WANTED         PIC 9(2)        VALUE 6.
          05 WS-EXCEPT-PCT             PIC 9(3)V9      VALUE 0.
          05 WS-RUN-DATE               PIC 9(8)        VALUE 0.
          05 WS-FIRST-PER              PIC S9(3)       VALUE 0 COMP.
          05 WS-AVG-PRICE              PIC S9(7)V99    VALUE +0
                                                       COMP-3.
                                                       COMP-3.
          05 WS-CHG-PCT                PIC S9(5)V99    VALUE +0
                                                       COMP-3.
          05 WS-LND-PERIOD             PIC 9(6)        VALUE 0.
          05 WS-AVG-LANDED             PIC S9(7)V99    VALUE +0
                                                       COMP-3.
          05 WS-UPLIFT-PCT             PIC S9(5)V99    VALUE +0
                                                       COMP-3.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'CHANGE %'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(13)       VALUE
                'LANDED COST'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'UPLIFT %'.
          05 FILLER                    PIC X(51)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(11)       VALUE ALL "=".
          05 FILLER                    PIC X(12)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(13)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(51)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-PART-O                PIC X(11).
          05 DET-PRICE-O               PIC $$,$$$,$$9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-CHG-PCT-O             PIC ZZZZ9.99-.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-LANDED-O              PIC $$,$$$,$$9.99
                                                       BLANK WHEN ZERO.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-UPLIFT-PCT-O          PIC ZZZZ9.99-
                                                       BLANK WHEN ZERO.
          05 FILLER                    PIC X(50)       VALUE SPACES.

       01 WS-EXC-HDG1.
          05 FILLER                    PIC X(60)       VALUE ALL "=".
          05 TOTAL-EXC-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Landed-cost recs matched / not   :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-LANDED-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-LANDED-SKIP-O       PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

      * PARMLKUP calling parameters - the report knobs in effect on
      * the run date from the PARMLIB parameter library
       COPY PARMLKL.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-HISTORY UNTIL PRICE-HIST-FILE-EOF.
           PERFORM 200-LOAD-LANDED UNTIL LANDED-FILE-EOF.
           PERFORM 500-REPORT-ALL-PARTS.
           PERFORM 650-REPORT-EXCEPTIONS.
           PERFORM 700-WRITE-SUMMARY-REPORT.
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 060-LOAD-PARMS.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
       060-LOAD-PARMS.
      ************************************************************
      * Look up periods-to-show and exception percentage in      *
      * effect today in the PARMLIB parameter library (PARMLKUP) *
      ************************************************************
      D    DISPLAY '060-LOAD-PARMS'.
           MOVE 'PRCTREND' TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.

           MOVE 'PRC-PERIODS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR PLIB-NUM-VALUE > 99
              THEN
              DISPLAY 'PRC-PERIODS PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-PERIODS-WANTED.

           MOVE 'PRC-EXCEPT-PCT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR PLIB-NUM-VALUE > 999.9
              THEN
              DISPLAY 'PRC-EXCEPT-PCT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-EXCEPT-PCT.
           IF WS-PERIODS-WANTED = 0 OR WS-PERIODS-WANTED > 24
              THEN
              MOVE 6 TO WS-PERIODS-WANTED
                 FUNCTION NUMVAL(PH-ORDER-DATE(1:6))
              MOVE 0 TO PRT-TBL-PRICE-SUM(PRT-TABLE-SUB, PER-SUB)
              MOVE 0 TO PRT-TBL-PRICE-CNT(PRT-TABLE-SUB, PER-SUB)
              MOVE 0 TO
                 PRT-TBL-LND-PRICE-SUM(PRT-TABLE-SUB, PER-SUB)
              MOVE 0 TO
                 PRT-TBL-LND-COST-SUM(PRT-TABLE-SUB, PER-SUB)
              MOVE 0 TO PRT-TBL-LND-CNT(PRT-TABLE-SUB, PER-SUB)
           END-IF.

           ADD PH-UNIT-PRICE-USD TO
              PRT-TBL-PRICE-SUM(PRT-TABLE-SUB, PER-SUB).
           ADD 1 TO PRT-TBL-PRICE-CNT(PRT-TABLE-SUB, PER-SUB).
       200-LOAD-LANDED.
      ************************************************************
      * Accumulate one landed-cost record into the part/period   *
      * slot of its order date; a part or period with no price   *
      * history in the window is skipped                         *
      ************************************************************
      D    DISPLAY '200-LOAD-LANDED'.
           READ LANDED-FILE
           AT END
              MOVE 'Y' TO LANDED-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.

           MOVE 'N' TO SW-PRT-FOUND.
           PERFORM VARYING PRT-TABLE-SUB FROM 1 BY 1
              UNTIL PRT-TABLE-SUB > PRT-TABLE-MAX
                   IF PRT-TBL-PART-NUMBER(PRT-TABLE-SUB) EQUAL TO
                      LC-PART-NUMBER
                      THEN
                      MOVE 'Y' TO SW-PRT-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT PRT-FOUND
              THEN
              ADD 1 TO WS-LANDED-SKIP-KTR
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO SW-PER-FOUND.
           IF LC-ORDER-DATE(1:6) NUMERIC
              THEN
              MOVE LC-ORDER-DATE(1:6) TO WS-LND-PERIOD
              PERFORM VARYING PER-SUB FROM 1 BY 1
                 UNTIL PER-SUB > PRT-TBL-PER-MAX(PRT-TABLE-SUB)
                      IF PRT-TBL-PERIOD(PRT-TABLE-SUB, PER-SUB)
                         EQUAL TO WS-LND-PERIOD
                         THEN
                         MOVE 'Y' TO SW-PER-FOUND
                         EXIT PERFORM
                      END-IF
              END-PERFORM
           END-IF.
           IF NOT PER-FOUND
              THEN
              ADD 1 TO WS-LANDED-SKIP-KTR
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LANDED-KTR.
           ADD LC-UNIT-PRICE-USD TO
              PRT-TBL-LND-PRICE-SUM(PRT-TABLE-SUB, PER-SUB).
           ADD LC-LANDED-UNIT-COST TO
              PRT-TBL-LND-COST-SUM(PRT-TABLE-SUB, PER-SUB).
           ADD 1 TO PRT-TBL-LND-CNT(PRT-TABLE-SUB, PER-SUB).
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT LANDED-FILE.
           IF NOT LANDED-FILE-OK
              DISPLAY 'LANDCST OPEN PROBLEM, RC=' LANDED-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
              TO DET-PERIOD-O.
           MOVE WS-AVG-PRICE TO DET-PRICE-O.
           MOVE WS-CHG-PCT TO DET-CHG-PCT-O.

      * Landed cost of the period's charged PO lines against
      * their own invoice price
           MOVE 0 TO WS-AVG-LANDED.
           MOVE 0 TO WS-UPLIFT-PCT.
           IF PRT-TBL-LND-CNT(PRT-TABLE-SUB, PER-SUB) > 0
              THEN
              COMPUTE WS-AVG-LANDED ROUNDED =
                 PRT-TBL-LND-COST-SUM(PRT-TABLE-SUB, PER-SUB) /
                 PRT-TBL-LND-CNT(PRT-TABLE-SUB, PER-SUB)
              IF PRT-TBL-LND-PRICE-SUM(PRT-TABLE-SUB, PER-SUB) > 0
                 THEN
                 COMPUTE WS-UPLIFT-PCT ROUNDED =
                    ((PRT-TBL-LND-COST-SUM(PRT-TABLE-SUB, PER-SUB) -
                    PRT-TBL-LND-PRICE-SUM(PRT-TABLE-SUB, PER-SUB))
                    * 100) /
                    PRT-TBL-LND-PRICE-SUM(PRT-TABLE-SUB, PER-SUB)
              END-IF
           END-IF.
           MOVE WS-AVG-LANDED TO DET-LANDED-O.
           MOVE WS-UPLIFT-PCT TO DET-UPLIFT-PCT-O.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           MOVE WS-EXC-KTR TO TOTAL-EXC-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-LANDED-KTR TO TOTAL-LANDED-O.
           MOVE WS-LANDED-SKIP-KTR TO TOTAL-LANDED-SKIP-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE PRICE-HIST-FILE
                 LANDED-FILE
                 REPORT-FILE.
