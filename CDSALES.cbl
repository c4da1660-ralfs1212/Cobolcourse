       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDSALES.
      * ------------------------------------------------------------
      * CDSALES:
      * Monthly CD merchandise sales report and band accrual from
      * the CDORDERS order file CDORDER appends to:
      *
      *  - the sales period (CDS-PERIOD-FROM / CDS-PERIOD-TO in
      *    the PARMLIB parameter library); orders dated outside
      *    it are skipped, and with neither date in effect every
      *    order is reported
      *  - units, revenue (the CD amount - shipping and tax are
      *    pass-through), the amount owed to the band (CD-COST
      *    per unit) and the margin are accumulated by genre and
      *    band and printed in genre / band sequence with genre
      *    subtotals and a run total
      *  - one BANDACCR accrual record per band with what we owe
      *    the band for the period; COMMSTMT picks these up with
      *    the agent commissions for the payables interface
      *
      *  Inital Version   2026/10/15
      *  Sales period from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CD-ORDER-FILE ASSIGN TO CDORDERS
           FILE STATUS IS CD-ORDER-FILE-ST.

           SELECT BAND-ACCRUAL-FILE ASSIGN TO BANDACCR
           FILE STATUS IS BAND-ACCRUAL-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * CD orders - same record layout CDORDER writes
       FD  CD-ORDER-FILE
           RECORDING MODE IS F.
       01 CD-ORDER-REC.
          05 CO-ORDER-NO               PIC 9(06).
          05 CO-ORDER-DATE             PIC 9(08).
          05 CO-ARTIST-NAME            PIC X(30).
          05 CO-MUSICAL-GENRE          PIC X(12).
          05 CO-QUANTITY               PIC 9(04).
          05 CO-SHIP-STATE             PIC X(02).
          05 CO-CUSTOMER-NAME          PIC X(30).
          05 CO-CUSTOMER-PHONE         PIC X(10).
          05 CO-UNIT-PRICE             PIC 9(5)V99.
          05 CO-CD-AMT                 PIC 9(7)V99.
          05 CO-SHIPPING-AMT           PIC 9(7)V99.
          05 CO-TAX-AMT                PIC 9(7)V99.
          05 CO-ORDER-TOTAL            PIC 9(7)V99.
          05 CO-BAND-OWED-AMT          PIC 9(7)V99.
          05 FILLER                    PIC X(06).

      * What we owe each band for the period
       FD  BAND-ACCRUAL-FILE
           RECORDING MODE IS F.
       01 BAND-ACCRUAL-REC.
          05 BA-ARTIST-NAME            PIC X(30).
          05 BA-PERIOD-FROM            PIC 9(08).
          05 BA-PERIOD-TO              PIC 9(08).
          05 BA-UNITS                  PIC 9(07).
          05 BA-ACCRUED-AMT            PIC 9(9)V99.
          05 BA-RUN-DATE               PIC 9(08).
          05 FILLER                    PIC X(08).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Sales by genre and band
       01 SLS-SUB                      PIC 9(3)        VALUE 0 COMP.
       01 SLS-SUB-2                    PIC 9(3)        VALUE 0 COMP.
       01 SLS-MAX                      PIC 9(3)        VALUE 0 COMP.
       01 SLS-MAX-LIMIT                PIC 9(3)        VALUE 500 COMP.
       01 SW-SLS-FOUND                 PIC X(1)        VALUE 'N'.
          88 SLS-FOUND                                 VALUE 'Y'.
       01 SALES-TABLE.
          05 SLS-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON SLS-MAX.
             10 SLS-TBL-KEY.
                15 SLS-TBL-GENRE       PIC X(12).
                15 SLS-TBL-NAME        PIC X(30).
             10 SLS-TBL-ORDERS         PIC 9(7)        COMP-3.
             10 SLS-TBL-UNITS          PIC 9(7)        COMP-3.
             10 SLS-TBL-REVENUE        PIC 9(9)V99     COMP-3.
             10 SLS-TBL-OWED           PIC 9(9)V99     COMP-3.

       01 PROGRAM-SWITCHES.
          05 CD-ORDER-FILE-ST          PIC X(2).
             88 CD-ORDER-FILE-OK                       VALUE '00'.
          05 CD-ORDER-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 CD-ORDER-FILE-EOF                      VALUE 'Y'.
          05 BAND-ACCRUAL-FILE-ST      PIC X(2).
             88 BAND-ACCRUAL-FILE-OK                   VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-ORDER-KTR              PIC 9(7)        VALUE 0.
          05 WS-IN-PERIOD-KTR          PIC 9(7)        VALUE 0.
          05 WS-ACCRUAL-KTR            PIC 9(7)        VALUE 0.
          05 WS-GENRE-UNITS            PIC 9(9)        VALUE 0.
          05 WS-GENRE-REVENUE          PIC 9(9)V99     VALUE 0.
          05 WS-GENRE-OWED             PIC 9(9)V99     VALUE 0.
          05 WS-GRAND-UNITS            PIC 9(9)        VALUE 0.
          05 WS-GRAND-REVENUE          PIC 9(9)V99     VALUE 0.
          05 WS-GRAND-OWED             PIC 9(9)V99     VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 99.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-RUN-DATE               PIC 9(8)        VALUE 0.
          05 WS-PERIOD-FROM            PIC 9(8)        VALUE 0.
          05 WS-PERIOD-TO              PIC 9(8)        VALUE 99999999.
          05 WS-PREV-GENRE             PIC X(12)       VALUE SPACES.
          05 WS-UNITS                  PIC 9(9)        VALUE 0.
          05 WS-REVENUE                PIC 9(9)V99     VALUE 0.
          05 WS-OWED                   PIC 9(9)V99     VALUE 0.
          05 WS-MARGIN                 PIC S9(9)V99    VALUE 0.
          05 WS-MARGIN-PCT             PIC S9(3)V99    VALUE 0.
          05 WS-SWAP-ENTRY             PIC X(62)       VALUE SPACES.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '     CD MERCHANDISE SALES BY GENRE AND BAND       '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-1A.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(15)       VALUE
                'SALES PERIOD '.
          05 HDG-FROM-O                PIC 9(8).
          05 FILLER                    PIC X(3)        VALUE ' - '.
          05 HDG-TO-O                  PIC 9(8).
          05 FILLER                    PIC X(73)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(14)       VALUE
                'GENRE'.
          05 FILLER                    PIC X(32)       VALUE
                'BAND NAME'.
          05 FILLER                    PIC X(08)       VALUE
                ' ORDERS'.
          05 FILLER                    PIC X(10)       VALUE
                '    UNITS'.
          05 FILLER                    PIC X(16)       VALUE
                '       REVENUE'.
          05 FILLER                    PIC X(16)       VALUE
                '  OWED TO BAND'.
          05 FILLER                    PIC X(16)       VALUE
                '        MARGIN'.
          05 FILLER                    PIC X(10)       VALUE
                ' MARGIN%'.
          05 FILLER                    PIC X(10)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(122)      VALUE ALL "=".
          05 FILLER                    PIC X(10)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-GENRE-O               PIC X(12).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NAME-O                PIC X(30).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-ORDERS-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-UNITS-O               PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-REVENUE-O             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-OWED-O                PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-MARGIN-O              PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-MARGIN-PCT-O          PIC ZZ9.99-.
          05 FILLER                    PIC X(12)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Orders read / in period          :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ORDERS-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-IN-PERIOD-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Band accrual records written     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ACCRUALS-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

      * PARMLKUP calling parameters - the sales period from the
      * PARMLIB parameter library
       COPY PARMLKL.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAIN UNTIL CD-ORDER-FILE-EOF.
           PERFORM 300-SORT-SALES.
           PERFORM 500-PRINT-SALES.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           DISPLAY 'CDSALES: ORDERS READ / IN PERIOD : ' WS-ORDER-KTR
                   ' / ' WS-IN-PERIOD-KTR.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 200-OPEN-FILES.
           PERFORM 050-LOAD-SALES-PERIOD.
      D    DISPLAY 'SALES PERIOD    : ' WS-PERIOD-FROM ' - '
      D            WS-PERIOD-TO.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-CD-ORDER.
       050-LOAD-SALES-PERIOD.
      ************************************************************
      * Look up the sales period in effect on the run date in    *
      * the PARMLIB parameter library - a date not in effect     *
      * leaves that end of the period open                       *
      ************************************************************
      D    DISPLAY '050-LOAD-SALES-PERIOD'.
           MOVE 'CDSALES' TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.

           MOVE 'CDS-PERIOD-FROM' TO PLIB-PARM-NAME.
           PERFORM 060-CALL-PARMLKUP.
           IF PLIB-FOUND
              THEN
              MOVE PLIB-NUM-VALUE TO WS-PERIOD-FROM
           END-IF.

           MOVE 'CDS-PERIOD-TO' TO PLIB-PARM-NAME.
           PERFORM 060-CALL-PARMLKUP.
           IF PLIB-FOUND
              THEN
              MOVE PLIB-NUM-VALUE TO WS-PERIOD-TO
           ELSE
              IF WS-PERIOD-FROM = 0
                 THEN
                 DISPLAY 'NO SALES PERIOD - ALL ORDERS REPORTED'
              END-IF
           END-IF.
       060-CALL-PARMLKUP.
      ************************************************************
      * One period date: a missing library stops the run, as     *
      * does a value that is not a date                          *
      ************************************************************
      D    DISPLAY '060-CALL-PARMLKUP'.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FILE-ERROR
              THEN
              DISPLAY 'PARMLIB PROBLEM, STATUS ' PLIB-STATUS
              PERFORM 800-CLOSE-FILES
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF PLIB-FOUND
              AND (NOT PLIB-IS-NUMERIC
                   OR PLIB-NUM-VALUE < 0
                   OR PLIB-NUM-VALUE > 99999999)
              THEN
              DISPLAY PLIB-PARM-NAME ' PROBLEM: NOT A DATE: '
                      PLIB-VALUE
              PERFORM 800-CLOSE-FILES
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       100-MAIN.
      ************************************************************
      * Main Routine - add one order in the period to its        *
      * genre / band bucket                                      *
      ************************************************************
      D    DISPLAY '100-MAIN'.
           ADD 1 TO WS-ORDER-KTR.
           IF CO-ORDER-DATE < WS-PERIOD-FROM
              OR CO-ORDER-DATE > WS-PERIOD-TO
              THEN
              PERFORM 400-READ-CD-ORDER
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-IN-PERIOD-KTR.

           MOVE 'N' TO SW-SLS-FOUND.
           PERFORM VARYING SLS-SUB FROM 1 BY 1
              UNTIL SLS-SUB > SLS-MAX
                   IF SLS-TBL-NAME(SLS-SUB) = CO-ARTIST-NAME
                      AND SLS-TBL-GENRE(SLS-SUB) = CO-MUSICAL-GENRE
                      THEN
                      MOVE 'Y' TO SW-SLS-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT SLS-FOUND
              THEN
              IF SLS-MAX < SLS-MAX-LIMIT
                 THEN
                 ADD 1 TO SLS-MAX
                 MOVE SLS-MAX TO SLS-SUB
                 MOVE CO-MUSICAL-GENRE TO SLS-TBL-GENRE(SLS-SUB)
                 MOVE CO-ARTIST-NAME TO SLS-TBL-NAME(SLS-SUB)
                 MOVE 0 TO SLS-TBL-ORDERS(SLS-SUB)
                           SLS-TBL-UNITS(SLS-SUB)
                           SLS-TBL-REVENUE(SLS-SUB)
                           SLS-TBL-OWED(SLS-SUB)
              ELSE
                 DISPLAY 'WARNING: SALES TABLE FULL AT: '
                         CO-ARTIST-NAME
                 PERFORM 400-READ-CD-ORDER
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD 1 TO SLS-TBL-ORDERS(SLS-SUB).
           ADD CO-QUANTITY TO SLS-TBL-UNITS(SLS-SUB).
           ADD CO-CD-AMT TO SLS-TBL-REVENUE(SLS-SUB).
           ADD CO-BAND-OWED-AMT TO SLS-TBL-OWED(SLS-SUB).
           PERFORM 400-READ-CD-ORDER.
       200-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '200-OPEN-FILES'.
           OPEN INPUT CD-ORDER-FILE.
           IF NOT CD-ORDER-FILE-OK
              DISPLAY 'CDORDERS OPEN PROBLEM, RC='
                      CD-ORDER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT BAND-ACCRUAL-FILE.
           IF NOT BAND-ACCRUAL-FILE-OK
              DISPLAY 'BANDACCR OPEN PROBLEM, RC='
                      BAND-ACCRUAL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       300-SORT-SALES.
      ************************************************************
      * Bubble the buckets into genre / band sequence            *
      ************************************************************
      D    DISPLAY '300-SORT-SALES'.
           PERFORM VARYING SLS-SUB FROM 1 BY 1
              UNTIL SLS-SUB NOT < SLS-MAX
                   PERFORM VARYING SLS-SUB-2 FROM 1 BY 1
                      UNTIL SLS-SUB-2 NOT < SLS-MAX
                         IF SLS-TBL-KEY(SLS-SUB-2) >
                            SLS-TBL-KEY(SLS-SUB-2 + 1)
                            THEN
                            MOVE SLS-ENTRY(SLS-SUB-2)
                               TO WS-SWAP-ENTRY
                            MOVE SLS-ENTRY(SLS-SUB-2 + 1)
                               TO SLS-ENTRY(SLS-SUB-2)
                            MOVE WS-SWAP-ENTRY
                               TO SLS-ENTRY(SLS-SUB-2 + 1)
                         END-IF
                   END-PERFORM
           END-PERFORM.
       400-READ-CD-ORDER.
      ************************************************************
      * Read CD Order record                                     *
      ************************************************************
      D    DISPLAY '400-READ-CD-ORDER'.
           READ CD-ORDER-FILE
           AT END
              MOVE "Y" TO CD-ORDER-FILE-STATUS
           END-READ.
       500-PRINT-SALES.
      ************************************************************
      * One line per band with a subtotal at each change of      *
      * genre, and the band accrual record                       *
      ************************************************************
      D    DISPLAY '500-PRINT-SALES'.
           PERFORM VARYING SLS-SUB FROM 1 BY 1
              UNTIL SLS-SUB > SLS-MAX
                   IF SLS-SUB > 1
                      AND SLS-TBL-GENRE(SLS-SUB) NOT = WS-PREV-GENRE
                      THEN
                      PERFORM 560-PRINT-GENRE-TOTAL
                   END-IF
                   MOVE SLS-TBL-GENRE(SLS-SUB) TO WS-PREV-GENRE
                   PERFORM 550-PRINT-BAND
                   PERFORM 600-WRITE-ACCRUAL
           END-PERFORM.
           IF SLS-MAX > 0
              THEN
              PERFORM 560-PRINT-GENRE-TOTAL
           END-IF.

           MOVE SPACES TO DETAIL-LINE.
           MOVE 'RUN TOTAL' TO DET-NAME-O.
           MOVE WS-IN-PERIOD-KTR TO DET-ORDERS-O.
           MOVE WS-GRAND-UNITS TO WS-UNITS.
           MOVE WS-GRAND-REVENUE TO WS-REVENUE.
           MOVE WS-GRAND-OWED TO WS-OWED.
           PERFORM 570-FORMAT-AMOUNTS.
           PERFORM 510-WRITE-REPORT.
       510-WRITE-REPORT.
      ************************************************************
      * Write one report line                                    *
      ************************************************************
      D    DISPLAY '510-WRITE-REPORT'.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 520-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       520-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine                                       *
      ************************************************************
      D    DISPLAY '520-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           MOVE WS-PERIOD-FROM TO HDG-FROM-O.
           MOVE WS-PERIOD-TO TO HDG-TO-O.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-1A
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1.
           MOVE ZERO TO CTR-LINES.
       550-PRINT-BAND.
      ************************************************************
      * Band detail line                                         *
      ************************************************************
      D    DISPLAY '550-PRINT-BAND'.
           MOVE SPACES TO DETAIL-LINE.
           MOVE SLS-TBL-GENRE(SLS-SUB) TO DET-GENRE-O.
           MOVE SLS-TBL-NAME(SLS-SUB) TO DET-NAME-O.
           MOVE SLS-TBL-ORDERS(SLS-SUB) TO DET-ORDERS-O.
           MOVE SLS-TBL-UNITS(SLS-SUB) TO WS-UNITS.
           MOVE SLS-TBL-REVENUE(SLS-SUB) TO WS-REVENUE.
           MOVE SLS-TBL-OWED(SLS-SUB) TO WS-OWED.
           PERFORM 570-FORMAT-AMOUNTS.
           PERFORM 510-WRITE-REPORT.
           ADD WS-UNITS TO WS-GENRE-UNITS WS-GRAND-UNITS.
           ADD WS-REVENUE TO WS-GENRE-REVENUE WS-GRAND-REVENUE.
           ADD WS-OWED TO WS-GENRE-OWED WS-GRAND-OWED.
       560-PRINT-GENRE-TOTAL.
      ************************************************************
      * Genre subtotal line                                      *
      ************************************************************
      D    DISPLAY '560-PRINT-GENRE-TOTAL'.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-PREV-GENRE TO DET-GENRE-O.
           MOVE 'GENRE TOTAL' TO DET-NAME-O.
           MOVE WS-GENRE-UNITS TO WS-UNITS.
           MOVE WS-GENRE-REVENUE TO WS-REVENUE.
           MOVE WS-GENRE-OWED TO WS-OWED.
           PERFORM 570-FORMAT-AMOUNTS.
           PERFORM 510-WRITE-REPORT.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM 510-WRITE-REPORT.
           MOVE 0 TO WS-GENRE-UNITS WS-GENRE-REVENUE WS-GENRE-OWED.
       570-FORMAT-AMOUNTS.
      ************************************************************
      * Units, revenue, owed and margin into the detail line     *
      ************************************************************
      D    DISPLAY '570-FORMAT-AMOUNTS'.
           COMPUTE WS-MARGIN = WS-REVENUE - WS-OWED.
           IF WS-REVENUE > 0
              THEN
              COMPUTE WS-MARGIN-PCT ROUNDED =
                 WS-MARGIN * 100 / WS-REVENUE
           ELSE
              MOVE 0 TO WS-MARGIN-PCT
           END-IF.
           MOVE WS-UNITS TO DET-UNITS-O.
           MOVE WS-REVENUE TO DET-REVENUE-O.
           MOVE WS-OWED TO DET-OWED-O.
           MOVE WS-MARGIN TO DET-MARGIN-O.
           MOVE WS-MARGIN-PCT TO DET-MARGIN-PCT-O.
       600-WRITE-ACCRUAL.
      ************************************************************
      * What we owe the band for the period                      *
      ************************************************************
      D    DISPLAY '600-WRITE-ACCRUAL'.
           MOVE SPACES TO BAND-ACCRUAL-REC.
           MOVE SLS-TBL-NAME(SLS-SUB) TO BA-ARTIST-NAME.
           MOVE WS-PERIOD-FROM TO BA-PERIOD-FROM.
           MOVE WS-PERIOD-TO TO BA-PERIOD-TO.
           MOVE SLS-TBL-UNITS(SLS-SUB) TO BA-UNITS.
           MOVE SLS-TBL-OWED(SLS-SUB) TO BA-ACCRUED-AMT.
           MOVE WS-RUN-DATE TO BA-RUN-DATE.
           WRITE BAND-ACCRUAL-REC.
           ADD 1 TO WS-ACCRUAL-KTR.
       700-WRITE-SUMMARY-REPORT.
      ***********************************************************
      * Write summary at end of report                          *
      ***********************************************************
      D    DISPLAY '700-WRITE-SUMMARY'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 520-PAGE-CHANGE-RTN
           END-IF.
           MOVE WS-ORDER-KTR TO TOTAL-ORDERS-O.
           MOVE WS-IN-PERIOD-KTR TO TOTAL-IN-PERIOD-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           MOVE WS-ACCRUAL-KTR TO TOTAL-ACCRUALS-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE CD-ORDER-FILE
                 BAND-ACCRUAL-FILE
                 REPORT-FILE.
