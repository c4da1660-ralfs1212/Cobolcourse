       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVRPT.
      * ------------------------------------------------------------
      * RTVRPT:
      * Monthly return-to-vendor report for supplier review.
      * Selects one month's RTVs from the RTV history RTVEDIT
      * appends to (RTVHIST), sorts them by SUPPLIER-CODE and
      * reason code, and prints per supplier:
      *
      *  - one line per reason code - number of RTVs, quantity
      *    returned, number with a replacement expected and the
      *    amount debited
      *  - a supplier total line
      *
      * followed by a grand total per reason code across all
      * suppliers. The report sits beside the SCORECRD data-
      * quality numbers at supplier review.
      *
      * The month (YYYYMM) is the RTV-REPORT-MONTH setting in the
      * PARMLIB parameter library; a setting not in effect or a
      * zero month reports the calendar month before the run date.
      *
      *  Inital Version   2026/10/15
      *  Report month from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTV-HIST-FILE ASSIGN TO RTVHIST
           FILE STATUS IS RTV-HIST-FILE-ST.

           SELECT RTV-SORT-FILE ASSIGN TO SRTWK1.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * RTV history - RTVEDIT posted RTV layout
       FD  RTV-HIST-FILE
           RECORDING MODE IS F.
       01 RTV-HIST-REC.
          05 RH-PO-NUMBER              PIC X(06).
          05 RH-PART-NUMBER            PIC X(23).
          05 RH-QTY-RETURNED           PIC 9(07).
          05 RH-REASON-CODE            PIC X(02).
          05 RH-REPLACE-FLAG           PIC X(01).
          05 RH-RETURN-DATE            PIC 9(08).
          05 RH-RETURN-DATE-R REDEFINES RH-RETURN-DATE.
             10 RH-RETURN-MONTH        PIC 9(06).
             10 FILLER                 PIC 9(02).
          05 RH-SUPPLIER-CODE          PIC X(05).
          05 RH-RETURN-AMT             PIC 9(09)V99.
          05 RH-MEMO-NO                PIC 9(06).
          05 FILLER                    PIC X(11).

       SD  RTV-SORT-FILE.
       01 RTV-SORT-REC.
          05 SR-PO-NUMBER              PIC X(06).
          05 SR-PART-NUMBER            PIC X(23).
          05 SR-QTY-RETURNED           PIC 9(07).
          05 SR-REASON-CODE            PIC X(02).
          05 SR-REPLACE-FLAG           PIC X(01).
             88 SR-REPLACEMENT-DUE                     VALUE 'Y'.
          05 SR-RETURN-DATE            PIC 9(08).
          05 SR-SUPPLIER-CODE          PIC X(05).
          05 SR-RETURN-AMT             PIC 9(09)V99.
          05 SR-MEMO-NO                PIC 9(06).
          05 FILLER                    PIC X(11).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Grand totals by reason code
       01 RSN-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 RSN-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 RSN-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 20 COMP.
       01 SW-RSN-FOUND                 PIC X(1)        VALUE 'N'.
          88 RSN-FOUND                                 VALUE 'Y'.
       01 REASON-TOTAL-TABLE.
          05 RSN-ENTRY OCCURS 1 TO 20 TIMES
                DEPENDING ON RSN-TABLE-MAX.
             10 RSN-TBL-REASON-CODE    PIC X(2).
             10 RSN-TBL-RTV-KTR        PIC 9(7)        COMP.
             10 RSN-TBL-QTY            PIC 9(9)        COMP.
             10 RSN-TBL-REPL-KTR       PIC 9(7)        COMP.
             10 RSN-TBL-AMT            PIC S9(11)V99   COMP-3.

       01 PROGRAM-SWITCHES.
          05 RTV-HIST-FILE-ST          PIC X(2).
             88 RTV-HIST-FILE-OK                       VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 RTV-HIST-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 RTV-HIST-FILE-EOF                      VALUE 'Y'.
          05 SORT-EOF-STATUS           PIC X(01)       VALUE SPACE.
             88 SORT-EOF                               VALUE 'Y'.
          05 SW-FIRST-RECORD           PIC X(01)       VALUE 'Y'.
             88 FIRST-RECORD                           VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-HIST-KTR               PIC 9(7)        VALUE 0.
          05 WS-SELECT-KTR             PIC 9(7)        VALUE 0.
          05 WS-SUPPLIER-KTR           PIC 9(7)        VALUE 0.
      * Reason-code level within a supplier
          05 WS-RSN-RTV-KTR            PIC 9(7)        VALUE 0.
          05 WS-RSN-QTY                PIC 9(9)        VALUE 0.
          05 WS-RSN-REPL-KTR           PIC 9(7)        VALUE 0.
          05 WS-RSN-AMT                PIC S9(11)V99   VALUE +0
                                                       COMP-3.
      * Supplier level
          05 WS-SUP-RTV-KTR            PIC 9(7)        VALUE 0.
          05 WS-SUP-QTY                PIC 9(9)        VALUE 0.
          05 WS-SUP-REPL-KTR           PIC 9(7)        VALUE 0.
          05 WS-SUP-AMT                PIC S9(11)V99   VALUE +0
                                                       COMP-3.
      * Report level
          05 WS-TOT-QTY                PIC 9(9)        VALUE 0.
          05 WS-TOT-REPL-KTR           PIC 9(7)        VALUE 0.
          05 WS-TOT-AMT                PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
             10 WS-CURRENT-YEAR        PIC 9(4).
             10 WS-CURRENT-MM          PIC 9(2).
             10 FILLER                 PIC 9(2).
          05 WS-REPORT-MONTH           PIC 9(6)        VALUE 0.
          05 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
             10 WS-REPORT-YEAR         PIC 9(4).
             10 WS-REPORT-MM           PIC 9(2).
          05 WS-PREV-SUPPLIER          PIC X(05)       VALUE SPACES.
          05 WS-PREV-REASON            PIC X(02)       VALUE SPACES.
          05 WS-REASON-DESC            PIC X(20)       VALUE SPACES.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the report month from the
      * PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '   RETURN-TO-VENDOR BY SUPPLIER AND REASON        '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-MONTH.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(14)       VALUE
                'REPORT MONTH '.
          05 HDG-YEAR-O                PIC 9(04).
          05 FILLER                    PIC X(01)       VALUE '/'.
          05 HDG-MM-O                  PIC 9(02).
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'SUPPLIER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE
                'RSN'.
          05 FILLER                    PIC X(20)       VALUE
                'REASON'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE
                '   RTVS'.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                '      QTY'.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE
                '  REPL.'.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 FILLER                    PIC X(18)       VALUE
                '    AMOUNT DEBITED'.
          05 FILLER                    PIC X(46)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(03)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 FILLER                    PIC X(18)       VALUE ALL "=".
          05 FILLER                    PIC X(46)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-SUPPLIER-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-CODE-O         PIC X(03).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-REASON-DESC-O         PIC X(20).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-RTV-KTR-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DET-QTY-O                 PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DET-REPL-KTR-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DET-AMT-O                 PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(46)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'RTV history records read         :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-HIST-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'RTVs in month / suppliers        :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-SELECT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-SUPPLIER-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Amount debited in month          :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-AMT-O               PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           SORT RTV-SORT-FILE
              ON ASCENDING KEY SR-SUPPLIER-CODE
              ON ASCENDING KEY SR-REASON-CODE
              ON ASCENDING KEY SR-PO-NUMBER
              INPUT PROCEDURE IS 100-SELECT-MONTH
              OUTPUT PROCEDURE IS 200-PRINT-SUPPLIERS.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'RTVRPT' TO AUD-PROGRAM-ID.
           MOVE WS-HIST-KTR TO AUD-RECORDS-READ.
           MOVE WS-SELECT-KTR TO AUD-RECORDS-WRITTEN.
           MOVE 0 TO AUD-RECORDS-REJECTED.
           MOVE WS-TOT-AMT TO AUD-CONTROL-TOTAL.
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
           PERFORM 050-LOAD-REPORT-MONTH.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
       050-LOAD-REPORT-MONTH.
      ************************************************************
      * Report month (RTV-REPORT-MONTH in the PARMLIB parameter  *
      * library); none in effect or zero means the month before  *
      * the run date                                             *
      ************************************************************
      D    DISPLAY '050-LOAD-REPORT-MONTH'.
           MOVE 'RTVRPT' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'RTV-REPORT-MONTH' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999999
                 THEN
                 DISPLAY 'RTV-REPORT-MONTH PROBLEM: NOT A MONTH: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE PLIB-NUM-VALUE TO WS-REPORT-MONTH
           END-IF.

           IF WS-REPORT-MONTH EQUAL TO ZERO
              THEN
              IF WS-CURRENT-MM EQUAL TO 1
                 THEN
                 COMPUTE WS-REPORT-YEAR = WS-CURRENT-YEAR - 1
                 MOVE 12 TO WS-REPORT-MM
              ELSE
                 MOVE WS-CURRENT-YEAR TO WS-REPORT-YEAR
                 COMPUTE WS-REPORT-MM = WS-CURRENT-MM - 1
              END-IF
           END-IF.
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
              THEN
              DISPLAY 'RTV-REPORT-MONTH Problem: BAD REPORT MONTH '
                      WS-REPORT-MONTH
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-REPORT-YEAR TO HDG-YEAR-O.
           MOVE WS-REPORT-MM TO HDG-MM-O.
      D    DISPLAY 'REPORT MONTH    : ' WS-REPORT-MONTH.
       100-SELECT-MONTH.
      ************************************************************
      * Sort input - the report month's RTVs from the history    *
      ************************************************************
      D    DISPLAY '100-SELECT-MONTH'.
           PERFORM UNTIL RTV-HIST-FILE-EOF
                   READ RTV-HIST-FILE
                   AT END
                      MOVE 'Y' TO RTV-HIST-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-HIST-KTR
                      IF RH-RETURN-MONTH EQUAL TO WS-REPORT-MONTH
                         THEN
                         RELEASE RTV-SORT-REC FROM RTV-HIST-REC
                         ADD 1 TO WS-SELECT-KTR
                      END-IF
                   END-READ
           END-PERFORM.
       200-PRINT-SUPPLIERS.
      ************************************************************
      * Sort output - reason lines and supplier totals, breaking *
      * on reason code within SUPPLIER-CODE                      *
      ************************************************************
      D    DISPLAY '200-PRINT-SUPPLIERS'.
           MOVE SPACE TO SORT-EOF-STATUS.
           PERFORM UNTIL SORT-EOF
                   RETURN RTV-SORT-FILE
                   AT END
                      MOVE 'Y' TO SORT-EOF-STATUS
                   NOT AT END
                      PERFORM 210-PROCESS-RTV
                   END-RETURN
           END-PERFORM.
           IF NOT FIRST-RECORD
              THEN
              PERFORM 220-REASON-BREAK
              PERFORM 230-SUPPLIER-BREAK
           END-IF.
           PERFORM 250-WRITE-REASON-TOTALS.
       210-PROCESS-RTV.
      ************************************************************
      * One RTV - control breaks, then accumulate                *
      ************************************************************
      D    DISPLAY '210-PROCESS-RTV'.
           IF FIRST-RECORD
              THEN
              MOVE 'N' TO SW-FIRST-RECORD
              MOVE SR-SUPPLIER-CODE TO WS-PREV-SUPPLIER
              MOVE SR-REASON-CODE TO WS-PREV-REASON
              ADD 1 TO WS-SUPPLIER-KTR
           END-IF.
           IF SR-SUPPLIER-CODE NOT EQUAL TO WS-PREV-SUPPLIER
              THEN
              PERFORM 220-REASON-BREAK
              PERFORM 230-SUPPLIER-BREAK
              MOVE SR-SUPPLIER-CODE TO WS-PREV-SUPPLIER
              MOVE SR-REASON-CODE TO WS-PREV-REASON
              ADD 1 TO WS-SUPPLIER-KTR
           ELSE
              IF SR-REASON-CODE NOT EQUAL TO WS-PREV-REASON
                 THEN
                 PERFORM 220-REASON-BREAK
                 MOVE SR-REASON-CODE TO WS-PREV-REASON
              END-IF
           END-IF.

           ADD 1 TO WS-RSN-RTV-KTR.
           ADD SR-QTY-RETURNED TO WS-RSN-QTY.
           ADD SR-RETURN-AMT TO WS-RSN-AMT.
           IF SR-REPLACEMENT-DUE
              THEN
              ADD 1 TO WS-RSN-REPL-KTR
           END-IF.
       220-REASON-BREAK.
      ************************************************************
      * Reason code changed - print its line, roll it up to the  *
      * supplier and to the grand totals by reason               *
      ************************************************************
      D    DISPLAY '220-REASON-BREAK'.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-PREV-SUPPLIER TO DET-SUPPLIER-O.
           MOVE WS-PREV-REASON TO DET-REASON-CODE-O.
           PERFORM 260-GET-REASON-DESC.
           MOVE WS-REASON-DESC TO DET-REASON-DESC-O.
           MOVE WS-RSN-RTV-KTR TO DET-RTV-KTR-O.
           MOVE WS-RSN-QTY TO DET-QTY-O.
           MOVE WS-RSN-REPL-KTR TO DET-REPL-KTR-O.
           MOVE WS-RSN-AMT TO DET-AMT-O.
           PERFORM 270-PRINT-DETAIL-LINE.

           ADD WS-RSN-RTV-KTR TO WS-SUP-RTV-KTR.
           ADD WS-RSN-QTY TO WS-SUP-QTY.
           ADD WS-RSN-REPL-KTR TO WS-SUP-REPL-KTR.
           ADD WS-RSN-AMT TO WS-SUP-AMT.

           MOVE 'N' TO SW-RSN-FOUND.
           PERFORM VARYING RSN-TABLE-SUB FROM 1 BY 1
              UNTIL RSN-TABLE-SUB > RSN-TABLE-MAX
                   IF RSN-TBL-REASON-CODE(RSN-TABLE-SUB) EQUAL TO
                      WS-PREV-REASON
                      THEN
                      MOVE 'Y' TO SW-RSN-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT RSN-FOUND
              THEN
              IF RSN-TABLE-MAX < RSN-TABLE-MAX-LIMIT
                 THEN
                 ADD 1 TO RSN-TABLE-MAX
                 MOVE RSN-TABLE-MAX TO RSN-TABLE-SUB
                 MOVE WS-PREV-REASON TO
                    RSN-TBL-REASON-CODE(RSN-TABLE-SUB)
                 MOVE 0 TO RSN-TBL-RTV-KTR(RSN-TABLE-SUB)
                 MOVE 0 TO RSN-TBL-QTY(RSN-TABLE-SUB)
                 MOVE 0 TO RSN-TBL-REPL-KTR(RSN-TABLE-SUB)
                 MOVE 0 TO RSN-TBL-AMT(RSN-TABLE-SUB)
              ELSE
                 DISPLAY 'WARNING: REASON TABLE FULL'
                 MOVE 0 TO RSN-TABLE-SUB
              END-IF
           END-IF.
           IF RSN-TABLE-SUB > 0
              THEN
              ADD WS-RSN-RTV-KTR TO RSN-TBL-RTV-KTR(RSN-TABLE-SUB)
              ADD WS-RSN-QTY TO RSN-TBL-QTY(RSN-TABLE-SUB)
              ADD WS-RSN-REPL-KTR TO RSN-TBL-REPL-KTR(RSN-TABLE-SUB)
              ADD WS-RSN-AMT TO RSN-TBL-AMT(RSN-TABLE-SUB)
           END-IF.

           MOVE 0 TO WS-RSN-RTV-KTR.
           MOVE 0 TO WS-RSN-QTY.
           MOVE 0 TO WS-RSN-REPL-KTR.
           MOVE 0 TO WS-RSN-AMT.
       230-SUPPLIER-BREAK.
      ************************************************************
      * Supplier changed - print the supplier total line         *
      ************************************************************
      D    DISPLAY '230-SUPPLIER-BREAK'.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-PREV-SUPPLIER TO DET-SUPPLIER-O.
           MOVE 'SUPPLIER TOTAL' TO DET-REASON-DESC-O.
           MOVE WS-SUP-RTV-KTR TO DET-RTV-KTR-O.
           MOVE WS-SUP-QTY TO DET-QTY-O.
           MOVE WS-SUP-REPL-KTR TO DET-REPL-KTR-O.
           MOVE WS-SUP-AMT TO DET-AMT-O.
           PERFORM 270-PRINT-DETAIL-LINE.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.

           ADD WS-SUP-QTY TO WS-TOT-QTY.
           ADD WS-SUP-REPL-KTR TO WS-TOT-REPL-KTR.
           ADD WS-SUP-AMT TO WS-TOT-AMT.
           MOVE 0 TO WS-SUP-RTV-KTR.
           MOVE 0 TO WS-SUP-QTY.
           MOVE 0 TO WS-SUP-REPL-KTR.
           MOVE 0 TO WS-SUP-AMT.
       250-WRITE-REASON-TOTALS.
      ************************************************************
      * All suppliers - one line per reason code and the month's *
      * grand total                                              *
      ************************************************************
      D    DISPLAY '250-WRITE-REASON-TOTALS'.
           PERFORM VARYING RSN-TABLE-SUB FROM 1 BY 1
              UNTIL RSN-TABLE-SUB > RSN-TABLE-MAX
                   MOVE SPACES TO DETAIL-LINE
                   MOVE 'ALL' TO DET-SUPPLIER-O
                   MOVE RSN-TBL-REASON-CODE(RSN-TABLE-SUB)
                      TO DET-REASON-CODE-O WS-PREV-REASON
                   PERFORM 260-GET-REASON-DESC
                   MOVE WS-REASON-DESC TO DET-REASON-DESC-O
                   MOVE RSN-TBL-RTV-KTR(RSN-TABLE-SUB)
                      TO DET-RTV-KTR-O
                   MOVE RSN-TBL-QTY(RSN-TABLE-SUB) TO DET-QTY-O
                   MOVE RSN-TBL-REPL-KTR(RSN-TABLE-SUB)
                      TO DET-REPL-KTR-O
                   MOVE RSN-TBL-AMT(RSN-TABLE-SUB) TO DET-AMT-O
                   PERFORM 270-PRINT-DETAIL-LINE
           END-PERFORM.
           MOVE SPACES TO DETAIL-LINE.
           MOVE 'ALL' TO DET-SUPPLIER-O.
           MOVE 'MONTH TOTAL' TO DET-REASON-DESC-O.
           MOVE WS-SELECT-KTR TO DET-RTV-KTR-O.
           MOVE WS-TOT-QTY TO DET-QTY-O.
           MOVE WS-TOT-REPL-KTR TO DET-REPL-KTR-O.
           MOVE WS-TOT-AMT TO DET-AMT-O.
           PERFORM 270-PRINT-DETAIL-LINE.
       260-GET-REASON-DESC.
      ************************************************************
      * Reason code description - RTVEDIT reason codes           *
      ************************************************************
      D    DISPLAY '260-GET-REASON-DESC'.
           EVALUATE WS-PREV-REASON
           WHEN 'DF'
                MOVE 'DEFECTIVE' TO WS-REASON-DESC
           WHEN 'WP'
                MOVE 'WRONG PART SHIPPED' TO WS-REASON-DESC
           WHEN 'DM'
                MOVE 'DAMAGED IN TRANSIT' TO WS-REASON-DESC
           WHEN 'OS'
                MOVE 'OVER-SHIPPED' TO WS-REASON-DESC
           WHEN OTHER
                MOVE 'OTHER' TO WS-REASON-DESC
           END-EVALUATE.
       270-PRINT-DETAIL-LINE.
      ************************************************************
      * Print one report line with page overflow                 *
      ************************************************************
      D    DISPLAY '270-PRINT-DETAIL-LINE'.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT RTV-HIST-FILE.
           IF NOT RTV-HIST-FILE-OK
              DISPLAY 'RTVHIST OPEN PROBLEM, RC=' RTV-HIST-FILE-ST
              MOVE 'Y' TO RTV-HIST-FILE-STATUS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       600-WRITE-HEADINGS.
      ************************************************************
      * Page headings                                            *
      ************************************************************
      D    DISPLAY '600-WRITE-HEADINGS'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-MONTH
              AFTER ADVANCING 1 LINE.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2 LINES.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1 LINE.
           MOVE 4 TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           IF CTR-PAGES EQUAL TO ZERO
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           MOVE WS-HIST-KTR TO TOTAL-HIST-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-SELECT-KTR TO TOTAL-SELECT-O.
           MOVE WS-SUPPLIER-KTR TO TOTAL-SUPPLIER-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-TOT-AMT TO TOTAL-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE RTV-HIST-FILE
                 REPORT-FILE.
