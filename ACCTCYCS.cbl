       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCYCS.
      * ------------------------------------------------------------
      * ACCTCYCS:
      * Billing-cycle control for the account statement night.
      * Every account carries a billing cycle (BILL-CYCLE, set by
      * ACCTCYCA) and the cycle calendar (BILLCAL) gives each
      * cycle's cut-off day of the month. This step runs first and
      * decides which cycles close on the run date; CNTRLBRK's
      * finance-charge assessment, ACCTSTMT and ACCTDLNQ then work
      * only the accounts in the cycles it writes to BILLSEL.
      *
      * A cut-off day past the end of a short month closes on the
      * month's last day; a close that falls on a weekend or a
      * HOLIDAYS date moves to the next business day (DATESRVC).
      *
      * The cycle control file (BILLCTLI -> BILLCTLO) keeps the
      * last close billed for every cycle:
      *   - a cycle already billed for its close is not selected
      *     again (RC 4)
      *   - a close that passed without a billing run is picked
      *     up as a catch-up on the next run
      *   - a cycle new to the control file starts at its next
      *     close
      * BILLCTLO replaces BILLCTLI once the night's billing steps
      * have run clean. BILLDATE may carry a run date for reruns;
      * without it the run date is today.
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO BILLCAL
           FILE STATUS IS CAL-FILE-ST.

      * Control file - missing on the very first cycle run
           SELECT OPTIONAL CTL-IN-FILE ASSIGN TO BILLCTLI
           FILE STATUS IS CTL-IN-FILE-ST.

           SELECT CTL-OUT-FILE ASSIGN TO BILLCTLO
           FILE STATUS IS CTL-OUT-FILE-ST.

      * Run-date override for reruns
           SELECT OPTIONAL DATE-PARM-FILE ASSIGN TO BILLDATE
           FILE STATUS IS DATE-PARM-FILE-ST.

           SELECT SEL-FILE ASSIGN TO BILLSEL
           FILE STATUS IS SEL-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Cycle calendar - one record per billing cycle
       FD  CAL-FILE RECORDING MODE F.
       01 CAL-REC.
          05 CAL-CYCLE                  PIC X(2).
          05 CAL-CUTOFF-DAY             PIC 9(2).
          05 CAL-DESC                   PIC X(20).
          05 FILLER                     PIC X(56).

      * Cycle control - last close billed per cycle
       FD  CTL-IN-FILE RECORDING MODE F.
       01 CTL-IN-REC                    PIC X(40).

       FD  CTL-OUT-FILE RECORDING MODE F.
       01 CTL-OUT-REC                   PIC X(40).

       FD  DATE-PARM-FILE RECORDING MODE F.
       01 DATE-PARM-REC.
          05 BD-RUN-DATE                PIC 9(8).
          05 FILLER                     PIC X(72).

      * Cycles to bill tonight, read by CNTRLBRK, ACCTSTMT and
      * ACCTDLNQ
       FD  SEL-FILE RECORDING MODE F.
       01 SEL-REC                       PIC X(20).

       FD  REPORT-FILE RECORDING MODE F.
       01 OUTPUT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01 BILL-CTL-REC-WS.
          05 BC-CYCLE                   PIC X(2).
          05 BC-LAST-CLOSE-DATE         PIC 9(8).
          05 BC-LAST-RUN-DATE           PIC 9(8).
          05 FILLER                     PIC X(22)      VALUE SPACES.

       01 BILL-SEL-REC-WS.
          05 SEL-CYCLE                  PIC X(2).
          05 SEL-CLOSE-DATE             PIC 9(8).
          05 SEL-CATCH-UP               PIC X(1).
          05 FILLER                     PIC X(9)       VALUE SPACES.

      * Control table - every cycle ever billed, carried forward
       01 CT-TABLE-SUB                  PIC 9(5)       VALUE 0 COMP.
       01 CT-TABLE-MAX                  PIC 9(5)       VALUE 0 COMP.
       01 CT-TABLE-MAX-LIMIT            PIC 9(5)       VALUE 99 COMP.
       01 SW-CT-FOUND                   PIC X(1)       VALUE 'N'.
          88 CT-FOUND                                  VALUE 'Y'.
       01 CONTROL-TABLE.
          05 CT-ENTRY OCCURS 1 TO 99 TIMES
                DEPENDING ON CT-TABLE-MAX.
             10 CT-CYCLE                PIC X(2).
             10 CT-LAST-CLOSE-DATE      PIC 9(8).
             10 CT-LAST-RUN-DATE        PIC 9(8).
             10 CT-ON-CALENDAR-IND      PIC X(1).
                88 CT-ON-CALENDAR                      VALUE 'Y'.

       01 PROGRAM-SWITCHES.
          05 CAL-FILE-ST                PIC X(2).
             88 CAL-FILE-OK                            VALUE '00'.
          05 CAL-FILE-STATUS            PIC X(1)       VALUE 'N'.
             88 CAL-FILE-EOF                           VALUE 'Y'.
          05 CTL-IN-FILE-ST             PIC X(2).
             88 CTL-IN-FILE-OK                         VALUE '00'.
          05 CTL-IN-FILE-STATUS         PIC X(1)       VALUE 'N'.
             88 CTL-IN-FILE-EOF                        VALUE 'Y'.
          05 CTL-OUT-FILE-ST            PIC X(2).
             88 CTL-OUT-FILE-OK                        VALUE '00'.
          05 DATE-PARM-FILE-ST          PIC X(2).
             88 DATE-PARM-FILE-OK                      VALUE '00'.
          05 SEL-FILE-ST                PIC X(2).
             88 SEL-FILE-OK                            VALUE '00'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-CAL-KTR                 PIC 9(5)       VALUE 0.
          05 WS-SELECTED-KTR            PIC 9(5)       VALUE 0.
          05 WS-CATCH-UP-KTR            PIC 9(5)       VALUE 0.
          05 WS-BILLED-KTR              PIC 9(5)       VALUE 0.
          05 WS-ERROR-KTR               PIC 9(5)       VALUE 0.
          05 CTR-LINES                  PIC 99         VALUE 99.
          05 CTR-PAGES                  PIC 999        VALUE 0.
          05 CTR-LINES-MAX              PIC 99         VALUE 40.

       01 WS-DATE-VARS.
          05 WS-RUN-DATE                PIC 9(8)       VALUE 0.
          05 WS-CLOSE-DATE              PIC 9(8)       VALUE 0.
          05 WS-CLOSE-DATE-X REDEFINES WS-CLOSE-DATE.
             10 WS-CLOSE-YYYY           PIC 9(4).
             10 WS-CLOSE-MM             PIC 9(2).
             10 WS-CLOSE-DD             PIC 9(2).
          05 WS-MONTH-END               PIC 9(8)       VALUE 0.
          05 WS-MONTH-END-X REDEFINES WS-MONTH-END.
             10 WS-MONTH-END-YYYY       PIC 9(4).
             10 WS-MONTH-END-MM         PIC 9(2).
             10 WS-MONTH-END-DD         PIC 9(2).
          05 WS-NEXT-MONTH              PIC 9(8)       VALUE 0.
          05 WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH.
             10 WS-NEXT-MONTH-YYYY      PIC 9(4).
             10 WS-NEXT-MONTH-MM        PIC 9(2).
             10 WS-NEXT-MONTH-DD        PIC 9(2).
          05 WS-CAL-YYYY                PIC 9(4)       VALUE 0.
          05 WS-CAL-MM                  PIC 9(2)       VALUE 0.
          05 WS-WORK-INT                PIC S9(8)      VALUE 0 COMP.
       01 WS-CYCLE-STATUS               PIC X(20)      VALUE SPACES.

      * Shared business-day calendar (DATESRVC) parameters
       COPY DATESL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(50)      VALUE
                '      BILLING CYCLE CONTROL - CYCLES CLOSING      '.
          05 FILLER                     PIC X(8)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'PAGE NO'.
          05 PAGE-NUM                   PIC ZZ9        VALUE ZERO.
          05 FILLER                     PIC X(36)      VALUE SPACES.

       01 HEADING-1A.
          05 FILLER                     PIC X(10)      VALUE
                'RUN DATE '.
          05 HDR-RUN-DATE-O             PIC 9(8).
          05 FILLER                     PIC X(114)     VALUE SPACES.

       01 HEADING-2.
          05 FILLER                     PIC X(7)       VALUE
                'CYCLE'.
          05 FILLER                     PIC X(22)      VALUE
                'DESCRIPTION'.
          05 FILLER                     PIC X(9)       VALUE
                'CUT-OFF'.
          05 FILLER                     PIC X(12)      VALUE
                'CLOSE DATE'.
          05 FILLER                     PIC X(12)      VALUE
                'LAST BILLED'.
          05 FILLER                     PIC X(20)      VALUE
                'STATUS'.
          05 FILLER                     PIC X(50)      VALUE SPACES.

       01 HEADING-3.
          05 FILLER                     PIC X(82)      VALUE ALL '='.
          05 FILLER                     PIC X(50)      VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-CYCLE-O                PIC X(2).
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 DET-DESC-O                 PIC X(20).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-CUTOFF-O               PIC Z9.
          05 FILLER                     PIC X(7)       VALUE SPACES.
          05 DET-CLOSE-DATE-O           PIC 9(8).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 DET-LAST-CLOSE-O           PIC 9(8).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 DET-STATUS-O               PIC X(20).
          05 FILLER                     PIC X(50)      VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                     PIC X(35)      VALUE
                'Cycles on the calendar           :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-CAL-O                PIC ZZZZZZ9.
          05 FILLER                     PIC X(86)      VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                     PIC X(35)      VALUE
                'Selected / of which catch-up     :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-SELECTED-O           PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-CATCH-UP-O           PIC ZZZZZZ9.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                     PIC X(35)      VALUE
                'Already billed / calendar errors :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-BILLED-O             PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-ERROR-O              PIC ZZZZZZ9.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-CONTROL UNTIL CTL-IN-FILE-EOF.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
           PERFORM 200-CHECK-CYCLE UNTIL CAL-FILE-EOF.
           PERFORM 600-WRITE-CONTROL.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
           EVALUATE TRUE
           WHEN WS-ERROR-KTR > 0
                MOVE 8 TO RETURN-CODE
           WHEN WS-BILLED-KTR > 0
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT DATE-PARM-FILE.
           IF DATE-PARM-FILE-OK
              THEN
              READ DATE-PARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF BD-RUN-DATE NUMERIC
                    AND BD-RUN-DATE > 0
                    THEN
                    MOVE BD-RUN-DATE TO WS-RUN-DATE
                 END-IF
              END-READ
              CLOSE DATE-PARM-FILE
           END-IF.
           MOVE WS-RUN-DATE TO HDR-RUN-DATE-O.
           DISPLAY 'BILLING RUN DATE: ' WS-RUN-DATE.
       100-LOAD-CONTROL.
      ************************************************************
      * Last close billed for every cycle                        *
      ************************************************************
      D    DISPLAY '100-LOAD-CONTROL'.
           READ CTL-IN-FILE
           AT END
              MOVE 'Y' TO CTL-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           MOVE CTL-IN-REC TO BILL-CTL-REC-WS.
           IF CT-TABLE-MAX < CT-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO CT-TABLE-MAX
              MOVE BC-CYCLE TO CT-CYCLE(CT-TABLE-MAX)
              MOVE BC-LAST-CLOSE-DATE TO
                 CT-LAST-CLOSE-DATE(CT-TABLE-MAX)
              MOVE BC-LAST-RUN-DATE TO
                 CT-LAST-RUN-DATE(CT-TABLE-MAX)
              MOVE 'N' TO CT-ON-CALENDAR-IND(CT-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: CYCLE CONTROL TABLE FULL'
           END-IF.
       200-CHECK-CYCLE.
      ************************************************************
      * One calendar cycle: find its latest close on or before   *
      * the run date and compare it with the last close billed   *
      ************************************************************
      D    DISPLAY '200-CHECK-CYCLE'.
           READ CAL-FILE
           AT END
              MOVE 'Y' TO CAL-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-CAL-KTR.
           MOVE 0 TO WS-CLOSE-DATE.
           MOVE SPACES TO WS-CYCLE-STATUS.

           MOVE 'N' TO SW-CT-FOUND.
           PERFORM VARYING CT-TABLE-SUB FROM 1 BY 1
              UNTIL CT-TABLE-SUB > CT-TABLE-MAX
                   IF CT-CYCLE(CT-TABLE-SUB) = CAL-CYCLE
                      THEN
                      MOVE 'Y' TO SW-CT-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           EVALUATE TRUE
           WHEN CAL-CYCLE = SPACES
                MOVE 'BLANK CYCLE ID' TO WS-CYCLE-STATUS
           WHEN CAL-CUTOFF-DAY NOT NUMERIC
                OR CAL-CUTOFF-DAY < 1
                OR CAL-CUTOFF-DAY > 31
                MOVE 'INVALID CUT-OFF DAY' TO WS-CYCLE-STATUS
           WHEN CT-FOUND
                AND CT-ON-CALENDAR(CT-TABLE-SUB)
                MOVE 'DUPLICATE CYCLE' TO WS-CYCLE-STATUS
           END-EVALUATE.
           IF WS-CYCLE-STATUS NOT = SPACES
              THEN
              ADD 1 TO WS-ERROR-KTR
              MOVE 0 TO BC-LAST-CLOSE-DATE
              PERFORM 500-WRITE-REPORT
              EXIT PARAGRAPH
           END-IF.

           IF NOT CT-FOUND
              THEN
              IF CT-TABLE-MAX < CT-TABLE-MAX-LIMIT
                 THEN
                 ADD 1 TO CT-TABLE-MAX
                 MOVE CT-TABLE-MAX TO CT-TABLE-SUB
                 MOVE CAL-CYCLE TO CT-CYCLE(CT-TABLE-SUB)
                 MOVE 0 TO CT-LAST-CLOSE-DATE(CT-TABLE-SUB)
                           CT-LAST-RUN-DATE(CT-TABLE-SUB)
              ELSE
                 MOVE 'CONTROL TABLE FULL' TO WS-CYCLE-STATUS
                 ADD 1 TO WS-ERROR-KTR
                 MOVE 0 TO BC-LAST-CLOSE-DATE
                 PERFORM 500-WRITE-REPORT
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE 'Y' TO CT-ON-CALENDAR-IND(CT-TABLE-SUB).
           MOVE CT-LAST-CLOSE-DATE(CT-TABLE-SUB)
              TO BC-LAST-CLOSE-DATE.

      * This month's close; if it is still ahead of the run date
      * the latest close is last month's
           MOVE WS-RUN-DATE(1:4) TO WS-CAL-YYYY.
           MOVE WS-RUN-DATE(5:2) TO WS-CAL-MM.
           PERFORM 250-CLOSE-FOR-MONTH.
           IF WS-CLOSE-DATE > WS-RUN-DATE
              THEN
              IF WS-CAL-MM = 1
                 THEN
                 SUBTRACT 1 FROM WS-CAL-YYYY
                 MOVE 12 TO WS-CAL-MM
              ELSE
                 SUBTRACT 1 FROM WS-CAL-MM
              END-IF
              PERFORM 250-CLOSE-FOR-MONTH
           END-IF.

           EVALUATE TRUE
           WHEN CT-LAST-CLOSE-DATE(CT-TABLE-SUB) NOT < WS-CLOSE-DATE
                IF WS-CLOSE-DATE = WS-RUN-DATE
                   THEN
                   MOVE 'ALREADY BILLED' TO WS-CYCLE-STATUS
                   ADD 1 TO WS-BILLED-KTR
                ELSE
                   MOVE 'NOT DUE' TO WS-CYCLE-STATUS
                END-IF
           WHEN WS-CLOSE-DATE = WS-RUN-DATE
                MOVE 'CLOSING - BILL' TO WS-CYCLE-STATUS
                MOVE 'N' TO SEL-CATCH-UP
                PERFORM 280-SELECT-CYCLE
      * A cycle new to the control file starts at its next close
      * rather than catching up on one it was never on
           WHEN CT-LAST-CLOSE-DATE(CT-TABLE-SUB) = 0
                MOVE 'NEW - NOT DUE' TO WS-CYCLE-STATUS
           WHEN OTHER
                MOVE 'MISSED - CATCH-UP' TO WS-CYCLE-STATUS
                MOVE 'Y' TO SEL-CATCH-UP
                ADD 1 TO WS-CATCH-UP-KTR
                PERFORM 280-SELECT-CYCLE
           END-EVALUATE.
           PERFORM 500-WRITE-REPORT.
       250-CLOSE-FOR-MONTH.
      ************************************************************
      * Close date for the cycle in WS-CAL-YYYY/WS-CAL-MM: the   *
      * cut-off day, or the month's last day in a short month,   *
      * moved to the next business day when it is not one       *
      ************************************************************
      D    DISPLAY '250-CLOSE-FOR-MONTH'.
           MOVE WS-CAL-YYYY TO WS-NEXT-MONTH-YYYY.
           MOVE WS-CAL-MM TO WS-NEXT-MONTH-MM.
           MOVE 1 TO WS-NEXT-MONTH-DD.
           IF WS-NEXT-MONTH-MM = 12
              THEN
              ADD 1 TO WS-NEXT-MONTH-YYYY
              MOVE 1 TO WS-NEXT-MONTH-MM
           ELSE
              ADD 1 TO WS-NEXT-MONTH-MM
           END-IF.
           COMPUTE WS-WORK-INT =
              FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1.
           COMPUTE WS-MONTH-END =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

           MOVE WS-CAL-YYYY TO WS-CLOSE-YYYY.
           MOVE WS-CAL-MM TO WS-CLOSE-MM.
           IF CAL-CUTOFF-DAY > WS-MONTH-END-DD
              THEN
              MOVE WS-MONTH-END-DD TO WS-CLOSE-DD
           ELSE
              MOVE CAL-CUTOFF-DAY TO WS-CLOSE-DD
           END-IF.

      * Next business day after the day before the close is the
      * close itself when that is a business day
           COMPUTE WS-WORK-INT =
              FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE) - 1.
           COMPUTE DS-DATE-1 =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           MOVE 'N' TO DS-FUNCTION.
           CALL 'DATESRVC' USING DS-FUNCTION, DS-DATE-1,
              DS-DATE-2, DS-DAYS-IN, DS-DATE-OUT, DS-DAYS-OUT,
              DS-STATUS.
           IF DS-STATUS = '00'
              THEN
              MOVE DS-DATE-OUT TO WS-CLOSE-DATE
           ELSE
              DISPLAY 'DATESRVC RC=' DS-STATUS ' FOR CYCLE '
                      CAL-CYCLE
           END-IF.
       280-SELECT-CYCLE.
      ************************************************************
      * Hand the cycle to tonight's billing steps and record the *
      * close as billed                                          *
      ************************************************************
      D    DISPLAY '280-SELECT-CYCLE'.
           MOVE CAL-CYCLE TO SEL-CYCLE.
           MOVE WS-CLOSE-DATE TO SEL-CLOSE-DATE.
           WRITE SEL-REC FROM BILL-SEL-REC-WS.
           IF NOT SEL-FILE-OK
              THEN
              DISPLAY 'SEL-FILE Problem: ' SEL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-SELECTED-KTR.
           MOVE WS-CLOSE-DATE TO CT-LAST-CLOSE-DATE(CT-TABLE-SUB).
           MOVE WS-RUN-DATE TO CT-LAST-RUN-DATE(CT-TABLE-SUB).
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT CAL-FILE.
           IF NOT CAL-FILE-OK
              DISPLAY 'BILLCAL OPEN PROBLEM, RC=' CAL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CTL-IN-FILE.
           IF NOT CTL-IN-FILE-OK
              MOVE 'Y' TO CTL-IN-FILE-STATUS
           END-IF.
           OPEN OUTPUT CTL-OUT-FILE.
           IF NOT CTL-OUT-FILE-OK
              DISPLAY 'BILLCTLO OPEN PROBLEM, RC=' CTL-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT SEL-FILE.
           IF NOT SEL-FILE-OK
              DISPLAY 'BILLSEL OPEN PROBLEM, RC=' SEL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       500-WRITE-REPORT.
      ************************************************************
      * One line per calendar cycle                              *
      ************************************************************
      D    DISPLAY '500-WRITE-REPORT'.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE CAL-CYCLE TO DET-CYCLE-O.
           MOVE CAL-DESC TO DET-DESC-O.
           IF CAL-CUTOFF-DAY NUMERIC
              THEN
              MOVE CAL-CUTOFF-DAY TO DET-CUTOFF-O
           ELSE
              MOVE 0 TO DET-CUTOFF-O
           END-IF.
           MOVE WS-CLOSE-DATE TO DET-CLOSE-DATE-O.
           MOVE BC-LAST-CLOSE-DATE TO DET-LAST-CLOSE-O.
           MOVE WS-CYCLE-STATUS TO DET-STATUS-O.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       510-PAGE-CHANGE-RTN.
      ************************************************************
      * Page headings                                            *
      ************************************************************
      D    DISPLAY '510-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-1A
              AFTER ADVANCING 1 LINE.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2 LINES.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1 LINE.
           MOVE 5 TO CTR-LINES.
       600-WRITE-CONTROL.
      ************************************************************
      * Updated control file - cycles dropped from the calendar  *
      * keep their history                                       *
      ************************************************************
      D    DISPLAY '600-WRITE-CONTROL'.
           PERFORM VARYING CT-TABLE-SUB FROM 1 BY 1
              UNTIL CT-TABLE-SUB > CT-TABLE-MAX
                   MOVE CT-CYCLE(CT-TABLE-SUB) TO BC-CYCLE
                   MOVE CT-LAST-CLOSE-DATE(CT-TABLE-SUB)
                      TO BC-LAST-CLOSE-DATE
                   MOVE CT-LAST-RUN-DATE(CT-TABLE-SUB)
                      TO BC-LAST-RUN-DATE
                   WRITE CTL-OUT-REC FROM BILL-CTL-REC-WS
           END-PERFORM.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Run totals                                               *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE WS-CAL-KTR TO TOTAL-CAL-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-SELECTED-KTR TO TOTAL-SELECTED-O.
           MOVE WS-CATCH-UP-KTR TO TOTAL-CATCH-UP-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-BILLED-KTR TO TOTAL-BILLED-O.
           MOVE WS-ERROR-KTR TO TOTAL-ERROR-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           DISPLAY 'ACCTCYCS: CYCLES SELECTED      : '
                   WS-SELECTED-KTR.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE CAL-FILE
                 CTL-IN-FILE
                 CTL-OUT-FILE
                 SEL-FILE
                 REPORT-FILE.
