      *    and overtime hours from the EMPROJ row are shown the
      *    way 300-FIND-NC-OT-SKILL classifies them
      *  - utilization percent = billable hours over the
      *    UTIL-WEEK-HOURS standard week (PARMLIB)
      *  - billable hours carry their billing value: each
      *    timesheet day at the BILLRATE rate in effect on the
      *    work date for the employee's project position
      *    (RATELKUP), the EMPROJ row rates where the card has
      *    none - a day rate plus hours past 8 at the OT rate
      *  - employees under the UTIL-TARGET-PCT target percent
      *    close the report as a ranked exception list, lowest
      *    first
      *
      *  Inital Version   2026/09/02
      *  Timesheets joined to EMPROJ on employee number  2026/10/15
      *  Standard week and target from PARMLIB       2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INPUT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO UTILRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REPORT-FILE-ST.
          05 TS-WORK-DATE               PIC 9(8).
          05 TS-HOURS                   PIC 9(2).
          05 TS-EXPENSE-AMT             PIC 9(5)V99.
          05 TS-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(38).

      * Employee/project rows - same layout TABLES1X loads
       FD  INPUT-FILE RECORDING MODE F.
          05 EMP-LANGUAGE-CERT-I        PIC X(20).
          05 EMP-ON-CALL-I              PIC X(01).
          05 FILLER                     PIC X(02).
          05 EMP-NUMBER-I               PIC 9(06).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 BILLABLE-PAIR-TABLE.
          05 BP-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON BP-MAX.
             10 BP-TBL-EMP-NO           PIC 9(06).
             10 BP-TBL-NAME             PIC X(15).
             10 BP-TBL-PROJECT          PIC X(4).
             10 BP-TBL-ON-CALL          PIC X(1).
             10 BP-TBL-OT-HOURS         PIC 9(3).
             10 BP-TBL-SKILL            PIC X(20).
             10 BP-TBL-POSITION         PIC X(20).
             10 BP-TBL-DAY-RATE         PIC 9(3)V99.
             10 BP-TBL-OT-RATE          PIC 9(3)V99.

      * Per-employee/project hour accumulators
       01 EP-SUB                        PIC 999        VALUE 0 COMP.
       01 EMP-HOURS-TABLE.
          05 EP-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON EP-MAX.
             10 EP-TBL-EMP-NO           PIC 9(06).
             10 EP-TBL-NAME             PIC X(15).
             10 EP-TBL-PROJECT          PIC X(4).
             10 EP-TBL-HOURS            PIC 9(5)       COMP.
             10 EP-TBL-BILLABLE-IND     PIC X(1).
                88 EP-TBL-BILLABLE                     VALUE 'B'.
             10 EP-TBL-BP-SUB           PIC 999        COMP.
             10 EP-TBL-VALUE            PIC 9(7)V99    COMP-3.

      * Distinct employees with their rollups
       01 EM-SUB                        PIC 999        VALUE 0 COMP.
       01 EMP-ROLLUP-TABLE.
          05 EM-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON EM-MAX.
             10 EM-TBL-EMP-NO           PIC 9(06).
             10 EM-TBL-NAME             PIC X(15).
             10 EM-TBL-BILL-HOURS       PIC 9(5)       COMP.
             10 EM-TBL-NONB-HOURS       PIC 9(5)       COMP.
             10 EM-TBL-VALUE            PIC 9(7)V99    COMP-3.
             10 EM-TBL-UTIL-PCT         PIC 9(3)V9     COMP-3.
             10 EM-TBL-UNDER-IND        PIC X(1).
                88 EM-TBL-UNDER                        VALUE 'U'.

      * Rate card lookup - the rate in effect on the work date
       COPY RATELKL.

      * PARMLKUP calling parameters - the standard week and target
      * percent in effect today from the PARMLIB parameter library
       COPY PARMLKL.

       01 PROGRAM-SWITCHES.
          05 TIMESHEET-FILE-ST          PIC X(2).
             88 TIMESHEET-FILE-OK                      VALUE '00'.
             88 INPUT-FILE-OK                          VALUE '00'.
          05 INPUT-FILE-STATUS          PIC X(01)      VALUE SPACE.
             88 INPUT-FILE-EOF                         VALUE 'Y'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.

          05 WS-STD-WEEK                PIC 9(3)       VALUE 40.
          05 WS-TARGET-PCT              PIC 9(3)       VALUE 75.
          05 WS-UTIL-PCT                PIC 9(3)V9     VALUE 0.
          05 WS-DAY-OT-HOURS            PIC 9(2)       VALUE 0.
          05 WS-DAY-VALUE               PIC 9(5)V99    VALUE 0.

      * Print Lines
       01 HEADING-1.
          05 FILLER                     PIC X(10)      VALUE
                'EMPLOYEE: '.
          05 EMP-NAME-O                 PIC X(15).
          05 FILLER                     PIC X(10)      VALUE
                '  EMP NO: '.
          05 EMP-NO-O                   PIC 9(06).
          05 FILLER                     PIC X(91)      VALUE SPACES.

       01 WS-PROJ-LINE.
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 FILLER                     PIC X(7)       VALUE
                ' HOURS '.
          05 PRJ-CLASS-O                PIC X(14).
          05 FILLER                     PIC X(7)       VALUE
                ' VALUE '.
          05 PRJ-VALUE-O                PIC $$$$,$$9.99.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       01 WS-EMP-TOT-LINE.
          05 FILLER                     PIC X(5)       VALUE SPACES.
                '  UTILIZATION: '.
          05 EMT-PCT-O                  PIC ZZ9.9.
          05 FILLER                     PIC X(2)       VALUE ' %'.
          05 FILLER                     PIC X(16)      VALUE
                '  BILLED VALUE: '.
          05 EMT-VALUE-O                PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(40)      VALUE SPACES.

       01 WS-OC-LINE.
          05 FILLER                     PIC X(5)       VALUE SPACES.
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE 'EMPUTIL' TO PLIB-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PLIB-RUN-DATE.
           MOVE 'UTIL-WEEK-HOURS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           EVALUATE TRUE
              WHEN PLIB-FOUND AND PLIB-IS-NUMERIC
                 MOVE PLIB-NUM-VALUE TO WS-STD-WEEK
              WHEN PLIB-NOT-FOUND
                 DISPLAY 'UTIL-WEEK-HOURS NOT SET - DEFAULTS TO 40'
              WHEN OTHER
                 DISPLAY 'UTIL-WEEK-HOURS PROBLEM: PARMLIB STATUS '
                         PLIB-STATUS ' VALUE ' PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           MOVE 'UTIL-TARGET-PCT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           EVALUATE TRUE
              WHEN PLIB-FOUND AND PLIB-IS-NUMERIC
                 MOVE PLIB-NUM-VALUE TO WS-TARGET-PCT
              WHEN PLIB-NOT-FOUND
                 DISPLAY 'UTIL-TARGET-PCT NOT SET - DEFAULTS TO 75'
              WHEN OTHER
                 DISPLAY 'UTIL-TARGET-PCT PROBLEM: PARMLIB STATUS '
                         PLIB-STATUS ' VALUE ' PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
      D    DISPLAY 'STD WEEK/TARGET: ' WS-STD-WEEK '/'
      D            WS-TARGET-PCT.
       100-LOAD-EMPROJ.
           IF BP-MAX < BP-MAX-LIMIT
              THEN
              ADD 1 TO BP-MAX
              MOVE EMP-NUMBER-I TO BP-TBL-EMP-NO(BP-MAX)
              MOVE EMP-NAME-I TO BP-TBL-NAME(BP-MAX)
              MOVE EMP-PROJECT-I TO BP-TBL-PROJECT(BP-MAX)
              MOVE EMP-ON-CALL-I TO BP-TBL-ON-CALL(BP-MAX)
              MOVE EMP-NBR-OT-HOURS-I TO BP-TBL-OT-HOURS(BP-MAX)
              MOVE EMP-LANGUAGE-CERT-I TO BP-TBL-SKILL(BP-MAX)
              MOVE EMP-PROJECT-POSITION-I TO BP-TBL-POSITION(BP-MAX)
              MOVE 0 TO BP-TBL-DAY-RATE(BP-MAX)
              MOVE 0 TO BP-TBL-OT-RATE(BP-MAX)
              IF EMP-PER-DAY-BILLING-RATE-I NUMERIC
                 MOVE EMP-PER-DAY-BILLING-RATE-I
                    TO BP-TBL-DAY-RATE(BP-MAX)
              END-IF
              IF EMP-PER-HOUR-OT-RATE-I NUMERIC
                 MOVE EMP-PER-HOUR-OT-RATE-I
                    TO BP-TBL-OT-RATE(BP-MAX)
              END-IF
           ELSE
              DISPLAY 'WARNING: EMPROJ TABLE FULL'
           END-IF.
           MOVE 'N' TO SW-EP-FOUND.
           PERFORM VARYING EP-SUB FROM 1 BY 1
              UNTIL EP-SUB > EP-MAX
                   IF EP-TBL-EMP-NO(EP-SUB) = TS-EMP-NO
                      AND EP-TBL-PROJECT(EP-SUB) = TS-PROJECT
                      THEN
                      MOVE 'Y' TO SW-EP-FOUND
                 THEN
                 ADD 1 TO EP-MAX
                 MOVE EP-MAX TO EP-SUB
                 MOVE TS-EMP-NO TO EP-TBL-EMP-NO(EP-SUB)
                 MOVE TS-EMP-NAME TO EP-TBL-NAME(EP-SUB)
                 MOVE TS-PROJECT TO EP-TBL-PROJECT(EP-SUB)
                 MOVE 0 TO EP-TBL-HOURS(EP-SUB)
                 MOVE 0 TO EP-TBL-VALUE(EP-SUB)
                 PERFORM 180-CLASSIFY-PAIR
              ELSE
                 DISPLAY 'WARNING: HOURS TABLE FULL'
           END-IF.

           ADD TS-HOURS TO EP-TBL-HOURS(EP-SUB).
           IF EP-TBL-BILLABLE(EP-SUB)
              THEN
              PERFORM 190-VALUE-DAY
           END-IF.
       180-CLASSIFY-PAIR.
      ************************************************************
      * Billable when the employee carries an EMPROJ row for the *
           MOVE 'N' TO SW-BP-FOUND.
           PERFORM VARYING BP-SUB FROM 1 BY 1
              UNTIL BP-SUB > BP-MAX
                   IF BP-TBL-EMP-NO(BP-SUB) = TS-EMP-NO
                      AND BP-TBL-PROJECT(BP-SUB) = TS-PROJECT
                      THEN
                      MOVE 'Y' TO SW-BP-FOUND
           IF BP-FOUND
              THEN
              MOVE 'B' TO EP-TBL-BILLABLE-IND(EP-SUB)
              MOVE BP-SUB TO EP-TBL-BP-SUB(EP-SUB)
           ELSE
              MOVE 'N' TO EP-TBL-BILLABLE-IND(EP-SUB)
              MOVE 0 TO EP-TBL-BP-SUB(EP-SUB)
           END-IF.
       190-VALUE-DAY.
      ************************************************************
      * Billing value of one billable timesheet day at the rate  *
      * in effect on the work date                               *
      ************************************************************
      D    DISPLAY '190-VALUE-DAY'.
           MOVE EP-TBL-BP-SUB(EP-SUB) TO BP-SUB.
           MOVE TS-PROJECT TO RATE-PROJECT.
           MOVE BP-TBL-POSITION(BP-SUB) TO RATE-POSITION.
           MOVE TS-WORK-DATE TO RATE-WORK-DATE.
           CALL 'RATELKUP' USING RATE-PROJECT, RATE-POSITION,
              RATE-WORK-DATE, RATE-DAY-RATE, RATE-OT-RATE,
              RATE-EFF-DATE, RATE-STATUS.
           IF NOT RATE-FOUND
              THEN
              MOVE BP-TBL-DAY-RATE(BP-SUB) TO RATE-DAY-RATE
              MOVE BP-TBL-OT-RATE(BP-SUB) TO RATE-OT-RATE
           END-IF.
           IF TS-HOURS > 8
              THEN
              COMPUTE WS-DAY-OT-HOURS = TS-HOURS - 8
           ELSE
              MOVE 0 TO WS-DAY-OT-HOURS
           END-IF.
           COMPUTE WS-DAY-VALUE ROUNDED =
              RATE-DAY-RATE + (WS-DAY-OT-HOURS * RATE-OT-RATE).
           ADD WS-DAY-VALUE TO EP-TBL-VALUE(EP-SUB).
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'UTILRPT OPEN PROBLEM, RC=' REPORT-FILE-ST
           MOVE 'N' TO SW-EM-FOUND.
           PERFORM VARYING EM-SUB FROM 1 BY 1
              UNTIL EM-SUB > EM-MAX
                   IF EM-TBL-EMP-NO(EM-SUB) =
                      EP-TBL-EMP-NO(EP-SUB)
                      THEN
                      MOVE 'Y' TO SW-EM-FOUND
                      EXIT PERFORM
                 THEN
                 ADD 1 TO EM-MAX
                 MOVE EM-MAX TO EM-SUB
                 MOVE EP-TBL-EMP-NO(EP-SUB)
                    TO EM-TBL-EMP-NO(EM-SUB)
                 MOVE EP-TBL-NAME(EP-SUB) TO EM-TBL-NAME(EM-SUB)
                 MOVE 0 TO EM-TBL-BILL-HOURS(EM-SUB)
                 MOVE 0 TO EM-TBL-NONB-HOURS(EM-SUB)
                 MOVE 0 TO EM-TBL-VALUE(EM-SUB)
                 MOVE 0 TO EM-TBL-UTIL-PCT(EM-SUB)
                 MOVE SPACE TO EM-TBL-UNDER-IND(EM-SUB)
              ELSE
              THEN
              ADD EP-TBL-HOURS(EP-SUB)
                 TO EM-TBL-BILL-HOURS(EM-SUB)
              ADD EP-TBL-VALUE(EP-SUB) TO EM-TBL-VALUE(EM-SUB)
           ELSE
              ADD EP-TBL-HOURS(EP-SUB)
                 TO EM-TBL-NONB-HOURS(EM-SUB)
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE EM-TBL-NAME(EM-SUB) TO EMP-NAME-O.
           MOVE EM-TBL-EMP-NO(EM-SUB) TO EMP-NO-O.
           WRITE OUTPUT-LINE FROM WS-EMP-HDG
              AFTER ADVANCING 2.
           ADD 2 TO CTR-LINES.

           PERFORM VARYING EP-SUB FROM 1 BY 1
              UNTIL EP-SUB > EP-MAX
                   IF EP-TBL-EMP-NO(EP-SUB) =
                      EM-TBL-EMP-NO(EM-SUB)
                      THEN
                      MOVE EP-TBL-PROJECT(EP-SUB)
                         TO PRJ-PROJECT-O
                      MOVE EP-TBL-HOURS(EP-SUB) TO PRJ-HOURS-O
                      MOVE EP-TBL-VALUE(EP-SUB) TO PRJ-VALUE-O
                      IF EP-TBL-BILLABLE(EP-SUB)
                         THEN
                         MOVE 'BILLABLE' TO PRJ-CLASS-O
      * EMPROJ row, the categories 300-FIND-NC-OT-SKILL works
           PERFORM VARYING BP-SUB FROM 1 BY 1
              UNTIL BP-SUB > BP-MAX
                   IF BP-TBL-EMP-NO(BP-SUB) =
                      EM-TBL-EMP-NO(EM-SUB)
                      THEN
                      MOVE BP-TBL-ON-CALL(BP-SUB) TO OC-FLAG-O
                      MOVE BP-TBL-OT-HOURS(BP-SUB) TO OC-OT-O
           MOVE EM-TBL-BILL-HOURS(EM-SUB) TO EMT-BILL-O.
           MOVE EM-TBL-NONB-HOURS(EM-SUB) TO EMT-NONB-O.
           MOVE WS-UTIL-PCT TO EMT-PCT-O.
           MOVE EM-TBL-VALUE(EM-SUB) TO EMT-VALUE-O.
           WRITE OUTPUT-LINE FROM WS-EMP-TOT-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE TIMESHEET-FILE
                 INPUT-FILE
                 REPORT-FILE.
