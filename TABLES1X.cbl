          05 EMP-LANGUAGE-CERT-I        PIC X(20).
          05 EMP-ON-CALL-I              PIC X(01).
          05 FILLER                     PIC X(02).
      * R.S. employee number assigned by EMPNOCNV - timesheets and
      * overrides are matched on it, not on the name
          05 EMP-NUMBER-I               PIC 9(06).
       FD  PROJ-PARM-FILE RECORDING MODE F.
       01 PROJ-PARM-REC.
          05 PARM-PROJECT-CODE          PIC X(4).
          05 TS-WORK-DATE               PIC 9(8).
          05 TS-HOURS                   PIC 9(2).
          05 TS-EXPENSE-AMT             PIC 9(5)V99.
          05 TS-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(38).
       FD  TS-EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD.
       01 TS-EXCEPTION-LINE-OUT         PIC X(80).
          05 OV-EMP-NAME                PIC X(15).
          05 OV-PROJECT                 PIC X(4).
          05 OV-WORK-DATE               PIC 9(8).
          05 OV-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(47).
       FD  BUDGET-REPORT
           LABEL RECORDS ARE STANDARD.
       01 BUDGET-LINE-OUT               PIC X(100).
          05 INV-SUBTOTAL-OUT           PIC 9(9)V99.
          05 INV-FEE-OUT                PIC 9(7)V99.
          05 INV-TOTAL-OUT              PIC 9(9)V99.
      * R.S. latest timesheet work date the invoice covers, so the
      * month-end WIP accrual (PROJWIP) prices only later work
          05 INV-BILLED-THRU-OUT        PIC 9(8).
          05 FILLER                     PIC X(30).
       FD  INVOICE-PRINT
           LABEL RECORDS ARE STANDARD.
       01 INVOICE-LINE                  PIC X(100).
          05 OV-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON OV-TABLE-MAX.
             10 OV-TBL-EMP-NAME         PIC X(15).
             10 OV-TBL-EMP-NO           PIC 9(06).
             10 OV-TBL-PROJECT          PIC X(4).
             10 OV-TBL-WORK-DATE        PIC 9(8).
       01 VALID-PROJECT-TABLE.
          05 PP-ENTRY OCCURS 20 TIMES.
             10 PP-PROJECT              PIC X(4).
             10 PP-MARKUP               PIC 9(3)V99.
             10 PP-BILLED-THRU          PIC 9(8).
      * R.S. timesheet days priced from the BILLRATE rate card in
      * effect on each work date (RATELKUP), one slot per
      * EMP-PROJECT-TABLE row. Days the card carries no rate for -
      * and the EMPROJ row's own days - stay at the row's rates.
       01 RATED-DAY-TABLE.
          05 RD-ENTRY OCCURS 20 TIMES.
             10 RD-RATED-DAYS           PIC 9(03)      COMP.
             10 RD-RATED-OT-HOURS       PIC 9(03)      COMP.
             10 RD-RATED-AMOUNT         PIC 9(7)V99    COMP-3.
       77 WS-TS-OT-HOURS                PIC 9(02)      VALUE 0.
       77 WS-RATED-KTR                  PIC 9(5)       VALUE 0.
       77 RD-SUB                        PIC S9(4) COMP VALUE 0.
       77 WS-ROW-UNRATED-DAYS           PIC 9(03)      VALUE 0.
       77 WS-ROW-UNRATED-OT             PIC 9(03)      VALUE 0.
       COPY RATELKL.
      * R.S. invoice work fields and print lines
       77 INVOICE-CTL-FILE-ST           PIC X(2)       VALUE SPACES.
       88 INVOICE-CTL-FILE-OK                          VALUE '00' '05'.
       77 WS-INV-FEE                    PIC 9(7)V99    VALUE 0.
       77 WS-INV-TOTAL                  PIC 9(9)V99    VALUE 0.
       77 WS-INV-LINES                  PIC 9(3)       VALUE 0.
       77 WS-CURRENT-DATE               PIC 9(8)       VALUE 0.
       01 INV-HDG-LINE.
          05 FILLER                     PIC X(9)       VALUE
                'INVOICE: '.
             10 EMP-LANGUAGE-CERT       PIC X(20).
             10 EMP-ON-CALL             PIC X(01).
             10 FILLER                  PIC X(02).
             10 EMP-NUMBER              PIC 9(06).
       01 ACCUMULATORS.
      * added  2 decimals to SUM1  for precision reasons   R.S.  *
          05 SUM-1                      PIC 9(16)V99   VALUE 0.
           OPEN OUTPUT ONCALL-REPORT.

           INITIALIZE EMP-PROJECT-TABLE.
           INITIALIZE RATED-DAY-TABLE.
           OPEN INPUT INPUT-FILE.
           READ INPUT-FILE
           AT END
                      EMP-LANGUAGE-CERT(PROJECT-INDEX)
                   MOVE EMP-ON-CALL-I TO
                      EMP-ON-CALL(PROJECT-INDEX)
                   MOVE EMP-NUMBER-I TO
                      EMP-NUMBER(PROJECT-INDEX)
                   READ INPUT-FILE
                   AT END
                      MOVE 'Y' TO SW-END-OF-FILE
                      PP-PROJECT(PP-TABLE-MAX)
                   MOVE PARM-MARKUP-PCT TO
                      PP-MARKUP(PP-TABLE-MAX)
                   MOVE 0 TO PP-BILLED-THRU(PP-TABLE-MAX)
                   READ PROJ-PARM-FILE
                   AT END
                      EXIT PERFORM
              THEN
              DISPLAY "TIMESHEETS: " WS-TS-KTR " TRANSACTIONS, "
                      WS-TS-EXCEPT-KTR " EXCEPTIONS"
              DISPLAY "RATE CARD PRICED DAYS: " WS-RATED-KTR
           END-IF.
           IF BD-TABLE-MAX > 0
              THEN
                   ADD 1 TO OV-TABLE-MAX
                   MOVE OV-EMP-NAME TO
                      OV-TBL-EMP-NAME(OV-TABLE-MAX)
                   MOVE OV-EMP-NO TO
                      OV-TBL-EMP-NO(OV-TABLE-MAX)
                   MOVE OV-PROJECT TO
                      OV-TBL-PROJECT(OV-TABLE-MAX)
                   MOVE OV-WORK-DATE TO
              PERFORM 078-FIND-OR-ADD-ROW
              IF TS-ROW-FOUND
                 ADD 1 TO EMP-NBR-DAYS-ON-PROJ(TS-ROW-SUB)
      * R.S. the project's invoice covers work through this date
                 IF TS-WORK-DATE > PP-BILLED-THRU(PP-TABLE-SUB)
                    MOVE TS-WORK-DATE TO
                       PP-BILLED-THRU(PP-TABLE-SUB)
                 END-IF
                 IF TS-HOURS > 8
                    COMPUTE EMP-NBR-OT-HOURS(TS-ROW-SUB) =
                       EMP-NBR-OT-HOURS(TS-ROW-SUB) +
                       (TS-HOURS - 8)
                 END-IF
                 PERFORM 077-RATE-TIMESHEET-DAY
                 IF EMP-PER-DAY-BILLING-RATE(TS-ROW-SUB) = 0
                    MOVE TS-EXPENSE-AMT TO
                       EMP-PER-DAY-BILLING-RATE(TS-ROW-SUB)
              MOVE 'N' TO SW-OV-FOUND
              PERFORM VARYING OV-TABLE-SUB FROM 1 BY 1
                 UNTIL OV-TABLE-SUB > OV-TABLE-MAX
                      IF OV-TBL-EMP-NO(OV-TABLE-SUB) =
                         TS-EMP-NO
                         AND OV-TBL-PROJECT(OV-TABLE-SUB) =
                         TS-PROJECT
                         AND OV-TBL-WORK-DATE(OV-TABLE-SUB) =
           ADD TS-HOURS TO BD-TBL-ACT-HOURS(BD-TABLE-SUB).
           ADD TS-EXPENSE-AMT TO
              BD-TBL-ACT-EXPENSE(BD-TABLE-SUB).
       077-RATE-TIMESHEET-DAY.
      ****************************************************************
      ***  Price the day at the rate card rate in effect on the      *
      ***  work date for the row's project position - rows with no   *
      ***  position (timesheet-only rows) keep their expense rate    *
      ****************************************************************
           DISPLAY "077-RATE-TIMESHEET-DAY".

           IF EMP-PROJECT-POSITION(TS-ROW-SUB) = SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE TS-PROJECT TO RATE-PROJECT.
           MOVE EMP-PROJECT-POSITION(TS-ROW-SUB) TO RATE-POSITION.
           MOVE TS-WORK-DATE TO RATE-WORK-DATE.
           CALL 'RATELKUP' USING RATE-PROJECT, RATE-POSITION,
              RATE-WORK-DATE, RATE-DAY-RATE, RATE-OT-RATE,
              RATE-EFF-DATE, RATE-STATUS.
           IF NOT RATE-FOUND
              EXIT PARAGRAPH
           END-IF.
           IF TS-HOURS > 8
              COMPUTE WS-TS-OT-HOURS = TS-HOURS - 8
           ELSE
              MOVE 0 TO WS-TS-OT-HOURS
           END-IF.
           ADD 1 TO RD-RATED-DAYS(TS-ROW-SUB).
           ADD WS-TS-OT-HOURS TO RD-RATED-OT-HOURS(TS-ROW-SUB).
           COMPUTE RD-RATED-AMOUNT(TS-ROW-SUB) =
              RD-RATED-AMOUNT(TS-ROW-SUB) + RATE-DAY-RATE +
              (WS-TS-OT-HOURS * RATE-OT-RATE).
           ADD 1 TO WS-RATED-KTR.
       078-FIND-OR-ADD-ROW.
      ****************************************************************
      ***  Locate (or create) the employee/project row the           *
           MOVE 'N' TO SW-TS-ROW-FOUND.
           PERFORM VARYING TS-ROW-SUB FROM 1 BY 1
              UNTIL TS-ROW-SUB > WS-TABLE-USED
      * R.S. matched on employee number - two employees can share
      * a name
                   IF EMP-NUMBER(TS-ROW-SUB) = TS-EMP-NO
                      AND EMP-PROJECT(TS-ROW-SUB) = TS-PROJECT
                      MOVE 'Y' TO SW-TS-ROW-FOUND
                      EXIT PERFORM
                 MOVE WS-TABLE-USED TO TS-ROW-SUB
                 MOVE TS-PROJECT TO EMP-PROJECT(TS-ROW-SUB)
                 MOVE TS-EMP-NAME TO EMP-NAME(TS-ROW-SUB)
                 MOVE TS-EMP-NO TO EMP-NUMBER(TS-ROW-SUB)
                 MOVE 'Y' TO SW-TS-ROW-FOUND
              ELSE
                 DISPLAY "WARNING: EMP-PROJECT-TABLE FULL - "
              UNTIL PROJ-IDX > TABLE-MAX
                   IF EMP-PROJECT(PROJ-IDX) = WS-TARGET-PROJECT
                      THEN
      * R.S. priced the way the invoice prices the row
                      PERFORM 620-PRICE-ROW
                      MOVE WS-EMP-EXPENSE TO SUM-1
                      DISPLAY EMP-NAME(PROJ-IDX) " : " SUM-1
                      ADD SUM-1 TO A-111-TOT
                   END-IF
              CLOSE INVOICE-CTL-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           OPEN OUTPUT INVOICE-FILE INVOICE-PRINT.

           PERFORM VARYING PP-TABLE-SUB FROM 1 BY 1
                   IF EMP-PROJECT(PROJ-IDX) =
                      PP-PROJECT(PP-TABLE-SUB)
                      AND EMP-NAME(PROJ-IDX) NOT = SPACES
                      PERFORM 620-PRICE-ROW
                      MOVE EMP-NAME(PROJ-IDX) TO IEL-NAME
                      MOVE EMP-NBR-DAYS-ON-PROJ(PROJ-IDX)
                         TO IEL-DAYS
           MOVE WS-INV-SUBTOTAL TO INV-SUBTOTAL-OUT.
           MOVE WS-INV-FEE TO INV-FEE-OUT.
           MOVE WS-INV-TOTAL TO INV-TOTAL-OUT.
      * R.S. EMPROJ-only invoices bill everything to date
           IF PP-BILLED-THRU(PP-TABLE-SUB) = 0
              MOVE WS-CURRENT-DATE TO INV-BILLED-THRU-OUT
           ELSE
              MOVE PP-BILLED-THRU(PP-TABLE-SUB) TO INV-BILLED-THRU-OUT
           END-IF.
           WRITE INVOICE-REC.
       620-PRICE-ROW.
      ****************************************************************
      ***  One row's billable amount into WS-EMP-EXPENSE: timesheet  *
      ***  days the rate card priced at their work-date rates, all   *
      ***  other days and OT hours at the row's own rates            *
      ****************************************************************
           SET RD-SUB TO PROJ-IDX.
           COMPUTE WS-ROW-UNRATED-DAYS =
              EMP-NBR-DAYS-ON-PROJ(PROJ-IDX) - RD-RATED-DAYS(RD-SUB).
           COMPUTE WS-ROW-UNRATED-OT =
              EMP-NBR-OT-HOURS(PROJ-IDX) - RD-RATED-OT-HOURS(RD-SUB).
           COMPUTE WS-EMP-EXPENSE ROUNDED =
              (WS-ROW-UNRATED-DAYS *
               EMP-PER-DAY-BILLING-RATE(PROJ-IDX))
              + (WS-ROW-UNRATED-OT *
                 EMP-PER-HOUR-OT-RATE(PROJ-IDX))
              + RD-RATED-AMOUNT(RD-SUB).
       900-WRAP-UP.
           CLOSE INPUT-FILE ONCALL-REPORT.
