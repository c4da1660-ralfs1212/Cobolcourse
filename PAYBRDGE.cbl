      *
      *   - each employee's gross pay plus the employer FICA
      *     match is read back from the PAYREG register (edited
      *     amounts through NUMVAL-C; the timesheet is matched
      *     to the register on the employee number)
      *   - the cost is allocated across the employee's projects
      *     proportionally to TIMESHTS hours for the period
      *   - one cost record per employee/project goes to LABCOST
      *     400-TOTAL-PROJ-EXPENSE prices them without change
      *   - the margin report compares allocated cost against
      *     the amounts billed on PROJINV per project
      *   - it also values the period's timesheet days at the
      *     billing rate in effect on each work date - the
      *     BILLRATE rate for the employee's EMPROJ project
      *     position through RATELKUP, the EMPROJ row rates where
      *     the card has none - and shows the margin at that
      *     rated value beside the billed margin
      *
      *   Inital Version   2026/09/02
      *   Register, timesheet and EMPROJ joined on the employee
      *   number instead of the name                        2026/10/15
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYREG-FILE ASSIGN TO PAYREG.
           SELECT TIMESHEET-FILE ASSIGN TO TIMESHTS.
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO PROJINV.
           SELECT OPTIONAL STAFF-FILE ASSIGN TO EMPROJ.
           SELECT LABCOST-FILE ASSIGN TO LABCOST.
           SELECT MARGIN-REPORT ASSIGN TO MARGNRPT.
       DATA DIVISION.
       01 PAYREG-LINE-IN.
          05 PG-LNAME                   PIC X(20).
          05 FILLER                     PIC X(02).
          05 PG-FNAME                   PIC X(14).
          05 FILLER                     PIC X(01).
          05 PG-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(01).
          05 PG-EMP-TYPE                PIC X(01).
          05 FILLER                     PIC X(02).
          05 PG-SALARY                  PIC X(11).
          05 TS-WORK-DATE               PIC 9(8).
          05 TS-HOURS                   PIC 9(2).
          05 TS-EXPENSE-AMT             PIC 9(5)V99.
          05 TS-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(38).

      *   project invoices - same layout TABLES1X writes
       FD  INVOICE-FILE
          05 INV-TOTAL-OUT              PIC 9(9)V99.
          05 FILLER                     PIC X(38).

      *   employee/project rows - same layout TABLES1X loads
       FD  STAFF-FILE
           RECORDING MODE F.
       01 STAFF-REC.
          05 SF-PROJECT                 PIC X(4).
          05 SF-NAME                    PIC X(15).
          05 SF-STATE-OFFICE            PIC X(02).
          05 SF-POSITION                PIC X(20).
          05 SF-NBR-DAYS                PIC 9(03).
          05 SF-NBR-OT-HOURS            PIC 9(03).
          05 SF-PER-DAY-RATE            PIC 9(03)V99.
          05 SF-PER-HOUR-OT-RATE        PIC 9(03)V99.
          05 SF-LANGUAGE-CERT           PIC X(20).
          05 SF-ON-CALL                 PIC X(01).
          05 FILLER                     PIC X(02).
          05 SF-EMP-NO                  PIC 9(06).

      *   cost records in the EMPROJ layout TABLES1X loads
       FD  LABCOST-FILE
           RECORDING MODE F.
          05 LC-LANGUAGE-CERT           PIC X(20).
          05 LC-ON-CALL                 PIC X(01).
          05 FILLER                     PIC X(02).
          05 LC-EMP-NO                  PIC 9(06).

       FD  MARGIN-REPORT
           RECORDING MODE F.
          88 TIMESHEET-EOF                             VALUE 'Y'.
       01 INVOICE-STATUS                PIC X(01)      VALUE SPACE.
          88 INVOICE-EOF                               VALUE 'Y'.
       01 STAFF-STATUS                  PIC X(01)      VALUE SPACE.
          88 STAFF-EOF                                 VALUE 'Y'.

      *   payroll cost per employee (gross + employer FICA match)
       77 PY-SUB                        PIC 9(4) COMP  VALUE 0.
       88 PY-FOUND                                     VALUE 'Y'.
       01 PAY-COST-TABLE.
          05 PY-ENTRY OCCURS 500 TIMES.
             10 PY-EMP-NO               PIC 9(06).
             10 PY-NAME                 PIC X(15).
             10 PY-COST                 PIC 9(9)V99.
             10 PY-TOT-HOURS            PIC 9(5).
       88 EP-FOUND                                     VALUE 'Y'.
       01 EMP-PROJ-HOURS-TABLE.
          05 EP-ENTRY OCCURS 1000 TIMES.
             10 EP-EMP-NO               PIC 9(06).
             10 EP-NAME                 PIC X(15).
             10 EP-PROJECT              PIC X(4).
             10 EP-HOURS                PIC 9(5).
             10 EP-RATED                PIC 9(9)V99.

      *   inserted R.S. - project positions and fallback billing
      *   rates from EMPROJ for the rated value
       77 ST-SUB                        PIC 9(4) COMP  VALUE 0.
       77 ST-MAX                        PIC 9(4) COMP  VALUE 0.
       77 SW-ST-FOUND                   PIC X(1)       VALUE 'N'.
       88 ST-FOUND                                     VALUE 'Y'.
       01 STAFF-RATE-TABLE.
          05 ST-ENTRY OCCURS 500 TIMES.
             10 ST-EMP-NO               PIC 9(06).
             10 ST-NAME                 PIC X(15).
             10 ST-PROJECT              PIC X(4).
             10 ST-POSITION             PIC X(20).
             10 ST-DAY-RATE             PIC 9(3)V99.
             10 ST-OT-RATE              PIC 9(3)V99.
       COPY RATELKL.
       77 WS-DAY-OT-HOURS               PIC 9(2)       VALUE 0.
       77 WS-DAY-VALUE                  PIC 9(7)V99    VALUE 0.
       77 WS-UNRATED-KTR                PIC 9(5)       VALUE 0.
       77 WS-RATED-MARGIN               PIC S9(11)V99  VALUE 0.

      *   per-project cost and billed accumulators for the margin
       77 PJ-SUB                        PIC 9(3) COMP  VALUE 0.
             10 PJ-PROJECT              PIC X(4).
             10 PJ-COST                 PIC 9(11)V99.
             10 PJ-BILLED               PIC 9(11)V99.
             10 PJ-RATED                PIC 9(11)V99.

       77 WS-EMP-COST-KTR               PIC 9(5)       VALUE 0.
       77 WS-COST-REC-KTR               PIC 9(5)       VALUE 0.
                'BILLED          '.
          05 FILLER                     PIC X(16)      VALUE
                'MARGIN          '.
          05 FILLER                     PIC X(16)      VALUE
                'RATED VALUE     '.
          05 FILLER                     PIC X(17)      VALUE
                'RATED MARGIN     '.
          05 FILLER                     PIC X(41)      VALUE SPACES.

       01 MARGIN-DET-LINE.
          05 MG-PROJECT-O               PIC X(4).
          05 MG-BILLED-O                PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 MG-MARGIN-O                PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 MG-RATED-O                 PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 MG-RATED-MARGIN-O          PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(45)      VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM HOUSEKEEPING-PARAGRAPH.
           PERFORM LOAD-STAFF-PARAGRAPH UNTIL STAFF-EOF.
           PERFORM LOAD-PAYREG-PARAGRAPH UNTIL PAYREG-EOF.
           PERFORM LOAD-TIMESHEETS-PARAGRAPH UNTIL TIMESHEET-EOF.
           PERFORM LOAD-INVOICES-PARAGRAPH UNTIL INVOICE-EOF.
           DISPLAY "PAYBRDGE: EMPLOYEES COSTED : " WS-EMP-COST-KTR.
           DISPLAY "PAYBRDGE: COST RECORDS     : " WS-COST-REC-KTR.
           DISPLAY "PAYBRDGE: HOURS W/O PAYROLL: " WS-NO-PAY-KTR.
           DISPLAY "PAYBRDGE: DAYS W/O RATE    : " WS-UNRATED-KTR.
           GOBACK.
       HOUSEKEEPING-PARAGRAPH.
           OPEN INPUT PAYREG-FILE.
           OPEN INPUT TIMESHEET-FILE.
           OPEN INPUT INVOICE-FILE.
           OPEN INPUT STAFF-FILE.
           OPEN OUTPUT LABCOST-FILE.
           OPEN OUTPUT MARGIN-REPORT.
      * Priming Reads
           PERFORM READ-PAYREG-PARAGRAPH.
           PERFORM READ-TIMESHEET-PARAGRAPH.
           PERFORM READ-INVOICE-PARAGRAPH.
           PERFORM READ-STAFF-PARAGRAPH.
       READ-PAYREG-PARAGRAPH.
           READ PAYREG-FILE
      * Set AT END Switch
           AT END
              MOVE "Y" TO INVOICE-STATUS
           END-READ.
       READ-STAFF-PARAGRAPH.
           READ STAFF-FILE
           AT END
              MOVE "Y" TO STAFF-STATUS
           END-READ.
       LOAD-STAFF-PARAGRAPH.
           IF ST-MAX < 500
              ADD 1 TO ST-MAX
              MOVE SF-EMP-NO TO ST-EMP-NO(ST-MAX)
              MOVE SF-NAME TO ST-NAME(ST-MAX)
              MOVE SF-PROJECT TO ST-PROJECT(ST-MAX)
              MOVE SF-POSITION TO ST-POSITION(ST-MAX)
              MOVE 0 TO ST-DAY-RATE(ST-MAX)
              MOVE 0 TO ST-OT-RATE(ST-MAX)
              IF SF-PER-DAY-RATE NUMERIC
                 MOVE SF-PER-DAY-RATE TO ST-DAY-RATE(ST-MAX)
              END-IF
              IF SF-PER-HOUR-OT-RATE NUMERIC
                 MOVE SF-PER-HOUR-OT-RATE TO ST-OT-RATE(ST-MAX)
              END-IF
           ELSE
              DISPLAY "STAFF TABLE FULL - Problem!"
           END-IF.
           PERFORM READ-STAFF-PARAGRAPH.
      *   inserted R.S. - register detail lines only: totals,
      *   deduction and remittance lines fall through the guards
       LOAD-PAYREG-PARAGRAPH.
              AND PG-LNAME(1:2) NOT = '  '
              AND PG-FNAME NOT = SPACES
              AND PG-SALARY NOT = SPACES
              AND PG-EMP-NO NUMERIC
              IF PY-MAX < 500
                 ADD 1 TO PY-MAX
                 MOVE PG-EMP-NO TO PY-EMP-NO(PY-MAX)
                 MOVE PG-LNAME(1:15) TO PY-NAME(PY-MAX)
                 COMPUTE WS-FICA-AMT =
                    FUNCTION NUMVAL-C(PG-FICA)
       LOAD-TIMESHEETS-PARAGRAPH.
           MOVE 'N' TO SW-EP-FOUND.
           PERFORM VARYING EP-SUB FROM 1 BY 1 UNTIL EP-SUB > EP-MAX
              IF EP-EMP-NO(EP-SUB) = TS-EMP-NO
                 AND EP-PROJECT(EP-SUB) = TS-PROJECT
                 MOVE 'Y' TO SW-EP-FOUND
                 EXIT PERFORM
              IF EP-MAX < 1000
                 ADD 1 TO EP-MAX
                 MOVE EP-MAX TO EP-SUB
                 MOVE TS-EMP-NO TO EP-EMP-NO(EP-SUB)
                 MOVE TS-EMP-NAME TO EP-NAME(EP-SUB)
                 MOVE TS-PROJECT TO EP-PROJECT(EP-SUB)
                 MOVE 0 TO EP-HOURS(EP-SUB)
                 MOVE 0 TO EP-RATED(EP-SUB)
              ELSE
                 DISPLAY "HOURS TABLE FULL - Problem!"
              END-IF
           END-IF.
           ADD TS-HOURS TO EP-HOURS(EP-SUB).
           PERFORM RATE-TIMESHEET-PARAGRAPH.

      *   total hours per employee for the proportional split
           PERFORM VARYING PY-SUB FROM 1 BY 1 UNTIL PY-SUB > PY-MAX
              IF PY-EMP-NO(PY-SUB) = TS-EMP-NO
                 ADD TS-HOURS TO PY-TOT-HOURS(PY-SUB)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           PERFORM READ-TIMESHEET-PARAGRAPH.
      *   inserted R.S. - the day's billing value at the rate in
      *   effect on the work date: one day at the day rate plus
      *   hours past 8 at the OT rate, as the invoices price it
       RATE-TIMESHEET-PARAGRAPH.
           MOVE 'N' TO SW-ST-FOUND.
           PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > ST-MAX
              IF ST-EMP-NO(ST-SUB) = TS-EMP-NO
                 AND ST-PROJECT(ST-SUB) = TS-PROJECT
                 MOVE 'Y' TO SW-ST-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT ST-FOUND
              ADD 1 TO WS-UNRATED-KTR
              EXIT PARAGRAPH
           END-IF.
           MOVE TS-PROJECT TO RATE-PROJECT.
           MOVE ST-POSITION(ST-SUB) TO RATE-POSITION.
           MOVE TS-WORK-DATE TO RATE-WORK-DATE.
           CALL 'RATELKUP' USING RATE-PROJECT, RATE-POSITION,
              RATE-WORK-DATE, RATE-DAY-RATE, RATE-OT-RATE,
              RATE-EFF-DATE, RATE-STATUS.
           IF NOT RATE-FOUND
              MOVE ST-DAY-RATE(ST-SUB) TO RATE-DAY-RATE
              MOVE ST-OT-RATE(ST-SUB) TO RATE-OT-RATE
           END-IF.
           IF TS-HOURS > 8
              COMPUTE WS-DAY-OT-HOURS = TS-HOURS - 8
           ELSE
              MOVE 0 TO WS-DAY-OT-HOURS
           END-IF.
           COMPUTE WS-DAY-VALUE ROUNDED =
              RATE-DAY-RATE + (WS-DAY-OT-HOURS * RATE-OT-RATE).
           ADD WS-DAY-VALUE TO EP-RATED(EP-SUB).
       LOAD-INVOICES-PARAGRAPH.
           PERFORM FIND-PROJECT-PARAGRAPH.
           ADD INV-TOTAL-OUT TO PJ-BILLED(PJ-SUB).
                 MOVE INV-PROJECT-OUT TO PJ-PROJECT(PJ-SUB)
                 MOVE 0 TO PJ-COST(PJ-SUB)
                 MOVE 0 TO PJ-BILLED(PJ-SUB)
                 MOVE 0 TO PJ-RATED(PJ-SUB)
              ELSE
                 DISPLAY "PROJECT TABLE FULL - Problem!"
                 MOVE PJ-MAX TO PJ-SUB
              PERFORM ALLOCATE-ONE-PAIR-PARAGRAPH
           END-PERFORM.
       ALLOCATE-ONE-PAIR-PARAGRAPH.
      *   the rated value belongs to the project whether or not
      *   payroll cost is found for the employee
           MOVE EP-PROJECT(EP-SUB) TO INV-PROJECT-OUT.
           PERFORM FIND-PROJECT-PARAGRAPH.
           ADD EP-RATED(EP-SUB) TO PJ-RATED(PJ-SUB).

           MOVE 'N' TO SW-PY-FOUND.
           PERFORM VARYING PY-SUB FROM 1 BY 1 UNTIL PY-SUB > PY-MAX
              IF PY-EMP-NO(PY-SUB) = EP-EMP-NO(EP-SUB)
                 MOVE 'Y' TO SW-PY-FOUND
                 EXIT PERFORM
              END-IF
           IF NOT PY-FOUND
              ADD 1 TO WS-NO-PAY-KTR
              DISPLAY "TIMESHEET HOURS WITHOUT PAYROLL: "
                      EP-EMP-NO(EP-SUB) " " EP-NAME(EP-SUB)
              EXIT PARAGRAPH
           END-IF.
           IF PY-TOT-HOURS(PY-SUB) = 0
           MOVE SPACES TO LABCOST-REC.
           MOVE EP-PROJECT(EP-SUB) TO LC-PROJECT.
           MOVE EP-NAME(EP-SUB) TO LC-NAME.
           MOVE EP-EMP-NO(EP-SUB) TO LC-EMP-NO.
           MOVE 'LABOR COST BRIDGE' TO LC-POSITION.
           MOVE EP-HOURS(EP-SUB) TO LC-NBR-DAYS.
           MOVE 0 TO LC-NBR-OT-HOURS.
              COMPUTE WS-MARGIN =
                 PJ-BILLED(PJ-SUB) - PJ-COST(PJ-SUB)
              MOVE WS-MARGIN TO MG-MARGIN-O
              MOVE PJ-RATED(PJ-SUB) TO MG-RATED-O
              COMPUTE WS-RATED-MARGIN =
                 PJ-RATED(PJ-SUB) - PJ-COST(PJ-SUB)
              MOVE WS-RATED-MARGIN TO MG-RATED-MARGIN-O
              WRITE MARGIN-RPT-LINE FROM MARGIN-DET-LINE
           END-PERFORM.
       CLOSE-FILES-PARAGRAPH.
           CLOSE PAYREG-FILE, TIMESHEET-FILE, INVOICE-FILE,
                 STAFF-FILE, LABCOST-FILE, MARGIN-REPORT.
