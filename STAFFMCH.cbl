       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFMCH.
      * ------------------------------------------------------------
      * STAFFMCH:
      * Skills-based staffing match. Each STAFFREQ request names
      * a skill, the lowest acceptable proficiency level, the
      * start date and the hours a week the work needs; every
      * employee holding the skill on EMPSKILL (maintained by
      * SKILLMNT) is a candidate when
      *  - the skill's level is at least the requested level
      *  - the credential has not expired by the start date
      *    (an expiry date of zero never expires)
      * Candidates are ranked by current utilization, measured
      * from TIMESHTS exactly as EMPUTIL measures it: billable
      * hours (an EMPROJ row for the project) over the PARMLIB
      * standard week. Employees under the PARMLIB target
      * percent rank first, lowest utilization first, then the
      * rest, lowest first; the higher level wins a tie. The
      * free hours (standard week less billable hours) show
      * whether the employee covers the hours needed.
      *
      *  Inital Version   2026/10/15
      *  Skills and hours matched on employee number  2026/10/15
      *  Standard week and target from PARMLIB         2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO STAFFREQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REQUEST-FILE-ST.

           SELECT SKILL-FILE ASSIGN TO EMPSKILL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SKILL-FILE-ST.

           SELECT TIMESHEET-FILE ASSIGN TO TIMESHTS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TIMESHEET-FILE-ST.

           SELECT INPUT-FILE ASSIGN TO EMPROJ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INPUT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO STAFFRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Staffing requests
       FD  REQUEST-FILE RECORDING MODE F.
       01 REQUEST-REC.
          05 SR-REQUEST-ID              PIC X(8).
          05 SR-PROJECT                 PIC X(4).
          05 SR-SKILL                   PIC X(20).
          05 SR-MIN-LEVEL               PIC 9(1).
          05 SR-START-DATE              PIC 9(8).
          05 SR-HOURS-NEEDED            PIC 9(3).
          05 FILLER                     PIC X(36).

      * Employee skills master - same record layout as the
      * SKILL-IN-FILE FD in SKILLMNT
       FD  SKILL-FILE RECORDING MODE F.
       01 SKILL-REC.
          05 SK-KEY.
             10 SK-EMP-NAME             PIC X(15).
             10 SK-SKILL                PIC X(20).
          05 SK-SKILL-TYPE              PIC X(01).
          05 SK-LEVEL                   PIC 9(01).
          05 SK-OBTAINED-DATE           PIC 9(08).
          05 SK-EXPIRY-DATE             PIC 9(08).
          05 SK-MAINT-DATE              PIC 9(08).
          05 SK-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(13).

      * Timesheet transactions - same layout TABLES1X reads
       FD  TIMESHEET-FILE RECORDING MODE F.
       01 TIMESHEET-REC.
          05 TS-EMP-NAME                PIC X(15).
          05 TS-PROJECT                 PIC X(4).
          05 TS-WORK-DATE               PIC 9(8).
          05 TS-HOURS                   PIC 9(2).
          05 TS-EXPENSE-AMT             PIC 9(5)V99.
          05 TS-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(38).

      * Employee/project rows - same layout TABLES1X loads
       FD  INPUT-FILE RECORDING MODE F.
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

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      * Billable employee/project pairs from EMPROJ
       01 BP-SUB                        PIC 999        VALUE 0 COMP.
       01 BP-MAX                        PIC 999        VALUE 0 COMP.
       01 BP-MAX-LIMIT                  PIC 999        VALUE 200 COMP.
       01 SW-BP-FOUND                   PIC X          VALUE 'N'.
          88 BP-FOUND                                  VALUE 'Y'.
       01 BILLABLE-PAIR-TABLE.
          05 BP-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON BP-MAX.
             10 BP-TBL-EMP-NO           PIC 9(06).
             10 BP-TBL-NAME             PIC X(15).
             10 BP-TBL-PROJECT          PIC X(4).

      * Distinct employees with their billable hours
       01 EM-SUB                        PIC 999        VALUE 0 COMP.
       01 EM-MAX                        PIC 999        VALUE 0 COMP.
       01 EM-MAX-LIMIT                  PIC 999        VALUE 100 COMP.
       01 SW-EM-FOUND                   PIC X          VALUE 'N'.
          88 EM-FOUND                                  VALUE 'Y'.
       01 EMP-ROLLUP-TABLE.
          05 EM-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON EM-MAX.
             10 EM-TBL-EMP-NO           PIC 9(06).
             10 EM-TBL-NAME             PIC X(15).
             10 EM-TBL-BILL-HOURS       PIC 9(5)       COMP.
             10 EM-TBL-UTIL-PCT         PIC 9(3)V9     COMP-3.

      * Employee skills from EMPSKILL
       01 SK-SUB                        PIC 9(4)       VALUE 0 COMP.
       01 SK-MAX                        PIC 9(4)       VALUE 0 COMP.
       01 SK-MAX-LIMIT                  PIC 9(4)       VALUE 2000 COMP.
       01 EMP-SKILL-TABLE.
          05 SK-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON SK-MAX.
             10 SK-TBL-EMP-NO           PIC 9(06).
             10 SK-TBL-EMP-NAME         PIC X(15).
             10 SK-TBL-SKILL            PIC X(20).
             10 SK-TBL-LEVEL            PIC 9(1).
             10 SK-TBL-EXPIRY-DATE      PIC 9(8).

      * Candidates for the current request
       01 CD-SUB                        PIC 999        VALUE 0 COMP.
       01 CD-MAX                        PIC 999        VALUE 0 COMP.
       01 CD-MAX-LIMIT                  PIC 999        VALUE 100 COMP.
       01 WS-BEST-SUB                   PIC 999        VALUE 0 COMP.
       01 CANDIDATE-TABLE.
          05 CD-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON CD-MAX.
             10 CD-TBL-EMP-NO           PIC 9(06).
             10 CD-TBL-NAME             PIC X(15).
             10 CD-TBL-LEVEL            PIC 9(1).
             10 CD-TBL-EXPIRY-DATE      PIC 9(8).
             10 CD-TBL-UTIL-PCT         PIC 9(3)V9     COMP-3.
             10 CD-TBL-FREE-HOURS       PIC 9(3)       COMP.
             10 CD-TBL-UNDER-IND        PIC X(1).
                88 CD-TBL-UNDER                        VALUE 'U'.
      * Ranking key: under-target group, utilization, level
             10 CD-TBL-RANK-KEY         PIC 9(6).
             10 CD-TBL-PRINTED-IND      PIC X(1).
                88 CD-TBL-PRINTED                      VALUE 'P'.

      * PARMLKUP calling parameters - the standard week and target
      * percent in effect today from the PARMLIB parameter library
       COPY PARMLKL.

       01 PROGRAM-SWITCHES.
          05 REQUEST-FILE-ST            PIC X(2).
             88 REQUEST-FILE-OK                        VALUE '00'.
          05 REQUEST-FILE-STATUS        PIC X(01)      VALUE SPACE.
             88 REQUEST-FILE-EOF                       VALUE 'Y'.
          05 SKILL-FILE-ST              PIC X(2).
             88 SKILL-FILE-OK                          VALUE '00'.
          05 SKILL-FILE-STATUS          PIC X(01)      VALUE SPACE.
             88 SKILL-FILE-EOF                         VALUE 'Y'.
          05 TIMESHEET-FILE-ST          PIC X(2).
             88 TIMESHEET-FILE-OK                      VALUE '00'.
          05 TIMESHEET-FILE-STATUS      PIC X(01)      VALUE SPACE.
             88 TIMESHEET-FILE-EOF                     VALUE 'Y'.
          05 INPUT-FILE-ST              PIC X(2).
             88 INPUT-FILE-OK                          VALUE '00'.
          05 INPUT-FILE-STATUS          PIC X(01)      VALUE SPACE.
             88 INPUT-FILE-EOF                         VALUE 'Y'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-REQ-KTR                 PIC 9(5)       VALUE 0.
          05 WS-NO-MATCH-KTR            PIC 9(5)       VALUE 0.
          05 WS-CAND-KTR                PIC 9(5)       VALUE 0.
          05 WS-TS-KTR                  PIC 9(5)       VALUE 0.
          05 WS-RANK                    PIC 9(3)       VALUE 0.
          05 CTR-LINES                  PIC 99         VALUE 99.
          05 CTR-PAGES                  PIC 999        VALUE 0.
          05 CTR-LINES-MAX              PIC 99         VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-STD-WEEK                PIC 9(3)       VALUE 40.
          05 WS-TARGET-PCT              PIC 9(3)       VALUE 75.
          05 WS-UTIL-PCT                PIC 9(3)V9     VALUE 0.
          05 WS-BILL-HOURS              PIC 9(5)       VALUE 0.
          05 WS-FREE-HOURS              PIC 9(3)       VALUE 0.
          05 WS-RANK-GROUP              PIC 9(1)       VALUE 0.

      * Print Lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(50)      VALUE
                '   SKILLS-BASED STAFFING MATCH REPORT             '.
          05 FILLER                     PIC X(8)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'PAGE NO'.
          05 PAGE-NUM                   PIC ZZ9        VALUE ZERO.
          05 FILLER                     PIC X(36)      VALUE SPACES.

       01 WS-REQ-HDG.
          05 FILLER                     PIC X(09)      VALUE
                'REQUEST: '.
          05 REQ-ID-O                   PIC X(08).
          05 FILLER                     PIC X(11)      VALUE
                '  PROJECT: '.
          05 REQ-PROJECT-O              PIC X(04).
          05 FILLER                     PIC X(09)      VALUE
                '  SKILL: '.
          05 REQ-SKILL-O                PIC X(20).
          05 FILLER                     PIC X(13)      VALUE
                '  MIN LEVEL: '.
          05 REQ-LEVEL-O                PIC 9(01).
          05 FILLER                     PIC X(09)      VALUE
                '  START: '.
          05 REQ-START-O                PIC 9(08).
          05 FILLER                     PIC X(14)      VALUE
                '  HOURS/WEEK: '.
          05 REQ-HOURS-O                PIC ZZ9.
          05 FILLER                     PIC X(23)      VALUE SPACES.

       01 WS-CAND-HDG.
          05 FILLER                     PIC X(05)      VALUE SPACES.
          05 FILLER                     PIC X(06)      VALUE 'RANK'.
          05 FILLER                     PIC X(17)      VALUE
                'EMPLOYEE'.
          05 FILLER                     PIC X(07)      VALUE 'LEVEL'.
          05 FILLER                     PIC X(10)      VALUE
                'EXPIRES'.
          05 FILLER                     PIC X(09)      VALUE
                'UTIL PCT'.
          05 FILLER                     PIC X(10)      VALUE
                'FREE HRS'.
          05 FILLER                     PIC X(14)      VALUE
                'TARGET'.
          05 FILLER                     PIC X(10)      VALUE
                'HOURS'.
          05 FILLER                     PIC X(44)      VALUE SPACES.

       01 WS-CAND-LINE.
          05 FILLER                     PIC X(05)      VALUE SPACES.
          05 CAND-RANK-O                PIC ZZ9.
          05 FILLER                     PIC X(03)      VALUE SPACES.
          05 CAND-NAME-O                PIC X(15).
          05 FILLER                     PIC X(04)      VALUE SPACES.
          05 CAND-LEVEL-O               PIC 9(01).
          05 FILLER                     PIC X(03)      VALUE SPACES.
          05 CAND-EXPIRY-O              PIC X(08).
          05 FILLER                     PIC X(03)      VALUE SPACES.
          05 CAND-PCT-O                 PIC ZZ9.9.
          05 FILLER                     PIC X(06)      VALUE SPACES.
          05 CAND-FREE-O                PIC ZZ9.
          05 FILLER                     PIC X(05)      VALUE SPACES.
          05 CAND-TARGET-O              PIC X(14).
          05 CAND-COVER-O               PIC X(10).
          05 FILLER                     PIC X(44)      VALUE SPACES.

       01 WS-NONE-LINE.
          05 FILLER                     PIC X(05)      VALUE SPACES.
          05 FILLER                     PIC X(40)      VALUE
                'NO MATCHING EMPLOYEE'.
          05 FILLER                     PIC X(87)      VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                     PIC X(35)      VALUE
                'Requests / candidates / unmatched:'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-REQ-O                PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-CAND-O               PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-NO-MATCH-O           PIC ZZZZ9.
          05 FILLER                     PIC X(72)      VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                     PIC X(35)      VALUE
                'Timesheets / std week / target % :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-TS-O                 PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-WEEK-O               PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-TARGET-O             PIC ZZZZ9.
          05 FILLER                     PIC X(72)      VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-EMPROJ UNTIL INPUT-FILE-EOF.
           PERFORM 150-ACCUM-TIMESHEET UNTIL TIMESHEET-FILE-EOF.
           PERFORM 170-UTILIZATION.
           PERFORM 200-LOAD-SKILLS UNTIL SKILL-FILE-EOF.
           PERFORM 400-MATCH-REQUEST UNTIL REQUEST-FILE-EOF.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE 'STAFFMCH' TO PLIB-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PLIB-RUN-DATE.
           MOVE 'UTIL-WEEK-HOURS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           EVALUATE TRUE
              WHEN PLIB-FOUND AND PLIB-IS-NUMERIC
                 MOVE PLIB-NUM-VALUE TO WS-STD-WEEK
              WHEN PLIB-NOT-FOUND OR PLIB-FILE-ERROR
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
              WHEN PLIB-NOT-FOUND OR PLIB-FILE-ERROR
                 DISPLAY 'UTIL-TARGET-PCT NOT SET - DEFAULTS TO 75'
              WHEN OTHER
                 DISPLAY 'UTIL-TARGET-PCT PROBLEM: PARMLIB STATUS '
                         PLIB-STATUS ' VALUE ' PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           IF WS-STD-WEEK = 0
              THEN
              MOVE 40 TO WS-STD-WEEK
           END-IF.
      D    DISPLAY 'STD WEEK/TARGET: ' WS-STD-WEEK '/'
      D            WS-TARGET-PCT.
       100-LOAD-EMPROJ.
      ************************************************************
      * Load the billable employee/project pairs                 *
      ************************************************************
      D    DISPLAY '100-LOAD-EMPROJ'.
           READ INPUT-FILE
           AT END
              MOVE 'Y' TO INPUT-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF BP-MAX < BP-MAX-LIMIT
              THEN
              ADD 1 TO BP-MAX
              MOVE EMP-NUMBER-I TO BP-TBL-EMP-NO(BP-MAX)
              MOVE EMP-NAME-I TO BP-TBL-NAME(BP-MAX)
              MOVE EMP-PROJECT-I TO BP-TBL-PROJECT(BP-MAX)
           ELSE
              DISPLAY 'WARNING: EMPROJ TABLE FULL'
           END-IF.
       150-ACCUM-TIMESHEET.
      ************************************************************
      * Billable hours per employee - an hour is billable when   *
      * the employee carries an EMPROJ row for the project, the  *
      * EMPUTIL classification                                   *
      ************************************************************
      D    DISPLAY '150-ACCUM-TIMESHEET'.
           READ TIMESHEET-FILE
           AT END
              MOVE 'Y' TO TIMESHEET-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-TS-KTR.

           MOVE 'N' TO SW-BP-FOUND.
           PERFORM VARYING BP-SUB FROM 1 BY 1
              UNTIL BP-SUB > BP-MAX
                   IF BP-TBL-EMP-NO(BP-SUB) = TS-EMP-NO
                      AND BP-TBL-PROJECT(BP-SUB) = TS-PROJECT
                      THEN
                      MOVE 'Y' TO SW-BP-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT BP-FOUND
              THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO SW-EM-FOUND.
           PERFORM VARYING EM-SUB FROM 1 BY 1
              UNTIL EM-SUB > EM-MAX
                   IF EM-TBL-EMP-NO(EM-SUB) = TS-EMP-NO
                      THEN
                      MOVE 'Y' TO SW-EM-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT EM-FOUND
              THEN
              IF EM-MAX < EM-MAX-LIMIT
                 THEN
                 ADD 1 TO EM-MAX
                 MOVE EM-MAX TO EM-SUB
                 MOVE TS-EMP-NO TO EM-TBL-EMP-NO(EM-SUB)
                 MOVE TS-EMP-NAME TO EM-TBL-NAME(EM-SUB)
                 MOVE 0 TO EM-TBL-BILL-HOURS(EM-SUB)
                 MOVE 0 TO EM-TBL-UTIL-PCT(EM-SUB)
              ELSE
                 DISPLAY 'WARNING: EMPLOYEE TABLE FULL'
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD TS-HOURS TO EM-TBL-BILL-HOURS(EM-SUB).
       170-UTILIZATION.
      ************************************************************
      * Utilization percent = billable hours over the standard   *
      * week                                                     *
      ************************************************************
      D    DISPLAY '170-UTILIZATION'.
           PERFORM VARYING EM-SUB FROM 1 BY 1
              UNTIL EM-SUB > EM-MAX
                   COMPUTE WS-UTIL-PCT ROUNDED =
                      EM-TBL-BILL-HOURS(EM-SUB) * 100 / WS-STD-WEEK
                      ON SIZE ERROR
                         MOVE 999.9 TO WS-UTIL-PCT
                   END-COMPUTE
                   MOVE WS-UTIL-PCT TO EM-TBL-UTIL-PCT(EM-SUB)
           END-PERFORM.
       200-LOAD-SKILLS.
      ************************************************************
      * Load the employee skills                                 *
      ************************************************************
      D    DISPLAY '200-LOAD-SKILLS'.
           READ SKILL-FILE
           AT END
              MOVE 'Y' TO SKILL-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF SK-LEVEL NOT NUMERIC
              OR SK-EXPIRY-DATE NOT NUMERIC
              OR SK-EMP-NO NOT NUMERIC
              THEN
              DISPLAY 'EMPSKILL ROW NOT NUMERIC - SKIPPED: ' SK-KEY
              EXIT PARAGRAPH
           END-IF.
           IF SK-MAX < SK-MAX-LIMIT
              THEN
              ADD 1 TO SK-MAX
              MOVE SK-EMP-NO TO SK-TBL-EMP-NO(SK-MAX)
              MOVE SK-EMP-NAME TO SK-TBL-EMP-NAME(SK-MAX)
              MOVE SK-SKILL TO SK-TBL-SKILL(SK-MAX)
              MOVE SK-LEVEL TO SK-TBL-LEVEL(SK-MAX)
              MOVE SK-EXPIRY-DATE TO SK-TBL-EXPIRY-DATE(SK-MAX)
           ELSE
              DISPLAY 'WARNING: SKILL TABLE FULL'
           END-IF.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT REQUEST-FILE.
           IF NOT REQUEST-FILE-OK
              DISPLAY 'STAFFREQ OPEN PROBLEM, RC=' REQUEST-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SKILL-FILE.
           IF NOT SKILL-FILE-OK
              DISPLAY 'EMPSKILL OPEN PROBLEM, RC=' SKILL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT TIMESHEET-FILE.
           IF NOT TIMESHEET-FILE-OK
              DISPLAY 'TIMESHTS OPEN PROBLEM, RC='
                      TIMESHEET-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT INPUT-FILE.
           IF NOT INPUT-FILE-OK
              DISPLAY 'EMPROJ OPEN PROBLEM, RC=' INPUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'STAFFRPT OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-MATCH-REQUEST.
      ************************************************************
      * One staffing request - collect the candidates, then      *
      * print them in rank order                                 *
      ************************************************************
      D    DISPLAY '400-MATCH-REQUEST'.
           READ REQUEST-FILE
           AT END
              MOVE 'Y' TO REQUEST-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-REQ-KTR.
           IF SR-MIN-LEVEL NOT NUMERIC
              THEN
              MOVE 0 TO SR-MIN-LEVEL
           END-IF.
           IF SR-START-DATE NOT NUMERIC
              THEN
              MOVE 0 TO SR-START-DATE
           END-IF.
           IF SR-HOURS-NEEDED NOT NUMERIC
              THEN
              MOVE 0 TO SR-HOURS-NEEDED
           END-IF.

           MOVE 0 TO CD-MAX.
           PERFORM VARYING SK-SUB FROM 1 BY 1
              UNTIL SK-SUB > SK-MAX
                   IF SK-TBL-SKILL(SK-SUB) = SR-SKILL
                      AND SK-TBL-LEVEL(SK-SUB) NOT < SR-MIN-LEVEL
                      AND (SK-TBL-EXPIRY-DATE(SK-SUB) = 0
                       OR SK-TBL-EXPIRY-DATE(SK-SUB) NOT <
                          SR-START-DATE)
                      THEN
                      PERFORM 420-ADD-CANDIDATE
                   END-IF
           END-PERFORM.

           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE SR-REQUEST-ID TO REQ-ID-O.
           MOVE SR-PROJECT TO REQ-PROJECT-O.
           MOVE SR-SKILL TO REQ-SKILL-O.
           MOVE SR-MIN-LEVEL TO REQ-LEVEL-O.
           MOVE SR-START-DATE TO REQ-START-O.
           MOVE SR-HOURS-NEEDED TO REQ-HOURS-O.
           WRITE OUTPUT-LINE FROM WS-REQ-HDG
              AFTER ADVANCING 2.
           ADD 2 TO CTR-LINES.

           IF CD-MAX = 0
              THEN
              ADD 1 TO WS-NO-MATCH-KTR
              WRITE OUTPUT-LINE FROM WS-NONE-LINE
                 AFTER ADVANCING 1
              ADD 1 TO CTR-LINES
              EXIT PARAGRAPH
           END-IF.
           WRITE OUTPUT-LINE FROM WS-CAND-HDG
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
           MOVE 0 TO WS-RANK.
           PERFORM 450-WRITE-NEXT-CANDIDATE CD-MAX TIMES.
       420-ADD-CANDIDATE.
      ************************************************************
      * The skill row's employee with utilization, free hours    *
      * and ranking key                                          *
      ************************************************************
      D    DISPLAY '420-ADD-CANDIDATE'.
           IF CD-MAX = CD-MAX-LIMIT
              THEN
              DISPLAY 'WARNING: CANDIDATE TABLE FULL - '
                      SR-REQUEST-ID
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CD-MAX.
           ADD 1 TO WS-CAND-KTR.
           MOVE SK-TBL-EMP-NO(SK-SUB) TO CD-TBL-EMP-NO(CD-MAX).
           MOVE SK-TBL-EMP-NAME(SK-SUB) TO CD-TBL-NAME(CD-MAX).
           MOVE SK-TBL-LEVEL(SK-SUB) TO CD-TBL-LEVEL(CD-MAX).
           MOVE SK-TBL-EXPIRY-DATE(SK-SUB)
              TO CD-TBL-EXPIRY-DATE(CD-MAX).
           MOVE SPACE TO CD-TBL-PRINTED-IND(CD-MAX).

           MOVE 0 TO WS-UTIL-PCT.
           MOVE 0 TO WS-BILL-HOURS.
           PERFORM VARYING EM-SUB FROM 1 BY 1
              UNTIL EM-SUB > EM-MAX
                   IF EM-TBL-EMP-NO(EM-SUB) = CD-TBL-EMP-NO(CD-MAX)
                      THEN
                      MOVE EM-TBL-UTIL-PCT(EM-SUB) TO WS-UTIL-PCT
                      MOVE EM-TBL-BILL-HOURS(EM-SUB)
                         TO WS-BILL-HOURS
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           MOVE WS-UTIL-PCT TO CD-TBL-UTIL-PCT(CD-MAX).
           IF WS-BILL-HOURS < WS-STD-WEEK
              THEN
              COMPUTE WS-FREE-HOURS = WS-STD-WEEK - WS-BILL-HOURS
           ELSE
              MOVE 0 TO WS-FREE-HOURS
           END-IF.
           MOVE WS-FREE-HOURS TO CD-TBL-FREE-HOURS(CD-MAX).
           IF WS-UTIL-PCT < WS-TARGET-PCT
              THEN
              MOVE 'U' TO CD-TBL-UNDER-IND(CD-MAX)
              MOVE 1 TO WS-RANK-GROUP
           ELSE
              MOVE SPACE TO CD-TBL-UNDER-IND(CD-MAX)
              MOVE 2 TO WS-RANK-GROUP
           END-IF.
           COMPUTE CD-TBL-RANK-KEY(CD-MAX) =
              (WS-RANK-GROUP * 100000) + (WS-UTIL-PCT * 100)
              + (9 - CD-TBL-LEVEL(CD-MAX)).
       450-WRITE-NEXT-CANDIDATE.
      ************************************************************
      * Each pass prints the lowest-keyed unprinted candidate    *
      ************************************************************
      D    DISPLAY '450-WRITE-NEXT-CANDIDATE'.
           MOVE 0 TO WS-BEST-SUB.
           PERFORM VARYING CD-SUB FROM 1 BY 1
              UNTIL CD-SUB > CD-MAX
                   IF NOT CD-TBL-PRINTED(CD-SUB)
                      THEN
                      IF WS-BEST-SUB = 0 OR
                         CD-TBL-RANK-KEY(CD-SUB) <
                         CD-TBL-RANK-KEY(WS-BEST-SUB)
                         THEN
                         MOVE CD-SUB TO WS-BEST-SUB
                      END-IF
                   END-IF
           END-PERFORM.
           IF WS-BEST-SUB = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK TO CAND-RANK-O.
           MOVE CD-TBL-NAME(WS-BEST-SUB) TO CAND-NAME-O.
           MOVE CD-TBL-LEVEL(WS-BEST-SUB) TO CAND-LEVEL-O.
           IF CD-TBL-EXPIRY-DATE(WS-BEST-SUB) = 0
              THEN
              MOVE 'NONE' TO CAND-EXPIRY-O
           ELSE
              MOVE CD-TBL-EXPIRY-DATE(WS-BEST-SUB) TO CAND-EXPIRY-O
           END-IF.
           MOVE CD-TBL-UTIL-PCT(WS-BEST-SUB) TO CAND-PCT-O.
           MOVE CD-TBL-FREE-HOURS(WS-BEST-SUB) TO CAND-FREE-O.
           IF CD-TBL-UNDER(WS-BEST-SUB)
              THEN
              MOVE 'UNDER TARGET' TO CAND-TARGET-O
           ELSE
              MOVE 'AT/OVER' TO CAND-TARGET-O
           END-IF.
           IF CD-TBL-FREE-HOURS(WS-BEST-SUB) NOT < SR-HOURS-NEEDED
              THEN
              MOVE 'COVERS' TO CAND-COVER-O
           ELSE
              MOVE 'SHORT' TO CAND-COVER-O
           END-IF.
           WRITE OUTPUT-LINE FROM WS-CAND-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
           MOVE 'P' TO CD-TBL-PRINTED-IND(WS-BEST-SUB).
       510-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine                                       *
      ************************************************************
      D    DISPLAY '510-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           MOVE 2 TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE WS-REQ-KTR TO TOTAL-REQ-O.
           MOVE WS-CAND-KTR TO TOTAL-CAND-O.
           MOVE WS-NO-MATCH-KTR TO TOTAL-NO-MATCH-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           MOVE WS-TS-KTR TO TOTAL-TS-O.
           MOVE WS-STD-WEEK TO TOTAL-WEEK-O.
           MOVE WS-TARGET-PCT TO TOTAL-TARGET-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE REQUEST-FILE
                 SKILL-FILE
                 TIMESHEET-FILE
                 INPUT-FILE
                 REPORT-FILE.
