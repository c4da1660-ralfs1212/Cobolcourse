       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGAUDIT.
      * ------------------------------------------------------------
      * DEGAUDIT:
      * Degree audit against the program requirements. Advisors
      * counted courses off printed transcripts; this runs instead:
      *
      *  - the DEGREQ master lists, per program, its requirement
      *    groups: C core (named courses, all required), E elective
      *    (any courses in a course-number range up to a minimum of
      *    credits) and T total program credits, each with its own
      *    minimum grade
      *  - a student's completed courses come from the STCRHIST
      *    history archive plus the graded courses of the current
      *    STDNTCRS term; ungraded current courses are in progress
      *  - course credits come from the CRSPREQ course catalog
      *    (3 credits when the course has none on file)
      *  - a course counts once: core groups are satisfied first,
      *    electives take only courses no core group used
      *  - the DEGRPT report prints, per student, each group as
      *    MET / IN PROGRESS / MISSING with the remaining credits;
      *    DEGSTAT carries the overall result per student for the
      *    TERMROLL graduation check
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO STDNTCRS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STUDENT-FILE-ST.

           SELECT REQ-FILE ASSIGN TO DEGREQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REQ-FILE-ST.

      * History archive - a first-term roster has none
           SELECT OPTIONAL HIST-FILE ASSIGN TO STCRHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS HIST-FILE-ST.

      * Course catalog - no file, every course is 3 credits
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO CRSPREQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CATALOG-FILE-ST.

           SELECT STATUS-FILE ASSIGN TO DEGSTAT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STATUS-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO DEGRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01 STUDENT-RECORD.
          05 STUDENT-NAME               PIC X(20).
          05 STUDENT-COURSES.
             10 STUDENT-COURSE-TAB OCCURS 6 TIMES.
                15 COURSE-NBR           PIC X(7).
                15 COURSE-GRADE         PIC X(1).
          05 STUDENT-PROGRAM            PIC X(4).
          05 FILLER                     PIC X(8).

      * One requirement group per record, in audit order
       FD  REQ-FILE
           RECORDING MODE IS F.
       01 REQ-REC.
          05 DR-PROGRAM                 PIC X(4).
          05 DR-GROUP-TYPE              PIC X(1).
             88 DR-CORE                                VALUE 'C'.
             88 DR-ELECTIVE                            VALUE 'E'.
             88 DR-TOTAL                               VALUE 'T'.
          05 DR-GROUP-NAME              PIC X(16).
          05 DR-MIN-GRADE               PIC X(1).
          05 DR-MIN-CREDITS             PIC 9(3).
          05 DR-CORE-LIST.
             10 DR-CORE-COURSE OCCURS 7 TIMES
                                        PIC X(7).
          05 DR-RANGE REDEFINES DR-CORE-LIST.
             10 DR-RANGE-LOW            PIC X(7).
             10 DR-RANGE-HIGH           PIC X(7).
             10 FILLER                  PIC X(35).
          05 FILLER                     PIC X(6).

      * Term-stamped student-course history (STDNTCRS image)
       FD  HIST-FILE
           RECORDING MODE IS F.
       01 HIST-REC.
          05 HS-TERM                    PIC X(5).
          05 HS-STUDENT-NAME            PIC X(20).
          05 HS-STUDENT-COURSES.
             10 HS-COURSE-TAB OCCURS 6 TIMES.
                15 HS-COURSE-NBR        PIC X(7).
                15 HS-COURSE-GRADE      PIC X(1).
          05 FILLER                     PIC X(27).

      * Course catalog / prerequisite master (CRSREG layout)
       FD  CATALOG-FILE
           RECORDING MODE IS F.
       01 CATALOG-REC.
          05 PQ-COURSE-NBR              PIC X(7).
          05 PQ-COURSE-TITLE            PIC X(30).
          05 PQ-PREREQ-TAB OCCURS 4 TIMES.
             10 PQ-PREREQ-NBR           PIC X(7).
             10 PQ-MIN-GRADE            PIC X(1).
          05 PQ-CREDITS                 PIC 9(2).
          05 FILLER                     PIC X(9).

       FD  STATUS-FILE
           RECORDING MODE IS F.
       01 STATUS-REC.
          05 SA-STUDENT-NAME            PIC X(20).
          05 SA-PROGRAM                 PIC X(4).
          05 SA-AUDIT-STATUS            PIC X(1).
          05 SA-REMAINING-CREDITS       PIC 9(3).
          05 FILLER                     PIC X(52).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      * Requirement groups from DEGREQ
       01 RQ-SUB                        PIC 999        VALUE 0 COMP.
       01 RQ-MAX                        PIC 999        VALUE 0 COMP.
       01 RQ-MAX-LIMIT                  PIC 999        VALUE 300 COMP.
       01 CORE-SUB                      PIC 9          VALUE 0 COMP.
       01 REQUIREMENT-TABLE.
          05 RQ-ENTRY OCCURS 1 TO 300 TIMES
                DEPENDING ON RQ-MAX.
             10 RQ-TBL-PROGRAM          PIC X(4).
             10 RQ-TBL-TYPE             PIC X(1).
             10 RQ-TBL-NAME             PIC X(16).
             10 RQ-TBL-MIN-GRADE        PIC X(1).
             10 RQ-TBL-MIN-CREDITS      PIC 9(3)       COMP.
             10 RQ-TBL-CORE-LIST.
                15 RQ-TBL-CORE-COURSE OCCURS 7 TIMES
                                        PIC X(7).
             10 RQ-TBL-RANGE REDEFINES RQ-TBL-CORE-LIST.
                15 RQ-TBL-RANGE-LOW     PIC X(7).
                15 RQ-TBL-RANGE-HIGH    PIC X(7).
                15 FILLER               PIC X(35).

      * Course credits from CRSPREQ
       01 CT-SUB                        PIC 999        VALUE 0 COMP.
       01 CT-MAX                        PIC 999        VALUE 0 COMP.
       01 CT-MAX-LIMIT                  PIC 999        VALUE 500 COMP.
       01 CATALOG-TABLE.
          05 CT-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON CT-MAX.
             10 CT-TBL-COURSE           PIC X(7).
             10 CT-TBL-CREDITS          PIC 9(2)       COMP.

      * Graded courses from STCRHIST
       01 HC-SUB                        PIC 9(4)       VALUE 0 COMP.
       01 HC-MAX                        PIC 9(4)       VALUE 0 COMP.
       01 HC-MAX-LIMIT                  PIC 9(4)       VALUE 3000 COMP.
       01 HIST-COURSE-TABLE.
          05 HC-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON HC-MAX.
             10 HC-TBL-STUDENT          PIC X(20).
             10 HC-TBL-COURSE           PIC X(7).
             10 HC-TBL-GRADE            PIC X(1).

      * The student under audit: one entry per distinct course,
      * best passing grade, or in progress this term
       01 SC-SUB                        PIC 99         VALUE 0 COMP.
       01 SC-MAX                        PIC 99         VALUE 0 COMP.
       01 SC-MAX-LIMIT                  PIC 99         VALUE 60 COMP.
       01 STUDENT-COURSE-TABLE.
          05 SC-ENTRY OCCURS 1 TO 60 TIMES
                DEPENDING ON SC-MAX.
             10 SC-TBL-COURSE           PIC X(7).
             10 SC-TBL-GRADE            PIC X(1).
             10 SC-TBL-CREDITS          PIC 9(2)       COMP.
             10 SC-TBL-STATE            PIC X(1).
                88 SC-TBL-COMPLETED                    VALUE 'C'.
                88 SC-TBL-IN-PROGRESS                  VALUE 'P'.
             10 SC-TBL-USED-IND         PIC X(1).
                88 SC-TBL-USED                         VALUE 'U'.

       01 PROGRAM-SWITCHES.
          05 STUDENT-FILE-ST            PIC X(2).
             88 STUDENT-FILE-OK                        VALUE '00'.
          05 STUDENT-FILE-STATUS        PIC X(01)      VALUE SPACE.
             88 STUDENT-FILE-EOF                       VALUE 'Y'.
          05 REQ-FILE-ST                PIC X(2).
             88 REQ-FILE-OK                            VALUE '00'.
          05 REQ-FILE-STATUS            PIC X(01)      VALUE SPACE.
             88 REQ-FILE-EOF                           VALUE 'Y'.
          05 HIST-FILE-ST               PIC X(2).
             88 HIST-FILE-OK                           VALUE '00' '05'.
          05 HIST-FILE-STATUS           PIC X(01)      VALUE SPACE.
             88 HIST-FILE-EOF                          VALUE 'Y'.
          05 CATALOG-FILE-ST            PIC X(2).
             88 CATALOG-FILE-OK                        VALUE '00' '05'.
          05 CATALOG-FILE-STATUS        PIC X(01)      VALUE SPACE.
             88 CATALOG-FILE-EOF                       VALUE 'Y'.
          05 STATUS-FILE-ST             PIC X(2).
             88 STATUS-FILE-OK                         VALUE '00'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 SW-PROGRAM-FOUND           PIC X(01)      VALUE 'N'.
             88 PROGRAM-FOUND                          VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-STUDENT-KTR             PIC 9(5)       VALUE 0.
          05 WS-COMPLETE-KTR            PIC 9(5)       VALUE 0.
          05 WS-IN-PROG-KTR             PIC 9(5)       VALUE 0.
          05 WS-MISSING-KTR             PIC 9(5)       VALUE 0.
          05 WS-NO-PROGRAM-KTR          PIC 9(5)       VALUE 0.
          05 CTR-LINES                  PIC 99         VALUE 99.
          05 CTR-PAGES                  PIC 999        VALUE 0.
          05 CTR-LINES-MAX              PIC 99         VALUE 40.

      * Per-group and per-student audit work fields
       01 WS-WORK-FIELDS.
          05 WS-HOLD-COURSE             PIC X(7)       VALUE SPACES.
          05 WS-HOLD-GRADE              PIC X(1)       VALUE SPACE.
             88 WS-GRADE-PASSED                        VALUE
                                                 'A' 'B' 'C' 'D'.
             88 WS-GRADE-GIVEN                         VALUE
                                         'A' 'B' 'C' 'D' 'F'.
          05 WS-MIN-GRADE               PIC X(1)       VALUE SPACE.
          05 WS-COURSE-CREDITS          PIC 9(2)       VALUE 0 COMP.
          05 WS-GRP-REQUIRED            PIC 9(3)       VALUE 0 COMP.
          05 WS-GRP-EARNED              PIC 9(3)       VALUE 0 COMP.
          05 WS-GRP-IN-PROG             PIC 9(3)       VALUE 0 COMP.
          05 WS-GRP-REMAINING           PIC 9(3)       VALUE 0 COMP.
          05 WS-GRP-MISSING-KTR         PIC 9(3)       VALUE 0 COMP.
          05 WS-GRP-FIRST-MISSING       PIC X(7)       VALUE SPACES.
          05 WS-GRP-STATUS              PIC X(1)       VALUE SPACE.
             88 WS-GRP-MET                             VALUE 'C'.
             88 WS-GRP-IN-PROGRESS                     VALUE 'P'.
             88 WS-GRP-MISSING                         VALUE 'M'.
          05 WS-STU-REMAINING           PIC 9(3)       VALUE 0 COMP.
          05 WS-STU-TOTAL-REMAINING     PIC 9(3)       VALUE 0 COMP.
          05 WS-STU-STATUS              PIC X(1)       VALUE SPACE.
             88 WS-STU-COMPLETE                        VALUE 'C'.
             88 WS-STU-IN-PROGRESS                     VALUE 'P'.
             88 WS-STU-MISSING                         VALUE 'M'.
             88 WS-STU-NO-PROGRAM                      VALUE 'N'.

      * Report lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(50)      VALUE
                '          DEGREE AUDIT REPORT                     '.
          05 FILLER                     PIC X(8)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'PAGE NO'.
          05 PAGE-NUM                   PIC ZZ9        VALUE ZERO.
          05 FILLER                     PIC X(36)      VALUE SPACES.

       01 HEADING-2.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(18)      VALUE
                'REQUIREMENT'.
          05 FILLER                     PIC X(6)       VALUE
                'TYPE'.
          05 FILLER                     PIC X(10)      VALUE
                'REQUIRED'.
          05 FILLER                     PIC X(8)       VALUE
                'EARNED'.
          05 FILLER                     PIC X(9)       VALUE
                'IN PROG'.
          05 FILLER                     PIC X(11)      VALUE
                'REMAINING'.
          05 FILLER                     PIC X(13)      VALUE
                'STATUS'.
          05 FILLER                     PIC X(20)      VALUE
                'NOTE'.
          05 FILLER                     PIC X(33)      VALUE SPACES.

       01 HEADING-3.
          05 FILLER                     PIC X(99)      VALUE ALL '='.
          05 FILLER                     PIC X(33)      VALUE SPACES.

       01 STUDENT-LINE.
          05 FILLER                     PIC X(9)       VALUE
                'STUDENT: '.
          05 STU-NAME-O                 PIC X(20).
          05 FILLER                     PIC X(11)      VALUE
                '  PROGRAM: '.
          05 STU-PROGRAM-O              PIC X(4).
          05 FILLER                     PIC X(88)      VALUE SPACES.

       01 DETAIL-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 DET-GROUP-O                PIC X(16).
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 DET-TYPE-O                 PIC X(1).
          05 FILLER                     PIC X(7)       VALUE SPACES.
          05 DET-REQUIRED-O             PIC ZZ9.
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 DET-EARNED-O               PIC ZZ9.
          05 FILLER                     PIC X(6)       VALUE SPACES.
          05 DET-IN-PROG-O              PIC ZZ9.
          05 FILLER                     PIC X(7)       VALUE SPACES.
          05 DET-REMAINING-O            PIC ZZ9.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 DET-STATUS-O               PIC X(11).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-NOTE-O                 PIC X(20).
          05 FILLER                     PIC X(35)      VALUE SPACES.

       01 SUMMARY-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE
                'AUDIT RESULT: '.
          05 SUM-STATUS-O               PIC X(22).
          05 FILLER                     PIC X(21)      VALUE
                'CREDITS REMAINING:  '.
          05 SUM-REMAINING-O            PIC ZZ9.
          05 FILLER                     PIC X(66)      VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                     PIC X(35)      VALUE
                'Students / complete / in progress:'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-STUDENT-O            PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-COMPLETE-O           PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-IN-PROG-O            PIC ZZZZ9.
          05 FILLER                     PIC X(72)      VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                     PIC X(35)      VALUE
                'Missing reqs / no program / groups:'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-MISSING-O            PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-NO-PROGRAM-O         PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-GROUPS-O             PIC ZZZZ9.
          05 FILLER                     PIC X(72)      VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-REQUIREMENTS UNTIL REQ-FILE-EOF.
           PERFORM 110-LOAD-CATALOG UNTIL CATALOG-FILE-EOF.
           PERFORM 120-LOAD-HISTORY UNTIL HIST-FILE-EOF.
           PERFORM 200-AUDIT-ONE-STUDENT UNTIL STUDENT-FILE-EOF.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
      * Priming Read:
           PERFORM 400-READ-STUDENT-FILE.
       100-LOAD-REQUIREMENTS.
      ************************************************************
      * Load the degree-requirements master                      *
      ************************************************************
      D    DISPLAY '100-LOAD-REQUIREMENTS'.
           READ REQ-FILE
           AT END
              MOVE 'Y' TO REQ-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF NOT DR-CORE AND NOT DR-ELECTIVE AND NOT DR-TOTAL
              THEN
              DISPLAY 'DEGREQ GROUP TYPE INVALID: ' DR-PROGRAM
                      ' ' DR-GROUP-NAME
              EXIT PARAGRAPH
           END-IF.
           IF RQ-MAX < RQ-MAX-LIMIT
              THEN
              ADD 1 TO RQ-MAX
              MOVE DR-PROGRAM TO RQ-TBL-PROGRAM(RQ-MAX)
              MOVE DR-GROUP-TYPE TO RQ-TBL-TYPE(RQ-MAX)
              MOVE DR-GROUP-NAME TO RQ-TBL-NAME(RQ-MAX)
              MOVE DR-MIN-GRADE TO RQ-TBL-MIN-GRADE(RQ-MAX)
      * No minimum grade on the master means any passing grade
              IF RQ-TBL-MIN-GRADE(RQ-MAX) = SPACE
                 THEN
                 MOVE 'D' TO RQ-TBL-MIN-GRADE(RQ-MAX)
              END-IF
              MOVE DR-MIN-CREDITS TO RQ-TBL-MIN-CREDITS(RQ-MAX)
              MOVE DR-CORE-LIST TO RQ-TBL-CORE-LIST(RQ-MAX)
           ELSE
              DISPLAY 'WARNING: REQUIREMENT TABLE FULL'
           END-IF.
       110-LOAD-CATALOG.
      ************************************************************
      * Load the course credits from the catalog                 *
      ************************************************************
      D    DISPLAY '110-LOAD-CATALOG'.
           READ CATALOG-FILE
           AT END
              MOVE 'Y' TO CATALOG-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF CT-MAX < CT-MAX-LIMIT
              THEN
              ADD 1 TO CT-MAX
              MOVE PQ-COURSE-NBR TO CT-TBL-COURSE(CT-MAX)
              IF PQ-CREDITS IS NUMERIC AND PQ-CREDITS > 0
                 THEN
                 MOVE PQ-CREDITS TO CT-TBL-CREDITS(CT-MAX)
              ELSE
                 MOVE 3 TO CT-TBL-CREDITS(CT-MAX)
              END-IF
           ELSE
              DISPLAY 'WARNING: CATALOG TABLE FULL'
           END-IF.
       120-LOAD-HISTORY.
      ************************************************************
      * Load the graded courses from the history archive         *
      ************************************************************
      D    DISPLAY '120-LOAD-HISTORY'.
           READ HIST-FILE
           AT END
              MOVE 'Y' TO HIST-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           PERFORM VARYING CORE-SUB FROM 1 BY 1
              UNTIL CORE-SUB > 6
                   IF HS-COURSE-NBR(CORE-SUB) NOT = SPACES
                      AND HS-COURSE-GRADE(CORE-SUB) NOT = SPACE
                      THEN
                      IF HC-MAX < HC-MAX-LIMIT
                         THEN
                         ADD 1 TO HC-MAX
                         MOVE HS-STUDENT-NAME TO
                            HC-TBL-STUDENT(HC-MAX)
                         MOVE HS-COURSE-NBR(CORE-SUB) TO
                            HC-TBL-COURSE(HC-MAX)
                         MOVE HS-COURSE-GRADE(CORE-SUB) TO
                            HC-TBL-GRADE(HC-MAX)
                      ELSE
                         DISPLAY 'WARNING: HISTORY TABLE FULL'
                         MOVE 'Y' TO HIST-FILE-STATUS
                         EXIT PERFORM
                      END-IF
                   END-IF
           END-PERFORM.
       200-AUDIT-ONE-STUDENT.
      ************************************************************
      * Build the student's course list, audit every group of   *
      * the declared program, report and record the result       *
      ************************************************************
      D    DISPLAY '200-AUDIT-ONE-STUDENT'.
           ADD 1 TO WS-STUDENT-KTR.
           PERFORM 210-BUILD-COURSE-LIST.

           IF CTR-LINES + 3 > CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE STUDENT-NAME TO STU-NAME-O.
           MOVE STUDENT-PROGRAM TO STU-PROGRAM-O.
           WRITE OUTPUT-LINE FROM STUDENT-LINE
              AFTER ADVANCING 2 LINES.
           ADD 2 TO CTR-LINES.

           MOVE 0 TO WS-STU-REMAINING.
           MOVE 0 TO WS-STU-TOTAL-REMAINING.
           MOVE 'C' TO WS-STU-STATUS.
           MOVE 'N' TO SW-PROGRAM-FOUND.
      * Core groups claim their courses before any elective looks
           PERFORM VARYING RQ-SUB FROM 1 BY 1
              UNTIL RQ-SUB > RQ-MAX
                   IF RQ-TBL-PROGRAM(RQ-SUB) = STUDENT-PROGRAM
                      AND RQ-TBL-TYPE(RQ-SUB) = 'C'
                      THEN
                      PERFORM 230-AUDIT-CORE-GROUP
                   END-IF
           END-PERFORM.
           PERFORM VARYING RQ-SUB FROM 1 BY 1
              UNTIL RQ-SUB > RQ-MAX
                   IF RQ-TBL-PROGRAM(RQ-SUB) = STUDENT-PROGRAM
                      AND RQ-TBL-TYPE(RQ-SUB) = 'E'
                      THEN
                      PERFORM 240-AUDIT-ELECTIVE-GROUP
                   END-IF
           END-PERFORM.
           PERFORM VARYING RQ-SUB FROM 1 BY 1
              UNTIL RQ-SUB > RQ-MAX
                   IF RQ-TBL-PROGRAM(RQ-SUB) = STUDENT-PROGRAM
                      AND RQ-TBL-TYPE(RQ-SUB) = 'T'
                      THEN
                      PERFORM 250-AUDIT-TOTAL-GROUP
                   END-IF
           END-PERFORM.

           IF STUDENT-PROGRAM = SPACES OR NOT PROGRAM-FOUND
              THEN
              MOVE 'N' TO WS-STU-STATUS
           END-IF.
      * Total credits can ask for more than the groups add up to
           IF WS-STU-TOTAL-REMAINING > WS-STU-REMAINING
              THEN
              MOVE WS-STU-TOTAL-REMAINING TO WS-STU-REMAINING
           END-IF.
           PERFORM 290-WRITE-STUDENT-RESULT.
           PERFORM 400-READ-STUDENT-FILE.
       210-BUILD-COURSE-LIST.
      ************************************************************
      * History courses first, then the current term: best      *
      * passing grade per course, or in progress when ungraded   *
      ************************************************************
      D    DISPLAY '210-BUILD-COURSE-LIST'.
           MOVE 0 TO SC-MAX.
           PERFORM VARYING HC-SUB FROM 1 BY 1
              UNTIL HC-SUB > HC-MAX
                   IF HC-TBL-STUDENT(HC-SUB) = STUDENT-NAME
                      THEN
                      MOVE HC-TBL-COURSE(HC-SUB) TO WS-HOLD-COURSE
                      MOVE HC-TBL-GRADE(HC-SUB) TO WS-HOLD-GRADE
                      PERFORM 220-ADD-STUDENT-COURSE
                   END-IF
           END-PERFORM.
           PERFORM VARYING CORE-SUB FROM 1 BY 1
              UNTIL CORE-SUB > 6
                   IF COURSE-NBR(CORE-SUB) NOT = SPACES
                      THEN
                      MOVE COURSE-NBR(CORE-SUB) TO WS-HOLD-COURSE
                      MOVE COURSE-GRADE(CORE-SUB) TO WS-HOLD-GRADE
                      PERFORM 220-ADD-STUDENT-COURSE
                   END-IF
           END-PERFORM.
       220-ADD-STUDENT-COURSE.
      ************************************************************
      * Merge WS-HOLD-COURSE / WS-HOLD-GRADE into the list.      *
      * Grades run A (best) to D (lowest pass); F never counts   *
      ************************************************************
      D    DISPLAY '220-ADD-STUDENT-COURSE'.
           IF WS-GRADE-GIVEN AND NOT WS-GRADE-PASSED
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SC-SUB FROM 1 BY 1
              UNTIL SC-SUB > SC-MAX
                   IF SC-TBL-COURSE(SC-SUB) = WS-HOLD-COURSE
                      THEN
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF SC-SUB > SC-MAX
              THEN
              IF SC-MAX < SC-MAX-LIMIT
                 THEN
                 ADD 1 TO SC-MAX
                 MOVE SC-MAX TO SC-SUB
                 MOVE WS-HOLD-COURSE TO SC-TBL-COURSE(SC-SUB)
                 MOVE SPACE TO SC-TBL-GRADE(SC-SUB)
                 MOVE SPACE TO SC-TBL-USED-IND(SC-SUB)
                 MOVE 'P' TO SC-TBL-STATE(SC-SUB)
                 PERFORM 225-FIND-CREDITS
                 MOVE WS-COURSE-CREDITS TO SC-TBL-CREDITS(SC-SUB)
              ELSE
                 DISPLAY 'WARNING: COURSE LIST FULL FOR '
                         STUDENT-NAME
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF WS-GRADE-PASSED
              THEN
              IF SC-TBL-IN-PROGRESS(SC-SUB)
                 OR WS-HOLD-GRADE < SC-TBL-GRADE(SC-SUB)
                 THEN
                 MOVE WS-HOLD-GRADE TO SC-TBL-GRADE(SC-SUB)
                 MOVE 'C' TO SC-TBL-STATE(SC-SUB)
              END-IF
           END-IF.
       225-FIND-CREDITS.
      ************************************************************
      * Credits for WS-HOLD-COURSE, 3 when not on the catalog    *
      ************************************************************
      D    DISPLAY '225-FIND-CREDITS'.
           MOVE 3 TO WS-COURSE-CREDITS.
           PERFORM VARYING CT-SUB FROM 1 BY 1
              UNTIL CT-SUB > CT-MAX
                   IF CT-TBL-COURSE(CT-SUB) = WS-HOLD-COURSE
                      THEN
                      MOVE CT-TBL-CREDITS(CT-SUB)
                         TO WS-COURSE-CREDITS
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       230-AUDIT-CORE-GROUP.
      ************************************************************
      * Core: every named course at the group's minimum grade    *
      ************************************************************
      D    DISPLAY '230-AUDIT-CORE-GROUP'.
           MOVE 'Y' TO SW-PROGRAM-FOUND.
           MOVE 0 TO WS-GRP-REQUIRED WS-GRP-EARNED WS-GRP-IN-PROG.
           MOVE 0 TO WS-GRP-MISSING-KTR.
           MOVE SPACES TO WS-GRP-FIRST-MISSING.
           MOVE RQ-TBL-MIN-GRADE(RQ-SUB) TO WS-MIN-GRADE.
           PERFORM VARYING CORE-SUB FROM 1 BY 1
              UNTIL CORE-SUB > 7
                   IF RQ-TBL-CORE-COURSE(RQ-SUB, CORE-SUB)
                      NOT = SPACES
                      THEN
                      MOVE RQ-TBL-CORE-COURSE(RQ-SUB, CORE-SUB)
                         TO WS-HOLD-COURSE
                      PERFORM 235-AUDIT-CORE-COURSE
                   END-IF
           END-PERFORM.

           IF WS-GRP-MISSING-KTR > 0
              THEN
              MOVE 'M' TO WS-GRP-STATUS
           ELSE
              IF WS-GRP-EARNED >= WS-GRP-REQUIRED
                 THEN
                 MOVE 'C' TO WS-GRP-STATUS
              ELSE
                 MOVE 'P' TO WS-GRP-STATUS
              END-IF
           END-IF.
           PERFORM 280-FINISH-GROUP.
       235-AUDIT-CORE-COURSE.
      ************************************************************
      * One named core course against the student's list         *
      ************************************************************
      D    DISPLAY '235-AUDIT-CORE-COURSE'.
           PERFORM 225-FIND-CREDITS.
           ADD WS-COURSE-CREDITS TO WS-GRP-REQUIRED.
           PERFORM VARYING SC-SUB FROM 1 BY 1
              UNTIL SC-SUB > SC-MAX
                   IF SC-TBL-COURSE(SC-SUB) = WS-HOLD-COURSE
                      THEN
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF SC-SUB <= SC-MAX
              THEN
              IF SC-TBL-COMPLETED(SC-SUB)
                 AND SC-TBL-GRADE(SC-SUB) <= WS-MIN-GRADE
                 THEN
                 MOVE 'U' TO SC-TBL-USED-IND(SC-SUB)
                 ADD SC-TBL-CREDITS(SC-SUB) TO WS-GRP-EARNED
                 EXIT PARAGRAPH
              END-IF
              IF SC-TBL-IN-PROGRESS(SC-SUB)
                 THEN
                 MOVE 'U' TO SC-TBL-USED-IND(SC-SUB)
                 ADD SC-TBL-CREDITS(SC-SUB) TO WS-GRP-IN-PROG
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD 1 TO WS-GRP-MISSING-KTR.
           IF WS-GRP-FIRST-MISSING = SPACES
              THEN
              MOVE WS-HOLD-COURSE TO WS-GRP-FIRST-MISSING
           END-IF.
       240-AUDIT-ELECTIVE-GROUP.
      ************************************************************
      * Elective: unused courses in the number range, completed  *
      * at the minimum grade, up to the group's credits          *
      ************************************************************
      D    DISPLAY '240-AUDIT-ELECTIVE-GROUP'.
           MOVE 'Y' TO SW-PROGRAM-FOUND.
           MOVE 0 TO WS-GRP-EARNED WS-GRP-IN-PROG.
           MOVE RQ-TBL-MIN-CREDITS(RQ-SUB) TO WS-GRP-REQUIRED.
           MOVE SPACES TO WS-GRP-FIRST-MISSING.
           MOVE RQ-TBL-MIN-GRADE(RQ-SUB) TO WS-MIN-GRADE.
           PERFORM VARYING SC-SUB FROM 1 BY 1
              UNTIL SC-SUB > SC-MAX
                 OR WS-GRP-EARNED >= WS-GRP-REQUIRED
                   IF NOT SC-TBL-USED(SC-SUB)
                      AND SC-TBL-COMPLETED(SC-SUB)
                      AND SC-TBL-GRADE(SC-SUB) <= WS-MIN-GRADE
                      AND SC-TBL-COURSE(SC-SUB) >=
                          RQ-TBL-RANGE-LOW(RQ-SUB)
                      AND SC-TBL-COURSE(SC-SUB) <=
                          RQ-TBL-RANGE-HIGH(RQ-SUB)
                      THEN
                      MOVE 'U' TO SC-TBL-USED-IND(SC-SUB)
                      ADD SC-TBL-CREDITS(SC-SUB) TO WS-GRP-EARNED
                   END-IF
           END-PERFORM.
           PERFORM VARYING SC-SUB FROM 1 BY 1
              UNTIL SC-SUB > SC-MAX
                 OR WS-GRP-EARNED + WS-GRP-IN-PROG >=
                    WS-GRP-REQUIRED
                   IF NOT SC-TBL-USED(SC-SUB)
                      AND SC-TBL-IN-PROGRESS(SC-SUB)
                      AND SC-TBL-COURSE(SC-SUB) >=
                          RQ-TBL-RANGE-LOW(RQ-SUB)
                      AND SC-TBL-COURSE(SC-SUB) <=
                          RQ-TBL-RANGE-HIGH(RQ-SUB)
                      THEN
                      MOVE 'U' TO SC-TBL-USED-IND(SC-SUB)
                      ADD SC-TBL-CREDITS(SC-SUB) TO WS-GRP-IN-PROG
                   END-IF
           END-PERFORM.
           PERFORM 270-SET-CREDIT-STATUS.
           PERFORM 280-FINISH-GROUP.
       250-AUDIT-TOTAL-GROUP.
      ************************************************************
      * Total: every completed course at the minimum grade,      *
      * whichever group it counted toward                        *
      ************************************************************
      D    DISPLAY '250-AUDIT-TOTAL-GROUP'.
           MOVE 'Y' TO SW-PROGRAM-FOUND.
           MOVE 0 TO WS-GRP-EARNED WS-GRP-IN-PROG.
           MOVE RQ-TBL-MIN-CREDITS(RQ-SUB) TO WS-GRP-REQUIRED.
           MOVE SPACES TO WS-GRP-FIRST-MISSING.
           MOVE RQ-TBL-MIN-GRADE(RQ-SUB) TO WS-MIN-GRADE.
           PERFORM VARYING SC-SUB FROM 1 BY 1
              UNTIL SC-SUB > SC-MAX
                   IF SC-TBL-COMPLETED(SC-SUB)
                      AND SC-TBL-GRADE(SC-SUB) <= WS-MIN-GRADE
                      THEN
                      ADD SC-TBL-CREDITS(SC-SUB) TO WS-GRP-EARNED
                   END-IF
                   IF SC-TBL-IN-PROGRESS(SC-SUB)
                      THEN
                      ADD SC-TBL-CREDITS(SC-SUB) TO WS-GRP-IN-PROG
                   END-IF
           END-PERFORM.
           PERFORM 270-SET-CREDIT-STATUS.
           PERFORM 280-FINISH-GROUP.
       270-SET-CREDIT-STATUS.
      ************************************************************
      * Status for a credit-count group                          *
      ************************************************************
      D    DISPLAY '270-SET-CREDIT-STATUS'.
           IF WS-GRP-EARNED >= WS-GRP-REQUIRED
              THEN
              MOVE 'C' TO WS-GRP-STATUS
           ELSE
              IF WS-GRP-EARNED + WS-GRP-IN-PROG >= WS-GRP-REQUIRED
                 THEN
                 MOVE 'P' TO WS-GRP-STATUS
              ELSE
                 MOVE 'M' TO WS-GRP-STATUS
              END-IF
           END-IF.
       280-FINISH-GROUP.
      ************************************************************
      * Remaining credits, roll into the student result, print   *
      ************************************************************
      D    DISPLAY '280-FINISH-GROUP'.
           IF WS-GRP-EARNED >= WS-GRP-REQUIRED
              THEN
              MOVE 0 TO WS-GRP-REMAINING
           ELSE
              COMPUTE WS-GRP-REMAINING =
                 WS-GRP-REQUIRED - WS-GRP-EARNED
           END-IF.
           IF RQ-TBL-TYPE(RQ-SUB) = 'T'
              THEN
              IF WS-GRP-REMAINING > WS-STU-TOTAL-REMAINING
                 THEN
                 MOVE WS-GRP-REMAINING TO WS-STU-TOTAL-REMAINING
              END-IF
           ELSE
              ADD WS-GRP-REMAINING TO WS-STU-REMAINING
           END-IF.
      * The student is only as far along as the weakest group
           EVALUATE TRUE
           WHEN WS-GRP-MISSING
                MOVE 'M' TO WS-STU-STATUS
           WHEN WS-GRP-IN-PROGRESS
                IF WS-STU-COMPLETE
                   THEN
                   MOVE 'P' TO WS-STU-STATUS
                END-IF
           END-EVALUATE.

           MOVE RQ-TBL-NAME(RQ-SUB) TO DET-GROUP-O.
           MOVE RQ-TBL-TYPE(RQ-SUB) TO DET-TYPE-O.
           MOVE WS-GRP-REQUIRED TO DET-REQUIRED-O.
           MOVE WS-GRP-EARNED TO DET-EARNED-O.
           MOVE WS-GRP-IN-PROG TO DET-IN-PROG-O.
           MOVE WS-GRP-REMAINING TO DET-REMAINING-O.
           MOVE SPACES TO DET-NOTE-O.
           EVALUATE TRUE
           WHEN WS-GRP-MET
                MOVE 'MET' TO DET-STATUS-O
           WHEN WS-GRP-IN-PROGRESS
                MOVE 'IN PROGRESS' TO DET-STATUS-O
           WHEN OTHER
                MOVE 'MISSING' TO DET-STATUS-O
                IF WS-GRP-FIRST-MISSING NOT = SPACES
                   THEN
                   STRING 'NEEDS ' WS-GRP-FIRST-MISSING
                      DELIMITED BY SIZE INTO DET-NOTE-O
                END-IF
           END-EVALUATE.
           PERFORM 500-WRITE-REPORT-LINE.
       290-WRITE-STUDENT-RESULT.
      ************************************************************
      * Summary line and the DEGSTAT record for the student      *
      ************************************************************
      D    DISPLAY '290-WRITE-STUDENT-RESULT'.
           EVALUATE TRUE
           WHEN WS-STU-NO-PROGRAM
                MOVE 'NO PROGRAM ON FILE' TO SUM-STATUS-O
                ADD 1 TO WS-NO-PROGRAM-KTR
           WHEN WS-STU-COMPLETE
                MOVE 'COMPLETE' TO SUM-STATUS-O
                ADD 1 TO WS-COMPLETE-KTR
           WHEN WS-STU-IN-PROGRESS
                MOVE 'IN PROGRESS' TO SUM-STATUS-O
                ADD 1 TO WS-IN-PROG-KTR
           WHEN OTHER
                MOVE 'REQUIREMENTS MISSING' TO SUM-STATUS-O
                ADD 1 TO WS-MISSING-KTR
           END-EVALUATE.
           MOVE WS-STU-REMAINING TO SUM-REMAINING-O.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM SUMMARY-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.

           MOVE SPACES TO STATUS-REC.
           MOVE STUDENT-NAME TO SA-STUDENT-NAME.
           MOVE STUDENT-PROGRAM TO SA-PROGRAM.
           MOVE WS-STU-STATUS TO SA-AUDIT-STATUS.
           MOVE WS-STU-REMAINING TO SA-REMAINING-CREDITS.
           WRITE STATUS-REC.
           IF NOT STATUS-FILE-OK
              THEN
              DISPLAY 'DEGSTAT PROBLEM: ' STATUS-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT STUDENT-FILE.
           IF NOT STUDENT-FILE-OK
              DISPLAY 'STDNTCRS OPEN PROBLEM, RC='
                      STUDENT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT REQ-FILE.
           IF NOT REQ-FILE-OK
              DISPLAY 'DEGREQ OPEN PROBLEM, RC=' REQ-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT HIST-FILE.
           IF NOT HIST-FILE-OK
              MOVE 'Y' TO HIST-FILE-STATUS
           END-IF.
           OPEN INPUT CATALOG-FILE.
           IF NOT CATALOG-FILE-OK
              MOVE 'Y' TO CATALOG-FILE-STATUS
           END-IF.
           OPEN OUTPUT STATUS-FILE.
           IF NOT STATUS-FILE-OK
              DISPLAY 'DEGSTAT OPEN PROBLEM, RC=' STATUS-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'DEGRPT OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-READ-STUDENT-FILE.
      ************************************************************
      * Read next roster record                                  *
      ************************************************************
      D    DISPLAY '400-READ-STUDENT-FILE'.
           READ STUDENT-FILE
           AT END
              MOVE 'Y' TO STUDENT-FILE-STATUS
           END-READ.
       500-WRITE-REPORT-LINE.
      ************************************************************
      * One line per requirement group                           *
      ************************************************************
      D    DISPLAY '500-WRITE-REPORT-LINE'.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       510-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine                                       *
      ************************************************************
      D    DISPLAY '510-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1.
           MOVE 3 TO CTR-LINES.
       700-WRITE-TOTALS.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-TOTALS'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE WS-STUDENT-KTR TO TOTAL-STUDENT-O.
           MOVE WS-COMPLETE-KTR TO TOTAL-COMPLETE-O.
           MOVE WS-IN-PROG-KTR TO TOTAL-IN-PROG-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-MISSING-KTR TO TOTAL-MISSING-O.
           MOVE WS-NO-PROGRAM-KTR TO TOTAL-NO-PROGRAM-O.
           MOVE RQ-MAX TO TOTAL-GROUPS-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE STUDENT-FILE
                 REQ-FILE
                 HIST-FILE
                 CATALOG-FILE
                 STATUS-FILE
                 REPORT-FILE.
