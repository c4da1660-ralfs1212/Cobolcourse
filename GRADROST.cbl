       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADROST.
      * ------------------------------------------------------------
      * GRADROST:
      * Blank grade rosters for the instructors. One page per
      * course section, built from the current STDNTCRS term:
      *
      *  - sections are printed in course-number order, each with
      *    the meeting pattern, room and instructor from the
      *    CRSSCHED section schedule when it is present
      *  - every enrolled student gets a line with an empty grade
      *    box; a grade already on file is printed so the
      *    instructor sees it will be a change, not an entry
      *  - the term and grade deadline come from the PARMLIB
      *    parameter library (GRAD-TERM, GRAD-DEADLINE, in effect
      *    on GRAD-RUN-DATE or today), the same settings GRADPOST
      *    posts against
      *
      *  Inital Version   2026/10/15
      *  Term and deadline from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO STDNTCRS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STUDENT-FILE-ST.

      * Section schedule - no file, rosters print without it
           SELECT OPTIONAL SCHED-FILE ASSIGN TO CRSSCHED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SCHED-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO ROSTRPT
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

       FD  SCHED-FILE
           RECORDING MODE IS F.
       01 SCHED-REC.
          05 SS-COURSE-NBR              PIC X(7).
          05 SS-MEET-DAYS               PIC X(7).
          05 SS-START-TIME              PIC 9(4).
          05 SS-END-TIME                PIC 9(4).
          05 SS-ROOM                    PIC X(6).
          05 SS-INSTRUCTOR              PIC X(20).
          05 FILLER                     PIC X(32).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      * Student table
       01 STUDENT-SUB                   PIC 999        VALUE 0 COMP.
       01 STUDENT-SUB-MAX               PIC 999        VALUE 0 COMP.
       01 STUDENT-SUB-MAX-LIMIT         PIC 999        VALUE 200 COMP.
       01 COURSES-SUB                   PIC 99         VALUE 0 COMP.
       01 COURSES-SUB-MAX               PIC 99         VALUE 6 COMP.
       01 WS-STUDENT-RECORD.
          02 WS-STUDENT-TABLE OCCURS 1 TO 200 TIMES
                DEPENDING ON STUDENT-SUB-MAX.
             05 WS-STUDENT-NAME         PIC X(20).
             05 WS-STUDENT-COURSES.
                10 WS-STUDENT-COURSE-TAB OCCURS 6 TIMES.
                   15 WS-COURSE-NBR     PIC X(7).
                   15 WS-COURSE-GRADE   PIC X(1).

      * Sections found on the roster, kept in course-number order
       01 SEC-SUB                       PIC 999        VALUE 0 COMP.
       01 SEC-SUB2                      PIC 999        VALUE 0 COMP.
       01 SEC-MAX                       PIC 999        VALUE 0 COMP.
       01 SEC-MAX-LIMIT                 PIC 999        VALUE 300 COMP.
       01 SECTION-TABLE.
          05 SEC-ENTRY OCCURS 1 TO 300 TIMES
                DEPENDING ON SEC-MAX.
             10 SEC-TBL-COURSE          PIC X(7).

      * First meeting pattern per course from CRSSCHED
       01 SCH-SUB                       PIC 999        VALUE 0 COMP.
       01 SCH-MAX                       PIC 999        VALUE 0 COMP.
       01 SCH-MAX-LIMIT                 PIC 999        VALUE 400 COMP.
       01 SCHEDULE-TABLE.
          05 SCH-ENTRY OCCURS 1 TO 400 TIMES
                DEPENDING ON SCH-MAX.
             10 SCH-TBL-COURSE          PIC X(7).
             10 SCH-TBL-DAYS            PIC X(7).
             10 SCH-TBL-START           PIC 9(4).
             10 SCH-TBL-END             PIC 9(4).
             10 SCH-TBL-ROOM            PIC X(6).
             10 SCH-TBL-INSTRUCTOR      PIC X(20).

       01 PROGRAM-SWITCHES.
          05 STUDENT-FILE-ST            PIC X(2).
             88 STUDENT-FILE-OK                        VALUE '00'.
          05 STUDENT-FILE-STATUS        PIC X(01)      VALUE SPACE.
             88 STUDENT-FILE-EOF                       VALUE 'Y'.
          05 SCHED-FILE-ST              PIC X(2).
             88 SCHED-FILE-OK                          VALUE '00' '05'.
          05 SCHED-FILE-STATUS          PIC X(01)      VALUE SPACE.
             88 SCHED-FILE-EOF                         VALUE 'Y'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-SECTION-KTR             PIC 9(5)       VALUE 0.
          05 WS-ROSTER-LINE-KTR         PIC 9(5)       VALUE 0.
          05 WS-SEC-STUDENT-KTR         PIC 9(3)       VALUE 0.
          05 CTR-LINES                  PIC 99         VALUE 99.
          05 CTR-PAGES                  PIC 999        VALUE 0.
          05 CTR-LINES-MAX              PIC 99         VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-HOLD-COURSE             PIC X(7)       VALUE SPACES.
          05 WS-TERM                    PIC X(5)       VALUE SPACES.
          05 WS-DEADLINE                PIC 9(8)       VALUE 0.
          05 WS-RUN-DATE                PIC 9(8)       VALUE 0.
          05 WS-TIME-RANGE.
             10 WS-TIME-START           PIC 9(4)       VALUE 0.
             10 FILLER                  PIC X(1)       VALUE '-'.
             10 WS-TIME-END             PIC 9(4)       VALUE 0.

      * Report lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(30)      VALUE
                'INSTRUCTOR GRADE ROSTER  TERM:'.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 HDG-TERM-O                 PIC X(5).
          05 FILLER                     PIC X(22)      VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'PAGE NO'.
          05 PAGE-NUM                   PIC ZZ9        VALUE ZERO.
          05 FILLER                     PIC X(36)      VALUE SPACES.

       01 SECTION-LINE-1.
          05 FILLER                     PIC X(9)       VALUE
                'COURSE: '.
          05 SEC-COURSE-O               PIC X(7).
          05 FILLER                     PIC X(15)      VALUE
                '   INSTRUCTOR: '.
          05 SEC-INSTRUCTOR-O           PIC X(20).
          05 FILLER                     PIC X(81)      VALUE SPACES.

       01 SECTION-LINE-2.
          05 FILLER                     PIC X(9)       VALUE
                'MEETS:  '.
          05 SEC-DAYS-O                 PIC X(7).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 SEC-TIMES-O                PIC X(9).
          05 FILLER                     PIC X(9)       VALUE
                '   ROOM: '.
          05 SEC-ROOM-O                 PIC X(6).
          05 FILLER                     PIC X(19)      VALUE
                '   GRADES DUE BY: '.
          05 SEC-DEADLINE-O             PIC 9(8).
          05 FILLER                     PIC X(63)      VALUE SPACES.

       01 HEADING-2.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(22)      VALUE
                'STUDENT'.
          05 FILLER                     PIC X(14)      VALUE
                'ON FILE'.
          05 FILLER                     PIC X(10)      VALUE
                'GRADE'.
          05 FILLER                     PIC X(82)      VALUE SPACES.

       01 HEADING-3.
          05 FILLER                     PIC X(60)      VALUE ALL '='.
          05 FILLER                     PIC X(72)      VALUE SPACES.

       01 DETAIL-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 DET-STUDENT-O              PIC X(20).
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 DET-ON-FILE-O              PIC X(1).
          05 FILLER                     PIC X(10)      VALUE SPACES.
          05 FILLER                     PIC X(5)       VALUE
                '[   ]'.
          05 FILLER                     PIC X(87)      VALUE SPACES.

       01 SIGNATURE-COUNT-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE
                'STUDENTS: '.
          05 SIG-COUNT-O                PIC ZZ9.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 FILLER                     PIC X(40)      VALUE
                'INSTRUCTOR SIGNATURE: ________________'.
          05 FILLER                     PIC X(72)      VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                     PIC X(35)      VALUE
                'Sections / roster lines printed  :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-SECTION-O            PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-LINE-O               PIC ZZZZ9.
          05 FILLER                     PIC X(80)      VALUE SPACES.

      * PARMLKUP calling parameters - the grading term and
      * deadline from the PARMLIB parameter library
       COPY PARMLKL.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-STUDENTS UNTIL STUDENT-FILE-EOF.
           PERFORM 110-LOAD-SCHEDULE UNTIL SCHED-FILE-EOF.
           PERFORM VARYING SEC-SUB FROM 1 BY 1
              UNTIL SEC-SUB > SEC-MAX
                   PERFORM 200-PRINT-ONE-ROSTER
           END-PERFORM.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Look up the grading term, open the files                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
      * A GRAD-RUN-DATE in effect stands in for today
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE 'GRADROST' TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.

           MOVE 'GRAD-RUN-DATE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99999999
                 THEN
                 DISPLAY 'GRAD-RUN-DATE PROBLEM: NOT A DATE: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-RUN-DATE
              END-IF
           END-IF.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.

           MOVE 'GRAD-TERM' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR PLIB-VALUE = SPACES
              OR PLIB-VALUE(6:) NOT = SPACES
              THEN
              DISPLAY 'GRAD-TERM PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-VALUE TO WS-TERM.

           MOVE 'GRAD-DEADLINE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE NOT > 0
              OR PLIB-NUM-VALUE > 99999999
              THEN
              DISPLAY 'GRAD-DEADLINE PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-DEADLINE.
           PERFORM 300-OPEN-FILES.
       100-LOAD-STUDENTS.
      ************************************************************
      * Load the student-course file and collect its sections    *
      ************************************************************
      D    DISPLAY '100-LOAD-STUDENTS'.
           READ STUDENT-FILE
           AT END
              MOVE 'Y' TO STUDENT-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF STUDENT-SUB-MAX < STUDENT-SUB-MAX-LIMIT
              THEN
              ADD 1 TO STUDENT-SUB-MAX
              MOVE STUDENT-NAME TO
                 WS-STUDENT-NAME(STUDENT-SUB-MAX)
              MOVE STUDENT-COURSES TO
                 WS-STUDENT-COURSES(STUDENT-SUB-MAX)
           ELSE
              DISPLAY 'WARNING: STUDENT TABLE FULL'
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING COURSES-SUB FROM 1 BY 1
              UNTIL COURSES-SUB > COURSES-SUB-MAX
                   IF COURSE-NBR(COURSES-SUB) NOT = SPACES
                      THEN
                      MOVE COURSE-NBR(COURSES-SUB) TO WS-HOLD-COURSE
                      PERFORM 120-ADD-SECTION
                   END-IF
           END-PERFORM.
       110-LOAD-SCHEDULE.
      ************************************************************
      * Load the section schedule                                *
      ************************************************************
      D    DISPLAY '110-LOAD-SCHEDULE'.
           READ SCHED-FILE
           AT END
              MOVE 'Y' TO SCHED-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF SCH-MAX < SCH-MAX-LIMIT
              THEN
              ADD 1 TO SCH-MAX
              MOVE SS-COURSE-NBR TO SCH-TBL-COURSE(SCH-MAX)
              MOVE SS-MEET-DAYS TO SCH-TBL-DAYS(SCH-MAX)
              MOVE SS-START-TIME TO SCH-TBL-START(SCH-MAX)
              MOVE SS-END-TIME TO SCH-TBL-END(SCH-MAX)
              MOVE SS-ROOM TO SCH-TBL-ROOM(SCH-MAX)
              MOVE SS-INSTRUCTOR TO SCH-TBL-INSTRUCTOR(SCH-MAX)
           ELSE
              DISPLAY 'WARNING: SCHEDULE TABLE FULL'
           END-IF.
       120-ADD-SECTION.
      ************************************************************
      * Insert WS-HOLD-COURSE into the section table in order,   *
      * once                                                     *
      ************************************************************
      D    DISPLAY '120-ADD-SECTION'.
           PERFORM VARYING SEC-SUB FROM 1 BY 1
              UNTIL SEC-SUB > SEC-MAX
                   IF SEC-TBL-COURSE(SEC-SUB) = WS-HOLD-COURSE
                      THEN
                      EXIT PARAGRAPH
                   END-IF
                   IF SEC-TBL-COURSE(SEC-SUB) > WS-HOLD-COURSE
                      THEN
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF SEC-MAX NOT < SEC-MAX-LIMIT
              THEN
              DISPLAY 'WARNING: SECTION TABLE FULL'
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SEC-MAX.
           PERFORM VARYING SEC-SUB2 FROM SEC-MAX BY -1
              UNTIL SEC-SUB2 NOT > SEC-SUB
                   MOVE SEC-TBL-COURSE(SEC-SUB2 - 1)
                      TO SEC-TBL-COURSE(SEC-SUB2)
           END-PERFORM.
           MOVE WS-HOLD-COURSE TO SEC-TBL-COURSE(SEC-SUB).
       200-PRINT-ONE-ROSTER.
      ************************************************************
      * One roster page per section                              *
      ************************************************************
      D    DISPLAY '200-PRINT-ONE-ROSTER'.
           ADD 1 TO WS-SECTION-KTR.
           MOVE SEC-TBL-COURSE(SEC-SUB) TO WS-HOLD-COURSE.
           PERFORM 510-PAGE-CHANGE-RTN.
           MOVE 0 TO WS-SEC-STUDENT-KTR.
           PERFORM VARYING STUDENT-SUB FROM 1 BY 1
              UNTIL STUDENT-SUB > STUDENT-SUB-MAX
                   PERFORM VARYING COURSES-SUB FROM 1 BY 1
                      UNTIL COURSES-SUB > COURSES-SUB-MAX
                         IF WS-COURSE-NBR
                            (STUDENT-SUB, COURSES-SUB) =
                            WS-HOLD-COURSE
                            THEN
                            PERFORM 210-PRINT-STUDENT-LINE
                         END-IF
                   END-PERFORM
           END-PERFORM.
           MOVE WS-SEC-STUDENT-KTR TO SIG-COUNT-O.
           WRITE OUTPUT-LINE FROM SIGNATURE-COUNT-LINE
              AFTER ADVANCING 3 LINES.
       210-PRINT-STUDENT-LINE.
      ************************************************************
      * One student line with an empty grade box                 *
      ************************************************************
      D    DISPLAY '210-PRINT-STUDENT-LINE'.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE WS-STUDENT-NAME(STUDENT-SUB) TO DET-STUDENT-O.
           MOVE WS-COURSE-GRADE(STUDENT-SUB, COURSES-SUB)
              TO DET-ON-FILE-O.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 2 LINES.
           ADD 2 TO CTR-LINES.
           ADD 1 TO WS-SEC-STUDENT-KTR.
           ADD 1 TO WS-ROSTER-LINE-KTR.
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
           OPEN INPUT SCHED-FILE.
           IF NOT SCHED-FILE-OK
              MOVE 'Y' TO SCHED-FILE-STATUS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'ROSTRPT OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       510-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine - section header on every page        *
      ************************************************************
      D    DISPLAY '510-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           MOVE WS-TERM TO HDG-TERM-O.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.

           MOVE WS-HOLD-COURSE TO SEC-COURSE-O.
           MOVE SPACES TO SEC-INSTRUCTOR-O SEC-DAYS-O SEC-ROOM-O.
           MOVE 'NOT SCHED' TO SEC-TIMES-O.
           PERFORM VARYING SCH-SUB FROM 1 BY 1
              UNTIL SCH-SUB > SCH-MAX
                   IF SCH-TBL-COURSE(SCH-SUB) = WS-HOLD-COURSE
                      THEN
                      MOVE SCH-TBL-INSTRUCTOR(SCH-SUB)
                         TO SEC-INSTRUCTOR-O
                      MOVE SCH-TBL-DAYS(SCH-SUB) TO SEC-DAYS-O
                      MOVE SCH-TBL-START(SCH-SUB) TO WS-TIME-START
                      MOVE SCH-TBL-END(SCH-SUB) TO WS-TIME-END
                      MOVE WS-TIME-RANGE TO SEC-TIMES-O
                      MOVE SCH-TBL-ROOM(SCH-SUB) TO SEC-ROOM-O
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           MOVE WS-DEADLINE TO SEC-DEADLINE-O.
           WRITE OUTPUT-LINE FROM SECTION-LINE-1
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM SECTION-LINE-2
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1.
           MOVE 7 TO CTR-LINES.
       700-WRITE-TOTALS.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-TOTALS'.
           MOVE WS-SECTION-KTR TO TOTAL-SECTION-O.
           MOVE WS-ROSTER-LINE-KTR TO TOTAL-LINE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE STUDENT-FILE
                 SCHED-FILE
                 REPORT-FILE.
