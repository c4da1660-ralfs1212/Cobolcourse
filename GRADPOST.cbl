       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADPOST.
      * ------------------------------------------------------------
      * GRADPOST:
      * Posts the instructors' submitted grades. Grades used to
      * reach the student files by hand edits with no record of
      * who keyed them; this runs instead:
      *
      *  - GRADTRAN carries G grade submissions and C grade
      *    changes; each is validated against the valid grade
      *    list and against the student's enrollment in the
      *    course on STDNTCRS
      *  - the grading term, grade deadline and an optional run
      *    date override come from the PARMLIB parameter library
      *    (GRAD-TERM, GRAD-DEADLINE, GRAD-RUN-DATE), the same
      *    settings GRADROST prints the rosters for
      *  - after the grade deadline a G submission is refused;
      *    only a C change with a valid reason code and an
      *    approver other than the person keying it posts
      *  - an accepted grade posts to COURSE-GRADE on STDNTCRS
      *    (written to STDNTCRO) and CR-GRADE on the STDNTFL
      *    course record (written to STDNTFO); STDNTFL carries
      *    19-character names and 5-character course numbers, so
      *    it is matched on those
      *  - every posted grade appends a before/after record to
      *    the GRDAUDIT trail: who keyed it, reason, approver
      *  - the registrar report lists every transaction outcome
      *    and the sections still missing grades
      *
      *  Inital Version   2026/10/15
      *  Term, deadline and run date from PARMLIB 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO STDNTCRS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STUDENT-FILE-ST.

           SELECT STDNTFL-FILE ASSIGN TO STDNTFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STDNTFL-FILE-ST.

           SELECT GRADE-TRAN-FILE ASSIGN TO GRADTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GRADE-TRAN-FILE-ST.

      * Section schedule - instructor names on the missing list
           SELECT OPTIONAL SCHED-FILE ASSIGN TO CRSSCHED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SCHED-FILE-ST.

           SELECT STUDENT-OUT-FILE ASSIGN TO STDNTCRO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STUDENT-OUT-FILE-ST.

           SELECT STDNTFL-OUT-FILE ASSIGN TO STDNTFO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STDNTFL-OUT-FILE-ST.

      * Grade audit trail - appended to, run after run
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO GRDAUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AUDIT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO GRADRPT
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

      * STDNTFL: a type 1 student record followed by its type 2
      * course records - carried through whole, grades updated
       FD  STDNTFL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01 STDNTFL-REC                   PIC X(80).

       FD  GRADE-TRAN-FILE
           RECORDING MODE IS F.
       01 GRADE-TRAN-REC.
          05 GT-TRAN-TYPE               PIC X(1).
             88 GT-SUBMIT                              VALUE 'G'.
             88 GT-CHANGE                              VALUE 'C'.
          05 GT-COURSE-NBR              PIC X(7).
          05 GT-STUDENT-NAME            PIC X(20).
          05 GT-GRADE                   PIC X(1).
             88 GT-VALID-GRADE                         VALUE
                                         'A' 'B' 'C' 'D' 'F'.
          05 GT-ENTERED-BY              PIC X(8).
      * Change reasons: CE computation error, IC incomplete
      * completed, AP appeal upheld, RE recording error
          05 GT-REASON-CODE             PIC X(2).
             88 GT-VALID-REASON                        VALUE
                                         'CE' 'IC' 'AP' 'RE'.
          05 GT-APPROVER                PIC X(8).
          05 FILLER                     PIC X(33).

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

       FD  STUDENT-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01 STUDENT-OUT-REC               PIC X(80).

       FD  STDNTFL-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01 STDNTFL-OUT-REC               PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01 AUDIT-REC.
          05 GA-RUN-DATE                PIC 9(8).
          05 GA-TERM                    PIC X(5).
          05 GA-COURSE-NBR              PIC X(7).
          05 GA-STUDENT-NAME            PIC X(20).
          05 GA-TRAN-TYPE               PIC X(1).
          05 GA-BEFORE-GRADE            PIC X(1).
          05 GA-AFTER-GRADE             PIC X(1).
          05 GA-ENTERED-BY              PIC X(8).
          05 GA-REASON-CODE             PIC X(2).
          05 GA-APPROVER                PIC X(8).
          05 GA-STDNTFL-IND             PIC X(1).
          05 FILLER                     PIC X(38).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      * Student-course table
       01 STUDENT-SUB                   PIC 999        VALUE 0 COMP.
       01 STUDENT-SUB-MAX               PIC 999        VALUE 0 COMP.
       01 STUDENT-SUB-MAX-LIMIT         PIC 999        VALUE 200 COMP.
       01 SW-STUDENT-FOUND              PIC X          VALUE 'N'.
          88 STUDENT-FOUND                             VALUE 'Y'.
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
             05 WS-STUDENT-TRAILER      PIC X(12).

      * STDNTFL records in file order (course record view)
       01 FL-SUB                        PIC 9(4)       VALUE 0 COMP.
       01 FL-MAX                        PIC 9(4)       VALUE 0 COMP.
       01 FL-MAX-LIMIT                  PIC 9(4)       VALUE 3000 COMP.
       01 STDNTFL-TABLE.
          05 FL-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON FL-MAX.
             10 FL-TBL-NAME             PIC X(19).
             10 FILLER                  PIC X(5).
             10 FL-TBL-COURSE           PIC X(5).
             10 FILLER                  PIC X(6).
             10 FL-TBL-GRADE            PIC X(1).
             10 FILLER                  PIC X(33).
             10 FL-TBL-TYPE             PIC X(1).
                88 FL-TBL-STUDENT-REC                  VALUE '1'.
             10 FILLER                  PIC X(10).

      * Sections on the roster with their grade counts
       01 SEC-SUB                       PIC 999        VALUE 0 COMP.
       01 SEC-MAX                       PIC 999        VALUE 0 COMP.
       01 SEC-MAX-LIMIT                 PIC 999        VALUE 300 COMP.
       01 SECTION-TABLE.
          05 SEC-ENTRY OCCURS 1 TO 300 TIMES
                DEPENDING ON SEC-MAX.
             10 SEC-TBL-COURSE          PIC X(7).
             10 SEC-TBL-ENROLLED        PIC 9(3)       COMP.
             10 SEC-TBL-MISSING         PIC 9(3)       COMP.

      * Instructor per course from CRSSCHED
       01 SCH-SUB                       PIC 999        VALUE 0 COMP.
       01 SCH-MAX                       PIC 999        VALUE 0 COMP.
       01 SCH-MAX-LIMIT                 PIC 999        VALUE 400 COMP.
       01 SCHEDULE-TABLE.
          05 SCH-ENTRY OCCURS 1 TO 400 TIMES
                DEPENDING ON SCH-MAX.
             10 SCH-TBL-COURSE          PIC X(7).
             10 SCH-TBL-INSTRUCTOR      PIC X(20).

       01 PROGRAM-SWITCHES.
          05 STUDENT-FILE-ST            PIC X(2).
             88 STUDENT-FILE-OK                        VALUE '00'.
          05 STUDENT-FILE-STATUS        PIC X(01)      VALUE SPACE.
             88 STUDENT-FILE-EOF                       VALUE 'Y'.
          05 STDNTFL-FILE-ST            PIC X(2).
             88 STDNTFL-FILE-OK                        VALUE '00'.
          05 STDNTFL-FILE-STATUS        PIC X(01)      VALUE SPACE.
             88 STDNTFL-FILE-EOF                       VALUE 'Y'.
          05 GRADE-TRAN-FILE-ST         PIC X(2).
             88 GRADE-TRAN-FILE-OK                     VALUE '00'.
          05 GRADE-TRAN-FILE-STATUS     PIC X(01)      VALUE SPACE.
             88 GRADE-TRAN-FILE-EOF                    VALUE 'Y'.
          05 SCHED-FILE-ST              PIC X(2).
             88 SCHED-FILE-OK                          VALUE '00' '05'.
          05 SCHED-FILE-STATUS          PIC X(01)      VALUE SPACE.
             88 SCHED-FILE-EOF                         VALUE 'Y'.
          05 STUDENT-OUT-FILE-ST        PIC X(2).
             88 STUDENT-OUT-FILE-OK                    VALUE '00'.
          05 STDNTFL-OUT-FILE-ST        PIC X(2).
             88 STDNTFL-OUT-FILE-OK                    VALUE '00'.
          05 AUDIT-FILE-ST              PIC X(2).
             88 AUDIT-FILE-OK                          VALUE '00' '05'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 SW-TERM-CLOSED             PIC X(01)      VALUE 'N'.
             88 TERM-CLOSED                            VALUE 'Y'.
          05 SW-FL-POSTED               PIC X(01)      VALUE 'N'.
             88 FL-POSTED                              VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-TRAN-KTR                PIC 9(5)       VALUE 0.
          05 WS-POSTED-KTR              PIC 9(5)       VALUE 0.
          05 WS-CHANGE-KTR              PIC 9(5)       VALUE 0.
          05 WS-REJECT-KTR              PIC 9(5)       VALUE 0.
          05 WS-FL-MISS-KTR             PIC 9(5)       VALUE 0.
          05 WS-MISSING-SEC-KTR         PIC 9(5)       VALUE 0.
          05 WS-MISSING-GRADE-KTR       PIC 9(5)       VALUE 0.
          05 CTR-LINES                  PIC 99         VALUE 99.
          05 CTR-PAGES                  PIC 999        VALUE 0.
          05 CTR-LINES-MAX              PIC 99         VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-TERM                    PIC X(5)       VALUE SPACES.
          05 WS-DEADLINE                PIC 9(8)       VALUE 0.
          05 WS-RUN-DATE                PIC 9(8)       VALUE 0.
          05 WS-BEFORE-GRADE            PIC X(1)       VALUE SPACE.
          05 WS-OUTCOME                 PIC X(24)      VALUE SPACES.

      * Report lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(30)      VALUE
                'GRADE POSTING REPORT    TERM:'.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 HDG-TERM-O                 PIC X(5).
          05 FILLER                     PIC X(22)      VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'PAGE NO'.
          05 PAGE-NUM                   PIC ZZ9        VALUE ZERO.
          05 FILLER                     PIC X(36)      VALUE SPACES.

       01 HEADING-2.
          05 FILLER                     PIC X(6)       VALUE
                'TYPE'.
          05 FILLER                     PIC X(9)       VALUE
                'COURSE'.
          05 FILLER                     PIC X(22)      VALUE
                'STUDENT'.
          05 FILLER                     PIC X(5)       VALUE
                'WAS'.
          05 FILLER                     PIC X(5)       VALUE
                'NOW'.
          05 FILLER                     PIC X(10)      VALUE
                'KEYED BY'.
          05 FILLER                     PIC X(8)       VALUE
                'REASON'.
          05 FILLER                     PIC X(10)      VALUE
                'APPROVER'.
          05 FILLER                     PIC X(24)      VALUE
                'OUTCOME'.
          05 FILLER                     PIC X(33)      VALUE SPACES.

       01 HEADING-3.
          05 FILLER                     PIC X(99)      VALUE ALL '='.
          05 FILLER                     PIC X(33)      VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-TYPE-O                 PIC X(1).
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 DET-COURSE-O               PIC X(7).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-STUDENT-O              PIC X(20).
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 DET-WAS-O                  PIC X(1).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 DET-NOW-O                  PIC X(1).
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 DET-KEYED-O                PIC X(8).
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 DET-REASON-O               PIC X(2).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 DET-APPROVER-O             PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-OUTCOME-O              PIC X(24).
          05 FILLER                     PIC X(34)      VALUE SPACES.

       01 MISSING-HDG.
          05 FILLER                     PIC X(50)      VALUE
                'SECTIONS STILL MISSING GRADES'.
          05 FILLER                     PIC X(82)      VALUE SPACES.

       01 MISSING-LINE.
          05 MIS-COURSE-O               PIC X(7).
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 MIS-INSTRUCTOR-O           PIC X(20).
          05 FILLER                     PIC X(11)      VALUE
                ' ENROLLED '.
          05 MIS-ENROLLED-O             PIC ZZ9.
          05 FILLER                     PIC X(10)      VALUE
                ' MISSING '.
          05 MIS-MISSING-O              PIC ZZ9.
          05 FILLER                     PIC X(75)      VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                     PIC X(35)      VALUE
                'Transactions / posted / changes  :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-TRAN-O               PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-POSTED-O             PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-CHANGE-O             PIC ZZZZ9.
          05 FILLER                     PIC X(72)      VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                     PIC X(35)      VALUE
                'Rejected / not on STDNTFL        :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-REJECT-O             PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-FL-MISS-O            PIC ZZZZ9.
          05 FILLER                     PIC X(80)      VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                     PIC X(35)      VALUE
                'Sections / grades still missing  :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-MISSING-SEC-O        PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-MISSING-GRADE-O      PIC ZZZZ9.
          05 FILLER                     PIC X(80)      VALUE SPACES.

      * PARMLKUP calling parameters - the grading term, deadline
      * and run date from the PARMLIB parameter library
       COPY PARMLKL.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-STUDENTS UNTIL STUDENT-FILE-EOF.
           PERFORM 110-LOAD-STDNTFL UNTIL STDNTFL-FILE-EOF.
           PERFORM 120-LOAD-SCHEDULE UNTIL SCHED-FILE-EOF.
           PERFORM 200-APPLY-TRANSACTION UNTIL GRADE-TRAN-FILE-EOF.
           PERFORM 600-WRITE-STUDENTS-OUT.
           PERFORM 650-WRITE-STDNTFL-OUT.
           PERFORM 700-WRITE-MISSING-REPORT.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Grading term and deadline; is the term closed today?     *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
      * A GRAD-RUN-DATE in effect stands in for today
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE 'GRADPOST' TO PLIB-PROGRAM-ID.
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
           IF WS-RUN-DATE > WS-DEADLINE
              THEN
              MOVE 'Y' TO SW-TERM-CLOSED
           END-IF.
           PERFORM 300-OPEN-FILES.
       100-LOAD-STUDENTS.
      ************************************************************
      * Load the student-course file and its sections            *
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
              MOVE STUDENT-RECORD(69:12) TO
                 WS-STUDENT-TRAILER(STUDENT-SUB-MAX)
           ELSE
              DISPLAY 'WARNING: STUDENT TABLE FULL'
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING COURSES-SUB FROM 1 BY 1
              UNTIL COURSES-SUB > COURSES-SUB-MAX
                   IF COURSE-NBR(COURSES-SUB) NOT = SPACES
                      THEN
                      PERFORM 130-ADD-SECTION
                   END-IF
           END-PERFORM.
       110-LOAD-STDNTFL.
      ************************************************************
      * Load STDNTFL whole - it is written back out in order     *
      ************************************************************
      D    DISPLAY '110-LOAD-STDNTFL'.
           READ STDNTFL-FILE
           AT END
              MOVE 'Y' TO STDNTFL-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF FL-MAX < FL-MAX-LIMIT
              THEN
              ADD 1 TO FL-MAX
              MOVE STDNTFL-REC TO FL-ENTRY(FL-MAX)
           ELSE
              DISPLAY 'STDNTFL TABLE FULL - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       120-LOAD-SCHEDULE.
      ************************************************************
      * Instructor per course from the section schedule          *
      ************************************************************
      D    DISPLAY '120-LOAD-SCHEDULE'.
           READ SCHED-FILE
           AT END
              MOVE 'Y' TO SCHED-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF SCH-MAX < SCH-MAX-LIMIT
              THEN
              ADD 1 TO SCH-MAX
              MOVE SS-COURSE-NBR TO SCH-TBL-COURSE(SCH-MAX)
              MOVE SS-INSTRUCTOR TO SCH-TBL-INSTRUCTOR(SCH-MAX)
           ELSE
              DISPLAY 'WARNING: SCHEDULE TABLE FULL'
           END-IF.
       130-ADD-SECTION.
      ************************************************************
      * Section table entry for COURSE-NBR(COURSES-SUB), once    *
      ************************************************************
      D    DISPLAY '130-ADD-SECTION'.
           PERFORM VARYING SEC-SUB FROM 1 BY 1
              UNTIL SEC-SUB > SEC-MAX
                   IF SEC-TBL-COURSE(SEC-SUB) =
                      COURSE-NBR(COURSES-SUB)
                      THEN
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM.
           IF SEC-MAX < SEC-MAX-LIMIT
              THEN
              ADD 1 TO SEC-MAX
              MOVE COURSE-NBR(COURSES-SUB) TO SEC-TBL-COURSE(SEC-MAX)
              MOVE 0 TO SEC-TBL-ENROLLED(SEC-MAX)
              MOVE 0 TO SEC-TBL-MISSING(SEC-MAX)
           ELSE
              DISPLAY 'WARNING: SECTION TABLE FULL'
           END-IF.
       200-APPLY-TRANSACTION.
      ************************************************************
      * Validate and post one grade transaction                  *
      ************************************************************
      D    DISPLAY '200-APPLY-TRANSACTION'.
           READ GRADE-TRAN-FILE
           AT END
              MOVE 'Y' TO GRADE-TRAN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-TRAN-KTR.
           MOVE SPACES TO WS-OUTCOME.
           MOVE SPACE TO WS-BEFORE-GRADE.

           PERFORM 210-EDIT-TRANSACTION.
           IF WS-OUTCOME = SPACES
              THEN
              PERFORM 250-POST-GRADE
           ELSE
              ADD 1 TO WS-REJECT-KTR
           END-IF.

           MOVE GT-TRAN-TYPE TO DET-TYPE-O.
           MOVE GT-COURSE-NBR TO DET-COURSE-O.
           MOVE GT-STUDENT-NAME TO DET-STUDENT-O.
           MOVE WS-BEFORE-GRADE TO DET-WAS-O.
           MOVE GT-GRADE TO DET-NOW-O.
           MOVE GT-ENTERED-BY TO DET-KEYED-O.
           MOVE GT-REASON-CODE TO DET-REASON-O.
           MOVE GT-APPROVER TO DET-APPROVER-O.
           MOVE WS-OUTCOME TO DET-OUTCOME-O.
           PERFORM 500-WRITE-REPORT-LINE.
       210-EDIT-TRANSACTION.
      ************************************************************
      * Edits; the first failure becomes the outcome             *
      ************************************************************
      D    DISPLAY '210-EDIT-TRANSACTION'.
           IF NOT GT-SUBMIT AND NOT GT-CHANGE
              THEN
              MOVE 'INVALID TRAN TYPE' TO WS-OUTCOME
              EXIT PARAGRAPH
           END-IF.
           IF NOT GT-VALID-GRADE
              THEN
              MOVE 'INVALID GRADE' TO WS-OUTCOME
              EXIT PARAGRAPH
           END-IF.
           IF GT-ENTERED-BY = SPACES
              THEN
              MOVE 'KEYED-BY MISSING' TO WS-OUTCOME
              EXIT PARAGRAPH
           END-IF.

      * After the deadline a grade only moves by approved change
           IF GT-SUBMIT AND TERM-CLOSED
              THEN
              MOVE 'TERM CLOSED - USE CHANGE' TO WS-OUTCOME
              EXIT PARAGRAPH
           END-IF.
           IF GT-CHANGE
              THEN
              IF NOT GT-VALID-REASON
                 THEN
                 MOVE 'REASON CODE INVALID' TO WS-OUTCOME
                 EXIT PARAGRAPH
              END-IF
              IF GT-APPROVER = SPACES
                 THEN
                 MOVE 'APPROVER MISSING' TO WS-OUTCOME
                 EXIT PARAGRAPH
              END-IF
              IF GT-APPROVER = GT-ENTERED-BY
                 THEN
                 MOVE 'APPROVER SAME AS KEYER' TO WS-OUTCOME
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      * Student must be enrolled in the course this term
           MOVE 'N' TO SW-STUDENT-FOUND.
           PERFORM VARYING STUDENT-SUB FROM 1 BY 1
              UNTIL STUDENT-SUB > STUDENT-SUB-MAX
                   IF WS-STUDENT-NAME(STUDENT-SUB) =
                      GT-STUDENT-NAME
                      THEN
                      MOVE 'Y' TO SW-STUDENT-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT STUDENT-FOUND
              THEN
              MOVE 'STUDENT NOT ON FILE' TO WS-OUTCOME
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING COURSES-SUB FROM 1 BY 1
              UNTIL COURSES-SUB > COURSES-SUB-MAX
                   IF WS-COURSE-NBR(STUDENT-SUB, COURSES-SUB) =
                      GT-COURSE-NBR
                      THEN
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF COURSES-SUB > COURSES-SUB-MAX
              THEN
              MOVE 'NOT ENROLLED IN COURSE' TO WS-OUTCOME
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-COURSE-GRADE(STUDENT-SUB, COURSES-SUB)
              TO WS-BEFORE-GRADE.
           IF WS-BEFORE-GRADE = GT-GRADE
              THEN
              MOVE 'SAME GRADE ON FILE' TO WS-OUTCOME
           END-IF.
       250-POST-GRADE.
      ************************************************************
      * Post to STDNTCRS and STDNTFL, then the audit record      *
      ************************************************************
      D    DISPLAY '250-POST-GRADE'.
           MOVE GT-GRADE TO
              WS-COURSE-GRADE(STUDENT-SUB, COURSES-SUB).
           ADD 1 TO WS-POSTED-KTR.
           IF WS-BEFORE-GRADE NOT = SPACE
              THEN
              ADD 1 TO WS-CHANGE-KTR
              MOVE 'GRADE CHANGED' TO WS-OUTCOME
           ELSE
              MOVE 'GRADE POSTED' TO WS-OUTCOME
           END-IF.

           MOVE 'N' TO SW-FL-POSTED.
           PERFORM VARYING FL-SUB FROM 1 BY 1
              UNTIL FL-SUB > FL-MAX
                   IF NOT FL-TBL-STUDENT-REC(FL-SUB)
                      AND FL-TBL-NAME(FL-SUB) =
                          GT-STUDENT-NAME(1:19)
                      AND FL-TBL-COURSE(FL-SUB) =
                          GT-COURSE-NBR(1:5)
                      THEN
                      MOVE GT-GRADE TO FL-TBL-GRADE(FL-SUB)
                      MOVE 'Y' TO SW-FL-POSTED
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT FL-POSTED
              THEN
              ADD 1 TO WS-FL-MISS-KTR
              MOVE 'POSTED - NOT ON STDNTFL' TO WS-OUTCOME
           END-IF.

           MOVE SPACES TO AUDIT-REC.
           MOVE WS-RUN-DATE TO GA-RUN-DATE.
           MOVE WS-TERM TO GA-TERM.
           MOVE GT-COURSE-NBR TO GA-COURSE-NBR.
           MOVE GT-STUDENT-NAME TO GA-STUDENT-NAME.
           MOVE GT-TRAN-TYPE TO GA-TRAN-TYPE.
           MOVE WS-BEFORE-GRADE TO GA-BEFORE-GRADE.
           MOVE GT-GRADE TO GA-AFTER-GRADE.
           MOVE GT-ENTERED-BY TO GA-ENTERED-BY.
           MOVE GT-REASON-CODE TO GA-REASON-CODE.
           MOVE GT-APPROVER TO GA-APPROVER.
           IF FL-POSTED
              THEN
              MOVE 'Y' TO GA-STDNTFL-IND
           ELSE
              MOVE 'N' TO GA-STDNTFL-IND
           END-IF.
           WRITE AUDIT-REC.
           IF NOT AUDIT-FILE-OK
              THEN
              DISPLAY 'GRDAUDIT PROBLEM: ' AUDIT-FILE-ST
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
           OPEN INPUT STDNTFL-FILE.
           IF NOT STDNTFL-FILE-OK
              DISPLAY 'STDNTFL OPEN PROBLEM, RC='
                      STDNTFL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT GRADE-TRAN-FILE.
           IF NOT GRADE-TRAN-FILE-OK
              DISPLAY 'GRADTRAN OPEN PROBLEM, RC='
                      GRADE-TRAN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SCHED-FILE.
           IF NOT SCHED-FILE-OK
              MOVE 'Y' TO SCHED-FILE-STATUS
           END-IF.
           OPEN OUTPUT STUDENT-OUT-FILE.
           IF NOT STUDENT-OUT-FILE-OK
              DISPLAY 'STDNTCRO OPEN PROBLEM, RC='
                      STUDENT-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT STDNTFL-OUT-FILE.
           IF NOT STDNTFL-OUT-FILE-OK
              DISPLAY 'STDNTFO OPEN PROBLEM, RC='
                      STDNTFL-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
              DISPLAY 'GRDAUDIT OPEN PROBLEM, RC=' AUDIT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'GRADRPT OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       500-WRITE-REPORT-LINE.
      ************************************************************
      * One line per grade transaction                           *
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
           MOVE WS-TERM TO HDG-TERM-O.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1.
           MOVE 3 TO CTR-LINES.
       600-WRITE-STUDENTS-OUT.
      ************************************************************
      * Write the graded student-course file                     *
      ************************************************************
      D    DISPLAY '600-WRITE-STUDENTS-OUT'.
           PERFORM VARYING STUDENT-SUB FROM 1 BY 1
              UNTIL STUDENT-SUB > STUDENT-SUB-MAX
                   MOVE SPACES TO STUDENT-OUT-REC
                   MOVE WS-STUDENT-NAME(STUDENT-SUB)
                      TO STUDENT-OUT-REC(1:20)
                   MOVE WS-STUDENT-COURSES(STUDENT-SUB)
                      TO STUDENT-OUT-REC(21:48)
                   MOVE WS-STUDENT-TRAILER(STUDENT-SUB)
                      TO STUDENT-OUT-REC(69:12)
                   WRITE STUDENT-OUT-REC
           END-PERFORM.
       650-WRITE-STDNTFL-OUT.
      ************************************************************
      * Write STDNTFL back out in its original order             *
      ************************************************************
      D    DISPLAY '650-WRITE-STDNTFL-OUT'.
           PERFORM VARYING FL-SUB FROM 1 BY 1
              UNTIL FL-SUB > FL-MAX
                   MOVE FL-ENTRY(FL-SUB) TO STDNTFL-OUT-REC
                   WRITE STDNTFL-OUT-REC
           END-PERFORM.
       700-WRITE-MISSING-REPORT.
      ************************************************************
      * Sections with enrolled students still ungraded, for the  *
      * registrar to chase, then the control totals              *
      ************************************************************
      D    DISPLAY '700-WRITE-MISSING-REPORT'.
           PERFORM VARYING STUDENT-SUB FROM 1 BY 1
              UNTIL STUDENT-SUB > STUDENT-SUB-MAX
                   PERFORM VARYING COURSES-SUB FROM 1 BY 1
                      UNTIL COURSES-SUB > COURSES-SUB-MAX
                         IF WS-COURSE-NBR
                            (STUDENT-SUB, COURSES-SUB) NOT = SPACES
                            THEN
                            PERFORM 710-COUNT-SECTION-GRADE
                         END-IF
                   END-PERFORM
           END-PERFORM.

           IF CTR-PAGES = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM MISSING-HDG
              AFTER ADVANCING 2 LINES.
           PERFORM VARYING SEC-SUB FROM 1 BY 1
              UNTIL SEC-SUB > SEC-MAX
                   IF SEC-TBL-MISSING(SEC-SUB) > 0
                      THEN
                      ADD 1 TO WS-MISSING-SEC-KTR
                      ADD SEC-TBL-MISSING(SEC-SUB)
                         TO WS-MISSING-GRADE-KTR
                      MOVE SEC-TBL-COURSE(SEC-SUB) TO MIS-COURSE-O
                      MOVE SPACES TO MIS-INSTRUCTOR-O
                      PERFORM VARYING SCH-SUB FROM 1 BY 1
                         UNTIL SCH-SUB > SCH-MAX
                              IF SCH-TBL-COURSE(SCH-SUB) =
                                 SEC-TBL-COURSE(SEC-SUB)
                                 THEN
                                 MOVE SCH-TBL-INSTRUCTOR(SCH-SUB)
                                    TO MIS-INSTRUCTOR-O
                                 EXIT PERFORM
                              END-IF
                      END-PERFORM
                      MOVE SEC-TBL-ENROLLED(SEC-SUB)
                         TO MIS-ENROLLED-O
                      MOVE SEC-TBL-MISSING(SEC-SUB) TO MIS-MISSING-O
                      WRITE OUTPUT-LINE FROM MISSING-LINE
                         AFTER ADVANCING 1 LINE
                   END-IF
           END-PERFORM.

           MOVE WS-TRAN-KTR TO TOTAL-TRAN-O.
           MOVE WS-POSTED-KTR TO TOTAL-POSTED-O.
           MOVE WS-CHANGE-KTR TO TOTAL-CHANGE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 2 LINES.
           MOVE WS-REJECT-KTR TO TOTAL-REJECT-O.
           MOVE WS-FL-MISS-KTR TO TOTAL-FL-MISS-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-MISSING-SEC-KTR TO TOTAL-MISSING-SEC-O.
           MOVE WS-MISSING-GRADE-KTR TO TOTAL-MISSING-GRADE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
       710-COUNT-SECTION-GRADE.
      ************************************************************
      * Roll one enrollment into its section's counts            *
      ************************************************************
      D    DISPLAY '710-COUNT-SECTION-GRADE'.
           PERFORM VARYING SEC-SUB FROM 1 BY 1
              UNTIL SEC-SUB > SEC-MAX
                   IF SEC-TBL-COURSE(SEC-SUB) =
                      WS-COURSE-NBR(STUDENT-SUB, COURSES-SUB)
                      THEN
                      ADD 1 TO SEC-TBL-ENROLLED(SEC-SUB)
                      IF WS-COURSE-GRADE(STUDENT-SUB, COURSES-SUB)
                         = SPACE
                         THEN
                         ADD 1 TO SEC-TBL-MISSING(SEC-SUB)
                      END-IF
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE STUDENT-FILE
                 STDNTFL-FILE
                 GRADE-TRAN-FILE
                 SCHED-FILE
                 STUDENT-OUT-FILE
                 STDNTFL-OUT-FILE
                 AUDIT-FILE
                 REPORT-FILE.
