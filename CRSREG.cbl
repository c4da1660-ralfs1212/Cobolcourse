      *    surviving waitlist to WAITLSTO, and a registration
      *    activity report shows each transaction's outcome plus
      *    a per-course summary
      *  - ADDs are checked against the CRSPREQ course catalog and
      *    prerequisite master: every listed prerequisite must be
      *    on the student's STCRHIST history with at least the
      *    minimum grade, otherwise the add rejects naming the
      *    missing course
      *  - registrar OVRD transactions waive one prerequisite (or
      *    all of them) for a student and course; each override is
      *    listed on the OVRDRPT audit report
      *  - the CRSSCHED section schedule (meeting days, start and
      *    end time, room, instructor per course) rejects an ADD
      *    that overlaps a course the student already holds; a
      *    waitlist promotion passes over students it would put in
      *    a conflict and leaves them queued
      *  - a weekly timetable per student (TIMETBL) and a room
      *    utilization report per room (ROOMRPT) close the run
      *  - a student with an active financial hold on the bursar's
      *    STHOLDS hold master (written by STDLEDGR) cannot ADD;
      *    a waitlist promotion passes over a held student the
      *    way it passes over a time conflict
      *  - every transaction carries the user ID that submitted
      *    it; one from a submitter the OPAUTH authorization table
      *    does not allow the action (AUTHCHK) is rejected, and
      *    the activity report shows the submitter of each line
      *
      *  Inital Version   2026/09/01
      *  Financial holds from the student ledger  2026/10/15
      *  Submitter authorization (AUTHCHK)  2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WAIT-IN-FILE-ST.

      * Course catalog / prerequisite master - no file, no checks
           SELECT OPTIONAL PREREQ-FILE ASSIGN TO CRSPREQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PREREQ-FILE-ST.

      * Course history archive written by TERMROLL
           SELECT OPTIONAL HIST-FILE ASSIGN TO STCRHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS HIST-FILE-ST.

      * Section schedule master - no file, no conflict checks
           SELECT OPTIONAL SCHED-FILE ASSIGN TO CRSSCHED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SCHED-FILE-ST.

      * Bursar financial holds - no file, no holds
           SELECT OPTIONAL HOLD-FILE ASSIGN TO STHOLDS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS HOLD-FILE-ST.

           SELECT STUDENT-OUT-FILE ASSIGN TO STDNTCRO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STUDENT-OUT-FILE-ST.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REPORT-FILE-ST.

           SELECT OVERRIDE-FILE ASSIGN TO OVRDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS OVERRIDE-FILE-ST.

           SELECT TIMETABLE-FILE ASSIGN TO TIMETBL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TIMETABLE-FILE-ST.

           SELECT ROOM-FILE ASSIGN TO ROOMRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ROOM-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
             10 STUDENT-COURSE-TAB OCCURS 6 TIMES.
                15 COURSE-NBR           PIC X(7).
                15 COURSE-GRADE         PIC X(1).
          05 STUDENT-PROGRAM            PIC X(4).
          05 FILLER                     PIC X(8).

      * Add/drop transactions in timestamp order
       FD  REG-TRAN-FILE
          05 RG-ACTION                  PIC X(4).
             88 RG-ADD                                 VALUE 'ADD '.
             88 RG-DROP                                VALUE 'DROP'.
             88 RG-OVERRIDE                            VALUE 'OVRD'.
          05 RG-STUDENT-NAME            PIC X(20).
          05 RG-COURSE-NBR              PIC X(7).
          05 RG-TIMESTAMP               PIC 9(14).
      * Registrar override only: prerequisite waived (spaces =
      * every prerequisite of the course) and who authorized it
          05 RG-OVR-PREREQ              PIC X(7).
          05 RG-OVR-AUTH                PIC X(8).
      * User ID that submitted the transaction
          05 RG-SUBMITTER-ID            PIC X(8).
          05 FILLER                     PIC X(12).

       FD  CAPACITY-FILE
           RECORDING MODE IS F.
          05 CAP-SEATS                  PIC 9(3).
          05 FILLER                     PIC X(70).

      * One catalog record per course, up to 4 prerequisites
       FD  PREREQ-FILE
           RECORDING MODE IS F.
       01 PREREQ-REC.
          05 PQ-COURSE-NBR              PIC X(7).
          05 PQ-COURSE-TITLE            PIC X(30).
          05 PQ-PREREQ-TAB OCCURS 4 TIMES.
             10 PQ-PREREQ-NBR           PIC X(7).
             10 PQ-MIN-GRADE            PIC X(1).
          05 PQ-CREDITS                 PIC 9(2).
          05 FILLER                     PIC X(9).

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

      * One record per meeting pattern; a course with a lecture
      * and a lab carries two. Days are positional M T W R F S U
      * (non-blank = meets), times are 24-hour HHMM
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

      * Financial hold master - STDLEDGR's STHOLDO generation
       FD  HOLD-FILE
           RECORDING MODE IS F.
       01 HOLD-REC.
          05 SH-STUDENT-NAME            PIC X(20).
          05 SH-STATUS                  PIC X(1).
             88 SH-ACTIVE                              VALUE 'A'.
             88 SH-OVERRIDDEN                          VALUE 'O'.
          05 FILLER                     PIC X(59).

       FD  WAIT-IN-FILE
           RECORDING MODE IS F.
       01 WAIT-IN-REC                   PIC X(60).
           RECORDING MODE IS F.
       01 OUTPUT-LINE                   PIC X(132).

       FD  OVERRIDE-FILE
           RECORDING MODE IS F.
       01 OVERRIDE-LINE                 PIC X(132).

       FD  TIMETABLE-FILE
           RECORDING MODE IS F.
       01 TIMETABLE-LINE                PIC X(132).

       FD  ROOM-FILE
           RECORDING MODE IS F.
       01 ROOM-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
      * Waitlist record shared by WAITLSTI and WAITLSTO
       01 WAIT-REC-WS.
                10 WS-STUDENT-COURSE-TAB OCCURS 6 TIMES.
                   15 WS-COURSE-NBR     PIC X(7).
                   15 WS-COURSE-GRADE   PIC X(1).
             05 WS-STUDENT-PROGRAM      PIC X(4).

      * Course capacity table from CRSCAP
       01 CAP-SUB                       PIC 999        VALUE 0 COMP.
             10 WL-TBL-RELEASED-IND     PIC X(1).
                88 WL-TBL-RELEASED                     VALUE 'R'.

      * Prerequisite table from CRSPREQ
       01 PQ-SUB                        PIC 999        VALUE 0 COMP.
       01 PQ-MAX                        PIC 999        VALUE 0 COMP.
       01 PQ-MAX-LIMIT                  PIC 999        VALUE 200 COMP.
       01 PR-SUB                        PIC 9          VALUE 0 COMP.
       01 PREREQ-TABLE.
          05 PQ-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON PQ-MAX.
             10 PQ-TBL-COURSE           PIC X(7).
             10 PQ-TBL-PREREQ-TAB OCCURS 4 TIMES.
                15 PQ-TBL-PREREQ        PIC X(7).
                15 PQ-TBL-MIN-GRADE     PIC X(1).

      * Completed courses from STCRHIST - one entry per graded
      * course a student has on the archive
       01 HC-SUB                        PIC 9(4)       VALUE 0 COMP.
       01 HC-MAX                        PIC 9(4)       VALUE 0 COMP.
       01 HC-MAX-LIMIT                  PIC 9(4)       VALUE 3000 COMP.
       01 HIST-COURSE-TABLE.
          05 HC-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON HC-MAX.
             10 HC-TBL-STUDENT          PIC X(20).
             10 HC-TBL-COURSE           PIC X(7).
             10 HC-TBL-GRADE            PIC X(1).

      * Registrar overrides received this run
       01 OV-SUB                        PIC 999        VALUE 0 COMP.
       01 OV-MAX                        PIC 999        VALUE 0 COMP.
       01 OV-MAX-LIMIT                  PIC 999        VALUE 200 COMP.
       01 OVERRIDE-TABLE.
          05 OV-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON OV-MAX.
             10 OV-TBL-STUDENT          PIC X(20).
             10 OV-TBL-COURSE           PIC X(7).
             10 OV-TBL-PREREQ           PIC X(7).
             10 OV-TBL-AUTH             PIC X(8).
             10 OV-TBL-TIMESTAMP        PIC 9(14).
             10 OV-TBL-USED-KTR         PIC 9(3)       COMP.

      * Section schedule from CRSSCHED
       01 SCH-SUB                       PIC 999        VALUE 0 COMP.
       01 SCH-SUB2                      PIC 999        VALUE 0 COMP.
       01 SCH-MAX                       PIC 999        VALUE 0 COMP.
       01 SCH-MAX-LIMIT                 PIC 999        VALUE 400 COMP.
       01 DAY-SUB                       PIC 9          VALUE 0 COMP.
       01 SCHEDULE-TABLE.
          05 SCH-ENTRY OCCURS 1 TO 400 TIMES
                DEPENDING ON SCH-MAX.
             10 SCH-TBL-COURSE          PIC X(7).
             10 SCH-TBL-DAYS.
                15 SCH-TBL-DAY OCCURS 7 TIMES
                                        PIC X(1).
             10 SCH-TBL-START           PIC 9(4).
             10 SCH-TBL-END             PIC 9(4).
             10 SCH-TBL-ROOM            PIC X(6).
             10 SCH-TBL-INSTRUCTOR      PIC X(20).
             10 SCH-TBL-PRINTED-IND     PIC X(1).
                88 SCH-TBL-PRINTED                     VALUE 'P'.

       01 DAY-NAME-TABLE.
          05 FILLER                     PIC X(21)      VALUE
                'MONTUEWEDTHUFRISATSUN'.
       01 DAY-NAMES REDEFINES DAY-NAME-TABLE.
          05 DAY-NAME OCCURS 7 TIMES    PIC X(3).

      * Rooms in order of first appearance on the schedule
       01 RM-SUB                        PIC 999        VALUE 0 COMP.
       01 RM-MAX                        PIC 999        VALUE 0 COMP.
       01 RM-MAX-LIMIT                  PIC 999        VALUE 200 COMP.
       01 ROOM-TABLE.
          05 RM-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON RM-MAX.
             10 RM-TBL-ROOM             PIC X(6).
             10 RM-TBL-MINUTES          PIC 9(5)       COMP.

      * Students under an active financial hold
       01 HLD-SUB                       PIC 999        VALUE 0 COMP.
       01 HLD-MAX                       PIC 999        VALUE 0 COMP.
       01 HLD-MAX-LIMIT                 PIC 999        VALUE 500 COMP.
       01 HOLD-TABLE.
          05 HLD-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON HLD-MAX.
             10 HLD-TBL-STUDENT         PIC X(20).

       01 PROGRAM-SWITCHES.
          05 STUDENT-FILE-ST            PIC X(2).
             88 STUDENT-FILE-OK                        VALUE '00'.
             88 REPORT-FILE-OK                         VALUE '00'.
          05 SW-DUP-ENROLL              PIC X(01)      VALUE 'N'.
             88 DUP-ENROLLED                           VALUE 'Y'.
          05 PREREQ-FILE-ST             PIC X(2).
             88 PREREQ-FILE-OK                         VALUE '00' '05'.
          05 PREREQ-FILE-STATUS         PIC X(01)      VALUE SPACE.
             88 PREREQ-FILE-EOF                        VALUE 'Y'.
          05 HIST-FILE-ST               PIC X(2).
             88 HIST-FILE-OK                           VALUE '00' '05'.
          05 HIST-FILE-STATUS           PIC X(01)      VALUE SPACE.
             88 HIST-FILE-EOF                          VALUE 'Y'.
          05 OVERRIDE-FILE-ST           PIC X(2).
             88 OVERRIDE-FILE-OK                       VALUE '00'.
          05 SW-PREREQ-MET              PIC X(01)      VALUE 'N'.
             88 PREREQ-MET                             VALUE 'Y'.
          05 SW-PROMOTING               PIC X(01)      VALUE 'N'.
             88 PROMOTING                              VALUE 'Y'.
          05 SCHED-FILE-ST              PIC X(2).
             88 SCHED-FILE-OK                          VALUE '00' '05'.
          05 SCHED-FILE-STATUS          PIC X(01)      VALUE SPACE.
             88 SCHED-FILE-EOF                         VALUE 'Y'.
          05 TIMETABLE-FILE-ST          PIC X(2).
             88 TIMETABLE-FILE-OK                      VALUE '00'.
          05 ROOM-FILE-ST               PIC X(2).
             88 ROOM-FILE-OK                           VALUE '00'.
          05 SW-CONFLICT                PIC X(01)      VALUE 'N'.
             88 TIME-CONFLICT                          VALUE 'Y'.
          05 SW-MEETING-FOUND           PIC X(01)      VALUE 'N'.
             88 MEETING-FOUND                          VALUE 'Y'.
          05 HOLD-FILE-ST               PIC X(2).
             88 HOLD-FILE-OK                           VALUE '00' '05'.
          05 HOLD-FILE-STATUS           PIC X(01)      VALUE SPACE.
             88 HOLD-FILE-EOF                          VALUE 'Y'.
          05 SW-ON-HOLD                 PIC X(01)      VALUE 'N'.
             88 ON-FINANCIAL-HOLD                      VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-TRAN-KTR                PIC 9(5)       VALUE 0.
          05 WS-WAIT-KTR                PIC 9(5)       VALUE 0.
          05 WS-PROMO-KTR               PIC 9(5)       VALUE 0.
          05 WS-REJECT-KTR              PIC 9(5)       VALUE 0.
          05 WS-PREREQ-REJ-KTR          PIC 9(5)       VALUE 0.
          05 WS-OVRD-KTR                PIC 9(5)       VALUE 0.
          05 WS-OVRD-USED-KTR           PIC 9(5)       VALUE 0.
          05 WS-CONFLICT-KTR            PIC 9(5)       VALUE 0.
          05 WS-PROMO-SKIP-KTR          PIC 9(5)       VALUE 0.
          05 WS-HOLD-REJ-KTR            PIC 9(5)       VALUE 0.
          05 WS-HOLD-SKIP-KTR           PIC 9(5)       VALUE 0.
          05 TT-CTR-LINES               PIC 99         VALUE 99.
          05 TT-CTR-PAGES               PIC 999        VALUE 0.
          05 WS-ENROLLED-KTR            PIC 9(3)       VALUE 0 COMP.
          05 CTR-LINES                  PIC 99         VALUE 99.
          05 CTR-PAGES                  PIC 999        VALUE 0.
          05 WS-HOLD-COURSE             PIC X(7)       VALUE SPACES.
          05 WS-HOLD-STUDENT            PIC X(20)      VALUE SPACES.
          05 WS-OUTCOME                 PIC X(24)      VALUE SPACES.
          05 WS-RUN-DATE                PIC 9(8)       VALUE 0.
          05 WS-HOLD-PREREQ             PIC X(7)       VALUE SPACES.
          05 WS-HOLD-MIN-GRADE          PIC X(1)       VALUE SPACE.
          05 WS-HIST-GRADE              PIC X(1)       VALUE SPACE.
             88 WS-HIST-PASSED                         VALUE
                                                 'A' 'B' 'C' 'D'.
          05 WS-HELD-COURSE             PIC X(7)       VALUE SPACES.
          05 WS-CONFLICT-COURSE         PIC X(7)       VALUE SPACES.
          05 WS-BEST-START              PIC 9(4)       VALUE 0.
          05 WS-TIME-HH                 PIC 9(2)       VALUE 0.
          05 WS-TIME-MM                 PIC 9(2)       VALUE 0.
          05 WS-START-MINUTES           PIC 9(5)       VALUE 0 COMP.
          05 WS-END-MINUTES             PIC 9(5)       VALUE 0 COMP.
          05 WS-MEET-MINUTES            PIC 9(5)       VALUE 0 COMP.
          05 WS-MEET-DAY-KTR            PIC 9          VALUE 0 COMP.
      * Standard teaching week for utilization: 5 days x 10 hours
          05 WS-ROOM-WEEK-MINUTES       PIC 9(5)       VALUE 3000.
          05 WS-ROOM-HOURS              PIC 9(3)V9     VALUE 0.
          05 WS-ROOM-PCT                PIC 9(3)V9     VALUE 0.

      * AUTHCHK calling parameters - submitter authorization
      * against the OPAUTH table
       COPY AUTHL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(24)      VALUE
                'OUTCOME'.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE
                'USER'.
          05 FILLER                     PIC X(58)      VALUE SPACES.

       01 HEADING-3.
          05 FILLER                     PIC X(74)      VALUE ALL '='.
          05 FILLER                     PIC X(58)      VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-ACTION-O               PIC X(6).
          05 DET-COURSE-O               PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-OUTCOME-O              PIC X(24).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-USER-O                 PIC X(8).
          05 FILLER                     PIC X(58)      VALUE SPACES.

       01 WS-CRS-HDG.
          05 FILLER                     PIC X(50)      VALUE
          05 TOTAL-REJECT-O             PIC ZZZZ9.
          05 FILLER                     PIC X(72)      VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                     PIC X(35)      VALUE
                'Prereq rejects / overrides / used:'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-PREREQ-REJ-O         PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-OVRD-O               PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-OVRD-USED-O          PIC ZZZZ9.
          05 FILLER                     PIC X(72)      VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                     PIC X(35)      VALUE
                'Time conflicts / promos passed   :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-CONFLICT-O           PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-PROMO-SKIP-O         PIC ZZZZ9.
          05 FILLER                     PIC X(80)      VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                     PIC X(35)      VALUE
                'Financial holds rejected / passed:'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-HOLD-REJ-O           PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-HOLD-SKIP-O          PIC ZZZZ9.
          05 FILLER                     PIC X(80)      VALUE SPACES.

      * Weekly timetable lines
       01 TT-HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(50)      VALUE
                '          STUDENT WEEKLY TIMETABLE                '.
          05 FILLER                     PIC X(8)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'PAGE NO'.
          05 TT-PAGE-NUM                PIC ZZ9        VALUE ZERO.
          05 FILLER                     PIC X(36)      VALUE SPACES.

       01 TT-STUDENT-LINE.
          05 FILLER                     PIC X(9)       VALUE
                'STUDENT: '.
          05 TT-STUDENT-O               PIC X(20).
          05 FILLER                     PIC X(103)     VALUE SPACES.

       01 TT-DETAIL-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TT-DAY-O                   PIC X(3).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 TT-START-O                 PIC 9(4).
          05 FILLER                     PIC X(1)       VALUE '-'.
          05 TT-END-O                   PIC 9(4).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 TT-COURSE-O                PIC X(7).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 TT-ROOM-O                  PIC X(6).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 TT-INSTRUCTOR-O            PIC X(20).
          05 FILLER                     PIC X(75)      VALUE SPACES.

       01 TT-NONE-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(30)      VALUE
                'NO SCHEDULED MEETINGS'.
          05 FILLER                     PIC X(98)      VALUE SPACES.

      * Room utilization lines
       01 RM-HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(50)      VALUE
                '          ROOM UTILIZATION REPORT                 '.
          05 FILLER                     PIC X(57)      VALUE SPACES.

       01 RM-HEADING-2.
          05 FILLER                     PIC X(8)       VALUE
                'ROOM'.
          05 FILLER                     PIC X(9)       VALUE
                'COURSE'.
          05 FILLER                     PIC X(9)       VALUE
                'DAYS'.
          05 FILLER                     PIC X(11)      VALUE
                'TIME'.
          05 FILLER                     PIC X(22)      VALUE
                'INSTRUCTOR'.
          05 FILLER                     PIC X(9)       VALUE
                'ENROLLED'.
          05 FILLER                     PIC X(7)       VALUE
                'SEATS'.
          05 FILLER                     PIC X(9)       VALUE
                'WEEK MIN'.
          05 FILLER                     PIC X(48)      VALUE SPACES.

       01 RM-DETAIL-LINE.
          05 RM-ROOM-O                  PIC X(6).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RM-COURSE-O                PIC X(7).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RM-DAYS-O                  PIC X(7).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RM-START-O                 PIC 9(4).
          05 FILLER                     PIC X(1)       VALUE '-'.
          05 RM-END-O                   PIC 9(4).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RM-INSTRUCTOR-O            PIC X(20).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 RM-ENROLLED-O              PIC ZZ9.
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 RM-SEATS-O                 PIC ZZ9.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 RM-MINUTES-O               PIC ZZZZ9.
          05 FILLER                     PIC X(51)      VALUE SPACES.

       01 RM-TOTAL-LINE.
          05 FILLER                     PIC X(8)       VALUE SPACES.
          05 FILLER                     PIC X(22)      VALUE
                'ROOM HOURS PER WEEK: '.
          05 RM-HOURS-O                 PIC ZZ9.9.
          05 FILLER                     PIC X(20)      VALUE
                '   UTILIZATION PCT: '.
          05 RM-PCT-O                   PIC ZZ9.9.
          05 FILLER                     PIC X(72)      VALUE SPACES.

      * Override audit report lines
       01 OVR-HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(50)      VALUE
                '   REGISTRAR PREREQUISITE OVERRIDE AUDIT REPORT   '.
          05 FILLER                     PIC X(57)      VALUE SPACES.

       01 OVR-HEADING-2.
          05 FILLER                     PIC X(20)      VALUE
                'STUDENT'.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE
                'COURSE'.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE
                'WAIVES'.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE
                'AUTH BY'.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(14)      VALUE
                'TIMESTAMP'.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE
                'ADDS USED'.
          05 FILLER                     PIC X(54)      VALUE SPACES.

       01 OVR-DETAIL-LINE.
          05 OVR-STUDENT-O              PIC X(20).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 OVR-COURSE-O               PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 OVR-PREREQ-O               PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 OVR-AUTH-O                 PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 OVR-TIMESTAMP-O            PIC 9(14).
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 OVR-USED-O                 PIC ZZ9.
          05 FILLER                     PIC X(58)      VALUE SPACES.

       01 OVR-TOTAL-LINE.
          05 FILLER                     PIC X(35)      VALUE
                'Overrides recorded / used        :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 OVR-TOTAL-O                PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 OVR-TOTAL-USED-O           PIC ZZZZ9.
          05 FILLER                     PIC X(80)      VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
           PERFORM 100-LOAD-STUDENTS UNTIL STUDENT-FILE-EOF.
           PERFORM 110-LOAD-CAPACITY UNTIL CAPACITY-FILE-EOF.
           PERFORM 120-LOAD-WAITLIST UNTIL WAIT-IN-FILE-EOF.
           PERFORM 130-LOAD-PREREQS UNTIL PREREQ-FILE-EOF.
           PERFORM 140-LOAD-HISTORY UNTIL HIST-FILE-EOF.
           PERFORM 150-LOAD-SCHEDULE UNTIL SCHED-FILE-EOF.
           PERFORM 160-LOAD-HOLDS UNTIL HOLD-FILE-EOF.
           PERFORM 200-APPLY-TRANSACTION UNTIL REG-TRAN-FILE-EOF.
           PERFORM 600-WRITE-STUDENTS-OUT.
           PERFORM 650-WRITE-WAITLIST-OUT.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 750-WRITE-OVERRIDE-AUDIT.
           PERFORM 760-WRITE-TIMETABLES.
           PERFORM 770-WRITE-ROOM-UTILIZATION.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
       100-LOAD-STUDENTS.
      ************************************************************
      * Load the student-course file                             *
                 WS-STUDENT-NAME(STUDENT-SUB-MAX)
              MOVE STUDENT-COURSES TO
                 WS-STUDENT-COURSES(STUDENT-SUB-MAX)
              MOVE STUDENT-PROGRAM TO
                 WS-STUDENT-PROGRAM(STUDENT-SUB-MAX)
           ELSE
              DISPLAY 'WARNING: STUDENT TABLE FULL'
           END-IF.
           ELSE
              DISPLAY 'WARNING: WAITLIST TABLE FULL'
           END-IF.
       130-LOAD-PREREQS.
      ************************************************************
      * Load the course catalog / prerequisite master            *
      ************************************************************
      D    DISPLAY '130-LOAD-PREREQS'.
           READ PREREQ-FILE
           AT END
              MOVE 'Y' TO PREREQ-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF PQ-MAX < PQ-MAX-LIMIT
              THEN
              ADD 1 TO PQ-MAX
              MOVE PQ-COURSE-NBR TO PQ-TBL-COURSE(PQ-MAX)
              PERFORM VARYING PR-SUB FROM 1 BY 1
                 UNTIL PR-SUB > 4
                      MOVE PQ-PREREQ-NBR(PR-SUB) TO
                         PQ-TBL-PREREQ(PQ-MAX, PR-SUB)
                      MOVE PQ-MIN-GRADE(PR-SUB) TO
                         PQ-TBL-MIN-GRADE(PQ-MAX, PR-SUB)
      * No minimum grade on the master means any passing grade
                      IF PQ-TBL-MIN-GRADE(PQ-MAX, PR-SUB) = SPACE
                         THEN
                         MOVE 'D' TO PQ-TBL-MIN-GRADE(PQ-MAX, PR-SUB)
                      END-IF
              END-PERFORM
           ELSE
              DISPLAY 'WARNING: PREREQUISITE TABLE FULL'
           END-IF.
       140-LOAD-HISTORY.
      ************************************************************
      * Load the graded courses from the history archive         *
      ************************************************************
      D    DISPLAY '140-LOAD-HISTORY'.
           READ HIST-FILE
           AT END
              MOVE 'Y' TO HIST-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           PERFORM VARYING COURSES-SUB FROM 1 BY 1
              UNTIL COURSES-SUB > COURSES-SUB-MAX
                   IF HS-COURSE-NBR(COURSES-SUB) NOT = SPACES
                      AND HS-COURSE-GRADE(COURSES-SUB) NOT = SPACE
                      THEN
                      IF HC-MAX < HC-MAX-LIMIT
                         THEN
                         ADD 1 TO HC-MAX
                         MOVE HS-STUDENT-NAME TO
                            HC-TBL-STUDENT(HC-MAX)
                         MOVE HS-COURSE-NBR(COURSES-SUB) TO
                            HC-TBL-COURSE(HC-MAX)
                         MOVE HS-COURSE-GRADE(COURSES-SUB) TO
                            HC-TBL-GRADE(HC-MAX)
                      ELSE
                         DISPLAY 'WARNING: HISTORY TABLE FULL'
                         MOVE 'Y' TO HIST-FILE-STATUS
                         EXIT PERFORM
                      END-IF
                   END-IF
           END-PERFORM.
       150-LOAD-SCHEDULE.
      ************************************************************
      * Load the section schedule master                         *
      ************************************************************
      D    DISPLAY '150-LOAD-SCHEDULE'.
           READ SCHED-FILE
           AT END
              MOVE 'Y' TO SCHED-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF SS-START-TIME NOT NUMERIC OR SS-END-TIME NOT NUMERIC
              OR SS-END-TIME NOT > SS-START-TIME
              THEN
              DISPLAY 'CRSSCHED TIME INVALID: ' SS-COURSE-NBR
              EXIT PARAGRAPH
           END-IF.
           IF SCH-MAX < SCH-MAX-LIMIT
              THEN
              ADD 1 TO SCH-MAX
              MOVE SS-COURSE-NBR TO SCH-TBL-COURSE(SCH-MAX)
              MOVE SS-MEET-DAYS TO SCH-TBL-DAYS(SCH-MAX)
              MOVE SS-START-TIME TO SCH-TBL-START(SCH-MAX)
              MOVE SS-END-TIME TO SCH-TBL-END(SCH-MAX)
              MOVE SS-ROOM TO SCH-TBL-ROOM(SCH-MAX)
              MOVE SS-INSTRUCTOR TO SCH-TBL-INSTRUCTOR(SCH-MAX)
              MOVE SPACE TO SCH-TBL-PRINTED-IND(SCH-MAX)
           ELSE
              DISPLAY 'WARNING: SCHEDULE TABLE FULL'
           END-IF.
       160-LOAD-HOLDS.
      ************************************************************
      * Load the students under an active financial hold; an    *
      * overridden hold does not block registration              *
      ************************************************************
      D    DISPLAY '160-LOAD-HOLDS'.
           READ HOLD-FILE
           AT END
              MOVE 'Y' TO HOLD-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF NOT SH-ACTIVE
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF HLD-MAX < HLD-MAX-LIMIT
              THEN
              ADD 1 TO HLD-MAX
              MOVE SH-STUDENT-NAME TO HLD-TBL-STUDENT(HLD-MAX)
           ELSE
              DISPLAY 'WARNING: HOLD TABLE FULL'
           END-IF.
       200-APPLY-TRANSACTION.
      ************************************************************
      * Apply one add/drop transaction                           *
           END-READ.
           ADD 1 TO WS-TRAN-KTR.
           MOVE SPACES TO WS-OUTCOME.
      * Waitlist promotions a DROP triggers print with no user
           MOVE SPACES TO DET-USER-O.
           PERFORM 205-CHECK-AUTHORIZATION.

           EVALUATE TRUE
           WHEN NOT AUTH-AUTHORIZED
                MOVE AUTH-REASON TO WS-OUTCOME
                ADD 1 TO WS-REJECT-KTR
           WHEN RG-ADD
                MOVE RG-STUDENT-NAME TO WS-HOLD-STUDENT
                MOVE RG-COURSE-NBR TO WS-HOLD-COURSE
                PERFORM 210-APPLY-ADD
           WHEN RG-DROP
                PERFORM 230-APPLY-DROP
           WHEN RG-OVERRIDE
                PERFORM 260-RECORD-OVERRIDE
           WHEN OTHER
                MOVE 'UNKNOWN ACTION' TO WS-OUTCOME
                ADD 1 TO WS-REJECT-KTR
           MOVE RG-STUDENT-NAME TO DET-STUDENT-O.
           MOVE RG-COURSE-NBR TO DET-COURSE-O.
           MOVE WS-OUTCOME TO DET-OUTCOME-O.
           MOVE RG-SUBMITTER-ID TO DET-USER-O.
           PERFORM 500-WRITE-REPORT-LINE.
       205-CHECK-AUTHORIZATION.
      ************************************************************
      * Is the submitter allowed this action in CRSREG?          *
      ************************************************************
      D    DISPLAY '205-CHECK-AUTHORIZATION'.
           MOVE RG-SUBMITTER-ID TO AUTH-USER-ID.
           MOVE 'CRSREG' TO AUTH-PROGRAM-ID.
           MOVE RG-ACTION TO AUTH-TRAN-TYPE.
           MOVE RG-STUDENT-NAME TO AUTH-TRAN-KEY.
           MOVE WS-RUN-DATE TO AUTH-RUN-DATE.
           CALL 'AUTHCHK' USING AUTH-USER-ID, AUTH-PROGRAM-ID,
                AUTH-TRAN-TYPE, AUTH-TRAN-KEY, AUTH-RUN-DATE,
                AUTH-STATUS, AUTH-REASON.
       210-APPLY-ADD.
      ************************************************************
      * ADD for WS-HOLD-STUDENT / WS-HOLD-COURSE: capacity check *
              EXIT PARAGRAPH
           END-IF.

      * A student under a financial hold cannot add; promotions
      * have already passed over held students
           IF NOT PROMOTING
              THEN
              PERFORM 290-CHECK-HOLD
              IF ON-FINANCIAL-HOLD
                 THEN
                 MOVE 'FINANCIAL HOLD' TO WS-OUTCOME
                 ADD 1 TO WS-REJECT-KTR
                 ADD 1 TO WS-HOLD-REJ-KTR
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      * Prerequisites - a waitlisted add was checked when it was
      * queued, so a promotion does not check again
           IF NOT PROMOTING
              THEN
              PERFORM 270-CHECK-PREREQS
              IF NOT PREREQ-MET
                 THEN
                 ADD 1 TO WS-REJECT-KTR
                 ADD 1 TO WS-PREREQ-REJ-KTR
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      * Meeting times must not overlap a course already held
           IF STUDENT-FOUND
              THEN
              PERFORM 280-CHECK-CONFLICT
              IF TIME-CONFLICT
                 THEN
                 MOVE SPACES TO WS-OUTCOME
                 STRING 'TIME CONFLICT ' WS-CONFLICT-COURSE
                    DELIMITED BY SIZE INTO WS-OUTCOME
                 ADD 1 TO WS-REJECT-KTR
                 ADD 1 TO WS-CONFLICT-KTR
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      * Current enrollment across all students
           MOVE 0 TO WS-ENROLLED-KTR.
           PERFORM VARYING STUDENT-SUB FROM 1 BY 1
      * entry for the course - applied as a normal add           *
      ************************************************************
      D    DISPLAY '240-PROMOTE-WAITLIST'.
      * A student the seat would put in a time conflict is passed
      * over and stays queued
           MOVE 0 TO WL-BEST-SUB.
           PERFORM VARYING WL-SUB FROM 1 BY 1
              UNTIL WL-SUB > WL-MAX
                   IF WL-TBL-COURSE(WL-SUB) = RG-COURSE-NBR
                      AND NOT WL-TBL-RELEASED(WL-SUB)
                      THEN
                      PERFORM 245-CHECK-PROMO-CONFLICT
                      IF NOT TIME-CONFLICT
                         AND (WL-BEST-SUB = 0 OR
                         WL-TBL-TIMESTAMP(WL-SUB) <
                         WL-TBL-TIMESTAMP(WL-BEST-SUB))
                         THEN
                         MOVE WL-SUB TO WL-BEST-SUB
                      END-IF

           MOVE WL-TBL-STUDENT(WL-BEST-SUB) TO WS-HOLD-STUDENT.
           MOVE WL-TBL-COURSE(WL-BEST-SUB) TO WS-HOLD-COURSE.
           MOVE 'Y' TO SW-PROMOTING.
           PERFORM 210-APPLY-ADD.
           MOVE 'N' TO SW-PROMOTING.

      * The entry leaves the waitlist only when the add really
      * registered - a failed promotion (slots full, student
           MOVE WS-OUTCOME TO DET-OUTCOME-O.
           PERFORM 500-WRITE-REPORT-LINE.
           MOVE 'DROPPED' TO WS-OUTCOME.
       245-CHECK-PROMO-CONFLICT.
      ************************************************************
      * Would promoting waitlist entry WL-SUB create a conflict? *
      * Each pass-over gets a report line                        *
      ************************************************************
      D    DISPLAY '245-CHECK-PROMO-CONFLICT'.
           MOVE 'N' TO SW-CONFLICT.
           MOVE WL-TBL-STUDENT(WL-SUB) TO WS-HOLD-STUDENT.
           MOVE WL-TBL-COURSE(WL-SUB) TO WS-HOLD-COURSE.
      * A held student is passed over like a conflicting one
           PERFORM 290-CHECK-HOLD.
           IF ON-FINANCIAL-HOLD
              THEN
              MOVE 'Y' TO SW-CONFLICT
              ADD 1 TO WS-HOLD-SKIP-KTR
              MOVE 'PASSED' TO DET-ACTION-O
              MOVE WS-HOLD-STUDENT TO DET-STUDENT-O
              MOVE WS-HOLD-COURSE TO DET-COURSE-O
              MOVE 'FINANCIAL HOLD' TO DET-OUTCOME-O
              PERFORM 500-WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO SW-STUDENT-FOUND.
           PERFORM VARYING STUDENT-SUB FROM 1 BY 1
              UNTIL STUDENT-SUB > STUDENT-SUB-MAX
                   IF WS-STUDENT-NAME(STUDENT-SUB) =
                      WS-HOLD-STUDENT
                      THEN
                      MOVE 'Y' TO SW-STUDENT-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT STUDENT-FOUND
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM 280-CHECK-CONFLICT.
           IF TIME-CONFLICT
              THEN
              ADD 1 TO WS-PROMO-SKIP-KTR
              MOVE 'PASSED' TO DET-ACTION-O
              MOVE WS-HOLD-STUDENT TO DET-STUDENT-O
              MOVE WS-HOLD-COURSE TO DET-COURSE-O
              MOVE SPACES TO DET-OUTCOME-O
              STRING 'TIME CONFLICT ' WS-CONFLICT-COURSE
                 DELIMITED BY SIZE INTO DET-OUTCOME-O
              PERFORM 500-WRITE-REPORT-LINE
           END-IF.
       250-FIND-OR-ADD-STUDENT.
      ************************************************************
      * Point STUDENT-SUB at WS-HOLD-STUDENT, adding a fresh     *
              MOVE WS-HOLD-STUDENT TO
                 WS-STUDENT-NAME(STUDENT-SUB)
              MOVE SPACES TO WS-STUDENT-COURSES(STUDENT-SUB)
              MOVE SPACES TO WS-STUDENT-PROGRAM(STUDENT-SUB)
              MOVE 'Y' TO SW-STUDENT-FOUND
           ELSE
              MOVE 'STUDENT FILE FULL' TO WS-OUTCOME
              ADD 1 TO WS-REJECT-KTR
           END-IF.
       260-RECORD-OVERRIDE.
      ************************************************************
      * Registrar override: waive one prerequisite (or all of    *
      * them) of RG-COURSE-NBR for RG-STUDENT-NAME               *
      ************************************************************
      D    DISPLAY '260-RECORD-OVERRIDE'.
           IF RG-STUDENT-NAME = SPACES OR RG-COURSE-NBR = SPACES
              OR RG-OVR-AUTH = SPACES
              THEN
              MOVE 'OVERRIDE INCOMPLETE' TO WS-OUTCOME
              ADD 1 TO WS-REJECT-KTR
              EXIT PARAGRAPH
           END-IF.
           IF OV-MAX < OV-MAX-LIMIT
              THEN
              ADD 1 TO OV-MAX
              MOVE RG-STUDENT-NAME TO OV-TBL-STUDENT(OV-MAX)
              MOVE RG-COURSE-NBR TO OV-TBL-COURSE(OV-MAX)
              MOVE RG-OVR-PREREQ TO OV-TBL-PREREQ(OV-MAX)
              MOVE RG-OVR-AUTH TO OV-TBL-AUTH(OV-MAX)
              MOVE RG-TIMESTAMP TO OV-TBL-TIMESTAMP(OV-MAX)
              MOVE 0 TO OV-TBL-USED-KTR(OV-MAX)
              MOVE 'OVERRIDE RECORDED' TO WS-OUTCOME
              ADD 1 TO WS-OVRD-KTR
           ELSE
              MOVE 'OVERRIDE TABLE FULL' TO WS-OUTCOME
              ADD 1 TO WS-REJECT-KTR
           END-IF.
       270-CHECK-PREREQS.
      ************************************************************
      * Every prerequisite of WS-HOLD-COURSE must be on the      *
      * student's history at or above its minimum grade, or be   *
      * waived by a registrar override                           *
      ************************************************************
      D    DISPLAY '270-CHECK-PREREQS'.
           MOVE 'Y' TO SW-PREREQ-MET.
           PERFORM VARYING PQ-SUB FROM 1 BY 1
              UNTIL PQ-SUB > PQ-MAX
                   IF PQ-TBL-COURSE(PQ-SUB) = WS-HOLD-COURSE
                      THEN
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF PQ-SUB > PQ-MAX
              THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING PR-SUB FROM 1 BY 1
              UNTIL PR-SUB > 4
                   IF PQ-TBL-PREREQ(PQ-SUB, PR-SUB) NOT = SPACES
                      THEN
                      MOVE PQ-TBL-PREREQ(PQ-SUB, PR-SUB)
                         TO WS-HOLD-PREREQ
                      MOVE PQ-TBL-MIN-GRADE(PQ-SUB, PR-SUB)
                         TO WS-HOLD-MIN-GRADE
                      PERFORM 275-CHECK-ONE-PREREQ
                      IF NOT PREREQ-MET
                         THEN
                         EXIT PERFORM
                      END-IF
                   END-IF
           END-PERFORM.
       275-CHECK-ONE-PREREQ.
      ************************************************************
      * WS-HOLD-PREREQ: best graded attempt on the history, then *
      * a matching override; sets the outcome when neither holds *
      ************************************************************
      D    DISPLAY '275-CHECK-ONE-PREREQ'.
      * Grades run A (best) to D (lowest pass), so a lower letter
      * is a better grade; F and non-grades never count
           MOVE SPACE TO WS-HIST-GRADE.
           PERFORM VARYING HC-SUB FROM 1 BY 1
              UNTIL HC-SUB > HC-MAX
                   IF HC-TBL-STUDENT(HC-SUB) = WS-HOLD-STUDENT
                      AND HC-TBL-COURSE(HC-SUB) = WS-HOLD-PREREQ
                      AND HC-TBL-GRADE(HC-SUB) >= 'A'
                      AND HC-TBL-GRADE(HC-SUB) <= 'D'
                      THEN
                      IF WS-HIST-GRADE = SPACE OR
                         HC-TBL-GRADE(HC-SUB) < WS-HIST-GRADE
                         THEN
                         MOVE HC-TBL-GRADE(HC-SUB) TO WS-HIST-GRADE
                      END-IF
                   END-IF
           END-PERFORM.
           IF WS-HIST-PASSED
              AND WS-HIST-GRADE <= WS-HOLD-MIN-GRADE
              THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING OV-SUB FROM 1 BY 1
              UNTIL OV-SUB > OV-MAX
                   IF OV-TBL-STUDENT(OV-SUB) = WS-HOLD-STUDENT
                      AND OV-TBL-COURSE(OV-SUB) = WS-HOLD-COURSE
                      AND (OV-TBL-PREREQ(OV-SUB) = WS-HOLD-PREREQ
                           OR OV-TBL-PREREQ(OV-SUB) = SPACES)
                      THEN
                      ADD 1 TO OV-TBL-USED-KTR(OV-SUB)
                      ADD 1 TO WS-OVRD-USED-KTR
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM.

           MOVE 'N' TO SW-PREREQ-MET.
           MOVE SPACES TO WS-OUTCOME.
           IF WS-HIST-PASSED
              THEN
              STRING 'PREREQ GRADE LOW ' WS-HOLD-PREREQ
                 DELIMITED BY SIZE INTO WS-OUTCOME
           ELSE
              STRING 'MISSING PREREQ ' WS-HOLD-PREREQ
                 DELIMITED BY SIZE INTO WS-OUTCOME
           END-IF.
       280-CHECK-CONFLICT.
      ************************************************************
      * Does WS-HOLD-COURSE meet at the same time as any course  *
      * student STUDENT-SUB already holds?                       *
      ************************************************************
      D    DISPLAY '280-CHECK-CONFLICT'.
           MOVE 'N' TO SW-CONFLICT.
           MOVE SPACES TO WS-CONFLICT-COURSE.
           PERFORM VARYING COURSES-SUB FROM 1 BY 1
              UNTIL COURSES-SUB > COURSES-SUB-MAX
                 OR TIME-CONFLICT
                   MOVE WS-COURSE-NBR(STUDENT-SUB, COURSES-SUB)
                      TO WS-HELD-COURSE
                   IF WS-HELD-COURSE NOT = SPACES
                      AND WS-HELD-COURSE NOT = WS-HOLD-COURSE
                      THEN
                      PERFORM 282-CHECK-HELD-COURSE
                   END-IF
           END-PERFORM.
       282-CHECK-HELD-COURSE.
      ************************************************************
      * Every meeting of WS-HOLD-COURSE against every meeting of *
      * WS-HELD-COURSE                                           *
      ************************************************************
      D    DISPLAY '282-CHECK-HELD-COURSE'.
           PERFORM VARYING SCH-SUB FROM 1 BY 1
              UNTIL SCH-SUB > SCH-MAX
                 OR TIME-CONFLICT
                   IF SCH-TBL-COURSE(SCH-SUB) = WS-HOLD-COURSE
                      THEN
                      PERFORM VARYING SCH-SUB2 FROM 1 BY 1
                         UNTIL SCH-SUB2 > SCH-MAX
                            OR TIME-CONFLICT
                              IF SCH-TBL-COURSE(SCH-SUB2) =
                                 WS-HELD-COURSE
                                 THEN
                                 PERFORM 284-CHECK-OVERLAP
                              END-IF
                      END-PERFORM
                   END-IF
           END-PERFORM.
       284-CHECK-OVERLAP.
      ************************************************************
      * Meetings SCH-SUB and SCH-SUB2 overlap when they share a  *
      * day and each starts before the other ends                *
      ************************************************************
      D    DISPLAY '284-CHECK-OVERLAP'.
           IF SCH-TBL-START(SCH-SUB) NOT < SCH-TBL-END(SCH-SUB2)
              OR SCH-TBL-START(SCH-SUB2) NOT < SCH-TBL-END(SCH-SUB)
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING DAY-SUB FROM 1 BY 1
              UNTIL DAY-SUB > 7
                   IF SCH-TBL-DAY(SCH-SUB, DAY-SUB) NOT = SPACE
                      AND SCH-TBL-DAY(SCH-SUB2, DAY-SUB) NOT = SPACE
                      THEN
                      MOVE 'Y' TO SW-CONFLICT
                      MOVE WS-HELD-COURSE TO WS-CONFLICT-COURSE
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       290-CHECK-HOLD.
      ************************************************************
      * Is WS-HOLD-STUDENT under an active financial hold?       *
      ************************************************************
      D    DISPLAY '290-CHECK-HOLD'.
           MOVE 'N' TO SW-ON-HOLD.
           PERFORM VARYING HLD-SUB FROM 1 BY 1
              UNTIL HLD-SUB > HLD-MAX
                   IF HLD-TBL-STUDENT(HLD-SUB) = WS-HOLD-STUDENT
                      THEN
                      MOVE 'Y' TO SW-ON-HOLD
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
           IF NOT WAIT-IN-FILE-OK
              MOVE 'Y' TO WAIT-IN-FILE-STATUS
           END-IF.
           OPEN INPUT PREREQ-FILE.
           IF NOT PREREQ-FILE-OK
              MOVE 'Y' TO PREREQ-FILE-STATUS
           END-IF.
           OPEN INPUT HIST-FILE.
           IF NOT HIST-FILE-OK
              MOVE 'Y' TO HIST-FILE-STATUS
           END-IF.
           OPEN INPUT SCHED-FILE.
           IF NOT SCHED-FILE-OK
              MOVE 'Y' TO SCHED-FILE-STATUS
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF NOT HOLD-FILE-OK
              MOVE 'Y' TO HOLD-FILE-STATUS
           END-IF.
           OPEN OUTPUT STUDENT-OUT-FILE.
           IF NOT STUDENT-OUT-FILE-OK
              DISPLAY 'STDNTCRO OPEN PROBLEM, RC='
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT OVERRIDE-FILE.
           IF NOT OVERRIDE-FILE-OK
              DISPLAY 'OVRDRPT OPEN PROBLEM, RC=' OVERRIDE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT TIMETABLE-FILE.
           IF NOT TIMETABLE-FILE-OK
              DISPLAY 'TIMETBL OPEN PROBLEM, RC=' TIMETABLE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ROOM-FILE.
           IF NOT ROOM-FILE-OK
              DISPLAY 'ROOMRPT OPEN PROBLEM, RC=' ROOM-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       500-WRITE-REPORT-LINE.
      ************************************************************
      * One activity line per transaction outcome                *
                      TO STUDENT-OUT-REC(1:20)
                   MOVE WS-STUDENT-COURSES(STUDENT-SUB)
                      TO STUDENT-OUT-REC(21:48)
                   MOVE WS-STUDENT-PROGRAM(STUDENT-SUB)
                      TO STUDENT-OUT-REC(69:4)
                   WRITE STUDENT-OUT-REC
           END-PERFORM.
       650-WRITE-WAITLIST-OUT.
           MOVE WS-REJECT-KTR TO TOTAL-REJECT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-PREREQ-REJ-KTR TO TOTAL-PREREQ-REJ-O.
           MOVE WS-OVRD-KTR TO TOTAL-OVRD-O.
           MOVE WS-OVRD-USED-KTR TO TOTAL-OVRD-USED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-CONFLICT-KTR TO TOTAL-CONFLICT-O.
           MOVE WS-PROMO-SKIP-KTR TO TOTAL-PROMO-SKIP-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-HOLD-REJ-KTR TO TOTAL-HOLD-REJ-O.
           MOVE WS-HOLD-SKIP-KTR TO TOTAL-HOLD-SKIP-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
       750-WRITE-OVERRIDE-AUDIT.
      ************************************************************
      * Override audit: every registrar override and how many    *
      * adds it let through                                      *
      ************************************************************
      D    DISPLAY '750-WRITE-OVERRIDE-AUDIT'.
           WRITE OVERRIDE-LINE FROM OVR-HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OVERRIDE-LINE FROM OVR-HEADING-2
              AFTER ADVANCING 2.
           WRITE OVERRIDE-LINE FROM HEADING-3
              AFTER ADVANCING 1.
           PERFORM VARYING OV-SUB FROM 1 BY 1
              UNTIL OV-SUB > OV-MAX
                   MOVE OV-TBL-STUDENT(OV-SUB) TO OVR-STUDENT-O
                   MOVE OV-TBL-COURSE(OV-SUB) TO OVR-COURSE-O
                   IF OV-TBL-PREREQ(OV-SUB) = SPACES
                      THEN
                      MOVE 'ALL' TO OVR-PREREQ-O
                   ELSE
                      MOVE OV-TBL-PREREQ(OV-SUB) TO OVR-PREREQ-O
                   END-IF
                   MOVE OV-TBL-AUTH(OV-SUB) TO OVR-AUTH-O
                   MOVE OV-TBL-TIMESTAMP(OV-SUB) TO OVR-TIMESTAMP-O
                   MOVE OV-TBL-USED-KTR(OV-SUB) TO OVR-USED-O
                   WRITE OVERRIDE-LINE FROM OVR-DETAIL-LINE
                      AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE WS-OVRD-KTR TO OVR-TOTAL-O.
           MOVE WS-OVRD-USED-KTR TO OVR-TOTAL-USED-O.
           WRITE OVERRIDE-LINE FROM OVR-TOTAL-LINE
              AFTER ADVANCING 2 LINES.
       760-WRITE-TIMETABLES.
      ************************************************************
      * Weekly timetable: per student, Monday to Sunday, each    *
      * day's meetings in start-time order                       *
      ************************************************************
      D    DISPLAY '760-WRITE-TIMETABLES'.
           PERFORM VARYING STUDENT-SUB FROM 1 BY 1
              UNTIL STUDENT-SUB > STUDENT-SUB-MAX
                   IF TT-CTR-LINES > CTR-LINES-MAX
                      THEN
                      PERFORM 765-TIMETABLE-PAGE-CHANGE
                   END-IF
                   MOVE WS-STUDENT-NAME(STUDENT-SUB)
                      TO TT-STUDENT-O
                   WRITE TIMETABLE-LINE FROM TT-STUDENT-LINE
                      AFTER ADVANCING 2 LINES
                   ADD 2 TO TT-CTR-LINES
                   MOVE 'N' TO SW-MEETING-FOUND
                   PERFORM VARYING DAY-SUB FROM 1 BY 1
                      UNTIL DAY-SUB > 7
                         PERFORM 762-WRITE-TIMETABLE-DAY
                   END-PERFORM
                   IF NOT MEETING-FOUND
                      THEN
                      WRITE TIMETABLE-LINE FROM TT-NONE-LINE
                         AFTER ADVANCING 1 LINE
                      ADD 1 TO TT-CTR-LINES
                   END-IF
           END-PERFORM.
       762-WRITE-TIMETABLE-DAY.
      ************************************************************
      * Meetings of student STUDENT-SUB on day DAY-SUB, earliest *
      * first - pick the earliest unprinted one until none left  *
      ************************************************************
      D    DISPLAY '762-WRITE-TIMETABLE-DAY'.
           PERFORM VARYING SCH-SUB FROM 1 BY 1
              UNTIL SCH-SUB > SCH-MAX
                   MOVE SPACE TO SCH-TBL-PRINTED-IND(SCH-SUB)
           END-PERFORM.
           MOVE 1 TO SCH-SUB2.
           PERFORM UNTIL SCH-SUB2 = 0
                   MOVE 0 TO SCH-SUB2
                   MOVE 9999 TO WS-BEST-START
                   PERFORM VARYING SCH-SUB FROM 1 BY 1
                      UNTIL SCH-SUB > SCH-MAX
                         IF NOT SCH-TBL-PRINTED(SCH-SUB)
                            AND SCH-TBL-DAY(SCH-SUB, DAY-SUB)
                                NOT = SPACE
                            AND SCH-TBL-START(SCH-SUB) <
                                WS-BEST-START
                            THEN
                            PERFORM 764-CHECK-STUDENT-HOLDS
                            IF DUP-ENROLLED
                               THEN
                               MOVE SCH-SUB TO SCH-SUB2
                               MOVE SCH-TBL-START(SCH-SUB)
                                  TO WS-BEST-START
                            END-IF
                         END-IF
                   END-PERFORM
                   IF SCH-SUB2 > 0
                      THEN
                      MOVE 'P' TO SCH-TBL-PRINTED-IND(SCH-SUB2)
                      MOVE 'Y' TO SW-MEETING-FOUND
                      IF TT-CTR-LINES > CTR-LINES-MAX
                         THEN
                         PERFORM 765-TIMETABLE-PAGE-CHANGE
                      END-IF
                      MOVE DAY-NAME(DAY-SUB) TO TT-DAY-O
                      MOVE SCH-TBL-START(SCH-SUB2) TO TT-START-O
                      MOVE SCH-TBL-END(SCH-SUB2) TO TT-END-O
                      MOVE SCH-TBL-COURSE(SCH-SUB2) TO TT-COURSE-O
                      MOVE SCH-TBL-ROOM(SCH-SUB2) TO TT-ROOM-O
                      MOVE SCH-TBL-INSTRUCTOR(SCH-SUB2)
                         TO TT-INSTRUCTOR-O
                      WRITE TIMETABLE-LINE FROM TT-DETAIL-LINE
                         AFTER ADVANCING 1 LINE
                      ADD 1 TO TT-CTR-LINES
                   END-IF
           END-PERFORM.
       764-CHECK-STUDENT-HOLDS.
      ************************************************************
      * Does student STUDENT-SUB hold meeting SCH-SUB's course?  *
      ************************************************************
      D    DISPLAY '764-CHECK-STUDENT-HOLDS'.
           MOVE 'N' TO SW-DUP-ENROLL.
           PERFORM VARYING COURSES-SUB FROM 1 BY 1
              UNTIL COURSES-SUB > COURSES-SUB-MAX
                   IF WS-COURSE-NBR(STUDENT-SUB, COURSES-SUB) =
                      SCH-TBL-COURSE(SCH-SUB)
                      THEN
                      MOVE 'Y' TO SW-DUP-ENROLL
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       765-TIMETABLE-PAGE-CHANGE.
      ************************************************************
      * Timetable page break                                     *
      ************************************************************
      D    DISPLAY '765-TIMETABLE-PAGE-CHANGE'.
           ADD 1 TO TT-CTR-PAGES.
           MOVE TT-CTR-PAGES TO TT-PAGE-NUM.
           WRITE TIMETABLE-LINE FROM TT-HEADING-1
              AFTER ADVANCING PAGE.
           MOVE 1 TO TT-CTR-LINES.
       770-WRITE-ROOM-UTILIZATION.
      ************************************************************
      * Room utilization: every meeting booked in each room,     *
      * its enrollment against seats, and the room's weekly      *
      * hours against the standard teaching week                 *
      ************************************************************
      D    DISPLAY '770-WRITE-ROOM-UTILIZATION'.
           PERFORM VARYING SCH-SUB FROM 1 BY 1
              UNTIL SCH-SUB > SCH-MAX
                   PERFORM VARYING RM-SUB FROM 1 BY 1
                      UNTIL RM-SUB > RM-MAX
                         IF RM-TBL-ROOM(RM-SUB) =
                            SCH-TBL-ROOM(SCH-SUB)
                            THEN
                            EXIT PERFORM
                         END-IF
                   END-PERFORM
                   IF RM-SUB > RM-MAX AND RM-MAX < RM-MAX-LIMIT
                      THEN
                      ADD 1 TO RM-MAX
                      MOVE SCH-TBL-ROOM(SCH-SUB)
                         TO RM-TBL-ROOM(RM-MAX)
                      MOVE 0 TO RM-TBL-MINUTES(RM-MAX)
                   END-IF
           END-PERFORM.

           WRITE ROOM-LINE FROM RM-HEADING-1
              AFTER ADVANCING PAGE.
           WRITE ROOM-LINE FROM RM-HEADING-2
              AFTER ADVANCING 2.
           WRITE ROOM-LINE FROM HEADING-3
              AFTER ADVANCING 1.
           PERFORM VARYING RM-SUB FROM 1 BY 1
              UNTIL RM-SUB > RM-MAX
                   PERFORM VARYING SCH-SUB FROM 1 BY 1
                      UNTIL SCH-SUB > SCH-MAX
                         IF SCH-TBL-ROOM(SCH-SUB) =
                            RM-TBL-ROOM(RM-SUB)
                            THEN
                            PERFORM 775-WRITE-ROOM-MEETING
                         END-IF
                   END-PERFORM
                   COMPUTE WS-ROOM-HOURS ROUNDED =
                      RM-TBL-MINUTES(RM-SUB) / 60
                   COMPUTE WS-ROOM-PCT ROUNDED =
                      RM-TBL-MINUTES(RM-SUB) * 100
                      / WS-ROOM-WEEK-MINUTES
                   MOVE WS-ROOM-HOURS TO RM-HOURS-O
                   MOVE WS-ROOM-PCT TO RM-PCT-O
                   WRITE ROOM-LINE FROM RM-TOTAL-LINE
                      AFTER ADVANCING 1 LINE
           END-PERFORM.
       775-WRITE-ROOM-MEETING.
      ************************************************************
      * One booked meeting of room RM-SUB                        *
      ************************************************************
      D    DISPLAY '775-WRITE-ROOM-MEETING'.
           DIVIDE SCH-TBL-START(SCH-SUB) BY 100
              GIVING WS-TIME-HH REMAINDER WS-TIME-MM.
           COMPUTE WS-START-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.
           DIVIDE SCH-TBL-END(SCH-SUB) BY 100
              GIVING WS-TIME-HH REMAINDER WS-TIME-MM.
           COMPUTE WS-END-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.
           MOVE 0 TO WS-MEET-DAY-KTR.
           PERFORM VARYING DAY-SUB FROM 1 BY 1
              UNTIL DAY-SUB > 7
                   IF SCH-TBL-DAY(SCH-SUB, DAY-SUB) NOT = SPACE
                      THEN
                      ADD 1 TO WS-MEET-DAY-KTR
                   END-IF
           END-PERFORM.
           COMPUTE WS-MEET-MINUTES =
              (WS-END-MINUTES - WS-START-MINUTES) * WS-MEET-DAY-KTR.
           ADD WS-MEET-MINUTES TO RM-TBL-MINUTES(RM-SUB).

           MOVE SCH-TBL-COURSE(SCH-SUB) TO WS-HOLD-COURSE.
           MOVE 0 TO WS-ENROLLED-KTR.
           PERFORM VARYING STUDENT-SUB FROM 1 BY 1
              UNTIL STUDENT-SUB > STUDENT-SUB-MAX
                   PERFORM VARYING COURSES-SUB FROM 1 BY 1
                      UNTIL COURSES-SUB > COURSES-SUB-MAX
                         IF WS-COURSE-NBR
                            (STUDENT-SUB, COURSES-SUB) =
                            WS-HOLD-COURSE
                            THEN
                            ADD 1 TO WS-ENROLLED-KTR
                         END-IF
                   END-PERFORM
           END-PERFORM.
           MOVE 0 TO RM-SEATS-O.
           PERFORM VARYING CAP-SUB FROM 1 BY 1
              UNTIL CAP-SUB > CAP-MAX
                   IF CAP-TBL-COURSE(CAP-SUB) = WS-HOLD-COURSE
                      THEN
                      MOVE CAP-TBL-SEATS(CAP-SUB) TO RM-SEATS-O
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           MOVE SCH-TBL-ROOM(SCH-SUB) TO RM-ROOM-O.
           MOVE WS-HOLD-COURSE TO RM-COURSE-O.
           MOVE SCH-TBL-DAYS(SCH-SUB) TO RM-DAYS-O.
           MOVE SCH-TBL-START(SCH-SUB) TO RM-START-O.
           MOVE SCH-TBL-END(SCH-SUB) TO RM-END-O.
           MOVE SCH-TBL-INSTRUCTOR(SCH-SUB) TO RM-INSTRUCTOR-O.
           MOVE WS-ENROLLED-KTR TO RM-ENROLLED-O.
           MOVE WS-MEET-MINUTES TO RM-MINUTES-O.
           WRITE ROOM-LINE FROM RM-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
                 REG-TRAN-FILE
                 CAPACITY-FILE
                 WAIT-IN-FILE
                 PREREQ-FILE
                 HIST-FILE
                 SCHED-FILE
                 HOLD-FILE
                 STUDENT-OUT-FILE
                 WAIT-OUT-FILE
                 REPORT-FILE
                 OVERRIDE-FILE
                 TIMETABLE-FILE
                 ROOM-FILE.
