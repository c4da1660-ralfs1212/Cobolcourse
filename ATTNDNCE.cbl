      *                                   student and course         *
      *                                                              *
      * The absence report lists every student/course absence count  *
      * and flags the ones over the ATTN-ABS-THRESH threshold in the *
      * PARMLIB parameter library - the list the dean's office wants *
      * weekly.                                                      *
      *                                                              *
      * Students over the threshold are withdrawn: a DROP goes to    *
      * WDRWTRAN for the next CRSREG run under batch user ID         *
      * ATTNDNCE, which needs an OPAUTH row for program CRSREG,      *
      * transaction DROP, and a letter goes to WDRWLTRS.             *
      *                                                              *
      * Initial Version  08/22/2026                                  *
      ****************************************************************
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ATTEND-FILE-ST.

           SELECT REPORT-FILE    ASSIGN TO ABSRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REPORT-FILE-ST.
             88 AT-OVERRIDE                            VALUE 'O'.
          05 FILLER                     PIC X(44).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                   PIC X(132).
          05 WD-STUDENT-NAME            PIC X(20).
          05 WD-COURSE-NBR              PIC X(7).
          05 WD-TIMESTAMP               PIC 9(14).
          05 WD-OVR-PREREQ              PIC X(7).
          05 WD-OVR-AUTH                PIC X(8).
      * Batch user ID CRSREG authorizes the drop against - OPAUTH
      * needs an ATTNDNCE / CRSREG / DROP row
          05 WD-SUBMITTER-ID            PIC X(8).
          05 FILLER                     PIC X(12).

       FD  WDRW-LTR-FILE
           RECORDING MODE IS F.
             88 STUDENT-FILE-OK                        VALUE '00'.
          05 ATTEND-FILE-ST             PIC X(2).
             88 ATTEND-FILE-OK                         VALUE '00'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 WDRW-TRAN-FILE-ST          PIC X(2).
          05 WS-OVERRIDE-KTR            PIC 9(5)  VALUE 0.
          05 WS-CURRENT-DATE            PIC 9(8)  VALUE 0.

      * Absence threshold per course, set by the dean's office in
      * the PARMLIB parameter library
       01 ATTN-PARM-REC.
          05 PARM-ABS-THRESHOLD         PIC 9(2)  VALUE 0.

      * PARMLKUP calling parameters - the threshold in effect on
      * the run date
       COPY PARMLKL.

      * Student/course roster table, loaded at runtime from the
      * same STDNTCRS file TABLES2Z reads, plus a parallel absence
      * counter per student/course
              DISPLAY 'Attendance File Problem: ' ATTEND-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.

           MOVE 'ATTNDNCE' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.
           MOVE 'ATTN-ABS-THRESH' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'NO ABSENCE THRESHOLD - PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO PARM-ABS-THRESHOLD.

           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING 1.
           MOVE WS-COURSE-NBR-RDF(STUDENT-SUB, COURSES-SUB)
              TO WD-COURSE-NBR.
           COMPUTE WD-TIMESTAMP = WS-CURRENT-DATE * 1000000.
           MOVE 'ATTNDNCE' TO WD-SUBMITTER-ID.
           WRITE WDRW-TRAN-REC.
           ADD 1 TO WS-WDRW-KTR.

           DISPLAY '800-CLOSE-FILES'.
           CLOSE STUDENT-FILE.
           CLOSE ATTEND-FILE.
           CLOSE REPORT-FILE.
           CLOSE WDRW-TRAN-FILE.
           CLOSE WDRW-LTR-FILE.
