      * STDSTAND:
      * Term-end dean's list and academic probation processing.
      * Reads the per-student GPA results STUDENTG now writes
      * (STDGPA) and applies the standing thresholds in effect in
      * the PARMLIB parameter library (registrar defaults where a
      * threshold is not set):
      *
      *   dean's list - GPA at or above the minimum AND graded
      *                 credits at or above the minimum
      * probation.
      *
      *  Inital Version   2026/09/01
      *  Standing thresholds from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GPA-IN-FILE-ST.

           SELECT STANDING-FILE ASSIGN TO STANDING
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STANDING-FILE-ST.
          05 GO-CREDITS                 PIC 999.
          05 FILLER                     PIC X(55).

      * Student-standing file for the registrar's other jobs
       FD  STANDING-FILE
           RECORDING MODE IS F.
             88 GPA-IN-FILE-OK                         VALUE '00'.
          05 GPA-IN-FILE-STATUS         PIC X(01)      VALUE SPACE.
             88 GPA-IN-FILE-EOF                        VALUE 'Y'.
          05 STANDING-FILE-ST           PIC X(2).
             88 STANDING-FILE-OK                       VALUE '00'.
          05 LETTER-FILE-ST             PIC X(2).
          05 WS-DEANS-MIN-CREDITS       PIC 999        VALUE 12.
          05 WS-PROB-MAX-GPA            PIC 9V99       VALUE 1.50.

      * PARMLKUP calling parameters - the standing thresholds in
      * effect today from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE 'STDSTAND' TO PLIB-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PLIB-RUN-DATE.
           MOVE 'DEANS-MIN-GPA' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           EVALUATE TRUE
              WHEN PLIB-FOUND AND PLIB-IS-NUMERIC
                 MOVE PLIB-NUM-VALUE TO WS-DEANS-MIN-GPA
              WHEN PLIB-NOT-FOUND
                 DISPLAY 'DEANS-MIN-GPA NOT SET - DEFAULTS TO 3.50'
              WHEN OTHER
                 DISPLAY 'DEANS-MIN-GPA PROBLEM: PARMLIB STATUS '
                         PLIB-STATUS ' VALUE ' PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           MOVE 'DEANS-MIN-CREDIT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           EVALUATE TRUE
              WHEN PLIB-FOUND AND PLIB-IS-NUMERIC
                 MOVE PLIB-NUM-VALUE TO WS-DEANS-MIN-CREDITS
              WHEN PLIB-NOT-FOUND
                 DISPLAY 'DEANS-MIN-CREDIT NOT SET - DEFAULTS TO 12'
              WHEN OTHER
                 DISPLAY 'DEANS-MIN-CREDIT PROBLEM: PARMLIB STATUS '
                         PLIB-STATUS ' VALUE ' PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           MOVE 'PROB-MAX-GPA' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           EVALUATE TRUE
              WHEN PLIB-FOUND AND PLIB-IS-NUMERIC
                 MOVE PLIB-NUM-VALUE TO WS-PROB-MAX-GPA
              WHEN PLIB-NOT-FOUND
                 DISPLAY 'PROB-MAX-GPA NOT SET - DEFAULTS TO 1.50'
              WHEN OTHER
                 DISPLAY 'PROB-MAX-GPA PROBLEM: PARMLIB STATUS '
                         PLIB-STATUS ' VALUE ' PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
      D    DISPLAY 'THRESHOLDS DL-GPA/DL-CR/PR-GPA: '
      D            WS-DEANS-MIN-GPA '/' WS-DEANS-MIN-CREDITS '/'
      D            WS-PROB-MAX-GPA.
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT STANDING-FILE.
           IF NOT STANDING-FILE-OK
              DISPLAY 'STANDING OPEN PROBLEM, RC='
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE GPA-IN-FILE
                 STANDING-FILE
                 LETTER-FILE
                 REPORT-FILE.
