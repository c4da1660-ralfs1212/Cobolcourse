      * SUSPARM retry limit ages out to the report instead of       *
      * recycling forever. Suspense counts close the control        *
      * totals.                                                     *
      *                                                             *
      * 10/15/2026 the retry limit is the SUSP-MAX-RETRIES setting   *
      * in the PARMLIB parameter library instead of a SUSPARM        *
      * record; none in effect keeps the shipped default.            *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS SUSP-IN-FILE-ST.
           SELECT SUSP-OUT-FILE ASSIGN TO SUSPOUT
           FILE STATUS IS SUSP-OUT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01 SUSP-OUT-REC             PIC X(100).


       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
             88 SUSP-IN-FILE-OK                VALUE '00'.
          05 SUSP-OUT-FILE-ST      PIC X(2).
             88 SUSP-OUT-FILE-OK               VALUE '00'.
          05 SUSP-IN-STATUS        PIC X(01)   VALUE SPACE.
             88 SUSP-IN-EOF                    VALUE 'Y'.
          05 FILE-IN-STATUS        PIC X(01)   VALUE SPACE.
          05 MTL-TRN-ONLY          PIC ZZZZZZ9.
          05 FILLER                PIC X(72)   VALUE SPACES.

      * PARMLKUP calling parameters - the suspense retry limit in
      * effect on the run date from the PARMLIB parameter library
       COPY PARMLKL.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-HOUSEKEEPING.
           END-IF.
       310-LOAD-SUSPENSE-PARM.
      ************************************************************
      * Retry limit before an unmatched transaction ages out,    *
      * the SUSP-MAX-RETRIES setting in the PARMLIB parameter    *
      * library - none in effect leaves the shipped default      *
      ************************************************************
           DISPLAY '310-LOAD-SUSPENSE-PARM'.
           MOVE 'TEMPLAT2' TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.
           MOVE 'SUSP-MAX-RETRIES' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99
                 THEN
                 DISPLAY 'SUSP-MAX-RETRIES Problem: ' PLIB-VALUE
                 GOBACK
              END-IF
              MOVE PLIB-NUM-VALUE TO WS-MAX-RETRIES
           END-IF.
           DISPLAY 'SUSPENSE RETRY LIMIT: ' WS-MAX-RETRIES.
       400-READ-INPUT-FILE.
