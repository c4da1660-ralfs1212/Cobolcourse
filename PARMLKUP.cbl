       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMLKUP.
      *** ------------------------------------------------------------
      *** Parameter-library lookup subprogram PARMLKUP
      *** Called by every batch program for each business-rule
      *** setting it runs with (thresholds, tolerances, notice
      *** days, rates), in the same hand-over pattern as RATELKUP
      *** (interface: COPY PARMLKL).
      ***
      *** The PARMLIB library is loaded into storage on the first
      *** call and held for the rest of the caller's run. Each
      *** call returns the value of the row for the program and
      *** parameter name with the latest effective date on or
      *** before the run date - so a rerun of an old night uses
      *** the setting that was in force that night.
      *** A row with a blank program ID is the shared setting for
      *** the parameter; it answers only when the program has no
      *** row of its own in effect on the run date.
      ***
      *** A missing PARMLIB answers '08' on every call; a setting
      *** with no row in effect answers '04'. What to do then is
      *** the caller's decision, as it was when its own parameter
      *** file was missing or empty.
      *** ------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMLIB-FILE ASSIGN TO PARMLIB
           FILE STATUS IS PARMLIB-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Parameter library - same record layout as the
      * PARMLIB-IN-FILE FD in PARMMNT
       FD  PARMLIB-FILE
           RECORDING MODE IS F.
       01 PARMLIB-REC.
          05 PL-KEY.
             10 PL-PROGRAM-ID          PIC X(8).
             10 PL-PARM-NAME           PIC X(16).
             10 PL-EFF-DATE            PIC 9(8).
          05 PL-VALUE                  PIC X(20).
          05 PL-CHANGED-BY             PIC X(8).
          05 PL-MAINT-DATE             PIC 9(8).
          05 FILLER                    PIC X(12).

       WORKING-STORAGE SECTION.
       01 PARMLIB-FILE-ST              PIC X(2).
          88 PARMLIB-FILE-OK                           VALUE '00' '05'.
       01 PARMLIB-FILE-STATUS          PIC X(1)        VALUE SPACE.
          88 PARMLIB-FILE-EOF                          VALUE 'Y'.
       01 SW-TABLE-LOADED              PIC X(1)        VALUE 'N'.
          88 TABLE-LOADED                              VALUE 'Y'.
       01 SW-LOAD-FAILED               PIC X(1)        VALUE 'N'.
          88 LOAD-FAILED                               VALUE 'Y'.

       01 WS-FIND-PROGRAM              PIC X(8)        VALUE SPACES.
       01 PL-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 PL-BEST-SUB                  PIC 9(4)        VALUE 0 COMP.
       01 PL-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 PL-MAX-LIMIT                 PIC 9(4)        VALUE 2000 COMP.
       01 PARM-LIBRARY-TABLE.
          05 PL-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON PL-MAX.
             10 PL-TBL-PROGRAM-ID      PIC X(8).
             10 PL-TBL-PARM-NAME       PIC X(16).
             10 PL-TBL-EFF-DATE        PIC 9(8).
             10 PL-TBL-VALUE           PIC X(20).

       LINKAGE SECTION.

       COPY PARMLKL.

       PROCEDURE DIVISION USING
           PLIB-PROGRAM-ID,
           PLIB-PARM-NAME,
           PLIB-RUN-DATE,
           PLIB-VALUE,
           PLIB-NUM-VALUE,
           PLIB-NUMERIC-IND,
           PLIB-EFF-DATE,
           PLIB-STATUS.
      ***--------------------------------------------------------------
      *** MAIN - ROUTINE
      ***--------------------------------------------------------------
      D    DISPLAY 'Start Sub PARMLKUP ' PLIB-PROGRAM-ID ' '
      D            PLIB-PARM-NAME ' ' PLIB-RUN-DATE.

           IF NOT TABLE-LOADED
              THEN
              PERFORM 100-LOAD-LIBRARY
           END-IF.

           MOVE SPACES TO PLIB-VALUE.
           MOVE 0 TO PLIB-NUM-VALUE.
           MOVE 'N' TO PLIB-NUMERIC-IND.
           MOVE 0 TO PLIB-EFF-DATE.

           IF LOAD-FAILED
              THEN
              MOVE '08' TO PLIB-STATUS
              GOBACK
           END-IF.

           MOVE PLIB-PROGRAM-ID TO WS-FIND-PROGRAM.
           PERFORM 200-FIND-SETTING.
           IF PL-BEST-SUB = 0
              THEN
              MOVE SPACES TO WS-FIND-PROGRAM
              PERFORM 200-FIND-SETTING
           END-IF.

           IF PL-BEST-SUB = 0
              THEN
              MOVE '04' TO PLIB-STATUS
           ELSE
              MOVE PL-TBL-VALUE(PL-BEST-SUB) TO PLIB-VALUE
              MOVE PL-TBL-EFF-DATE(PL-BEST-SUB) TO PLIB-EFF-DATE
              IF FUNCTION TEST-NUMVAL(PLIB-VALUE) = 0
                 THEN
                 COMPUTE PLIB-NUM-VALUE =
                    FUNCTION NUMVAL(PLIB-VALUE)
                 MOVE 'Y' TO PLIB-NUMERIC-IND
              END-IF
              MOVE '00' TO PLIB-STATUS
           END-IF.

           GOBACK.                         *> Control returned to MAIN
       100-LOAD-LIBRARY.
      ***--------------------------------------------------------------
      *** Load the whole parameter library once per run
      ***--------------------------------------------------------------
      D    DISPLAY '100-LOAD-LIBRARY'.
           MOVE 'Y' TO SW-TABLE-LOADED.
           OPEN INPUT PARMLIB-FILE.
           IF NOT PARMLIB-FILE-OK
              THEN
              DISPLAY 'PARMLKUP: PARMLIB OPEN PROBLEM, RC='
                      PARMLIB-FILE-ST
              MOVE 'Y' TO SW-LOAD-FAILED
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PARMLIB-FILE-EOF
                   READ PARMLIB-FILE
                   AT END
                      MOVE 'Y' TO PARMLIB-FILE-STATUS
                   NOT AT END
                      PERFORM 110-STORE-SETTING
                   END-READ
           END-PERFORM.
           CLOSE PARMLIB-FILE.
      D    DISPLAY 'PARMLIB TABLE: ' PL-MAX ' ENTRIES'.
       110-STORE-SETTING.
      ***--------------------------------------------------------------
      *** One library row into the table
      ***--------------------------------------------------------------
           IF PL-EFF-DATE NOT NUMERIC
              OR PL-PARM-NAME = SPACES
              THEN
              DISPLAY 'PARMLKUP: PARMLIB ROW INVALID - SKIPPED: '
                      PL-KEY
              EXIT PARAGRAPH
           END-IF.
           IF PL-MAX = PL-MAX-LIMIT
              THEN
              DISPLAY 'PARMLKUP: PARAMETER TABLE FULL - SKIPPED: '
                      PL-KEY
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PL-MAX.
           MOVE PL-PROGRAM-ID TO PL-TBL-PROGRAM-ID(PL-MAX).
           MOVE PL-PARM-NAME TO PL-TBL-PARM-NAME(PL-MAX).
           MOVE PL-EFF-DATE TO PL-TBL-EFF-DATE(PL-MAX).
           MOVE PL-VALUE TO PL-TBL-VALUE(PL-MAX).
       200-FIND-SETTING.
      ***--------------------------------------------------------------
      *** Latest effective date on or before the run date for
      *** WS-FIND-PROGRAM (spaces = the shared setting)
      ***--------------------------------------------------------------
           MOVE 0 TO PL-BEST-SUB.
           PERFORM VARYING PL-SUB FROM 1 BY 1
              UNTIL PL-SUB > PL-MAX
                   IF PL-TBL-PROGRAM-ID(PL-SUB) = WS-FIND-PROGRAM
                      AND PL-TBL-PARM-NAME(PL-SUB) = PLIB-PARM-NAME
                      AND PL-TBL-EFF-DATE(PL-SUB) NOT > PLIB-RUN-DATE
                      THEN
                      IF PL-BEST-SUB = 0
                         THEN
                         MOVE PL-SUB TO PL-BEST-SUB
                      ELSE
                         IF PL-TBL-EFF-DATE(PL-SUB) >
                            PL-TBL-EFF-DATE(PL-BEST-SUB)
                            THEN
                            MOVE PL-SUB TO PL-BEST-SUB
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM.
