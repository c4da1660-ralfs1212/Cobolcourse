       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATELKUP.
      *** ------------------------------------------------------------
      *** Billing rate-card lookup subprogram RATELKUP
      *** Called by TABLES1X, PROJWIP, PAYBRDGE and EMPUTIL for
      *** every timesheet day they price, in the same hand-over
      *** pattern as CALCSUB (interface: COPY RATELKL).
      ***
      *** The BILLRATE master is loaded into storage on the first
      *** call and held for the rest of the caller's run. Each
      *** call returns the day and overtime rates of the row for
      *** the project and position with the latest effective date
      *** on or before the work date - so work done before a rate
      *** increase keeps the old rate whenever it is invoiced.
      *** A row with a blank project is the firm-wide standard
      *** rate for the position; it answers only when the project
      *** has no row of its own in effect on the work date.
      ***
      *** An empty or missing BILLRATE is not an error: every call
      *** answers '04' and the callers price from their EMPROJ
      *** row rates as before the rate card existed.
      *** ------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BILLRATE-FILE ASSIGN TO BILLRATE
           FILE STATUS IS BILLRATE-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Rate-card master - same record layout as the
      * BILLRATE-IN-FILE FD in RATEMNT
       FD  BILLRATE-FILE
           RECORDING MODE IS F.
       01 BILLRATE-REC.
          05 RC-KEY.
             10 RC-PROJECT             PIC X(4).
             10 RC-POSITION            PIC X(20).
             10 RC-EFF-DATE            PIC 9(8).
          05 RC-DAY-RATE               PIC 9(3)V99.
          05 RC-OT-RATE                PIC 9(3)V99.
          05 RC-MAINT-DATE             PIC 9(8).
          05 FILLER                    PIC X(30).

       WORKING-STORAGE SECTION.
       01 BILLRATE-FILE-ST             PIC X(2).
          88 BILLRATE-FILE-OK                          VALUE '00' '05'.
       01 BILLRATE-FILE-STATUS         PIC X(1)        VALUE SPACE.
          88 BILLRATE-FILE-EOF                         VALUE 'Y'.
       01 SW-TABLE-LOADED              PIC X(1)        VALUE 'N'.
          88 TABLE-LOADED                              VALUE 'Y'.
       01 SW-LOAD-FAILED               PIC X(1)        VALUE 'N'.
          88 LOAD-FAILED                               VALUE 'Y'.

       01 WS-FIND-PROJECT              PIC X(4)        VALUE SPACES.
       01 RC-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 RC-BEST-SUB                  PIC 9(4)        VALUE 0 COMP.
       01 RC-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 RC-MAX-LIMIT                 PIC 9(4)        VALUE 2000 COMP.
       01 RATE-CARD-TABLE.
          05 RC-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON RC-MAX.
             10 RC-TBL-PROJECT         PIC X(4).
             10 RC-TBL-POSITION        PIC X(20).
             10 RC-TBL-EFF-DATE        PIC 9(8).
             10 RC-TBL-DAY-RATE        PIC 9(3)V99.
             10 RC-TBL-OT-RATE         PIC 9(3)V99.

       LINKAGE SECTION.

       COPY RATELKL.

       PROCEDURE DIVISION USING
           RATE-PROJECT,
           RATE-POSITION,
           RATE-WORK-DATE,
           RATE-DAY-RATE,
           RATE-OT-RATE,
           RATE-EFF-DATE,
           RATE-STATUS.
      ***--------------------------------------------------------------
      *** MAIN - ROUTINE
      ***--------------------------------------------------------------
      D    DISPLAY 'Start Sub RATELKUP ' RATE-PROJECT ' '
      D            RATE-POSITION ' ' RATE-WORK-DATE.

           IF NOT TABLE-LOADED
              THEN
              PERFORM 100-LOAD-RATE-CARD
           END-IF.

           MOVE 0 TO RATE-DAY-RATE.
           MOVE 0 TO RATE-OT-RATE.
           MOVE 0 TO RATE-EFF-DATE.

           IF LOAD-FAILED
              THEN
              MOVE '08' TO RATE-STATUS
              GOBACK
           END-IF.

           MOVE RATE-PROJECT TO WS-FIND-PROJECT.
           PERFORM 200-FIND-RATE.
           IF RC-BEST-SUB = 0
              THEN
              MOVE SPACES TO WS-FIND-PROJECT
              PERFORM 200-FIND-RATE
           END-IF.

           IF RC-BEST-SUB = 0
              THEN
              MOVE '04' TO RATE-STATUS
           ELSE
              MOVE RC-TBL-DAY-RATE(RC-BEST-SUB) TO RATE-DAY-RATE
              MOVE RC-TBL-OT-RATE(RC-BEST-SUB) TO RATE-OT-RATE
              MOVE RC-TBL-EFF-DATE(RC-BEST-SUB) TO RATE-EFF-DATE
              MOVE '00' TO RATE-STATUS
           END-IF.

           GOBACK.                         *> Control returned to MAIN
       100-LOAD-RATE-CARD.
      ***--------------------------------------------------------------
      *** Load the whole rate card once per run
      ***--------------------------------------------------------------
      D    DISPLAY '100-LOAD-RATE-CARD'.
           MOVE 'Y' TO SW-TABLE-LOADED.
           OPEN INPUT BILLRATE-FILE.
           IF NOT BILLRATE-FILE-OK
              THEN
              DISPLAY 'RATELKUP: BILLRATE OPEN PROBLEM, RC='
                      BILLRATE-FILE-ST
              MOVE 'Y' TO SW-LOAD-FAILED
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL BILLRATE-FILE-EOF
                   READ BILLRATE-FILE
                   AT END
                      MOVE 'Y' TO BILLRATE-FILE-STATUS
                   NOT AT END
                      PERFORM 110-STORE-RATE
                   END-READ
           END-PERFORM.
           CLOSE BILLRATE-FILE.
      D    DISPLAY 'BILLRATE TABLE: ' RC-MAX ' ENTRIES'.
       110-STORE-RATE.
      ***--------------------------------------------------------------
      *** One rate-card row into the table
      ***--------------------------------------------------------------
           IF RC-EFF-DATE NOT NUMERIC
              OR RC-DAY-RATE NOT NUMERIC
              OR RC-OT-RATE NOT NUMERIC
              THEN
              DISPLAY 'RATELKUP: BILLRATE ROW NOT NUMERIC - SKIPPED: '
                      RC-KEY
              EXIT PARAGRAPH
           END-IF.
           IF RC-MAX = RC-MAX-LIMIT
              THEN
              DISPLAY 'RATELKUP: RATE TABLE FULL - SKIPPED: ' RC-KEY
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RC-MAX.
           MOVE RC-PROJECT TO RC-TBL-PROJECT(RC-MAX).
           MOVE RC-POSITION TO RC-TBL-POSITION(RC-MAX).
           MOVE RC-EFF-DATE TO RC-TBL-EFF-DATE(RC-MAX).
           MOVE RC-DAY-RATE TO RC-TBL-DAY-RATE(RC-MAX).
           MOVE RC-OT-RATE TO RC-TBL-OT-RATE(RC-MAX).
       200-FIND-RATE.
      ***--------------------------------------------------------------
      *** Latest effective date on or before the work date for
      *** WS-FIND-PROJECT (spaces = the standard rate)
      ***--------------------------------------------------------------
           MOVE 0 TO RC-BEST-SUB.
           PERFORM VARYING RC-SUB FROM 1 BY 1
              UNTIL RC-SUB > RC-MAX
                   IF RC-TBL-PROJECT(RC-SUB) = WS-FIND-PROJECT
                      AND RC-TBL-POSITION(RC-SUB) = RATE-POSITION
                      AND RC-TBL-EFF-DATE(RC-SUB) NOT > RATE-WORK-DATE
                      THEN
                      IF RC-BEST-SUB = 0
                         THEN
                         MOVE RC-SUB TO RC-BEST-SUB
                      ELSE
                         IF RC-TBL-EFF-DATE(RC-SUB) >
                            RC-TBL-EFF-DATE(RC-BEST-SUB)
                            THEN
                            MOVE RC-SUB TO RC-BEST-SUB
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM.
