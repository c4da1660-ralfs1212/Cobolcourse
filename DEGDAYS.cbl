       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGDAYS.
      * ------------------------------------------------------------
      * DEGDAYS:
      * Heating and cooling degree-days per weather station from
      * our own readings, for the facilities energy bill split
      * (instead of looking them up on a public website):
      *
      *  - TEMPCONV is the calibrated, converted reading extract
      *    FAHR2CEL writes; each station's daily mean Fahrenheit
      *    is the mean of that day's readings
      *  - heating degree-days = heating base - daily mean and
      *    cooling degree-days = daily mean - cooling base (never
      *    below zero), bases DEG-HEAT-BASE and DEG-COOL-BASE
      *    in the PARMLIB parameter library (default 65.0 F both)
      *  - degree-days accumulate by station and month into the
      *    persistent history (DEGHSTI in, DEGHSTO out); a month
      *    read again replaces its history entry
      *  - the monthly report shows each station's month against
      *    the same month last year from the history
      *  - the DEG-BLDG-nnn settings (nnn = 001 up, no gaps)
      *    list each building with its station and floor area
      *    (building ID in columns 1-6 of the value, station in
      *    7-12, floor area in 13-19); DEGALLOC gets each building's
      *    share of the month's area-weighted heating and cooling
      *    degree-days for the energy bill split
      *
      *  Inital Version   2026/10/15
      *  Bases, month and buildings from PARMLIB 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READING-FILE ASSIGN TO TEMPCONV
           FILE STATUS IS READING-FILE-ST.

           SELECT OPTIONAL HISTORY-IN ASSIGN TO DEGHSTI
           FILE STATUS IS HISTORY-IN-ST.

           SELECT HISTORY-OUT ASSIGN TO DEGHSTO
           FILE STATUS IS HISTORY-OUT-ST.

           SELECT ALLOCATION-FILE ASSIGN TO DEGALLOC
           FILE STATUS IS ALLOCATION-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Converted readings - same record layout FAHR2CEL writes
       FD  READING-FILE
           RECORDING MODE IS F.
       01 READING-REC.
          05 TC-STATION-ID             PIC X(06).
          05 TC-READING-DATE           PIC 9(08).
          05 TC-READING-DATE-X REDEFINES TC-READING-DATE.
             10 TC-READING-MONTH       PIC 9(06).
             10 FILLER                 PIC 9(02).
          05 TC-READING-TIME           PIC 9(04).
          05 TC-FAHRENHEIT             PIC 9(03).
          05 TC-CELSIUS                PIC S999V99
                                       SIGN LEADING SEPARATE.
          05 FILLER                    PIC X(53).

      * Degree-day history by station and month
       FD  HISTORY-IN
           RECORDING MODE IS F.
       01 HISTORY-IN-REC.
          05 DH-STATION-ID             PIC X(06).
          05 DH-MONTH                  PIC 9(06).
          05 DH-DAYS                   PIC 9(02).
          05 DH-HDD                    PIC 9(5)V9.
          05 DH-CDD                    PIC 9(5)V9.
          05 FILLER                    PIC X(54).

       FD  HISTORY-OUT
           RECORDING MODE IS F.
       01 HISTORY-OUT-REC              PIC X(80).

      * Building share of the month's degree-days
       FD  ALLOCATION-FILE
           RECORDING MODE IS F.
       01 ALLOCATION-REC.
          05 DA-BUILDING-ID            PIC X(06).
          05 DA-STATION-ID             PIC X(06).
          05 DA-MONTH                  PIC 9(06).
          05 DA-FLOOR-AREA             PIC 9(07).
          05 DA-HDD                    PIC 9(5)V9.
          05 DA-CDD                    PIC 9(5)V9.
          05 DA-HEAT-SHARE-PCT         PIC 9(3)V9999.
          05 DA-COOL-SHARE-PCT         PIC 9(3)V9999.
          05 FILLER                    PIC X(29).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Readings summed by station and day
       01 DAY-SUB                      PIC 9(4)        VALUE 0 COMP.
       01 DAY-MAX                      PIC 9(4)        VALUE 0 COMP.
       01 DAY-MAX-LIMIT                PIC 9(4)        VALUE 2000 COMP.
       01 SW-DAY-FOUND                 PIC X(1)        VALUE 'N'.
          88 DAY-FOUND                                 VALUE 'Y'.
       01 STATION-DAY-TABLE.
          05 DAY-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON DAY-MAX.
             10 DAY-TBL-STATION        PIC X(6).
             10 DAY-TBL-DATE           PIC 9(8).
             10 DAY-TBL-DATE-X REDEFINES DAY-TBL-DATE.
                15 DAY-TBL-MONTH       PIC 9(6).
                15 FILLER              PIC 9(2).
             10 DAY-TBL-SUM-F          PIC 9(7)        COMP-3.
             10 DAY-TBL-COUNT          PIC 9(5)        COMP-3.

      * Degree-day history by station and month
       01 HST-SUB                      PIC 9(4)        VALUE 0 COMP.
       01 HST-SUB-2                    PIC 9(4)        VALUE 0 COMP.
       01 HST-MAX                      PIC 9(4)        VALUE 0 COMP.
       01 HST-MAX-LIMIT                PIC 9(4)        VALUE 2000 COMP.
       01 SW-HST-FOUND                 PIC X(1)        VALUE 'N'.
          88 HST-FOUND                                 VALUE 'Y'.
       01 HISTORY-TABLE.
          05 HST-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON HST-MAX.
             10 HST-TBL-KEY.
                15 HST-TBL-STATION     PIC X(6).
                15 HST-TBL-MONTH       PIC 9(6).
             10 HST-TBL-DAYS           PIC 9(2).
             10 HST-TBL-HDD            PIC 9(5)V9.
             10 HST-TBL-CDD            PIC 9(5)V9.
             10 HST-TBL-THIS-RUN-IND   PIC X(1).
                88 HST-TBL-THIS-RUN                    VALUE 'Y'.

      * Buildings for the energy bill split
       01 BLD-SUB                      PIC 9(3)        VALUE 0 COMP.
       01 BLD-MAX                      PIC 9(3)        VALUE 0 COMP.
       01 BLD-MAX-LIMIT                PIC 9(3)        VALUE 200 COMP.
       01 BLD-SEQ                      PIC 9(3)        VALUE 0.
       01 SW-BLD-LIST-END              PIC X(1)        VALUE 'N'.
          88 BLD-LIST-END                              VALUE 'Y'.
       01 BUILDING-TABLE.
          05 BLD-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON BLD-MAX.
             10 BLD-TBL-BUILDING-ID    PIC X(6).
             10 BLD-TBL-STATION        PIC X(6).
             10 BLD-TBL-AREA           PIC 9(7).
             10 BLD-TBL-HDD            PIC 9(5)V9.
             10 BLD-TBL-CDD            PIC 9(5)V9.
             10 BLD-TBL-HEAT-FACTOR    PIC 9(13)V9     COMP-3.
             10 BLD-TBL-COOL-FACTOR    PIC 9(13)V9     COMP-3.

       01 PROGRAM-SWITCHES.
          05 READING-FILE-ST           PIC X(2).
             88 READING-FILE-OK                        VALUE '00'.
          05 READING-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 READING-FILE-EOF                       VALUE 'Y'.
          05 HISTORY-IN-ST             PIC X(2).
             88 HISTORY-IN-OK                          VALUE '00' '05'.
          05 HISTORY-IN-STATUS         PIC X(01)       VALUE SPACE.
             88 HISTORY-IN-EOF                         VALUE 'Y'.
          05 HISTORY-OUT-ST            PIC X(2).
             88 HISTORY-OUT-OK                         VALUE '00'.
          05 ALLOCATION-FILE-ST        PIC X(2).
             88 ALLOCATION-FILE-OK                     VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-READING-KTR            PIC 9(7)        VALUE 0.
          05 WS-HIST-IN-KTR            PIC 9(7)        VALUE 0.
          05 WS-HIST-OUT-KTR           PIC 9(7)        VALUE 0.
          05 WS-ALLOC-KTR              PIC 9(7)        VALUE 0.
          05 WS-TOTAL-HEAT-FACTOR      PIC 9(15)V9     VALUE 0
                                                       COMP-3.
          05 WS-TOTAL-COOL-FACTOR      PIC 9(15)V9     VALUE 0
                                                       COMP-3.
          05 CTR-LINES                 PIC 99          VALUE 99.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-HEAT-BASE              PIC 9(3)V9      VALUE 65.0.
          05 WS-COOL-BASE              PIC 9(3)V9      VALUE 65.0.
          05 WS-REPORT-MONTH           PIC 9(6)        VALUE 0.
          05 WS-LAST-YEAR-MONTH        PIC 9(6)        VALUE 0.
          05 WS-LATEST-MONTH           PIC 9(6)        VALUE 0.
          05 WS-DAILY-MEAN             PIC 9(3)V9      VALUE 0.
          05 WS-DAY-HDD                PIC 9(3)V9      VALUE 0.
          05 WS-DAY-CDD                PIC 9(3)V9      VALUE 0.
          05 WS-LY-HDD                 PIC 9(5)V9      VALUE 0.
          05 WS-LY-CDD                 PIC 9(5)V9      VALUE 0.
          05 WS-CHANGE                 PIC S9(5)V9     VALUE 0.
          05 WS-KEY-STATION            PIC X(6)        VALUE SPACES.
          05 WS-KEY-MONTH              PIC 9(6)        VALUE 0.
          05 WS-SWAP-ENTRY             PIC X(27)       VALUE SPACES.
          05 SW-LY-FOUND               PIC X(1)        VALUE 'N'.
             88 LY-FOUND                               VALUE 'Y'.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '   MONTHLY HEATING / COOLING DEGREE-DAY REPORT    '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-1A.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(08)       VALUE
                'MONTH '.
          05 HDG-MONTH-O               PIC 9(6).
          05 FILLER                    PIC X(15)       VALUE
                '   HEAT BASE '.
          05 HDG-HEAT-BASE-O           PIC ZZ9.9.
          05 FILLER                    PIC X(13)       VALUE
                '  COOL BASE '.
          05 HDG-COOL-BASE-O           PIC ZZ9.9.
          05 FILLER                    PIC X(55)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(10)       VALUE
                'STATION'.
          05 FILLER                    PIC X(06)       VALUE
                'DAYS'.
          05 FILLER                    PIC X(10)       VALUE
                '      HDD'.
          05 FILLER                    PIC X(10)       VALUE
                '      CDD'.
          05 FILLER                    PIC X(12)       VALUE
                '   LY HDD'.
          05 FILLER                    PIC X(10)       VALUE
                '   LY CDD'.
          05 FILLER                    PIC X(12)       VALUE
                ' HDD CHANGE'.
          05 FILLER                    PIC X(12)       VALUE
                ' CDD CHANGE'.
          05 FILLER                    PIC X(50)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(82)       VALUE ALL "=".
          05 FILLER                    PIC X(50)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-STATION-O             PIC X(06).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DET-DAYS-O                PIC Z9.
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DET-HDD-O                 PIC ZZZZ9.9.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DET-CDD-O                 PIC ZZZZ9.9.
          05 FILLER                    PIC X(05)       VALUE SPACES.
          05 DET-LY-HDD-O              PIC ZZZZ9.9.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DET-LY-CDD-O              PIC ZZZZ9.9.
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DET-HDD-CHG-O             PIC ZZZZ9.9-.
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DET-CDD-CHG-O             PIC ZZZZ9.9-.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NOTE-O                PIC X(20).
          05 FILLER                    PIC X(31)       VALUE SPACES.

       01 ALLOC-HDG-1.
          05 FILLER                    PIC X(40)       VALUE
                'BUILDING SHARE OF THE MONTH'.
          05 FILLER                    PIC X(92)       VALUE SPACES.

       01 ALLOC-HDG-2.
          05 FILLER                    PIC X(10)       VALUE
                'BUILDING'.
          05 FILLER                    PIC X(10)       VALUE
                'STATION'.
          05 FILLER                    PIC X(10)       VALUE
                '     AREA'.
          05 FILLER                    PIC X(10)       VALUE
                '      HDD'.
          05 FILLER                    PIC X(10)       VALUE
                '      CDD'.
          05 FILLER                    PIC X(12)       VALUE
                '  HEAT SHR%'.
          05 FILLER                    PIC X(12)       VALUE
                '  COOL SHR%'.
          05 FILLER                    PIC X(58)       VALUE SPACES.

       01 ALLOC-LINE.
          05 ALC-BUILDING-O            PIC X(06).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 ALC-STATION-O             PIC X(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 ALC-AREA-O                PIC Z,ZZZ,ZZ9.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 ALC-HDD-O                 PIC ZZZZ9.9.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 ALC-CDD-O                 PIC ZZZZ9.9.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 ALC-HEAT-PCT-O            PIC ZZ9.9999.
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 ALC-COOL-PCT-O            PIC ZZ9.9999.
          05 FILLER                    PIC X(62)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Readings read / station days     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-READINGS-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-DAYS-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'History in / out                 :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-HIST-IN-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-HIST-OUT-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Building allocations written     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ALLOC-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

      * PARMLKUP calling parameters - the bases, report month and
      * building list from the PARMLIB parameter library
       COPY PARMLKL.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAIN UNTIL READING-FILE-EOF.
           PERFORM 200-POST-DEGREE-DAYS.
           PERFORM 500-PRINT-REPORT.
           PERFORM 600-ALLOCATE-BUILDINGS.
           PERFORM 650-REWRITE-HISTORY.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           DISPLAY 'DEGDAYS: READINGS / STATION DAYS : '
                   WS-READING-KTR ' / ' DAY-MAX.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           PERFORM 050-LOAD-PARMS.
           PERFORM 055-LOAD-BUILDING
              VARYING BLD-SEQ FROM 1 BY 1
              UNTIL BLD-LIST-END.
           PERFORM 060-LOAD-HISTORY.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-READING.
       050-LOAD-PARMS.
      ************************************************************
      * Look up the report month and the bases in the PARMLIB    *
      * parameter library; without the library there is no       *
      * building list, so the run stops                          *
      ************************************************************
      D    DISPLAY '050-LOAD-PARMS'.
           MOVE 'DEGDAYS' TO PLIB-PROGRAM-ID.
           ACCEPT PLIB-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'DEG-REPORT-MONTH' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FILE-ERROR
              THEN
              DISPLAY 'PARMLIB PROBLEM, STATUS ' PLIB-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999999
                 THEN
                 DISPLAY 'DEG-REPORT-MONTH PROBLEM: NOT A MONTH: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE PLIB-NUM-VALUE TO WS-REPORT-MONTH
           END-IF.

           MOVE 'DEG-HEAT-BASE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999.9
                 THEN
                 DISPLAY 'DEG-HEAT-BASE PROBLEM: NOT A TEMPERATURE: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-HEAT-BASE
              END-IF
           END-IF.

           MOVE 'DEG-COOL-BASE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999.9
                 THEN
                 DISPLAY 'DEG-COOL-BASE PROBLEM: NOT A TEMPERATURE: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-COOL-BASE
              END-IF
           END-IF.
      D    DISPLAY 'HEAT / COOL BASE: ' WS-HEAT-BASE ' / '
      D            WS-COOL-BASE.
       055-LOAD-BUILDING.
      ************************************************************
      * One building from its DEG-BLDG-nnn setting; the list     *
      * ends at the first number with no setting in effect       *
      ************************************************************
      D    DISPLAY '055-LOAD-BUILDING'.
           MOVE 'DEG-BLDG-' TO PLIB-PARM-NAME.
           MOVE BLD-SEQ TO PLIB-PARM-NAME(10:3).
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR BLD-SEQ = 999
              THEN
              MOVE 'Y' TO SW-BLD-LIST-END
           END-IF.
           IF NOT PLIB-FOUND
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF PLIB-VALUE(1:6) = SPACES
              OR PLIB-VALUE(13:7) NOT NUMERIC
              THEN
              DISPLAY PLIB-PARM-NAME ' IGNORED: ' PLIB-VALUE
              EXIT PARAGRAPH
           END-IF.
           IF BLD-MAX < BLD-MAX-LIMIT
              THEN
              ADD 1 TO BLD-MAX
              MOVE PLIB-VALUE(1:6) TO BLD-TBL-BUILDING-ID(BLD-MAX)
              MOVE PLIB-VALUE(7:6) TO BLD-TBL-STATION(BLD-MAX)
              MOVE PLIB-VALUE(13:7) TO BLD-TBL-AREA(BLD-MAX)
           ELSE
              DISPLAY 'WARNING: BUILDING TABLE FULL'
              MOVE 'Y' TO SW-BLD-LIST-END
           END-IF.
       060-LOAD-HISTORY.
      ************************************************************
      * Load the degree-day history                              *
      ************************************************************
      D    DISPLAY '060-LOAD-HISTORY'.
           PERFORM UNTIL HISTORY-IN-EOF
                   READ HISTORY-IN
                   AT END
                      MOVE 'Y' TO HISTORY-IN-STATUS
                   NOT AT END
                      ADD 1 TO WS-HIST-IN-KTR
                      IF HST-MAX < HST-MAX-LIMIT
                         THEN
                         ADD 1 TO HST-MAX
                         MOVE DH-STATION-ID
                            TO HST-TBL-STATION(HST-MAX)
                         MOVE DH-MONTH TO HST-TBL-MONTH(HST-MAX)
                         MOVE DH-DAYS TO HST-TBL-DAYS(HST-MAX)
                         MOVE DH-HDD TO HST-TBL-HDD(HST-MAX)
                         MOVE DH-CDD TO HST-TBL-CDD(HST-MAX)
                         MOVE 'N' TO HST-TBL-THIS-RUN-IND(HST-MAX)
                      ELSE
                         DISPLAY 'WARNING: HISTORY TABLE FULL'
                      END-IF
                   END-READ
           END-PERFORM.
      D    DISPLAY 'HISTORY TABLE: ' HST-MAX ' ENTRIES'.
       100-MAIN.
      ************************************************************
      * Main Routine - add one reading to its station day        *
      ************************************************************
      D    DISPLAY '100-MAIN'.
           ADD 1 TO WS-READING-KTR.
           MOVE 'N' TO SW-DAY-FOUND.
           PERFORM VARYING DAY-SUB FROM 1 BY 1
              UNTIL DAY-SUB > DAY-MAX
                   IF DAY-TBL-STATION(DAY-SUB) = TC-STATION-ID
                      AND DAY-TBL-DATE(DAY-SUB) = TC-READING-DATE
                      THEN
                      MOVE 'Y' TO SW-DAY-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT DAY-FOUND
              THEN
              IF DAY-MAX < DAY-MAX-LIMIT
                 THEN
                 ADD 1 TO DAY-MAX
                 MOVE DAY-MAX TO DAY-SUB
                 MOVE TC-STATION-ID TO DAY-TBL-STATION(DAY-SUB)
                 MOVE TC-READING-DATE TO DAY-TBL-DATE(DAY-SUB)
                 MOVE 0 TO DAY-TBL-SUM-F(DAY-SUB)
                           DAY-TBL-COUNT(DAY-SUB)
              ELSE
                 DISPLAY 'WARNING: STATION DAY TABLE FULL AT: '
                         TC-STATION-ID ' ' TC-READING-DATE
                 PERFORM 400-READ-READING
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD TC-FAHRENHEIT TO DAY-TBL-SUM-F(DAY-SUB).
           ADD 1 TO DAY-TBL-COUNT(DAY-SUB).
           PERFORM 400-READ-READING.
       200-POST-DEGREE-DAYS.
      ************************************************************
      * Daily mean into heating / cooling degree-days, posted to *
      * the station's month in the history table                 *
      ************************************************************
      D    DISPLAY '200-POST-DEGREE-DAYS'.
           PERFORM VARYING DAY-SUB FROM 1 BY 1
              UNTIL DAY-SUB > DAY-MAX
                   IF DAY-TBL-MONTH(DAY-SUB) > WS-LATEST-MONTH
                      THEN
                      MOVE DAY-TBL-MONTH(DAY-SUB) TO WS-LATEST-MONTH
                   END-IF
                   COMPUTE WS-DAILY-MEAN ROUNDED =
                      DAY-TBL-SUM-F(DAY-SUB) / DAY-TBL-COUNT(DAY-SUB)
                   MOVE 0 TO WS-DAY-HDD WS-DAY-CDD
                   IF WS-DAILY-MEAN < WS-HEAT-BASE
                      THEN
                      COMPUTE WS-DAY-HDD = WS-HEAT-BASE - WS-DAILY-MEAN
                   END-IF
                   IF WS-DAILY-MEAN > WS-COOL-BASE
                      THEN
                      COMPUTE WS-DAY-CDD = WS-DAILY-MEAN - WS-COOL-BASE
                   END-IF
                   MOVE DAY-TBL-STATION(DAY-SUB) TO WS-KEY-STATION
                   MOVE DAY-TBL-MONTH(DAY-SUB) TO WS-KEY-MONTH
                   PERFORM 250-FIND-HISTORY
                   IF HST-FOUND
                      THEN
                      IF NOT HST-TBL-THIS-RUN(HST-SUB)
                         THEN
                         MOVE 0 TO HST-TBL-DAYS(HST-SUB)
                                   HST-TBL-HDD(HST-SUB)
                                   HST-TBL-CDD(HST-SUB)
                         MOVE 'Y' TO HST-TBL-THIS-RUN-IND(HST-SUB)
                      END-IF
                      ADD 1 TO HST-TBL-DAYS(HST-SUB)
                      ADD WS-DAY-HDD TO HST-TBL-HDD(HST-SUB)
                      ADD WS-DAY-CDD TO HST-TBL-CDD(HST-SUB)
                   END-IF
           END-PERFORM.
      * Report month defaults to the latest month read
           IF WS-REPORT-MONTH = 0
              THEN
              MOVE WS-LATEST-MONTH TO WS-REPORT-MONTH
           END-IF.
           COMPUTE WS-LAST-YEAR-MONTH = WS-REPORT-MONTH - 100.
      D    DISPLAY 'REPORT MONTH    : ' WS-REPORT-MONTH.
       250-FIND-HISTORY.
      ************************************************************
      * Locate (or add) the history entry for the station and    *
      * month in WS-KEY-STATION / WS-KEY-MONTH                   *
      ************************************************************
      D    DISPLAY '250-FIND-HISTORY'.
           MOVE 'N' TO SW-HST-FOUND.
           PERFORM VARYING HST-SUB FROM 1 BY 1
              UNTIL HST-SUB > HST-MAX
                   IF HST-TBL-STATION(HST-SUB) = WS-KEY-STATION
                      AND HST-TBL-MONTH(HST-SUB) = WS-KEY-MONTH
                      THEN
                      MOVE 'Y' TO SW-HST-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT HST-FOUND
              THEN
              IF HST-MAX < HST-MAX-LIMIT
                 THEN
                 ADD 1 TO HST-MAX
                 MOVE HST-MAX TO HST-SUB
                 MOVE WS-KEY-STATION TO HST-TBL-STATION(HST-SUB)
                 MOVE WS-KEY-MONTH TO HST-TBL-MONTH(HST-SUB)
                 MOVE 0 TO HST-TBL-DAYS(HST-SUB)
                           HST-TBL-HDD(HST-SUB)
                           HST-TBL-CDD(HST-SUB)
                 MOVE 'Y' TO HST-TBL-THIS-RUN-IND(HST-SUB)
                 MOVE 'Y' TO SW-HST-FOUND
              ELSE
                 DISPLAY 'WARNING: HISTORY TABLE FULL AT: '
                         WS-KEY-STATION ' ' WS-KEY-MONTH
              END-IF
           END-IF.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT READING-FILE.
           IF NOT READING-FILE-OK
              DISPLAY 'TEMPCONV OPEN PROBLEM, RC=' READING-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT HISTORY-IN.
           IF NOT HISTORY-IN-OK
              DISPLAY 'DEGHSTI OPEN PROBLEM, RC=' HISTORY-IN-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT HISTORY-OUT.
           IF NOT HISTORY-OUT-OK
              DISPLAY 'DEGHSTO OPEN PROBLEM, RC=' HISTORY-OUT-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ALLOCATION-FILE.
           IF NOT ALLOCATION-FILE-OK
              DISPLAY 'DEGALLOC OPEN PROBLEM, RC='
                      ALLOCATION-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-READ-READING.
      ************************************************************
      * Read converted Reading record                            *
      ************************************************************
      D    DISPLAY '400-READ-READING'.
           READ READING-FILE
           AT END
              MOVE "Y" TO READING-FILE-STATUS
           END-READ.
       500-PRINT-REPORT.
      ************************************************************
      * One line per station for the report month, against the  *
      * same month last year                                     *
      ************************************************************
      D    DISPLAY '500-PRINT-REPORT'.
           PERFORM 550-SORT-HISTORY.
           PERFORM VARYING HST-SUB FROM 1 BY 1
              UNTIL HST-SUB > HST-MAX
                   IF HST-TBL-MONTH(HST-SUB) = WS-REPORT-MONTH
                      THEN
                      PERFORM 520-PRINT-STATION
                   END-IF
           END-PERFORM.
       510-WRITE-REPORT.
      ************************************************************
      * Write one report line                                    *
      ************************************************************
      D    DISPLAY '510-WRITE-REPORT'.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 515-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       515-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine                                       *
      ************************************************************
      D    DISPLAY '515-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           MOVE WS-REPORT-MONTH TO HDG-MONTH-O.
           MOVE WS-HEAT-BASE TO HDG-HEAT-BASE-O.
           MOVE WS-COOL-BASE TO HDG-COOL-BASE-O.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-1A
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1.
           MOVE ZERO TO CTR-LINES.
       520-PRINT-STATION.
      ************************************************************
      * Station line with last year's figures for the month      *
      ************************************************************
      D    DISPLAY '520-PRINT-STATION'.
           MOVE 'N' TO SW-LY-FOUND.
           MOVE 0 TO WS-LY-HDD WS-LY-CDD.
           PERFORM VARYING HST-SUB-2 FROM 1 BY 1
              UNTIL HST-SUB-2 > HST-MAX
                   IF HST-TBL-STATION(HST-SUB-2) =
                      HST-TBL-STATION(HST-SUB)
                      AND HST-TBL-MONTH(HST-SUB-2) =
                      WS-LAST-YEAR-MONTH
                      THEN
                      MOVE 'Y' TO SW-LY-FOUND
                      MOVE HST-TBL-HDD(HST-SUB-2) TO WS-LY-HDD
                      MOVE HST-TBL-CDD(HST-SUB-2) TO WS-LY-CDD
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           MOVE SPACES TO DETAIL-LINE.
           MOVE HST-TBL-STATION(HST-SUB) TO DET-STATION-O.
           MOVE HST-TBL-DAYS(HST-SUB) TO DET-DAYS-O.
           MOVE HST-TBL-HDD(HST-SUB) TO DET-HDD-O.
           MOVE HST-TBL-CDD(HST-SUB) TO DET-CDD-O.
           IF LY-FOUND
              THEN
              MOVE WS-LY-HDD TO DET-LY-HDD-O
              MOVE WS-LY-CDD TO DET-LY-CDD-O
              COMPUTE WS-CHANGE = HST-TBL-HDD(HST-SUB) - WS-LY-HDD
              MOVE WS-CHANGE TO DET-HDD-CHG-O
              COMPUTE WS-CHANGE = HST-TBL-CDD(HST-SUB) - WS-LY-CDD
              MOVE WS-CHANGE TO DET-CDD-CHG-O
           ELSE
              MOVE 'NO LAST-YEAR MONTH' TO DET-NOTE-O
           END-IF.
           PERFORM 510-WRITE-REPORT.
       550-SORT-HISTORY.
      ************************************************************
      * Bubble the history into station / month sequence         *
      ************************************************************
      D    DISPLAY '550-SORT-HISTORY'.
           PERFORM VARYING HST-SUB FROM 1 BY 1
              UNTIL HST-SUB NOT < HST-MAX
                   PERFORM VARYING HST-SUB-2 FROM 1 BY 1
                      UNTIL HST-SUB-2 NOT < HST-MAX
                         IF HST-TBL-KEY(HST-SUB-2) >
                            HST-TBL-KEY(HST-SUB-2 + 1)
                            THEN
                            MOVE HST-ENTRY(HST-SUB-2)
                               TO WS-SWAP-ENTRY
                            MOVE HST-ENTRY(HST-SUB-2 + 1)
                               TO HST-ENTRY(HST-SUB-2)
                            MOVE WS-SWAP-ENTRY
                               TO HST-ENTRY(HST-SUB-2 + 1)
                         END-IF
                   END-PERFORM
           END-PERFORM.
       600-ALLOCATE-BUILDINGS.
      ************************************************************
      * Each building's area-weighted share of the month's       *
      * heating and cooling degree-days                          *
      ************************************************************
      D    DISPLAY '600-ALLOCATE-BUILDINGS'.
           PERFORM VARYING BLD-SUB FROM 1 BY 1
              UNTIL BLD-SUB > BLD-MAX
                   MOVE 0 TO BLD-TBL-HDD(BLD-SUB)
                             BLD-TBL-CDD(BLD-SUB)
                   PERFORM VARYING HST-SUB FROM 1 BY 1
                      UNTIL HST-SUB > HST-MAX
                         IF HST-TBL-STATION(HST-SUB) =
                            BLD-TBL-STATION(BLD-SUB)
                            AND HST-TBL-MONTH(HST-SUB) =
                            WS-REPORT-MONTH
                            THEN
                            MOVE HST-TBL-HDD(HST-SUB)
                               TO BLD-TBL-HDD(BLD-SUB)
                            MOVE HST-TBL-CDD(HST-SUB)
                               TO BLD-TBL-CDD(BLD-SUB)
                            EXIT PERFORM
                         END-IF
                   END-PERFORM
                   COMPUTE BLD-TBL-HEAT-FACTOR(BLD-SUB) =
                      BLD-TBL-AREA(BLD-SUB) * BLD-TBL-HDD(BLD-SUB)
                   COMPUTE BLD-TBL-COOL-FACTOR(BLD-SUB) =
                      BLD-TBL-AREA(BLD-SUB) * BLD-TBL-CDD(BLD-SUB)
                   ADD BLD-TBL-HEAT-FACTOR(BLD-SUB)
                      TO WS-TOTAL-HEAT-FACTOR
                   ADD BLD-TBL-COOL-FACTOR(BLD-SUB)
                      TO WS-TOTAL-COOL-FACTOR
           END-PERFORM.

           IF BLD-MAX > 0
              THEN
              IF CTR-LINES IS GREATER THAN CTR-LINES-MAX - 5
                 THEN
                 PERFORM 515-PAGE-CHANGE-RTN
              END-IF
              WRITE OUTPUT-LINE FROM ALLOC-HDG-1
                 AFTER ADVANCING 3
              WRITE OUTPUT-LINE FROM ALLOC-HDG-2
                 AFTER ADVANCING 2
              WRITE OUTPUT-LINE FROM HEADING-3
                 AFTER ADVANCING 1
              ADD 6 TO CTR-LINES
           END-IF.

           PERFORM VARYING BLD-SUB FROM 1 BY 1
              UNTIL BLD-SUB > BLD-MAX
                   MOVE SPACES TO ALLOCATION-REC
                   MOVE BLD-TBL-BUILDING-ID(BLD-SUB)
                      TO DA-BUILDING-ID
                   MOVE BLD-TBL-STATION(BLD-SUB) TO DA-STATION-ID
                   MOVE WS-REPORT-MONTH TO DA-MONTH
                   MOVE BLD-TBL-AREA(BLD-SUB) TO DA-FLOOR-AREA
                   MOVE BLD-TBL-HDD(BLD-SUB) TO DA-HDD
                   MOVE BLD-TBL-CDD(BLD-SUB) TO DA-CDD
                   MOVE 0 TO DA-HEAT-SHARE-PCT DA-COOL-SHARE-PCT
                   IF WS-TOTAL-HEAT-FACTOR > 0
                      THEN
                      COMPUTE DA-HEAT-SHARE-PCT ROUNDED =
                         BLD-TBL-HEAT-FACTOR(BLD-SUB) * 100
                         / WS-TOTAL-HEAT-FACTOR
                   END-IF
                   IF WS-TOTAL-COOL-FACTOR > 0
                      THEN
                      COMPUTE DA-COOL-SHARE-PCT ROUNDED =
                         BLD-TBL-COOL-FACTOR(BLD-SUB) * 100
                         / WS-TOTAL-COOL-FACTOR
                   END-IF
                   WRITE ALLOCATION-REC
                   ADD 1 TO WS-ALLOC-KTR

                   MOVE DA-BUILDING-ID TO ALC-BUILDING-O
                   MOVE DA-STATION-ID TO ALC-STATION-O
                   MOVE DA-FLOOR-AREA TO ALC-AREA-O
                   MOVE DA-HDD TO ALC-HDD-O
                   MOVE DA-CDD TO ALC-CDD-O
                   MOVE DA-HEAT-SHARE-PCT TO ALC-HEAT-PCT-O
                   MOVE DA-COOL-SHARE-PCT TO ALC-COOL-PCT-O
                   WRITE OUTPUT-LINE FROM ALLOC-LINE
                      AFTER ADVANCING 1
                   ADD 1 TO CTR-LINES
           END-PERFORM.
       650-REWRITE-HISTORY.
      ************************************************************
      * Rewrite the history in station / month sequence          *
      ************************************************************
      D    DISPLAY '650-REWRITE-HISTORY'.
           PERFORM VARYING HST-SUB FROM 1 BY 1
              UNTIL HST-SUB > HST-MAX
                   MOVE SPACES TO HISTORY-IN-REC
                   MOVE HST-TBL-STATION(HST-SUB) TO DH-STATION-ID
                   MOVE HST-TBL-MONTH(HST-SUB) TO DH-MONTH
                   MOVE HST-TBL-DAYS(HST-SUB) TO DH-DAYS
                   MOVE HST-TBL-HDD(HST-SUB) TO DH-HDD
                   MOVE HST-TBL-CDD(HST-SUB) TO DH-CDD
                   WRITE HISTORY-OUT-REC FROM HISTORY-IN-REC
                   ADD 1 TO WS-HIST-OUT-KTR
           END-PERFORM.
       700-WRITE-SUMMARY-REPORT.
      ***********************************************************
      * Write summary at end of report                          *
      ***********************************************************
      D    DISPLAY '700-WRITE-SUMMARY'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 515-PAGE-CHANGE-RTN
           END-IF.
           MOVE WS-READING-KTR TO TOTAL-READINGS-O.
           MOVE DAY-MAX TO TOTAL-DAYS-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           MOVE WS-HIST-IN-KTR TO TOTAL-HIST-IN-O.
           MOVE WS-HIST-OUT-KTR TO TOTAL-HIST-OUT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           MOVE WS-ALLOC-KTR TO TOTAL-ALLOC-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE READING-FILE
                 HISTORY-IN
                 HISTORY-OUT
                 ALLOCATION-FILE
                 REPORT-FILE.
