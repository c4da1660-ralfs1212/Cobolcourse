      * thresholds) are printed after the detail conversions -
      * the facilities group's six sensors outgrew the
      * spreadsheet version of this.
      * The station master (STATNMST) gives each station its
      * expected reading interval and a calibration offset that
      * is added to the Fahrenheit reading before conversion and
      * statistics. Gaps between readings longer than the
      * interval (including from midnight to the first reading
      * and from the last reading to midnight) are listed per
      * station, and a master station with no readings at all
      * is reported as an outage.
      * Every calibrated, converted reading also goes to the
      * TEMPCONV extract for the degree-day program (DEGDAYS).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPIN  ASSIGN TO TEMPIN.
           SELECT TEMPOUT ASSIGN TO TEMPOUT.
      * converted readings, one fixed record per reading
           SELECT TEMPCONV ASSIGN TO TEMPCONV.
      * alert thresholds (low/high Fahrenheit), one record
           SELECT OPTIONAL ALERT-PARM ASSIGN TO TEMPALRT.
      * station master - expected interval, calibration offset
           SELECT OPTIONAL STATION-MASTER ASSIGN TO STATNMST.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMPIN
          05 WS-CELSIUS-OUT             PIC 999.99.
          05 FILLER                     PIC X(30)     VALUE SPACES.

       FD  TEMPCONV
           RECORDING MODE IS F
           DATA RECORD IS TEMP-CONV-REC.
       01 TEMP-CONV-REC.
          05 TC-STATION-ID     PIC X(6).
          05 TC-READING-DATE   PIC 9(8).
          05 TC-READING-TIME   PIC 9(4).
          05 TC-FAHRENHEIT     PIC 999.
          05 TC-CELSIUS        PIC S999V99 SIGN LEADING SEPARATE.
          05 FILLER            PIC X(53).

       FD  ALERT-PARM
           RECORDING MODE IS F
           DATA RECORD IS ALERT-PARM-REC.
          05 ALERT-HIGH-IN     PIC 999.
          05 FILLER            PIC X(74).

       FD  STATION-MASTER
           RECORDING MODE IS F
           DATA RECORD IS STATION-MASTER-REC.
       01 STATION-MASTER-REC.
          05 SM-STATION-ID     PIC X(6).
      * expected minutes between readings, 0 = no gap check
          05 SM-INTERVAL-MIN   PIC 9(4).
      * degrees Fahrenheit added to every reading, e.g. -03
          05 SM-OFFSET-F       PIC S99 SIGN LEADING SEPARATE.
          05 FILLER            PIC X(67).

       WORKING-STORAGE SECTION.
      * EOF indicator
       01 TEMPIN-STATUS                 PIC X(01)     VALUE SPACE.
          88 TEMPIN-EOF                               VALUE 'Y'.
       01 STATION-MASTER-STATUS         PIC X(01)     VALUE SPACE.
          88 STATION-MASTER-EOF                       VALUE 'Y'.
       01  TEMPS-VARS.
           05 WS-CELSIUS        PIC 999V99.
           05 WS-CELSIUS-SIGNED PIC S999V99.

      * alert thresholds (Fahrenheit), replaceable via TEMPALRT
       01 WS-ALERT-LOW         PIC 999       VALUE 032.
             10 ST-MAX-F       PIC 999       COMP.
             10 ST-SUM-F       PIC 9(8)      COMP.
             10 ST-ALERT-CTR   PIC 9(5)      COMP.
             10 ST-INTERVAL    PIC 9(4)      COMP.
             10 ST-OFFSET-F    PIC S99       COMP.
             10 ST-LAST-DATE   PIC 9(8).
             10 ST-LAST-TIME   PIC 9(4).
             10 ST-LAST-MINS   PIC 9(9)      COMP.
       01 WS-MEAN-F            PIC 999V99    VALUE 0.
       01 WS-MEAN-C            PIC S999V99   VALUE 0.
       01 WS-MIN-C             PIC S999V99   VALUE 0.
       01 WS-MAX-C             PIC S999V99   VALUE 0.
       01 WS-ADJ-F             PIC S9(4)     VALUE 0.
       01 WS-READING-MINS      PIC 9(9)      VALUE 0.
       01 WS-GAP-MINS          PIC 9(9)      VALUE 0.
       01 WS-TIME-HHMM.
          05 WS-TIME-HH        PIC 99.
          05 WS-TIME-MM        PIC 99.

      * reading gaps longer than the station's interval
       01 GP-SUB               PIC 999       VALUE 0 COMP.
       01 GP-MAX               PIC 999       VALUE 0 COMP.
       01 GP-MAX-LIMIT         PIC 999       VALUE 200 COMP.
       01 READING-GAP-TABLE.
          05 GP-ENTRY OCCURS 1 TO 200 TIMES DEPENDING ON GP-MAX.
             10 GP-STATION-ID  PIC X(6).
             10 GP-FROM-DATE   PIC 9(8).
             10 GP-FROM-TIME   PIC 9(4).
             10 GP-TO-DATE     PIC 9(8).
             10 GP-TO-TIME     PIC 9(4).
             10 GP-MINUTES     PIC 9(9)      COMP.
       01 WS-GAP-STATION       PIC X(6)      VALUE SPACES.
       01 WS-GAP-FROM-DATE     PIC 9(8)      VALUE 0.
       01 WS-GAP-FROM-TIME     PIC 9(4)      VALUE 0.
       01 WS-GAP-TO-DATE       PIC 9(8)      VALUE 0.
       01 WS-GAP-TO-TIME       PIC 9(4)      VALUE 0.

      * per-station summary lines
       01 SUMMARY-HDG.
          05 FILLER            PIC X(4)      VALUE SPACES.
          05 SUM-ALERTS-O      PIC ZZZZ9.
          05 FILLER            PIC X(21)     VALUE SPACES.
       01 OUTAGE-LINE.
          05 OUT-STATION-O     PIC X(6).
          05 FILLER            PIC X(2)      VALUE SPACES.
          05 FILLER            PIC X(30)     VALUE
                "OUTAGE - NO READINGS".
          05 FILLER            PIC X(42)     VALUE SPACES.

      * reading gap lines
       01 GAP-HDG.
          05 FILLER            PIC X(34)     VALUE
                "STATION  GAP FROM       GAP TO    ".
          05 FILLER            PIC X(12)     VALUE
                "     MINUTES".
          05 FILLER            PIC X(34)     VALUE SPACES.
       01 GAP-LINE.
          05 GAP-STATION-O     PIC X(6).
          05 FILLER            PIC X(3)      VALUE SPACES.
          05 GAP-FROM-DATE-O   PIC 9(8).
          05 FILLER            PIC X(1)      VALUE SPACES.
          05 GAP-FROM-TIME-O   PIC 9(4).
          05 FILLER            PIC X(2)      VALUE SPACES.
          05 GAP-TO-DATE-O     PIC 9(8).
          05 FILLER            PIC X(1)      VALUE SPACES.
          05 GAP-TO-TIME-O     PIC 9(4).
          05 FILLER            PIC X(2)      VALUE SPACES.
          05 GAP-MINUTES-O     PIC ZZZZZZZZ9.
          05 FILLER            PIC X(32)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAIN UNTIL TEMPIN-EOF
           PERFORM 280-CHECK-END-OF-DAY-GAPS.
           PERFORM 550-WRITE-STATION-SUMMARY.
           PERFORM 570-WRITE-GAP-REPORT.
           PERFORM 600-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
              MOVE ALERT-HIGH-IN TO WS-ALERT-HIGH
           END-READ.
           CLOSE ALERT-PARM.
      * Station master - every master station gets its table
      * entry up front so a silent station still reports
           OPEN INPUT STATION-MASTER.
           PERFORM UNTIL STATION-MASTER-EOF
              READ STATION-MASTER
              AT END
                 MOVE 'Y' TO STATION-MASTER-STATUS
              NOT AT END
                 IF ST-MAX < ST-MAX-LIMIT
                    ADD 1 TO ST-MAX
                    MOVE ST-MAX TO ST-SUB
                    PERFORM 160-INIT-STATION
                    MOVE SM-STATION-ID TO ST-STATION-ID(ST-SUB)
                    MOVE SM-INTERVAL-MIN TO ST-INTERVAL(ST-SUB)
                    MOVE SM-OFFSET-F TO ST-OFFSET-F(ST-SUB)
                 ELSE
                    DISPLAY "WARNING: STATION TABLE FULL AT "
                            ST-MAX-LIMIT " - MASTER NOT LOADED FOR "
                            SM-STATION-ID
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE STATION-MASTER.
      * Priming Read
           PERFORM 400-READ-TEMPIN.
       100-MAIN.
           PERFORM 150-FIND-STATION.
           IF ST-FOUND
              PERFORM 170-APPLY-CALIBRATION
           END-IF.
           PERFORM 200-PROCESS-DATA.
           IF ST-FOUND
              PERFORM 250-ACCUMULATE-STATION
              PERFORM 270-CHECK-READING-GAP
           END-IF.
           PERFORM 500-WRITE-TEMPOUT.
           PERFORM 400-READ-TEMPIN.
       150-FIND-STATION.
      * find (or add) this reading's station - a station not on
      * the master gets no offset and no gap check
           MOVE 'N' TO SW-ST-FOUND.
           PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > ST-MAX
              IF ST-STATION-ID(ST-SUB) = WS-STATION-ID
              IF ST-MAX < ST-MAX-LIMIT
                 ADD 1 TO ST-MAX
                 MOVE ST-MAX TO ST-SUB
                 PERFORM 160-INIT-STATION
                 MOVE WS-STATION-ID TO ST-STATION-ID(ST-SUB)
                 MOVE 'Y' TO SW-ST-FOUND
              ELSE
                 DISPLAY "WARNING: STATION TABLE FULL AT "
                         ST-MAX-LIMIT " - READING NOT COUNTED FOR "
                         WS-STATION-ID
              END-IF
           END-IF.
       160-INIT-STATION.
           MOVE SPACES TO ST-STATION-ID(ST-SUB).
           MOVE 0 TO ST-COUNT(ST-SUB) ST-SUM-F(ST-SUB)
                     ST-ALERT-CTR(ST-SUB) ST-MIN-F(ST-SUB)
                     ST-MAX-F(ST-SUB) ST-INTERVAL(ST-SUB)
                     ST-OFFSET-F(ST-SUB) ST-LAST-DATE(ST-SUB)
                     ST-LAST-TIME(ST-SUB) ST-LAST-MINS(ST-SUB).
       170-APPLY-CALIBRATION.
      * the station's offset corrects the reading itself, so the
      * conversion, the statistics and the alerts all see it
           COMPUTE WS-ADJ-F = WS-FAHRENHEIT + ST-OFFSET-F(ST-SUB).
           IF WS-ADJ-F < 0
              MOVE 0 TO WS-ADJ-F
           END-IF.
           MOVE WS-ADJ-F TO WS-FAHRENHEIT.
       200-PROCESS-DATA.
           COMPUTE WS-CELSIUS ROUNDED =
                  ( (WS-FAHRENHEIT - 32) * 5 ) / 9.
           COMPUTE WS-CELSIUS-SIGNED ROUNDED =
                  ( (WS-FAHRENHEIT - 32) * 5 ) / 9.

           MOVE WS-STATION-ID TO WS-STATION-OUT.
           MOVE WS-READING-DATE TO WS-DATE-OUT.
           MOVE WS-READING-TIME TO WS-TIME-OUT.
           MOVE WS-FAHRENHEIT TO WS-FAHRENHEIT-OUT.
           MOVE WS-CELSIUS TO WS-CELSIUS-OUT.
       250-ACCUMULATE-STATION.
      * roll the reading into its station's statistics
           IF ST-COUNT(ST-SUB) = 0
              MOVE WS-FAHRENHEIT TO ST-MIN-F(ST-SUB)
              MOVE WS-FAHRENHEIT TO ST-MAX-F(ST-SUB)
           END-IF.
           ADD 1 TO ST-COUNT(ST-SUB).
           ADD WS-FAHRENHEIT TO ST-SUM-F(ST-SUB).
           IF WS-FAHRENHEIT < ST-MIN-F(ST-SUB)
              WS-FAHRENHEIT > WS-ALERT-HIGH
              ADD 1 TO ST-ALERT-CTR(ST-SUB)
           END-IF.
       270-CHECK-READING-GAP.
      * minutes since the station's previous reading (or since
      * midnight for its first one) against the expected interval
           MOVE WS-READING-TIME TO WS-TIME-HHMM.
           COMPUTE WS-READING-MINS =
              FUNCTION INTEGER-OF-DATE(WS-READING-DATE) * 1440
              + WS-TIME-HH * 60 + WS-TIME-MM.
           IF ST-INTERVAL(ST-SUB) > 0
              MOVE WS-STATION-ID TO WS-GAP-STATION
              MOVE WS-READING-DATE TO WS-GAP-TO-DATE
              MOVE WS-READING-TIME TO WS-GAP-TO-TIME
              IF ST-COUNT(ST-SUB) = 1
                 COMPUTE WS-GAP-MINS = WS-TIME-HH * 60 + WS-TIME-MM
                 MOVE WS-READING-DATE TO WS-GAP-FROM-DATE
                 MOVE 0 TO WS-GAP-FROM-TIME
              ELSE
                 MOVE 0 TO WS-GAP-MINS
                 IF WS-READING-MINS > ST-LAST-MINS(ST-SUB)
                    COMPUTE WS-GAP-MINS =
                       WS-READING-MINS - ST-LAST-MINS(ST-SUB)
                 END-IF
                 MOVE ST-LAST-DATE(ST-SUB) TO WS-GAP-FROM-DATE
                 MOVE ST-LAST-TIME(ST-SUB) TO WS-GAP-FROM-TIME
              END-IF
              IF WS-GAP-MINS > ST-INTERVAL(ST-SUB)
                 PERFORM 290-RECORD-GAP
              END-IF
           END-IF.
           MOVE WS-READING-DATE TO ST-LAST-DATE(ST-SUB).
           MOVE WS-READING-TIME TO ST-LAST-TIME(ST-SUB).
           MOVE WS-READING-MINS TO ST-LAST-MINS(ST-SUB).
       280-CHECK-END-OF-DAY-GAPS.
      * a station that stopped logging before midnight has a gap
      * from its last reading to the end of that day
           PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > ST-MAX
              IF ST-INTERVAL(ST-SUB) > 0 AND ST-COUNT(ST-SUB) > 0
                 MOVE ST-LAST-TIME(ST-SUB) TO WS-TIME-HHMM
                 COMPUTE WS-GAP-MINS =
                    1440 - (WS-TIME-HH * 60 + WS-TIME-MM)
                 IF WS-GAP-MINS > ST-INTERVAL(ST-SUB)
                    MOVE ST-STATION-ID(ST-SUB) TO WS-GAP-STATION
                    MOVE ST-LAST-DATE(ST-SUB) TO WS-GAP-FROM-DATE
                    MOVE ST-LAST-TIME(ST-SUB) TO WS-GAP-FROM-TIME
                    MOVE ST-LAST-DATE(ST-SUB) TO WS-GAP-TO-DATE
                    MOVE 2400 TO WS-GAP-TO-TIME
                    PERFORM 290-RECORD-GAP
                 END-IF
              END-IF
           END-PERFORM.
       290-RECORD-GAP.
           IF GP-MAX < GP-MAX-LIMIT
              ADD 1 TO GP-MAX
              MOVE WS-GAP-STATION TO GP-STATION-ID(GP-MAX)
              MOVE WS-GAP-FROM-DATE TO GP-FROM-DATE(GP-MAX)
              MOVE WS-GAP-FROM-TIME TO GP-FROM-TIME(GP-MAX)
              MOVE WS-GAP-TO-DATE TO GP-TO-DATE(GP-MAX)
              MOVE WS-GAP-TO-TIME TO GP-TO-TIME(GP-MAX)
              MOVE WS-GAP-MINS TO GP-MINUTES(GP-MAX)
           ELSE
              DISPLAY "WARNING: GAP TABLE FULL AT " GP-MAX-LIMIT
                      " - GAP NOT LISTED FOR " WS-GAP-STATION
           END-IF.
       300-OPEN-FILES.
           OPEN INPUT TEMPIN.
           OPEN OUTPUT TEMPOUT.
           OPEN OUTPUT TEMPCONV.
       400-READ-TEMPIN.
           READ TEMPIN
      * Set AT END Switch
           END-READ.
       500-WRITE-TEMPOUT.
           WRITE TEMP-REC-OUT.
           MOVE SPACES TO TEMP-CONV-REC.
           MOVE WS-STATION-ID TO TC-STATION-ID.
           MOVE WS-READING-DATE TO TC-READING-DATE.
           MOVE WS-READING-TIME TO TC-READING-TIME.
           MOVE WS-FAHRENHEIT TO TC-FAHRENHEIT.
           MOVE WS-CELSIUS-SIGNED TO TC-CELSIUS.
           WRITE TEMP-CONV-REC.
       550-WRITE-STATION-SUMMARY.
      * per-station statistics after the detail conversion lines
           WRITE TEMP-REC-OUT FROM SUMMARY-HDG.
           PERFORM VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > ST-MAX
              IF ST-COUNT(ST-SUB) = 0
                 MOVE ST-STATION-ID(ST-SUB) TO OUT-STATION-O
                 WRITE TEMP-REC-OUT FROM OUTAGE-LINE
              ELSE
                 MOVE ST-STATION-ID(ST-SUB) TO SUM-STATION-O
                 MOVE ST-COUNT(ST-SUB) TO SUM-COUNT-O
                 MOVE ST-MIN-F(ST-SUB) TO SUM-MIN-F-O
                 MOVE ST-MAX-F(ST-SUB) TO SUM-MAX-F-O
                 COMPUTE WS-MEAN-F ROUNDED =
                    ST-SUM-F(ST-SUB) / ST-COUNT(ST-SUB)
                 MOVE WS-MEAN-F TO SUM-MEAN-F-O
                 COMPUTE WS-MIN-C ROUNDED =
                    ((ST-MIN-F(ST-SUB) - 32) * 5) / 9
                 MOVE WS-MIN-C TO SUM-MIN-C-O
                 COMPUTE WS-MAX-C ROUNDED =
                    ((ST-MAX-F(ST-SUB) - 32) * 5) / 9
                 MOVE WS-MAX-C TO SUM-MAX-C-O
                 COMPUTE WS-MEAN-C ROUNDED =
                    ((WS-MEAN-F - 32) * 5) / 9
                 MOVE WS-MEAN-C TO SUM-MEAN-C-O
                 MOVE ST-ALERT-CTR(ST-SUB) TO SUM-ALERTS-O
                 WRITE TEMP-REC-OUT FROM SUMMARY-LINE
              END-IF
           END-PERFORM.
       570-WRITE-GAP-REPORT.
      * reading gaps station by station, with the outages repeated
      * so the gap list is complete on its own
           WRITE TEMP-REC-OUT FROM GAP-HDG.
           PERFORM 575-WRITE-STATION-GAPS
              VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > ST-MAX.
       575-WRITE-STATION-GAPS.
           IF ST-COUNT(ST-SUB) = 0
              MOVE ST-STATION-ID(ST-SUB) TO OUT-STATION-O
              WRITE TEMP-REC-OUT FROM OUTAGE-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING GP-SUB FROM 1 BY 1 UNTIL GP-SUB > GP-MAX
              IF GP-STATION-ID(GP-SUB) = ST-STATION-ID(ST-SUB)
                 MOVE GP-STATION-ID(GP-SUB) TO GAP-STATION-O
                 MOVE GP-FROM-DATE(GP-SUB) TO GAP-FROM-DATE-O
                 MOVE GP-FROM-TIME(GP-SUB) TO GAP-FROM-TIME-O
                 MOVE GP-TO-DATE(GP-SUB) TO GAP-TO-DATE-O
                 MOVE GP-TO-TIME(GP-SUB) TO GAP-TO-TIME-O
                 MOVE GP-MINUTES(GP-SUB) TO GAP-MINUTES-O
                 WRITE TEMP-REC-OUT FROM GAP-LINE
              END-IF
           END-PERFORM.
       600-CLOSE-FILES.
           CLOSE TEMPIN, TEMPOUT, TEMPCONV.
