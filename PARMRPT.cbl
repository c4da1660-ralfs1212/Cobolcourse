       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMRPT.
      * ------------------------------------------------------------
      * PARMRPT:
      * Nightly parameter-change report over the PARMLIB library
      * and the PARMHIST change history PARMMNT appends to:
      *
      *   - every change recorded on the run date: who made it,
      *     the setting, the effective date, the old value and
      *     the new value
      *   - every setting that takes effect on the run date (it
      *     may have been entered days before), with the value it
      *     replaces and who entered it - for a program's own row
      *     with no earlier row of its own, the shared value it
      *     overrides
      *
      * The run date is today's date.
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMLIB-FILE ASSIGN TO PARMLIB
           FILE STATUS IS PARMLIB-FILE-ST.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO PARMHIST
           FILE STATUS IS HISTORY-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

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

      * Change history - same record layout as the HISTORY-FILE
      * FD in PARMMNT
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01 HISTORY-REC.
          05 PH-CHANGE-DATE            PIC 9(08).
          05 PH-CHANGE-TIME            PIC 9(06).
          05 PH-OPERATOR               PIC X(08).
          05 PH-ACTION                 PIC X(06).
          05 PH-PROGRAM-ID             PIC X(08).
          05 PH-PARM-NAME              PIC X(16).
          05 PH-EFF-DATE               PIC 9(08).
          05 PH-OLD-VALUE              PIC X(20).
          05 PH-NEW-VALUE              PIC X(20).
          05 FILLER                    PIC X(20).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Library rows, in key sequence as PARMMNT writes them
       01 PL-TABLE-SUB                 PIC 9(4)        VALUE 0 COMP.
       01 PL-TABLE-SUB-2               PIC 9(4)        VALUE 0 COMP.
       01 PL-TABLE-MAX                 PIC 9(4)        VALUE 0 COMP.
       01 PL-TABLE-MAX-LIMIT           PIC 9(4)        VALUE 2000 COMP.
       01 PL-PRIOR-SUB                 PIC 9(4)        VALUE 0 COMP.
       01 PARM-LIBRARY-TABLE.
          05 PL-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON PL-TABLE-MAX.
             10 PL-TBL-PROGRAM-ID      PIC X(8).
             10 PL-TBL-PARM-NAME       PIC X(16).
             10 PL-TBL-EFF-DATE        PIC 9(8).
             10 PL-TBL-VALUE           PIC X(20).
             10 PL-TBL-CHANGED-BY      PIC X(8).

       01 PROGRAM-SWITCHES.
          05 PARMLIB-FILE-ST           PIC X(2).
             88 PARMLIB-FILE-OK                        VALUE '00' '05'.
          05 HISTORY-FILE-ST           PIC X(2).
             88 HISTORY-FILE-OK                        VALUE '00' '05'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 PARMLIB-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 PARMLIB-FILE-EOF                       VALUE 'Y'.
          05 HISTORY-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 HISTORY-FILE-EOF                       VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-HIST-KTR               PIC 9(7)        VALUE 0.
          05 WS-CHANGE-KTR             PIC 9(7)        VALUE 0.
          05 WS-EFFECTIVE-KTR          PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-RUN-DATE                  PIC 9(8)        VALUE 0.
       01 WS-FIND-PROGRAM              PIC X(8)        VALUE SPACES.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(44)       VALUE
                '  PARAMETER LIBRARY CHANGE REPORT FOR      '.
          05 HDG-RUN-DATE-O            PIC 9(8).
          05 FILLER                    PIC X(6)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 CHANGE-HDG.
          05 FILLER                    PIC X(40)       VALUE
                '*** CHANGES RECORDED ***'.
          05 FILLER                    PIC X(92)       VALUE SPACES.

       01 CHANGE-HDG-2.
          05 FILLER                    PIC X(07)       VALUE
                'TIME'.
          05 FILLER                    PIC X(09)       VALUE
                'OPERATOR'.
          05 FILLER                    PIC X(07)       VALUE
                'ACTION'.
          05 FILLER                    PIC X(09)       VALUE
                'PROGRAM'.
          05 FILLER                    PIC X(17)       VALUE
                'PARAMETER'.
          05 FILLER                    PIC X(09)       VALUE
                'EFF DATE'.
          05 FILLER                    PIC X(21)       VALUE
                'OLD VALUE'.
          05 FILLER                    PIC X(20)       VALUE
                'NEW VALUE'.
          05 FILLER                    PIC X(33)       VALUE SPACES.

       01 CHANGE-LINE.
          05 CHG-TIME-O                PIC 9(06).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 CHG-OPERATOR-O            PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 CHG-ACTION-O              PIC X(06).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 CHG-PROGRAM-O             PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 CHG-PARM-NAME-O           PIC X(16).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 CHG-EFF-DATE-O            PIC 9(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 CHG-OLD-VALUE-O           PIC X(20).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 CHG-NEW-VALUE-O           PIC X(20).
          05 FILLER                    PIC X(33)       VALUE SPACES.

       01 EFFECTIVE-HDG.
          05 FILLER                    PIC X(40)       VALUE
                '*** SETTINGS TAKING EFFECT ***'.
          05 FILLER                    PIC X(92)       VALUE SPACES.

       01 EFFECTIVE-HDG-2.
          05 FILLER                    PIC X(09)       VALUE
                'PROGRAM'.
          05 FILLER                    PIC X(17)       VALUE
                'PARAMETER'.
          05 FILLER                    PIC X(21)       VALUE
                'NEW VALUE'.
          05 FILLER                    PIC X(21)       VALUE
                'REPLACES'.
          05 FILLER                    PIC X(09)       VALUE
                'IN FORCE'.
          05 FILLER                    PIC X(08)       VALUE
                'ENTERED'.
          05 FILLER                    PIC X(47)       VALUE SPACES.

       01 EFFECTIVE-LINE.
          05 EFF-PROGRAM-O             PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 EFF-PARM-NAME-O           PIC X(16).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 EFF-NEW-VALUE-O           PIC X(20).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 EFF-OLD-VALUE-O           PIC X(20).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 EFF-OLD-DATE-O            PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 EFF-CHANGED-BY-O          PIC X(08).
          05 FILLER                    PIC X(47)       VALUE SPACES.

       01 NONE-LINE.
          05 FILLER                    PIC X(40)       VALUE
                'NONE'.
          05 FILLER                    PIC X(92)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Changes recorded on the run date :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-CHANGES-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Settings taking effect           :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-EFFECTIVE-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 200-WRITE-CHANGES.
           PERFORM 250-WRITE-EFFECTIVE.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE-O.
           PERFORM 050-LOAD-LIBRARY-TABLE.
           PERFORM 510-PAGE-CHANGE-RTN.
       050-LOAD-LIBRARY-TABLE.
      ************************************************************
      * Load the library for the values being replaced           *
      ************************************************************
      D    DISPLAY '050-LOAD-LIBRARY-TABLE'.
           PERFORM UNTIL PARMLIB-FILE-EOF OR
              PL-TABLE-MAX = PL-TABLE-MAX-LIMIT
                   READ PARMLIB-FILE
                   AT END
                      MOVE 'Y' TO PARMLIB-FILE-STATUS
                   NOT AT END
                      ADD 1 TO PL-TABLE-MAX
                      MOVE PL-PROGRAM-ID TO
                         PL-TBL-PROGRAM-ID(PL-TABLE-MAX)
                      MOVE PL-PARM-NAME TO
                         PL-TBL-PARM-NAME(PL-TABLE-MAX)
                      MOVE PL-EFF-DATE TO
                         PL-TBL-EFF-DATE(PL-TABLE-MAX)
                      MOVE PL-VALUE TO PL-TBL-VALUE(PL-TABLE-MAX)
                      MOVE PL-CHANGED-BY TO
                         PL-TBL-CHANGED-BY(PL-TABLE-MAX)
                   END-READ
           END-PERFORM.
           IF NOT PARMLIB-FILE-EOF
              THEN
              DISPLAY 'WARNING: PARAMETER TABLE FULL AT '
                      PL-TABLE-MAX-LIMIT
                      ' ENTRIES - REMAINING ROWS NOT REPORTED'
           END-IF.
       200-WRITE-CHANGES.
      ************************************************************
      * Changes recorded on the run date, in the order made      *
      ************************************************************
      D    DISPLAY '200-WRITE-CHANGES'.
           WRITE OUTPUT-LINE FROM CHANGE-HDG
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM CHANGE-HDG-2
              AFTER ADVANCING 1.
           ADD 3 TO CTR-LINES.
           PERFORM 210-READ-HISTORY UNTIL HISTORY-FILE-EOF.
           IF WS-CHANGE-KTR = 0
              THEN
              WRITE OUTPUT-LINE FROM NONE-LINE
                 AFTER ADVANCING 1
              ADD 1 TO CTR-LINES
           END-IF.
       210-READ-HISTORY.
      ************************************************************
      * One change history record                                *
      ************************************************************
      D    DISPLAY '210-READ-HISTORY'.
           READ HISTORY-FILE
           AT END
              MOVE 'Y' TO HISTORY-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-HIST-KTR.
           IF PH-CHANGE-DATE NOT = WS-RUN-DATE
              THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHANGE-KTR.
           MOVE PH-CHANGE-TIME TO CHG-TIME-O.
           MOVE PH-OPERATOR TO CHG-OPERATOR-O.
           MOVE PH-ACTION TO CHG-ACTION-O.
           IF PH-PROGRAM-ID = SPACES
              THEN
              MOVE 'ALL' TO CHG-PROGRAM-O
           ELSE
              MOVE PH-PROGRAM-ID TO CHG-PROGRAM-O
           END-IF.
           MOVE PH-PARM-NAME TO CHG-PARM-NAME-O.
           MOVE PH-EFF-DATE TO CHG-EFF-DATE-O.
           MOVE PH-OLD-VALUE TO CHG-OLD-VALUE-O.
           MOVE PH-NEW-VALUE TO CHG-NEW-VALUE-O.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM CHANGE-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       250-WRITE-EFFECTIVE.
      ************************************************************
      * Settings whose effective date is the run date, with the  *
      * value each one replaces                                  *
      ************************************************************
      D    DISPLAY '250-WRITE-EFFECTIVE'.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX - 4
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM EFFECTIVE-HDG
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM EFFECTIVE-HDG-2
              AFTER ADVANCING 1.
           ADD 4 TO CTR-LINES.
           PERFORM VARYING PL-TABLE-SUB FROM 1 BY 1
              UNTIL PL-TABLE-SUB > PL-TABLE-MAX
                   IF PL-TBL-EFF-DATE(PL-TABLE-SUB) = WS-RUN-DATE
                      THEN
                      PERFORM 260-WRITE-ONE-EFFECTIVE
                   END-IF
           END-PERFORM.
           IF WS-EFFECTIVE-KTR = 0
              THEN
              WRITE OUTPUT-LINE FROM NONE-LINE
                 AFTER ADVANCING 1
              ADD 1 TO CTR-LINES
           END-IF.
       260-WRITE-ONE-EFFECTIVE.
      ************************************************************
      * One setting taking effect and the row it supersedes      *
      ************************************************************
      D    DISPLAY '260-WRITE-ONE-EFFECTIVE'.
           ADD 1 TO WS-EFFECTIVE-KTR.
           MOVE PL-TBL-PROGRAM-ID(PL-TABLE-SUB) TO WS-FIND-PROGRAM.
           PERFORM 270-FIND-PRIOR-SETTING.
           IF PL-PRIOR-SUB = 0
              AND WS-FIND-PROGRAM NOT = SPACES
              THEN
              MOVE SPACES TO WS-FIND-PROGRAM
              PERFORM 270-FIND-PRIOR-SETTING
           END-IF.

           MOVE SPACES TO EFFECTIVE-LINE.
           IF PL-TBL-PROGRAM-ID(PL-TABLE-SUB) = SPACES
              THEN
              MOVE 'ALL' TO EFF-PROGRAM-O
           ELSE
              MOVE PL-TBL-PROGRAM-ID(PL-TABLE-SUB) TO EFF-PROGRAM-O
           END-IF.
           MOVE PL-TBL-PARM-NAME(PL-TABLE-SUB) TO EFF-PARM-NAME-O.
           MOVE PL-TBL-VALUE(PL-TABLE-SUB) TO EFF-NEW-VALUE-O.
           IF PL-PRIOR-SUB = 0
              THEN
              MOVE '(NEW SETTING)' TO EFF-OLD-VALUE-O
              MOVE SPACES TO EFF-OLD-DATE-O
           ELSE
              MOVE PL-TBL-VALUE(PL-PRIOR-SUB) TO EFF-OLD-VALUE-O
              MOVE PL-TBL-EFF-DATE(PL-PRIOR-SUB) TO EFF-OLD-DATE-O
           END-IF.
           MOVE PL-TBL-CHANGED-BY(PL-TABLE-SUB) TO EFF-CHANGED-BY-O.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM EFFECTIVE-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       270-FIND-PRIOR-SETTING.
      ************************************************************
      * The row in force for WS-FIND-PROGRAM and the setting's   *
      * name the day before the run date                         *
      ************************************************************
      D    DISPLAY '270-FIND-PRIOR-SETTING'.
           MOVE 0 TO PL-PRIOR-SUB.
           PERFORM VARYING PL-TABLE-SUB-2 FROM 1 BY 1
              UNTIL PL-TABLE-SUB-2 > PL-TABLE-MAX
                   IF PL-TBL-PROGRAM-ID(PL-TABLE-SUB-2) =
                         WS-FIND-PROGRAM
                      AND PL-TBL-PARM-NAME(PL-TABLE-SUB-2) =
                         PL-TBL-PARM-NAME(PL-TABLE-SUB)
                      AND PL-TBL-EFF-DATE(PL-TABLE-SUB-2) <
                         WS-RUN-DATE
                      THEN
                      IF PL-PRIOR-SUB = 0
                         THEN
                         MOVE PL-TABLE-SUB-2 TO PL-PRIOR-SUB
                      ELSE
                         IF PL-TBL-EFF-DATE(PL-TABLE-SUB-2) >
                            PL-TBL-EFF-DATE(PL-PRIOR-SUB)
                            THEN
                            MOVE PL-TABLE-SUB-2 TO PL-PRIOR-SUB
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT PARMLIB-FILE.
           IF NOT PARMLIB-FILE-OK
              DISPLAY 'PARMLIB OPEN PROBLEM, RC=' PARMLIB-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF NOT HISTORY-FILE-OK
              DISPLAY 'PARMHIST OPEN PROBLEM, RC=' HISTORY-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       510-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine                                       *
      ************************************************************
      D    DISPLAY '510-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           MOVE 1 TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ***********************************************************
      * Write summary at end of report                          *
      ***********************************************************
      D    DISPLAY '700-WRITE-SUMMARY'.
           MOVE WS-CHANGE-KTR TO TOTAL-CHANGES-O.
           MOVE WS-EFFECTIVE-KTR TO TOTAL-EFFECTIVE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           DISPLAY 'PARMRPT: HISTORY READ / CHANGES / TAKING EFFECT: '
                   WS-HIST-KTR ' / ' WS-CHANGE-KTR ' / '
                   WS-EFFECTIVE-KTR.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE PARMLIB-FILE
                 HISTORY-FILE
                 REPORT-FILE.
