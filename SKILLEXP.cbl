       IDENTIFICATION DIVISION.
       PROGRAM-ID. SKILLEXP.
      * ------------------------------------------------------------
      * SKILLEXP:
      * Certification-expiry report from the EMPSKILL employee
      * skills file maintained by SKILLMNT. Every credential with
      * an expiry date on or before the as-of date plus the
      * renewal window (SKILL-AS-OF-DATE and SKILL-WINDOW in the
      * PARMLIB parameter library, default today and 90 days) is
      * listed, soonest expiry first:
      *
      *  - EXPIRED  the expiry date is before the as-of date; the
      *             credential no longer qualifies the employee in
      *             STAFFMCH
      *  - RENEW    the credential expires inside the window and
      *             is due for renewal
      *
      * A renewal is a SKILLMNT CHANGE carrying the new obtained
      * and expiry dates. Credentials without an expiry date
      * (zero) are never listed.
      *
      *  Inital Version   2026/10/15
      *  Employee number shown on each credential  2026/10/15
      *  As-of date and window from PARMLIB        2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKILL-FILE ASSIGN TO EMPSKILL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SKILL-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO SKILLXRP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Employee skills master - same record layout as the
      * SKILL-IN-FILE FD in SKILLMNT
       FD  SKILL-FILE RECORDING MODE F.
       01 SKILL-REC.
          05 SK-KEY.
             10 SK-EMP-NAME             PIC X(15).
             10 SK-SKILL                PIC X(20).
          05 SK-SKILL-TYPE              PIC X(01).
          05 SK-LEVEL                   PIC 9(01).
          05 SK-OBTAINED-DATE           PIC 9(08).
          05 SK-EXPIRY-DATE             PIC 9(08).
          05 SK-MAINT-DATE              PIC 9(08).
          05 SK-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(13).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      * Credentials expired or expiring inside the window
       01 XP-SUB                        PIC 9(4)       VALUE 0 COMP.
       01 XP-MAX                        PIC 9(4)       VALUE 0 COMP.
       01 XP-MAX-LIMIT                  PIC 9(4)       VALUE 2000 COMP.
       01 WS-BEST-SUB                   PIC 9(4)       VALUE 0 COMP.
       01 EXPIRING-TABLE.
          05 XP-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON XP-MAX.
             10 XP-TBL-EMP-NAME         PIC X(15).
             10 XP-TBL-EMP-NO           PIC 9(06).
             10 XP-TBL-SKILL            PIC X(20).
             10 XP-TBL-SKILL-TYPE       PIC X(01).
             10 XP-TBL-LEVEL            PIC 9(01).
             10 XP-TBL-EXPIRY-DATE      PIC 9(08).
             10 XP-TBL-PRINTED-IND      PIC X(01).
                88 XP-TBL-PRINTED                      VALUE 'P'.

       01 PROGRAM-SWITCHES.
          05 SKILL-FILE-ST              PIC X(2).
             88 SKILL-FILE-OK                          VALUE '00'.
          05 SKILL-FILE-STATUS          PIC X(01)      VALUE SPACE.
             88 SKILL-FILE-EOF                         VALUE 'Y'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-SKILL-KTR               PIC 9(5)       VALUE 0.
          05 WS-EXPIRED-KTR             PIC 9(5)       VALUE 0.
          05 WS-RENEW-KTR               PIC 9(5)       VALUE 0.
          05 CTR-LINES                  PIC 99         VALUE 99.
          05 CTR-PAGES                  PIC 999        VALUE 0.
          05 CTR-LINES-MAX              PIC 99         VALUE 40.

       01 WS-DATE-VARS.
          05 WS-CURRENT-DATE            PIC 9(8).
          05 WS-AS-OF-DATE              PIC 9(8).
          05 WS-WINDOW-DAYS             PIC 9(3)       VALUE 90.
          05 WS-WINDOW-END-DATE         PIC 9(8).
          05 WS-AS-OF-INT               PIC S9(8)      VALUE 0 COMP.
          05 WS-EXPIRY-INT              PIC S9(8)      VALUE 0 COMP.
          05 WS-DAYS-LEFT               PIC S9(5)      VALUE 0 COMP.

      * Print Lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(50)      VALUE
                '   CERTIFICATION EXPIRY AND RENEWAL REPORT        '.
          05 FILLER                     PIC X(8)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'PAGE NO'.
          05 PAGE-NUM                   PIC ZZ9        VALUE ZERO.
          05 FILLER                     PIC X(36)      VALUE SPACES.

       01 HEADING-2.
          05 FILLER                     PIC X(06)      VALUE
                'AS OF '.
          05 HDG-AS-OF-O                PIC 9(8).
          05 FILLER                     PIC X(18)      VALUE
                '   RENEWAL WINDOW '.
          05 HDG-WINDOW-O               PIC ZZ9.
          05 FILLER                     PIC X(09)      VALUE
                ' DAYS TO '.
          05 HDG-WINDOW-END-O           PIC 9(8).
          05 FILLER                     PIC X(80)      VALUE SPACES.

       01 HEADING-3.
          05 FILLER                     PIC X(17)      VALUE
                'EMPLOYEE'.
          05 FILLER                     PIC X(22)      VALUE
                'CREDENTIAL'.
          05 FILLER                     PIC X(06)      VALUE 'TYPE'.
          05 FILLER                     PIC X(07)      VALUE 'LEVEL'.
          05 FILLER                     PIC X(10)      VALUE
                'EXPIRES'.
          05 FILLER                     PIC X(11)      VALUE
                'DAYS LEFT'.
          05 FILLER                     PIC X(08)      VALUE
                'STATUS'.
          05 FILLER                     PIC X(08)      VALUE
                'EMP NO'.
          05 FILLER                     PIC X(43)      VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-EMP-NAME-O             PIC X(15).
          05 FILLER                     PIC X(02)      VALUE SPACES.
          05 DET-SKILL-O                PIC X(20).
          05 FILLER                     PIC X(03)      VALUE SPACES.
          05 DET-TYPE-O                 PIC X(01).
          05 FILLER                     PIC X(06)      VALUE SPACES.
          05 DET-LEVEL-O                PIC 9(01).
          05 FILLER                     PIC X(04)      VALUE SPACES.
          05 DET-EXPIRY-O               PIC 9(08).
          05 FILLER                     PIC X(03)      VALUE SPACES.
          05 DET-DAYS-LEFT-O            PIC -----9.
          05 FILLER                     PIC X(04)      VALUE SPACES.
          05 DET-STATUS-O               PIC X(08).
          05 DET-EMP-NO-O               PIC 9(06).
          05 FILLER                     PIC X(45)      VALUE SPACES.

       01 WS-NONE-LINE.
          05 FILLER                     PIC X(50)      VALUE
                'NO CREDENTIAL EXPIRED OR DUE FOR RENEWAL'.
          05 FILLER                     PIC X(82)      VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                     PIC X(35)      VALUE
                'Skill rows read                  :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-SKILL-O              PIC ZZZZ9.
          05 FILLER                     PIC X(88)      VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                     PIC X(35)      VALUE
                'Expired / due for renewal        :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-EXPIRED-O            PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-RENEW-O              PIC ZZZZ9.
          05 FILLER                     PIC X(80)      VALUE SPACES.

      * PARMLKUP calling parameters - the as-of date and renewal
      * window in effect today from the PARMLIB parameter library
       COPY PARMLKL.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-SELECT-SKILL UNTIL SKILL-FILE-EOF.
           PERFORM 500-WRITE-REPORT.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE.
      * as-of date and renewal window in effect today (PARMLKUP)
           MOVE 'SKILLEXP' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'SKILL-AS-OF-DATE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99999999
                 THEN
                 DISPLAY 'SKILL-AS-OF-DATE PROBLEM: NOT A DATE: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-AS-OF-DATE
              END-IF
           END-IF.

           MOVE 'SKILL-WINDOW' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999
                 THEN
                 DISPLAY 'SKILL-WINDOW PROBLEM: NOT A DAY COUNT: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-WINDOW-DAYS
              END-IF
           END-IF.
           COMPUTE WS-AS-OF-INT =
              FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
           COMPUTE WS-WINDOW-END-DATE =
              FUNCTION DATE-OF-INTEGER(WS-AS-OF-INT + WS-WINDOW-DAYS).
      D    DISPLAY 'AS OF ' WS-AS-OF-DATE
      D            ' WINDOW TO ' WS-WINDOW-END-DATE.
       100-SELECT-SKILL.
      ************************************************************
      * Keep a credential expiring on or before the window end   *
      ************************************************************
      D    DISPLAY '100-SELECT-SKILL'.
           READ SKILL-FILE
           AT END
              MOVE 'Y' TO SKILL-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-SKILL-KTR.
           IF SK-EXPIRY-DATE NOT NUMERIC
              OR SK-EXPIRY-DATE = 0
              OR SK-EXPIRY-DATE > WS-WINDOW-END-DATE
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF XP-MAX = XP-MAX-LIMIT
              THEN
              DISPLAY 'WARNING: EXPIRY TABLE FULL - ' SK-KEY
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO XP-MAX.
           MOVE SK-EMP-NAME TO XP-TBL-EMP-NAME(XP-MAX).
           MOVE SK-EMP-NO TO XP-TBL-EMP-NO(XP-MAX).
           MOVE SK-SKILL TO XP-TBL-SKILL(XP-MAX).
           MOVE SK-SKILL-TYPE TO XP-TBL-SKILL-TYPE(XP-MAX).
           MOVE SK-LEVEL TO XP-TBL-LEVEL(XP-MAX).
           MOVE SK-EXPIRY-DATE TO XP-TBL-EXPIRY-DATE(XP-MAX).
           MOVE SPACE TO XP-TBL-PRINTED-IND(XP-MAX).
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT SKILL-FILE.
           IF NOT SKILL-FILE-OK
              DISPLAY 'EMPSKILL OPEN PROBLEM, RC=' SKILL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'SKILLXRP OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       500-WRITE-REPORT.
      ************************************************************
      * Selected credentials, soonest expiry first               *
      ************************************************************
      D    DISPLAY '500-WRITE-REPORT'.
           PERFORM 510-PAGE-CHANGE-RTN.
           IF XP-MAX = 0
              THEN
              WRITE OUTPUT-LINE FROM WS-NONE-LINE
                 AFTER ADVANCING 2
              EXIT PARAGRAPH
           END-IF.
           PERFORM 550-WRITE-NEXT-EXPIRY XP-MAX TIMES.
       510-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine                                       *
      ************************************************************
      D    DISPLAY '510-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           MOVE WS-AS-OF-DATE TO HDG-AS-OF-O.
           MOVE WS-WINDOW-DAYS TO HDG-WINDOW-O.
           MOVE WS-WINDOW-END-DATE TO HDG-WINDOW-END-O.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 2.
           MOVE 4 TO CTR-LINES.
       550-WRITE-NEXT-EXPIRY.
      ************************************************************
      * Each pass prints the earliest unprinted expiry           *
      ************************************************************
      D    DISPLAY '550-WRITE-NEXT-EXPIRY'.
           MOVE 0 TO WS-BEST-SUB.
           PERFORM VARYING XP-SUB FROM 1 BY 1
              UNTIL XP-SUB > XP-MAX
                   IF NOT XP-TBL-PRINTED(XP-SUB)
                      THEN
                      IF WS-BEST-SUB = 0 OR
                         XP-TBL-EXPIRY-DATE(XP-SUB) <
                         XP-TBL-EXPIRY-DATE(WS-BEST-SUB)
                         THEN
                         MOVE XP-SUB TO WS-BEST-SUB
                      END-IF
                   END-IF
           END-PERFORM.
           IF WS-BEST-SUB = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE XP-TBL-EMP-NAME(WS-BEST-SUB) TO DET-EMP-NAME-O.
           MOVE XP-TBL-EMP-NO(WS-BEST-SUB) TO DET-EMP-NO-O.
           MOVE XP-TBL-SKILL(WS-BEST-SUB) TO DET-SKILL-O.
           MOVE XP-TBL-SKILL-TYPE(WS-BEST-SUB) TO DET-TYPE-O.
           MOVE XP-TBL-LEVEL(WS-BEST-SUB) TO DET-LEVEL-O.
           MOVE XP-TBL-EXPIRY-DATE(WS-BEST-SUB) TO DET-EXPIRY-O.
           COMPUTE WS-EXPIRY-INT = FUNCTION INTEGER-OF-DATE
              (XP-TBL-EXPIRY-DATE(WS-BEST-SUB)).
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-AS-OF-INT.
           MOVE WS-DAYS-LEFT TO DET-DAYS-LEFT-O.
           IF XP-TBL-EXPIRY-DATE(WS-BEST-SUB) < WS-AS-OF-DATE
              THEN
              MOVE 'EXPIRED' TO DET-STATUS-O
              ADD 1 TO WS-EXPIRED-KTR
           ELSE
              MOVE 'RENEW' TO DET-STATUS-O
              ADD 1 TO WS-RENEW-KTR
           END-IF.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
           MOVE 'P' TO XP-TBL-PRINTED-IND(WS-BEST-SUB).
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           MOVE WS-SKILL-KTR TO TOTAL-SKILL-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           MOVE WS-EXPIRED-KTR TO TOTAL-EXPIRED-O.
           MOVE WS-RENEW-KTR TO TOTAL-RENEW-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE SKILL-FILE
                 REPORT-FILE.
