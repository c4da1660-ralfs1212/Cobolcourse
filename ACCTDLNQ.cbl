      *  - accounts no longer on OVRLIMIT drop off (cured)
      *  - days delinquent since the first flag drive the
      *    30/60/90+ aging report buckets
      *  - the notice thresholds (days to first notice, second
      *    notice, final demand) from the PARMLIB parameter
      *    library drive the letter file: one
      *    letter record with notice level, name and address per
      *    account crossing a threshold this run
      *  - the updated delinquency file is written to DLNQOUT
      *
      * When ACCTCYCS has selected billing cycles (BILLSEL) only
      * accounts in a cycle closing tonight are aged, lettered and
      * cured; delinquency records for the other cycles carry
      * forward untouched until their own cycle closes. Without
      * BILLSEL every account is worked, as before.
      *
      *  Inital Version   2026/09/01
      *  Notice thresholds from the PARMLIB library   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT EXCP-FILE ASSIGN TO OVRLIMIT
           FILE STATUS IS EXCP-FILE-ST.

           SELECT DLNQ-OUT-FILE ASSIGN TO DLNQOUT
           FILE STATUS IS DLNQ-OUT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

      * Billing cycles closing tonight, from ACCTCYCS
           SELECT OPTIONAL CYCLE-SEL-FILE ASSIGN TO BILLSEL
           FILE STATUS IS CYCLE-SEL-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  DLNQ-IN-FILE RECORDING MODE F.
             10 STREET-ADDR             PIC X(25).
             10 CITY-COUNTY             PIC X(20).
             10 USA-STATE               PIC X(15).
          05 BILL-CYCLE                 PIC X(2).
          05 RESERVED                   PIC X(5).
          05 COMMENTS                   PIC X(50).

       FD  DLNQ-OUT-FILE RECORDING MODE F.
       01 DLNQ-OUT-REC                  PIC X(30).

          05 LTR-OVER-AMOUNT            PIC S9(7)V99.
          05 FILLER                     PIC X(17).

      * Cycle selection record as ACCTCYCS writes it
       FD  CYCLE-SEL-FILE RECORDING MODE F.
       01 CYCLE-SEL-REC.
          05 SEL-CYCLE                  PIC X(2).
          05 SEL-CLOSE-DATE             PIC 9(8).
          05 SEL-CATCH-UP               PIC X(1).
          05 FILLER                     PIC X(9).

       FD  REPORT-FILE RECORDING MODE F.
       01 OUTPUT-LINE                   PIC X(132).

          05 DQ-RUN-KTR                 PIC 9(3).
          05 DQ-FIRST-FLAG-DATE         PIC 9(8).
          05 DQ-LAST-LEVEL              PIC X(1).
          05 DQ-BILL-CYCLE              PIC X(2).
          05 FILLER                     PIC X(8)       VALUE SPACES.

       01 DQ-TABLE-SUB                  PIC 9(4)       VALUE 0 COMP.
       01 DQ-TABLE-MAX                  PIC 9(4)       VALUE 0 COMP.
             10 DQ-TBL-LAST-LEVEL       PIC X(1).
             10 DQ-TBL-SEEN-IND         PIC X(1).
                88 DQ-TBL-SEEN                         VALUE 'Y'.
      * still over limit but its cycle is not closing tonight
                88 DQ-TBL-HELD                         VALUE 'H'.
             10 DQ-TBL-CYCLE            PIC X(2).

      * Billing cycles selected for tonight
       01 CY-TABLE-SUB                  PIC 9(3)       VALUE 0 COMP.
       01 CY-TABLE-MAX                  PIC 9(3)       VALUE 0 COMP.
       01 CY-TABLE-MAX-LIMIT            PIC 9(3)       VALUE 99 COMP.
       01 CYCLE-TABLE.
          05 CY-ENTRY OCCURS 1 TO 99 TIMES
                DEPENDING ON CY-TABLE-MAX.
             10 CY-CYCLE                PIC X(2).
       01 WS-CHECK-CYCLE                PIC X(2)       VALUE SPACES.

       01 PROGRAM-SWITCHES.
          05 DLNQ-IN-FILE-ST            PIC X(2).
             88 EXCP-FILE-OK                           VALUE '00'.
          05 EXCP-FILE-STATUS           PIC X(1)       VALUE 'N'.
             88 EXCP-FILE-EOF                          VALUE 'Y'.
          05 DLNQ-OUT-FILE-ST           PIC X(2).
             88 DLNQ-OUT-FILE-OK                       VALUE '00'.
          05 LETTER-FILE-ST             PIC X(2).
             88 LETTER-FILE-OK                         VALUE '00'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 CYCLE-SEL-FILE-ST          PIC X(2).
             88 CYCLE-SEL-FILE-OK                      VALUE '00' '05'.
          05 CYCLE-SEL-FILE-STATUS      PIC X(1)       VALUE 'N'.
             88 CYCLE-SEL-FILE-EOF                     VALUE 'Y'.
          05 SW-CYCLE-MODE              PIC X(1)       VALUE 'N'.
             88 CYCLE-MODE                             VALUE 'Y'.
          05 SW-CYCLE-CLOSING           PIC X(1)       VALUE 'N'.
             88 CYCLE-CLOSING                          VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-OLD-DQ-KTR              PIC 9(7)       VALUE 0.
          05 WS-CURED-KTR               PIC 9(7)       VALUE 0.
          05 WS-LETTER-KTR              PIC 9(7)       VALUE 0.
          05 WS-OUT-KTR                 PIC 9(7)       VALUE 0.
          05 WS-CYCLE-SKIP-KTR          PIC 9(7)       VALUE 0.
          05 WS-CARRIED-KTR             PIC 9(7)       VALUE 0.
          05 CTR-LINES                  PIC 99         VALUE 99.
          05 CTR-PAGES                  PIC 999        VALUE 0.
          05 CTR-LINES-MAX              PIC 99         VALUE 40.
       01 WS-NOTICE-LEVEL               PIC X(1)       VALUE SPACE.
       01 WS-OVER-AMT                   PIC S9(7)V99   VALUE 0.

      * PARMLKUP calling parameters - business-rule settings in
      * effect on the run date from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 TOTAL-LETTER-O             PIC ZZZZZZ9.
          05 FILLER                     PIC X(86)      VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                     PIC X(35)      VALUE
                'Other cycles: skipped / carried  :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-CYCLE-SKIP-O         PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-CARRIED-O            PIC ZZZZZZ9.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           PERFORM 050-LOAD-CYCLE-SELECTION
              UNTIL CYCLE-SEL-FILE-EOF.
           IF CYCLE-MODE
              THEN
              DISPLAY 'CYCLE MODE - CYCLES SELECTED: ' CY-TABLE-MAX
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           MOVE 'ACCTDLNQ' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'DLNQ-FIRST-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'DLNQ-FIRST-DAYS PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-FIRST-DAYS.

           MOVE 'DLNQ-SECOND-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'DLNQ-SECOND-DAYS PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-SECOND-DAYS.

           MOVE 'DLNQ-FINAL-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'DLNQ-FINAL-DAYS PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-FINAL-DAYS.
      D    DISPLAY 'NOTICE THRESHOLDS: ' WS-FIRST-DAYS '/'
      D            WS-SECOND-DAYS '/' WS-FINAL-DAYS.
       050-LOAD-CYCLE-SELECTION.
      ************************************************************
      * Cycles closing tonight; an empty or missing selection    *
      * leaves cycle mode off                                    *
      ************************************************************
      D    DISPLAY '050-LOAD-CYCLE-SELECTION'.
           READ CYCLE-SEL-FILE
           AT END
              MOVE 'Y' TO CYCLE-SEL-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF CY-TABLE-MAX < CY-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO CY-TABLE-MAX
              MOVE SEL-CYCLE TO CY-CYCLE(CY-TABLE-MAX)
              MOVE 'Y' TO SW-CYCLE-MODE
           ELSE
              DISPLAY 'WARNING: CYCLE SELECTION TABLE FULL'
           END-IF.
       100-LOAD-DELINQUENCY.
      ************************************************************
      * Load the carried-forward delinquency records             *
              MOVE DQ-LAST-LEVEL TO
                 DQ-TBL-LAST-LEVEL(DQ-TABLE-MAX)
              MOVE SPACE TO DQ-TBL-SEEN-IND(DQ-TABLE-MAX)
              MOVE DQ-BILL-CYCLE TO DQ-TBL-CYCLE(DQ-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: DELINQUENCY TABLE FULL'
           END-IF.
                   END-IF
           END-PERFORM.

      * Another cycle's account waits for its own night; an
      * existing record just learns its cycle and carries forward
           IF CYCLE-MODE
              THEN
              MOVE BILL-CYCLE TO WS-CHECK-CYCLE
              PERFORM 150-CHECK-CYCLE-CLOSING
              IF NOT CYCLE-CLOSING
                 THEN
                 ADD 1 TO WS-CYCLE-SKIP-KTR
                 IF DQ-FOUND
                    THEN
                    MOVE BILL-CYCLE TO DQ-TBL-CYCLE(DQ-TABLE-SUB)
                    MOVE 'H' TO DQ-TBL-SEEN-IND(DQ-TABLE-SUB)
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF NOT DQ-FOUND
              THEN
              IF DQ-TABLE-MAX < DQ-TABLE-MAX-LIMIT

           ADD 1 TO DQ-TBL-RUN-KTR(DQ-TABLE-SUB).
           MOVE 'Y' TO DQ-TBL-SEEN-IND(DQ-TABLE-SUB).
           MOVE BILL-CYCLE TO DQ-TBL-CYCLE(DQ-TABLE-SUB).
      * Holder name for the aging report, refreshed from this
      * run's exception record
           MOVE SPACES TO DQ-TBL-NAME(DQ-TABLE-SUB).
                 DQ-TBL-LAST-LEVEL(DQ-TABLE-SUB)
              PERFORM 250-WRITE-LETTER-RECORD
           END-IF.
       150-CHECK-CYCLE-CLOSING.
      ************************************************************
      * Is WS-CHECK-CYCLE closing tonight?                       *
      ************************************************************
      D    DISPLAY '150-CHECK-CYCLE-CLOSING'.
           MOVE 'N' TO SW-CYCLE-CLOSING.
           PERFORM VARYING CY-TABLE-SUB FROM 1 BY 1
              UNTIL CY-TABLE-SUB > CY-TABLE-MAX
                   IF CY-CYCLE(CY-TABLE-SUB) = WS-CHECK-CYCLE
                      THEN
                      MOVE 'Y' TO SW-CYCLE-CLOSING
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       250-WRITE-LETTER-RECORD.
      ************************************************************
      * One collection letter record at the new notice level     *
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DLNQ-OUT-FILE.
           IF NOT DLNQ-OUT-FILE-OK
              DISPLAY 'DLNQOUT OPEN PROBLEM, RC='
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CYCLE-SEL-FILE.
           IF NOT CYCLE-SEL-FILE-OK
              MOVE 'Y' TO CYCLE-SEL-FILE-STATUS
           END-IF.
       500-AGE-AND-REPORT.
      ************************************************************
      * Accounts still over limit carry forward and age; ones    *
      * not seen this run have cured and drop off. In cycle mode *
      * a record on a cycle not closing tonight carries forward  *
      * as it is.                                                *
      ************************************************************
      D    DISPLAY '500-AGE-AND-REPORT'.
           PERFORM VARYING DQ-TABLE-SUB FROM 1 BY 1
              UNTIL DQ-TABLE-SUB > DQ-TABLE-MAX
                   MOVE 'Y' TO SW-CYCLE-CLOSING
                   IF CYCLE-MODE
                      AND DQ-TBL-CYCLE(DQ-TABLE-SUB) NOT = SPACES
                      THEN
                      MOVE DQ-TBL-CYCLE(DQ-TABLE-SUB)
                         TO WS-CHECK-CYCLE
                      PERFORM 150-CHECK-CYCLE-CLOSING
                   END-IF
                   EVALUATE TRUE
                   WHEN DQ-TBL-SEEN(DQ-TABLE-SUB)
                        PERFORM 550-WRITE-ONE-DELINQUENT
                   WHEN DQ-TBL-HELD(DQ-TABLE-SUB)
                        OR NOT CYCLE-CLOSING
                        PERFORM 555-WRITE-DLNQ-RECORD
                        ADD 1 TO WS-CARRIED-KTR
                   WHEN OTHER
                        ADD 1 TO WS-CURED-KTR
                   END-EVALUATE
           END-PERFORM.
       550-WRITE-ONE-DELINQUENT.
      ************************************************************
      * One carried-forward delinquency record and report line   *
      ************************************************************
      D    DISPLAY '550-WRITE-ONE-DELINQUENT'.
           PERFORM 555-WRITE-DLNQ-RECORD.

           COMPUTE WS-FLAG-INT = FUNCTION INTEGER-OF-DATE
              (DQ-TBL-FIRST-FLAG(DQ-TABLE-SUB)).
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       555-WRITE-DLNQ-RECORD.
      ************************************************************
      * One carried-forward delinquency record                   *
      ************************************************************
      D    DISPLAY '555-WRITE-DLNQ-RECORD'.
           MOVE SPACES TO DLNQ-REC-WS.
           MOVE DQ-TBL-ACCT-NO(DQ-TABLE-SUB) TO DQ-ACCT-NO.
           MOVE DQ-TBL-RUN-KTR(DQ-TABLE-SUB) TO DQ-RUN-KTR.
           MOVE DQ-TBL-FIRST-FLAG(DQ-TABLE-SUB)
              TO DQ-FIRST-FLAG-DATE.
           MOVE DQ-TBL-LAST-LEVEL(DQ-TABLE-SUB) TO DQ-LAST-LEVEL.
           MOVE DQ-TBL-CYCLE(DQ-TABLE-SUB) TO DQ-BILL-CYCLE.
           MOVE DLNQ-REC-WS TO DLNQ-OUT-REC.
           WRITE DLNQ-OUT-REC.
           ADD 1 TO WS-OUT-KTR.
       600-WRITE-HEADINGS.
      ************************************************************
      * Page headings                                            *
           MOVE WS-LETTER-KTR TO TOTAL-LETTER-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           IF CYCLE-MODE
              THEN
              MOVE WS-CYCLE-SKIP-KTR TO TOTAL-CYCLE-SKIP-O
              MOVE WS-CARRIED-KTR TO TOTAL-CARRIED-O
              WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
                 AFTER ADVANCING 1 LINE
           END-IF.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE DLNQ-IN-FILE
                 EXCP-FILE
                 DLNQ-OUT-FILE
                 LETTER-FILE
                 REPORT-FILE
                 CYCLE-SEL-FILE.
