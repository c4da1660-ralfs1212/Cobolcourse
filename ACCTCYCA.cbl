       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCYCA.
      * ------------------------------------------------------------
      * ACCTCYCA:
      * Billing-cycle assignment for the account file. Every
      * account carries the billing cycle its statement closes on
      * (BILL-CYCLE, from the cycle calendar BILLCAL). This
      * utility:
      *
      *  - assigns a cycle to every account without one (new
      *    accounts) or on a cycle no longer on the calendar,
      *    each to the cycle with the fewest accounts at the time
      *  - when a move limit is in effect (CYCA-MAX-MOVES in the
      *    PARMLIB parameter library), rebalances: accounts move
      *    from the fullest cycle to the emptiest until the
      *    counts are within one of each other or the move limit
      *    is reached (moves change statement dates, so the limit
      *    keeps them few)
      *
      * The account file is copied to ACCTCOUT with the cycles
      * set; the report lists every assignment and the cycle
      * counts before and after.
      *
      *  Inital Version   2026/10/15
      *  Rebalance move limit from PARMLIB 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-IN-FILE ASSIGN TO ACCTIN
           FILE STATUS IS ACCT-IN-FILE-ST.

           SELECT CAL-FILE ASSIGN TO BILLCAL
           FILE STATUS IS CAL-FILE-ST.

           SELECT ACCT-OUT-FILE ASSIGN TO ACCTCOUT
           FILE STATUS IS ACCT-OUT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Account records - same ACCT-FIELDS layout as CNTRLBRK
       FD  ACCT-IN-FILE RECORDING MODE F.
       01 ACCT-FIELDS.
          05 ACCT-NO                    PIC X(8).
          05 ACCT-LIMIT                 PIC S9(7)V99 COMP-3.
          05 ACCT-BALANCE               PIC S9(7)V99 COMP-3.
          05 LAST-NAME                  PIC X(20).
          05 FIRST-NAME                 PIC X(15).
          05 CLIENT-ADDR.
             10 STREET-ADDR             PIC X(25).
             10 CITY-COUNTY             PIC X(20).
             10 USA-STATE               PIC X(15).
          05 BILL-CYCLE                 PIC X(2).
          05 RESERVED                   PIC X(5).
          05 COMMENTS                   PIC X(50).

      * Cycle calendar - same layout as ACCTCYCS
       FD  CAL-FILE RECORDING MODE F.
       01 CAL-REC.
          05 CAL-CYCLE                  PIC X(2).
          05 CAL-CUTOFF-DAY             PIC 9(2).
          05 CAL-DESC                   PIC X(20).
          05 FILLER                     PIC X(56).

       FD  ACCT-OUT-FILE RECORDING MODE F.
       01 ACCT-OUT-REC                  PIC X(170).

       FD  REPORT-FILE RECORDING MODE F.
       01 OUTPUT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      * Account table - loaded whole so the counts are known
      * before anything is assigned
       01 AC-TABLE-SUB                  PIC 9(5)       VALUE 0 COMP.
       01 AC-TABLE-MAX                  PIC 9(5)       VALUE 0 COMP.
       01 AC-TABLE-MAX-LIMIT            PIC 9(5)       VALUE 2000 COMP.
       01 ACCOUNT-TABLE.
          05 AC-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON AC-TABLE-MAX.
             10 AC-REC                  PIC X(170).
             10 AC-REC-FIELDS REDEFINES AC-REC.
                15 AC-ACCT-NO           PIC X(8).
                15 FILLER               PIC X(10).
                15 AC-LAST-NAME         PIC X(20).
                15 AC-FIRST-NAME        PIC X(15).
                15 FILLER               PIC X(60).
                15 AC-BILL-CYCLE        PIC X(2).
                15 FILLER               PIC X(55).
             10 AC-MOVED-IND            PIC X(1).
                88 AC-MOVED                            VALUE 'Y'.

      * Calendar cycles with their account counts
       01 CY-TABLE-SUB                  PIC 9(3)       VALUE 0 COMP.
       01 CY-TABLE-MAX                  PIC 9(3)       VALUE 0 COMP.
       01 CY-TABLE-MAX-LIMIT            PIC 9(3)       VALUE 99 COMP.
       01 CY-LOW-SUB                    PIC 9(3)       VALUE 0 COMP.
       01 CY-HIGH-SUB                   PIC 9(3)       VALUE 0 COMP.
       01 SW-CY-FOUND                   PIC X(1)       VALUE 'N'.
          88 CY-FOUND                                  VALUE 'Y'.
       01 CYCLE-TABLE.
          05 CY-ENTRY OCCURS 1 TO 99 TIMES
                DEPENDING ON CY-TABLE-MAX.
             10 CY-CYCLE                PIC X(2).
             10 CY-DESC                 PIC X(20).
             10 CY-BEFORE-KTR           PIC 9(7)       COMP.
             10 CY-AFTER-KTR            PIC 9(7)       COMP.

       01 PROGRAM-SWITCHES.
          05 ACCT-IN-FILE-ST            PIC X(2).
             88 ACCT-IN-FILE-OK                        VALUE '00'.
          05 ACCT-IN-FILE-STATUS        PIC X(1)       VALUE 'N'.
             88 ACCT-IN-FILE-EOF                       VALUE 'Y'.
          05 CAL-FILE-ST                PIC X(2).
             88 CAL-FILE-OK                            VALUE '00'.
          05 CAL-FILE-STATUS            PIC X(1)       VALUE 'N'.
             88 CAL-FILE-EOF                           VALUE 'Y'.
          05 ACCT-OUT-FILE-ST           PIC X(2).
             88 ACCT-OUT-FILE-OK                       VALUE '00'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 SW-REBALANCE               PIC X(1)       VALUE 'N'.
             88 REBALANCE-REQUESTED                    VALUE 'Y'.
          05 SW-REBALANCE-DONE          PIC X(1)       VALUE 'N'.
             88 REBALANCE-DONE                         VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-ACCT-KTR                PIC 9(7)       VALUE 0.
          05 WS-NEW-KTR                 PIC 9(7)       VALUE 0.
          05 WS-ORPHAN-KTR              PIC 9(7)       VALUE 0.
          05 WS-MOVE-KTR                PIC 9(7)       VALUE 0.
          05 WS-OUT-KTR                 PIC 9(7)       VALUE 0.
          05 CTR-LINES                  PIC 99         VALUE 99.
          05 CTR-PAGES                  PIC 999        VALUE 0.
          05 CTR-LINES-MAX              PIC 99         VALUE 40.
       01 WS-MAX-MOVES                  PIC 9(5)       VALUE 0.
       01 WS-OLD-CYCLE                  PIC X(2)       VALUE SPACES.
       01 WS-REASON                     PIC X(24)      VALUE SPACES.

      * Print Lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(50)      VALUE
                '        BILLING CYCLE ASSIGNMENT REPORT          '.
          05 FILLER                     PIC X(8)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'PAGE NO'.
          05 PAGE-NUM                   PIC ZZ9        VALUE ZERO.
          05 FILLER                     PIC X(36)      VALUE SPACES.

       01 HEADING-2.
          05 FILLER                     PIC X(10)      VALUE
                'ACCOUNT'.
          05 FILLER                     PIC X(23)      VALUE
                'NAME'.
          05 FILLER                     PIC X(11)      VALUE
                'OLD CYCLE'.
          05 FILLER                     PIC X(11)      VALUE
                'NEW CYCLE'.
          05 FILLER                     PIC X(24)      VALUE
                'REASON'.
          05 FILLER                     PIC X(53)      VALUE SPACES.

       01 HEADING-3.
          05 FILLER                     PIC X(79)      VALUE ALL '='.
          05 FILLER                     PIC X(53)      VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-ACCT-NO-O              PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-NAME-O                 PIC X(21).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-OLD-CYCLE-O            PIC X(2).
          05 FILLER                     PIC X(9)       VALUE SPACES.
          05 DET-NEW-CYCLE-O            PIC X(2).
          05 FILLER                     PIC X(9)       VALUE SPACES.
          05 DET-REASON-O               PIC X(24).
          05 FILLER                     PIC X(53)      VALUE SPACES.

       01 CYCLE-HDR-LINE.
          05 FILLER                     PIC X(7)       VALUE
                'CYCLE'.
          05 FILLER                     PIC X(22)      VALUE
                'DESCRIPTION'.
          05 FILLER                     PIC X(12)      VALUE
                '     BEFORE'.
          05 FILLER                     PIC X(12)      VALUE
                '      AFTER'.
          05 FILLER                     PIC X(79)      VALUE SPACES.

       01 CYCLE-LINE.
          05 CYC-CYCLE-O                PIC X(2).
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 CYC-DESC-O                 PIC X(20).
          05 FILLER                     PIC X(6)       VALUE SPACES.
          05 CYC-BEFORE-O               PIC ZZZZZZ9.
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 CYC-AFTER-O                PIC ZZZZZZ9.
          05 FILLER                     PIC X(80)      VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                     PIC X(35)      VALUE
                'Accounts read / written          :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-ACCT-O               PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-OUT-O                PIC ZZZZZZ9.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                     PIC X(35)      VALUE
                'New / off-calendar / rebalanced  :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-NEW-O                PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-ORPHAN-O             PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-MOVE-O               PIC ZZZZZZ9.
          05 FILLER                     PIC X(66)      VALUE SPACES.

      * PARMLKUP calling parameters - the rebalance move limit
      * from the PARMLIB parameter library
       COPY PARMLKL.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-CALENDAR UNTIL CAL-FILE-EOF.
           IF CY-TABLE-MAX = 0
              THEN
              DISPLAY 'CAL-FILE Problem: NO CYCLES ON CALENDAR'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 110-LOAD-ACCOUNTS UNTIL ACCT-IN-FILE-EOF.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
           PERFORM 200-ASSIGN-NEW-ACCOUNTS.
           IF REBALANCE-REQUESTED
              THEN
              PERFORM 300-REBALANCE-CYCLES
           END-IF.
           PERFORM 600-WRITE-ACCOUNTS.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 400-OPEN-FILES.
      * Rebalance only with a move limit above zero in effect
      * today - otherwise only new and orphaned accounts are
      * assigned
           MOVE 'ACCTCYCA' TO PLIB-PROGRAM-ID.
           ACCEPT PLIB-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'CYCA-MAX-MOVES' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99999
                 THEN
                 DISPLAY 'CYCA-MAX-MOVES PROBLEM: NOT A COUNT: '
                         PLIB-VALUE
                 PERFORM 800-CLOSE-FILES
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE 'Y' TO SW-REBALANCE
                 MOVE PLIB-NUM-VALUE TO WS-MAX-MOVES
              END-IF
           END-IF.
           IF REBALANCE-REQUESTED
              THEN
              DISPLAY 'REBALANCE REQUESTED - MOVE LIMIT '
                      WS-MAX-MOVES
           END-IF.
       100-LOAD-CALENDAR.
      ************************************************************
      * The cycles accounts may be assigned to                   *
      ************************************************************
      D    DISPLAY '100-LOAD-CALENDAR'.
           READ CAL-FILE
           AT END
              MOVE 'Y' TO CAL-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF CAL-CYCLE = SPACES
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF CY-TABLE-MAX < CY-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO CY-TABLE-MAX
              MOVE CAL-CYCLE TO CY-CYCLE(CY-TABLE-MAX)
              MOVE CAL-DESC TO CY-DESC(CY-TABLE-MAX)
              MOVE 0 TO CY-BEFORE-KTR(CY-TABLE-MAX)
                        CY-AFTER-KTR(CY-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: CYCLE TABLE FULL'
           END-IF.
       110-LOAD-ACCOUNTS.
      ************************************************************
      * Load the accounts and count them by cycle                *
      ************************************************************
      D    DISPLAY '110-LOAD-ACCOUNTS'.
           READ ACCT-IN-FILE
           AT END
              MOVE 'Y' TO ACCT-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-ACCT-KTR.
           IF AC-TABLE-MAX < AC-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO AC-TABLE-MAX
              MOVE ACCT-FIELDS TO AC-REC(AC-TABLE-MAX)
              MOVE 'N' TO AC-MOVED-IND(AC-TABLE-MAX)
              MOVE BILL-CYCLE TO WS-OLD-CYCLE
              PERFORM 150-FIND-CYCLE
              IF CY-FOUND
                 THEN
                 ADD 1 TO CY-BEFORE-KTR(CY-TABLE-SUB)
                          CY-AFTER-KTR(CY-TABLE-SUB)
              END-IF
           ELSE
              DISPLAY 'ACCOUNT TABLE FULL AT ' ACCT-NO
                      ' - RUN STOPPED, ACCTCOUT INCOMPLETE'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       150-FIND-CYCLE.
      ************************************************************
      * Locate WS-OLD-CYCLE on the calendar table                *
      ************************************************************
      D    DISPLAY '150-FIND-CYCLE'.
           MOVE 'N' TO SW-CY-FOUND.
           IF WS-OLD-CYCLE = SPACES
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CY-TABLE-SUB FROM 1 BY 1
              UNTIL CY-TABLE-SUB > CY-TABLE-MAX
                   IF CY-CYCLE(CY-TABLE-SUB) = WS-OLD-CYCLE
                      THEN
                      MOVE 'Y' TO SW-CY-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       160-FIND-LOW-HIGH.
      ************************************************************
      * Emptiest and fullest cycles by current count; ties go to *
      * the first on the calendar                                *
      ************************************************************
      D    DISPLAY '160-FIND-LOW-HIGH'.
           MOVE 1 TO CY-LOW-SUB CY-HIGH-SUB.
           PERFORM VARYING CY-TABLE-SUB FROM 2 BY 1
              UNTIL CY-TABLE-SUB > CY-TABLE-MAX
                   IF CY-AFTER-KTR(CY-TABLE-SUB) <
                      CY-AFTER-KTR(CY-LOW-SUB)
                      THEN
                      MOVE CY-TABLE-SUB TO CY-LOW-SUB
                   END-IF
                   IF CY-AFTER-KTR(CY-TABLE-SUB) >
                      CY-AFTER-KTR(CY-HIGH-SUB)
                      THEN
                      MOVE CY-TABLE-SUB TO CY-HIGH-SUB
                   END-IF
           END-PERFORM.
       200-ASSIGN-NEW-ACCOUNTS.
      ************************************************************
      * Accounts with no cycle, or one dropped from the          *
      * calendar, go to the emptiest cycle one at a time         *
      ************************************************************
      D    DISPLAY '200-ASSIGN-NEW-ACCOUNTS'.
           PERFORM VARYING AC-TABLE-SUB FROM 1 BY 1
              UNTIL AC-TABLE-SUB > AC-TABLE-MAX
                   MOVE AC-BILL-CYCLE(AC-TABLE-SUB) TO WS-OLD-CYCLE
                   PERFORM 150-FIND-CYCLE
                   IF NOT CY-FOUND
                      THEN
                      IF WS-OLD-CYCLE = SPACES
                         THEN
                         MOVE 'NEW ACCOUNT' TO WS-REASON
                         ADD 1 TO WS-NEW-KTR
                      ELSE
                         MOVE 'CYCLE NOT ON CALENDAR' TO WS-REASON
                         ADD 1 TO WS-ORPHAN-KTR
                      END-IF
                      PERFORM 160-FIND-LOW-HIGH
                      PERFORM 250-ASSIGN-TO-LOW-CYCLE
                   END-IF
           END-PERFORM.
       250-ASSIGN-TO-LOW-CYCLE.
      ************************************************************
      * Put the account on the emptiest cycle and list it        *
      ************************************************************
      D    DISPLAY '250-ASSIGN-TO-LOW-CYCLE'.
           MOVE CY-CYCLE(CY-LOW-SUB) TO AC-BILL-CYCLE(AC-TABLE-SUB).
           ADD 1 TO CY-AFTER-KTR(CY-LOW-SUB).
           MOVE 'Y' TO AC-MOVED-IND(AC-TABLE-SUB).
           PERFORM 500-WRITE-REPORT.
       300-REBALANCE-CYCLES.
      ************************************************************
      * Move accounts from the fullest cycle to the emptiest     *
      * until the spread is one or the move limit is reached.    *
      * The most recently added accounts (end of file) move      *
      * first and no account moves twice.                        *
      ************************************************************
      D    DISPLAY '300-REBALANCE-CYCLES'.
           MOVE 'REBALANCE' TO WS-REASON.
           PERFORM UNTIL REBALANCE-DONE
              PERFORM 160-FIND-LOW-HIGH
              IF WS-MOVE-KTR NOT < WS-MAX-MOVES
                 OR CY-AFTER-KTR(CY-HIGH-SUB) -
                    CY-AFTER-KTR(CY-LOW-SUB) NOT > 1
                 THEN
                 MOVE 'Y' TO SW-REBALANCE-DONE
              ELSE
                 PERFORM 350-MOVE-ONE-ACCOUNT
              END-IF
           END-PERFORM.
       350-MOVE-ONE-ACCOUNT.
      ************************************************************
      * Latest unmoved account on the fullest cycle moves        *
      ************************************************************
      D    DISPLAY '350-MOVE-ONE-ACCOUNT'.
           PERFORM VARYING AC-TABLE-SUB FROM AC-TABLE-MAX BY -1
              UNTIL AC-TABLE-SUB < 1
                   IF AC-BILL-CYCLE(AC-TABLE-SUB) =
                      CY-CYCLE(CY-HIGH-SUB)
                      AND NOT AC-MOVED(AC-TABLE-SUB)
                      THEN
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF AC-TABLE-SUB < 1
              THEN
      * Everything on the fullest cycle has already moved once
              MOVE 'Y' TO SW-REBALANCE-DONE
              EXIT PARAGRAPH
           END-IF.
           MOVE AC-BILL-CYCLE(AC-TABLE-SUB) TO WS-OLD-CYCLE.
           SUBTRACT 1 FROM CY-AFTER-KTR(CY-HIGH-SUB).
           ADD 1 TO WS-MOVE-KTR.
           PERFORM 250-ASSIGN-TO-LOW-CYCLE.
       400-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '400-OPEN-FILES'.
           OPEN INPUT ACCT-IN-FILE.
           IF NOT ACCT-IN-FILE-OK
              DISPLAY 'ACCTIN OPEN PROBLEM, RC=' ACCT-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CAL-FILE.
           IF NOT CAL-FILE-OK
              DISPLAY 'BILLCAL OPEN PROBLEM, RC=' CAL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ACCT-OUT-FILE.
           IF NOT ACCT-OUT-FILE-OK
              DISPLAY 'ACCTCOUT OPEN PROBLEM, RC=' ACCT-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       500-WRITE-REPORT.
      ************************************************************
      * One assignment line                                      *
      ************************************************************
      D    DISPLAY '500-WRITE-REPORT'.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE AC-ACCT-NO(AC-TABLE-SUB) TO DET-ACCT-NO-O.
           MOVE SPACES TO DET-NAME-O.
           STRING AC-FIRST-NAME(AC-TABLE-SUB) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  AC-LAST-NAME(AC-TABLE-SUB) DELIMITED BY SIZE
              INTO DET-NAME-O
           END-STRING.
           MOVE WS-OLD-CYCLE TO DET-OLD-CYCLE-O.
           MOVE AC-BILL-CYCLE(AC-TABLE-SUB) TO DET-NEW-CYCLE-O.
           MOVE WS-REASON TO DET-REASON-O.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       510-PAGE-CHANGE-RTN.
      ************************************************************
      * Page headings                                            *
      ************************************************************
      D    DISPLAY '510-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2 LINES.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1 LINE.
           MOVE 3 TO CTR-LINES.
       600-WRITE-ACCOUNTS.
      ************************************************************
      * The account file with its cycles, in the original order  *
      ************************************************************
      D    DISPLAY '600-WRITE-ACCOUNTS'.
           PERFORM VARYING AC-TABLE-SUB FROM 1 BY 1
              UNTIL AC-TABLE-SUB > AC-TABLE-MAX
                   WRITE ACCT-OUT-REC FROM AC-REC(AC-TABLE-SUB)
                   IF NOT ACCT-OUT-FILE-OK
                      THEN
                      DISPLAY 'ACCT-OUT-FILE Problem: '
                              ACCT-OUT-FILE-ST
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                   END-IF
                   ADD 1 TO WS-OUT-KTR
           END-PERFORM.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Cycle counts before and after, and run totals            *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM CYCLE-HDR-LINE
              AFTER ADVANCING 3 LINES.
           PERFORM VARYING CY-TABLE-SUB FROM 1 BY 1
              UNTIL CY-TABLE-SUB > CY-TABLE-MAX
                   MOVE CY-CYCLE(CY-TABLE-SUB) TO CYC-CYCLE-O
                   MOVE CY-DESC(CY-TABLE-SUB) TO CYC-DESC-O
                   MOVE CY-BEFORE-KTR(CY-TABLE-SUB) TO CYC-BEFORE-O
                   MOVE CY-AFTER-KTR(CY-TABLE-SUB) TO CYC-AFTER-O
                   WRITE OUTPUT-LINE FROM CYCLE-LINE
                      AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE WS-ACCT-KTR TO TOTAL-ACCT-O.
           MOVE WS-OUT-KTR TO TOTAL-OUT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 2 LINES.
           MOVE WS-NEW-KTR TO TOTAL-NEW-O.
           MOVE WS-ORPHAN-KTR TO TOTAL-ORPHAN-O.
           MOVE WS-MOVE-KTR TO TOTAL-MOVE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE ACCT-IN-FILE
                 CAL-FILE
                 ACCT-OUT-FILE
                 REPORT-FILE.
