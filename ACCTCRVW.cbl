       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCRVW.
      * ------------------------------------------------------------
      * ACCTCRVW:
      * Quarterly credit-limit review. Limits on the account file
      * only ever moved when someone keyed a LIMCHG by hand; this
      * program scores every account from its quarter's history
      * and proposes the limit changes:
      *
      *   PJOURNAL  payments posted by ACCTPOST (PAY items)
      *   OVRLIMIT  times the account was flagged over limit by
      *             CNTRLBRK
      *   DLNQIN    the ACCTDLNQ delinquency file - consecutive
      *             runs delinquent
      *   CHGREG    finance charges from the CNTRLBRK register
      *   ACCTIN    utilization of ACCT-LIMIT by the balance
      *
      * The quarter's journals, exception files and registers are
      * concatenated on their DDs. Factor bands add or take
      * points from a base score; the bands, base score,
      * thresholds, step percentages and limit bounds are CRVW-
      * settings in the PARMLIB parameter library. A
      * score at or above the increase threshold proposes an
      * increase, at or below the decrease threshold a decrease
      * (never below the balance owed - a decrease the balance
      * blocks prints as held).
      * Proposals go out as LIMCHG transactions in ACCTTRAN format
      * (CRVWTRAN) for the next ACCTMNT run, so changes above the
      * DC-LIMIT-THRESH threshold still queue for a second
      * operator. The review report shows each proposal with its
      * factors.
      *
      *  Inital Version   2026/10/15
      *  Scoring policy and dual control from PARMLIB 2026/10/15
      *  Factor bands from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-IN-FILE ASSIGN TO ACCTIN
           FILE STATUS IS ACCT-IN-FILE-ST.

      * History inputs - a quarter with none of one kind simply
      * scores nothing for that factor
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO PJOURNAL
           FILE STATUS IS JOURNAL-FILE-ST.

           SELECT OPTIONAL EXCP-FILE ASSIGN TO OVRLIMIT
           FILE STATUS IS EXCP-FILE-ST.

           SELECT OPTIONAL DLNQ-FILE ASSIGN TO DLNQIN
           FILE STATUS IS DLNQ-FILE-ST.

           SELECT OPTIONAL CHG-REG-FILE ASSIGN TO CHGREG
           FILE STATUS IS CHG-REG-FILE-ST.

           SELECT PROP-TRAN-FILE ASSIGN TO CRVWTRAN
           FILE STATUS IS PROP-TRAN-FILE-ST.

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
          05 RESERVED                   PIC X(7).
          05 COMMENTS                   PIC X(50).

      * Posted-items journal - same layout as ACCTPOST's
       FD  JOURNAL-FILE RECORDING MODE F.
       01 JOURNAL-REC.
          05 PJ-ACCT-NO                 PIC X(8).
          05 PJ-TRAN-TYPE               PIC X(3).
             88 PJ-PAYMENT                             VALUE 'PAY'.
             88 PJ-RETURNED-PAY                        VALUE 'RTN'.
          05 PJ-AMOUNT                  PIC 9(9)V99.
          05 PJ-TRAN-REF                PIC X(8).
          05 PJ-TRAN-DATE               PIC 9(8).
          05 PJ-NEW-BALANCE             PIC S9(7)V99.
          05 FILLER                     PIC X(33).

      * Over-limit exceptions - ACCT-FIELDS image as CNTRLBRK
      * writes them
       FD  EXCP-FILE RECORDING MODE F.
       01 EXCP-REC.
          05 EX-ACCT-NO                 PIC X(8).
          05 FILLER                     PIC X(162).

      * Delinquency file as ACCTDLNQ carries it between runs
       FD  DLNQ-FILE RECORDING MODE F.
       01 DLNQ-REC.
          05 DQ-ACCT-NO                 PIC X(8).
          05 DQ-RUN-KTR                 PIC 9(3).
          05 DQ-FIRST-FLAG-DATE         PIC 9(8).
          05 DQ-LAST-LEVEL              PIC X(1).
          05 FILLER                     PIC X(10).

      * Charge register as printed by CNTRLBRK
       FD  CHG-REG-FILE RECORDING MODE F.
       01 CHG-REG-REC.
          05 FILLER                     PIC X(3).
          05 CHG-STATE-IN               PIC X(18).
          05 CHG-ACCT-IN                PIC X(8).
          05 FILLER                     PIC X(2).
          05 CHG-NAME-IN                PIC X(21).
          05 CHG-OLD-BAL-IN             PIC X(13).
          05 FILLER                     PIC X(1).
          05 CHG-CHARGE-IN              PIC X(13).
          05 FILLER                     PIC X(1).
          05 CHG-NEW-BAL-IN             PIC X(13).
          05 FILLER                     PIC X(40).

      * Proposed limit changes in ACCTTRAN format
       FD  PROP-TRAN-FILE RECORDING MODE F.
       01 PROP-TRAN-REC                 PIC X(88).

       FD  REPORT-FILE RECORDING MODE F.
       01 OUTPUT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      * Proposed transaction built in ACCTTRAN layout
       01 PROP-TRAN-WS.
          05 PT-ACCT-NO                 PIC X(8).
          05 PT-ACTION                  PIC X(6).
          05 PT-DATA                    PIC X(66).
          05 PT-LIMIT-DATA REDEFINES PT-DATA.
             10 PT-NEW-LIMIT            PIC 9(7)V99.
             10 FILLER                  PIC X(57).
          05 PT-OPERATOR-ID             PIC X(8).

      * Account table - the quarter's history accumulates here
       01 AC-TABLE-SUB                  PIC 9(5)       VALUE 0 COMP.
       01 AC-TABLE-MAX                  PIC 9(5)       VALUE 0 COMP.
       01 AC-TABLE-MAX-LIMIT            PIC 9(5)       VALUE 2000 COMP.
       01 SW-AC-FOUND                   PIC X(1)       VALUE 'N'.
          88 AC-FOUND                                  VALUE 'Y'.
       01 WS-SEARCH-ACCT-NO             PIC X(8)       VALUE SPACES.
       01 ACCOUNT-TABLE.
          05 AC-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON AC-TABLE-MAX.
             10 AC-ACCT-NO              PIC X(8).
             10 AC-NAME                 PIC X(21).
             10 AC-LIMIT                PIC S9(7)V99   COMP-3.
             10 AC-BALANCE              PIC S9(7)V99   COMP-3.
             10 AC-PAY-KTR              PIC 9(5)       COMP.
             10 AC-PAY-AMT              PIC S9(9)V99   COMP-3.
             10 AC-OVL-KTR              PIC 9(5)       COMP.
             10 AC-DLQ-RUNS             PIC 9(3).
             10 AC-FIN-CHG              PIC S9(7)V99   COMP-3.

      * Factor bands, from the PARMLIB settings CRVW-ffff-nn-PT
      * (points, negative to take away), CRVW-ffff-nn-LO and
      * CRVW-ffff-nn-HI (the factor values the band covers,
      * inclusive), ffff = factor code, nn = band 01 up with no
      * gaps. Factor codes:
      *   PAYK  payments posted in the quarter (count)
      *   OVLM  times on the over-limit file (count)
      *   DLNQ  consecutive runs delinquent (count)
      *   FCHG  finance charges assessed (amount)
      *   UTIL  balance as a percentage of the limit
      * FT-FACTOR-SUB points into the factor value/points tables
      * below.
       01 FT-TABLE-SUB                  PIC 9(5)       VALUE 0 COMP.
       01 FT-TABLE-MAX                  PIC 9(5)       VALUE 0 COMP.
       01 FT-TABLE-MAX-LIMIT            PIC 9(5)       VALUE 50 COMP.
       01 FACTOR-TABLE.
          05 FT-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON FT-TABLE-MAX.
             10 FT-FACTOR-SUB           PIC 9(1).
             10 FT-LOW                  PIC 9(7)V99    COMP-3.
             10 FT-HIGH                 PIC 9(7)V99    COMP-3.
             10 FT-POINTS               PIC S9(3)      COMP.
       01 FT-BAND-SEQ                   PIC 9(2)       VALUE 0.
       01 SW-FT-BANDS-END               PIC X(1)       VALUE 'N'.
          88 FT-BANDS-END                              VALUE 'Y'.
       01 FT-CODE-LIST.
          05 FILLER                     PIC X(20)      VALUE
                'PAYKOVLMDLNQFCHGUTIL'.
       01 FT-CODE-TABLE REDEFINES FT-CODE-LIST.
          05 FT-CODE                    PIC X(4)       OCCURS 5 TIMES.

      * Factors: 1 = PAYK, 2 = OVLM, 3 = DLNQ, 4 = FCHG, 5 = UTIL
       01 WS-FACTOR-SUB                 PIC 9(1)       VALUE 0.
       01 WS-FACTOR-TABLE.
          05 WS-FACTOR-VALUE OCCURS 5 TIMES
                                        PIC S9(9)V99   COMP-3.
          05 WS-FACTOR-PTS OCCURS 5 TIMES
                                        PIC S9(3)      COMP.

       01 PROGRAM-SWITCHES.
          05 ACCT-IN-FILE-ST            PIC X(2).
             88 ACCT-IN-FILE-OK                        VALUE '00'.
          05 ACCT-IN-FILE-STATUS        PIC X(1)       VALUE 'N'.
             88 ACCT-IN-FILE-EOF                       VALUE 'Y'.
          05 JOURNAL-FILE-ST            PIC X(2).
             88 JOURNAL-FILE-OK                        VALUE '00'.
          05 JOURNAL-FILE-STATUS        PIC X(1)       VALUE 'N'.
             88 JOURNAL-FILE-EOF                       VALUE 'Y'.
          05 EXCP-FILE-ST               PIC X(2).
             88 EXCP-FILE-OK                           VALUE '00'.
          05 EXCP-FILE-STATUS           PIC X(1)       VALUE 'N'.
             88 EXCP-FILE-EOF                          VALUE 'Y'.
          05 DLNQ-FILE-ST               PIC X(2).
             88 DLNQ-FILE-OK                           VALUE '00'.
          05 DLNQ-FILE-STATUS           PIC X(1)       VALUE 'N'.
             88 DLNQ-FILE-EOF                          VALUE 'Y'.
          05 CHG-REG-FILE-ST            PIC X(2).
             88 CHG-REG-FILE-OK                        VALUE '00'.
          05 CHG-REG-FILE-STATUS        PIC X(1)       VALUE 'N'.
             88 CHG-REG-FILE-EOF                       VALUE 'Y'.
          05 PROP-TRAN-FILE-ST          PIC X(2).
             88 PROP-TRAN-FILE-OK                      VALUE '00'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 SW-DUAL-ACTIVE             PIC X(1)       VALUE 'N'.
             88 DUAL-ACTIVE                            VALUE 'Y'.
          05 SW-PROPOSAL                PIC X(1)       VALUE 'N'.
             88 PROPOSE-INCREASE                       VALUE 'I'.
             88 PROPOSE-DECREASE                       VALUE 'D'.
             88 PROPOSE-NO-CHANGE                      VALUE 'N'.
             88 PROPOSE-HELD                           VALUE 'H'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-ACCT-KTR                PIC 9(7)       VALUE 0.
          05 WS-JRNL-KTR                PIC 9(7)       VALUE 0.
          05 WS-EXCP-KTR                PIC 9(7)       VALUE 0.
          05 WS-DLNQ-KTR                PIC 9(7)       VALUE 0.
          05 WS-CHG-LINE-KTR            PIC 9(7)       VALUE 0.
          05 WS-NOT-ON-FILE-KTR         PIC 9(7)       VALUE 0.
          05 WS-INCREASE-KTR            PIC 9(7)       VALUE 0.
          05 WS-DECREASE-KTR            PIC 9(7)       VALUE 0.
          05 WS-NO-CHANGE-KTR           PIC 9(7)       VALUE 0.
          05 WS-HELD-KTR                PIC 9(7)       VALUE 0.
          05 WS-TRAN-KTR                PIC 9(7)       VALUE 0.
          05 WS-DUAL-KTR                PIC 9(7)       VALUE 0.
          05 WS-TOT-INCREASE            PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-TOT-DECREASE            PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 CTR-LINES                  PIC 99         VALUE 99.
          05 CTR-PAGES                  PIC 999        VALUE 0.
          05 CTR-LINES-MAX              PIC 99         VALUE 40.

      * Scoring policy from the PARMLIB parameter library
       01 WS-POLICY.
          05 WS-BASE-SCORE              PIC 9(3)       VALUE 0.
          05 WS-INCR-SCORE              PIC 9(3)       VALUE 0.
          05 WS-DECR-SCORE              PIC 9(3)       VALUE 0.
          05 WS-INCR-PCT                PIC 9(3)V99    VALUE 0.
          05 WS-DECR-PCT                PIC 9(3)V99    VALUE 0.
          05 WS-ROUND-UNIT              PIC 9(5)       VALUE 0.
          05 WS-MIN-LIMIT               PIC 9(7)V99    VALUE 0.
          05 WS-MAX-LIMIT               PIC 9(7)V99    VALUE 0.
       01 WS-DC-THRESHOLD               PIC 9(7)V99    VALUE 0.
       01 WS-RUN-DATE                   PIC 9(8)       VALUE 0.

       01 WS-WORK-FIELDS.
          05 WS-SCORE                   PIC S9(5)      VALUE 0 COMP.
          05 WS-UTIL-PCT                PIC 9(3)V99    VALUE 0.
          05 WS-CALC-LIMIT              PIC S9(9)V99   VALUE 0.
          05 WS-NEW-LIMIT               PIC S9(9)V99   VALUE 0.
          05 WS-FLOOR-LIMIT             PIC S9(9)V99   VALUE 0.
          05 WS-UNITS                   PIC S9(9)      VALUE 0.
          05 WS-UNIT-REM                PIC S9(9)V99   VALUE 0.
          05 WS-CHARGE-WS               PIC S9(7)V99   VALUE 0.

      * Print Lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(50)      VALUE
                '     QUARTERLY CREDIT-LIMIT REVIEW PROPOSALS      '.
          05 FILLER                     PIC X(8)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'PAGE NO'.
          05 PAGE-NUM                   PIC ZZ9        VALUE ZERO.
          05 FILLER                     PIC X(36)      VALUE SPACES.

       01 HEADING-2.
          05 FILLER                     PIC X(10)      VALUE
                'ACCOUNT'.
          05 FILLER                     PIC X(23)      VALUE
                'NAME'.
          05 FILLER                     PIC X(15)      VALUE
                'CURRENT LIMIT'.
          05 FILLER                     PIC X(15)      VALUE
                'BALANCE'.
          05 FILLER                     PIC X(7)       VALUE
                'SCORE'.
          05 FILLER                     PIC X(10)      VALUE
                'ACTION'.
          05 FILLER                     PIC X(16)      VALUE
                'PROPOSED LIMIT'.
          05 FILLER                     PIC X(16)      VALUE
                'APPROVAL'.
          05 FILLER                     PIC X(20)      VALUE SPACES.

       01 HEADING-3.
          05 FILLER                     PIC X(112)     VALUE ALL '='.
          05 FILLER                     PIC X(20)      VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-ACCT-NO-O              PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-NAME-O                 PIC X(21).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-CUR-LIMIT-O            PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-BALANCE-O              PIC $$,$$$,$$9.99-.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 DET-SCORE-O                PIC ---9.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 DET-ACTION-O               PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-NEW-LIMIT-O            PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 DET-APPROVAL-O             PIC X(16).
          05 FILLER                     PIC X(20)      VALUE SPACES.

      * The factors behind the proposal, value and points each
       01 FACTOR-LINE.
          05 FILLER                     PIC X(10)      VALUE SPACES.
          05 FILLER                     PIC X(9)       VALUE
                'PAYMENTS'.
          05 FAC-PAY-KTR-O              PIC ZZZ9.
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 FAC-PAY-AMT-O              PIC $$$,$$$,$$9.99.
          05 FAC-PAY-PTS-O              PIC +++9.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 FILLER                     PIC X(11)      VALUE
                'OVER-LIMIT'.
          05 FAC-OVL-KTR-O              PIC ZZ9.
          05 FAC-OVL-PTS-O              PIC +++9.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE
                'DLNQ RUNS'.
          05 FAC-DLQ-RUNS-O             PIC ZZ9.
          05 FAC-DLQ-PTS-O              PIC +++9.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 FILLER                     PIC X(8)       VALUE
                'FIN CHG'.
          05 FAC-FIN-CHG-O              PIC $$$,$$9.99.
          05 FAC-FIN-PTS-O              PIC +++9.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 FILLER                     PIC X(6)       VALUE
                'UTIL%'.
          05 FAC-UTIL-O                 PIC ZZ9.99.
          05 FAC-UTIL-PTS-O             PIC +++9.
          05 FILLER                     PIC X(5)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                     PIC X(35)      VALUE
                'Accounts reviewed                :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-ACCT-O               PIC ZZZZZZ9.
          05 FILLER                     PIC X(86)      VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                     PIC X(35)      VALUE
                'Increase / decrease / no change  :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-INCREASE-O           PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-DECREASE-O           PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-NO-CHANGE-O          PIC ZZZZZZ9.
          05 FILLER                     PIC X(66)      VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                     PIC X(35)      VALUE
                'Limit increases proposed         :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-INCR-AMT-O           PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                     PIC X(75)      VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                     PIC X(35)      VALUE
                'Limit decreases proposed         :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-DECR-AMT-O           PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                     PIC X(75)      VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                     PIC X(35)      VALUE
                'LIMCHG written / second operator :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-TRAN-O               PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-DUAL-O               PIC ZZZZZZ9.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                     PIC X(35)      VALUE
                'Decreases held at balance owed   :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-HELD-O               PIC ZZZZZZ9.
          05 FILLER                     PIC X(86)      VALUE SPACES.

       01 WS-TOTALS-REC7.
          05 FILLER                     PIC X(35)      VALUE
                'History for accounts not on file :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-NOT-ON-FILE-O        PIC ZZZZZZ9.
          05 FILLER                     PIC X(86)      VALUE SPACES.

      * PARMLKUP calling parameters - the scoring policy and the
      * dual-control threshold in effect on the run date from the
      * PARMLIB parameter library
       COPY PARMLKL.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-ACCOUNTS UNTIL ACCT-IN-FILE-EOF.
           PERFORM 110-POST-PAYMENTS UNTIL JOURNAL-FILE-EOF.
           PERFORM 120-POST-OVERLIMIT UNTIL EXCP-FILE-EOF.
           PERFORM 130-POST-DELINQUENCY UNTIL DLNQ-FILE-EOF.
           PERFORM 140-POST-CHARGES UNTIL CHG-REG-FILE-EOF.
           PERFORM 200-REVIEW-ACCOUNTS.
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
           PERFORM 045-LOAD-SCORING-POLICY.
           PERFORM 050-LOAD-SCORING-TABLE
              VARYING WS-FACTOR-SUB FROM 1 BY 1
              UNTIL WS-FACTOR-SUB > 5.
           IF WS-ROUND-UNIT = 0
              THEN
              MOVE 1 TO WS-ROUND-UNIT
           END-IF.
      D    DISPLAY 'SCORE BASE/INCR/DECR: ' WS-BASE-SCORE '/'
      D            WS-INCR-SCORE '/' WS-DECR-SCORE.
      D    DISPLAY 'FACTOR BANDS: ' FT-TABLE-MAX.
           PERFORM 060-LOAD-DUAL-CONTROL.
       045-LOAD-SCORING-POLICY.
      ************************************************************
      * Base score, increase/decrease thresholds and steps, and  *
      * the limit bounds in effect today in the PARMLIB library  *
      ************************************************************
      D    DISPLAY '045-LOAD-SCORING-POLICY'.
           MOVE 'ACCTCRVW' TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.

           MOVE 'CRVW-BASE-SCORE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              THEN
              DISPLAY 'CRVW-BASE-SCORE PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-BASE-SCORE.

           MOVE 'CRVW-INCR-SCORE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              THEN
              DISPLAY 'CRVW-INCR-SCORE PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-INCR-SCORE.

           MOVE 'CRVW-DECR-SCORE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              THEN
              DISPLAY 'CRVW-DECR-SCORE PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-DECR-SCORE.

           MOVE 'CRVW-INCR-PCT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              THEN
              DISPLAY 'CRVW-INCR-PCT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-INCR-PCT.

           MOVE 'CRVW-DECR-PCT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              THEN
              DISPLAY 'CRVW-DECR-PCT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-DECR-PCT.

           MOVE 'CRVW-ROUND-UNIT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              THEN
              DISPLAY 'CRVW-ROUND-UNIT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-ROUND-UNIT.

           MOVE 'CRVW-MIN-LIMIT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              THEN
              DISPLAY 'CRVW-MIN-LIMIT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-MIN-LIMIT.

           MOVE 'CRVW-MAX-LIMIT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              THEN
              DISPLAY 'CRVW-MAX-LIMIT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-MAX-LIMIT.
       050-LOAD-SCORING-TABLE.
      ************************************************************
      * Factor bands for one factor code from the PARMLIB        *
      * parameter library                                        *
      ************************************************************
      D    DISPLAY '050-LOAD-SCORING-TABLE'.
           MOVE 'N' TO SW-FT-BANDS-END.
           PERFORM 055-LOAD-FACTOR-BAND
              VARYING FT-BAND-SEQ FROM 1 BY 1
              UNTIL FT-BANDS-END.
       055-LOAD-FACTOR-BAND.
      ************************************************************
      * One band: its CRVW-ffff-nn-PT setting; the factor's      *
      * bands end at the first number with no points in effect.  *
      * A band in effect must have its low and high values.      *
      ************************************************************
      D    DISPLAY '055-LOAD-FACTOR-BAND'.
           MOVE 'CRVW-' TO PLIB-PARM-NAME.
           MOVE FT-CODE(WS-FACTOR-SUB) TO PLIB-PARM-NAME(6:4).
           MOVE '-' TO PLIB-PARM-NAME(10:1).
           MOVE FT-BAND-SEQ TO PLIB-PARM-NAME(11:2).
           MOVE '-PT' TO PLIB-PARM-NAME(13:3).
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR FT-BAND-SEQ = 99
              THEN
              MOVE 'Y' TO SW-FT-BANDS-END
           END-IF.
           IF NOT PLIB-FOUND
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF FT-TABLE-MAX NOT < FT-TABLE-MAX-LIMIT
              THEN
              DISPLAY 'WARNING: FACTOR TABLE FULL'
              MOVE 'Y' TO SW-FT-BANDS-END
              EXIT PARAGRAPH
           END-IF.
           IF NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < -999
              OR PLIB-NUM-VALUE > 999
              THEN
              DISPLAY PLIB-PARM-NAME ' PROBLEM: NOT A POINT COUNT: '
                      PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO FT-TABLE-MAX.
           MOVE WS-FACTOR-SUB TO FT-FACTOR-SUB(FT-TABLE-MAX).
           MOVE PLIB-NUM-VALUE TO FT-POINTS(FT-TABLE-MAX).

           MOVE '-LO' TO PLIB-PARM-NAME(13:3).
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR PLIB-NUM-VALUE > 9999999.99
              THEN
              DISPLAY PLIB-PARM-NAME ' PROBLEM: NO LOW VALUE: '
                      PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO FT-LOW(FT-TABLE-MAX).

           MOVE '-HI' TO PLIB-PARM-NAME(13:3).
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR PLIB-NUM-VALUE > 9999999.99
              THEN
              DISPLAY PLIB-PARM-NAME ' PROBLEM: NO HIGH VALUE: '
                      PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO FT-HIGH(FT-TABLE-MAX).
       060-LOAD-DUAL-CONTROL.
      ************************************************************
      * ACCTMNT's dual-control threshold, so the report can show *
      * which proposals will wait for a second operator. No      *
      * DC-LIMIT-THRESH setting in effect means dual control is  *
      * off.                                                     *
      ************************************************************
      D    DISPLAY '060-LOAD-DUAL-CONTROL'.
           MOVE 'DC-LIMIT-THRESH' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 9999999.99
                 THEN
                 DISPLAY 'DC-LIMIT-THRESH PROBLEM: NOT AN AMOUNT: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE 'Y' TO SW-DUAL-ACTIVE
              MOVE PLIB-NUM-VALUE TO WS-DC-THRESHOLD
           END-IF.
       100-LOAD-ACCOUNTS.
      ************************************************************
      * Load the account file - one review entry per account     *
      ************************************************************
      D    DISPLAY '100-LOAD-ACCOUNTS'.
           READ ACCT-IN-FILE
           AT END
              MOVE 'Y' TO ACCT-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-ACCT-KTR.
           IF AC-TABLE-MAX < AC-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO AC-TABLE-MAX
              MOVE ACCT-NO TO AC-ACCT-NO(AC-TABLE-MAX)
              MOVE SPACES TO AC-NAME(AC-TABLE-MAX)
              STRING FIRST-NAME DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     LAST-NAME DELIMITED BY SIZE
                 INTO AC-NAME(AC-TABLE-MAX)
              END-STRING
              MOVE ACCT-LIMIT TO AC-LIMIT(AC-TABLE-MAX)
              MOVE ACCT-BALANCE TO AC-BALANCE(AC-TABLE-MAX)
              MOVE 0 TO AC-PAY-KTR(AC-TABLE-MAX)
                        AC-PAY-AMT(AC-TABLE-MAX)
                        AC-OVL-KTR(AC-TABLE-MAX)
                        AC-DLQ-RUNS(AC-TABLE-MAX)
                        AC-FIN-CHG(AC-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: ACCOUNT TABLE FULL AT ' ACCT-NO
           END-IF.
       110-POST-PAYMENTS.
      ************************************************************
      * Payments posted by ACCTPOST during the quarter; a        *
      * returned payment takes its payment back off              *
      ************************************************************
      D    DISPLAY '110-POST-PAYMENTS'.
           READ JOURNAL-FILE
           AT END
              MOVE 'Y' TO JOURNAL-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-JRNL-KTR.
           IF NOT PJ-PAYMENT AND NOT PJ-RETURNED-PAY
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE PJ-ACCT-NO TO WS-SEARCH-ACCT-NO.
           PERFORM 150-FIND-ACCOUNT.
           IF NOT AC-FOUND
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF PJ-PAYMENT
              THEN
              ADD 1 TO AC-PAY-KTR(AC-TABLE-SUB)
              ADD PJ-AMOUNT TO AC-PAY-AMT(AC-TABLE-SUB)
           ELSE
              IF AC-PAY-KTR(AC-TABLE-SUB) > 0
                 THEN
                 SUBTRACT 1 FROM AC-PAY-KTR(AC-TABLE-SUB)
              END-IF
              SUBTRACT PJ-AMOUNT FROM AC-PAY-AMT(AC-TABLE-SUB)
           END-IF.
       120-POST-OVERLIMIT.
      ************************************************************
      * One over-limit flag from a CNTRLBRK run in the quarter   *
      ************************************************************
      D    DISPLAY '120-POST-OVERLIMIT'.
           READ EXCP-FILE
           AT END
              MOVE 'Y' TO EXCP-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-EXCP-KTR.
           MOVE EX-ACCT-NO TO WS-SEARCH-ACCT-NO.
           PERFORM 150-FIND-ACCOUNT.
           IF AC-FOUND
              THEN
              ADD 1 TO AC-OVL-KTR(AC-TABLE-SUB)
           END-IF.
       130-POST-DELINQUENCY.
      ************************************************************
      * Consecutive runs delinquent from the ACCTDLNQ file       *
      ************************************************************
      D    DISPLAY '130-POST-DELINQUENCY'.
           READ DLNQ-FILE
           AT END
              MOVE 'Y' TO DLNQ-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-DLNQ-KTR.
           MOVE DQ-ACCT-NO TO WS-SEARCH-ACCT-NO.
           PERFORM 150-FIND-ACCOUNT.
           IF AC-FOUND
              THEN
              MOVE DQ-RUN-KTR TO AC-DLQ-RUNS(AC-TABLE-SUB)
           END-IF.
       140-POST-CHARGES.
      ************************************************************
      * Finance charges from the register detail lines - header  *
      * and total lines carry no account in the account column   *
      ************************************************************
      D    DISPLAY '140-POST-CHARGES'.
           READ CHG-REG-FILE
           AT END
              MOVE 'Y' TO CHG-REG-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF CHG-ACCT-IN NOT NUMERIC
              OR CHG-CHARGE-IN = SPACES
              THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHG-LINE-KTR.
           COMPUTE WS-CHARGE-WS = FUNCTION NUMVAL-C(CHG-CHARGE-IN).
           MOVE CHG-ACCT-IN TO WS-SEARCH-ACCT-NO.
           PERFORM 150-FIND-ACCOUNT.
           IF AC-FOUND
              THEN
              ADD WS-CHARGE-WS TO AC-FIN-CHG(AC-TABLE-SUB)
           END-IF.
       150-FIND-ACCOUNT.
      ************************************************************
      * Locate WS-SEARCH-ACCT-NO in the account table; history   *
      * for an account since closed is counted and dropped       *
      ************************************************************
      D    DISPLAY '150-FIND-ACCOUNT'.
           MOVE 'N' TO SW-AC-FOUND.
           PERFORM VARYING AC-TABLE-SUB FROM 1 BY 1
              UNTIL AC-TABLE-SUB > AC-TABLE-MAX
                   IF AC-ACCT-NO(AC-TABLE-SUB) = WS-SEARCH-ACCT-NO
                      THEN
                      MOVE 'Y' TO SW-AC-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT AC-FOUND
              THEN
              ADD 1 TO WS-NOT-ON-FILE-KTR
           END-IF.
       200-REVIEW-ACCOUNTS.
      ************************************************************
      * Score every account and propose its limit                *
      ************************************************************
      D    DISPLAY '200-REVIEW-ACCOUNTS'.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
           PERFORM VARYING AC-TABLE-SUB FROM 1 BY 1
              UNTIL AC-TABLE-SUB > AC-TABLE-MAX
                   PERFORM 250-SCORE-ACCOUNT
                   PERFORM 260-PROPOSE-LIMIT
                   EVALUATE TRUE
                   WHEN PROPOSE-NO-CHANGE
                        ADD 1 TO WS-NO-CHANGE-KTR
                   WHEN PROPOSE-HELD
                        ADD 1 TO WS-NO-CHANGE-KTR
                        ADD 1 TO WS-HELD-KTR
                        PERFORM 500-WRITE-REPORT
                   WHEN OTHER
                        PERFORM 270-WRITE-PROPOSAL
                        PERFORM 500-WRITE-REPORT
                   END-EVALUATE
           END-PERFORM.
       250-SCORE-ACCOUNT.
      ************************************************************
      * Factor values for the account, then the points of every  *
      * band its values fall into on top of the base score       *
      ************************************************************
      D    DISPLAY '250-SCORE-ACCOUNT'.
           MOVE AC-PAY-KTR(AC-TABLE-SUB) TO WS-FACTOR-VALUE(1).
           MOVE AC-OVL-KTR(AC-TABLE-SUB) TO WS-FACTOR-VALUE(2).
           MOVE AC-DLQ-RUNS(AC-TABLE-SUB) TO WS-FACTOR-VALUE(3).
           MOVE AC-FIN-CHG(AC-TABLE-SUB) TO WS-FACTOR-VALUE(4).
      * Utilization: a credit balance is 0%, no limit at all
      * counts as fully used
           EVALUATE TRUE
           WHEN AC-BALANCE(AC-TABLE-SUB) NOT > 0
                MOVE 0 TO WS-UTIL-PCT
           WHEN AC-LIMIT(AC-TABLE-SUB) NOT > 0
                MOVE 999.99 TO WS-UTIL-PCT
           WHEN OTHER
                COMPUTE WS-UTIL-PCT ROUNDED =
                   AC-BALANCE(AC-TABLE-SUB) * 100
                   / AC-LIMIT(AC-TABLE-SUB)
                   ON SIZE ERROR
                      MOVE 999.99 TO WS-UTIL-PCT
                END-COMPUTE
           END-EVALUATE.
           MOVE WS-UTIL-PCT TO WS-FACTOR-VALUE(5).

           MOVE WS-BASE-SCORE TO WS-SCORE.
           PERFORM VARYING WS-FACTOR-SUB FROM 1 BY 1
              UNTIL WS-FACTOR-SUB > 5
                   MOVE 0 TO WS-FACTOR-PTS(WS-FACTOR-SUB)
           END-PERFORM.
           PERFORM VARYING FT-TABLE-SUB FROM 1 BY 1
              UNTIL FT-TABLE-SUB > FT-TABLE-MAX
                   MOVE FT-FACTOR-SUB(FT-TABLE-SUB) TO WS-FACTOR-SUB
                   IF WS-FACTOR-VALUE(WS-FACTOR-SUB)
                         NOT < FT-LOW(FT-TABLE-SUB)
                      AND WS-FACTOR-VALUE(WS-FACTOR-SUB)
                         NOT > FT-HIGH(FT-TABLE-SUB)
                      THEN
                      ADD FT-POINTS(FT-TABLE-SUB)
                         TO WS-FACTOR-PTS(WS-FACTOR-SUB)
                      ADD FT-POINTS(FT-TABLE-SUB) TO WS-SCORE
                   END-IF
           END-PERFORM.
       260-PROPOSE-LIMIT.
      ************************************************************
      * Increase or decrease by the policy percentage, rounded   *
      * down to the rounding unit. An increase stops at the      *
      * maximum limit; a decrease never goes below the minimum   *
      * limit or the balance owed (rounded up), so the proposal  *
      * itself never puts an account over limit. A decrease the  *
      * balance blocks altogether is reported as held.           *
      ************************************************************
      D    DISPLAY '260-PROPOSE-LIMIT'.
           MOVE 'N' TO SW-PROPOSAL.
           EVALUATE TRUE
           WHEN WS-SCORE NOT < WS-INCR-SCORE
                COMPUTE WS-CALC-LIMIT =
                   AC-LIMIT(AC-TABLE-SUB) *
                   (100 + WS-INCR-PCT) / 100
                DIVIDE WS-CALC-LIMIT BY WS-ROUND-UNIT
                   GIVING WS-UNITS
                COMPUTE WS-NEW-LIMIT = WS-UNITS * WS-ROUND-UNIT
                IF WS-MAX-LIMIT > 0
                   AND WS-NEW-LIMIT > WS-MAX-LIMIT
                   THEN
                   MOVE WS-MAX-LIMIT TO WS-NEW-LIMIT
                END-IF
                IF WS-NEW-LIMIT > AC-LIMIT(AC-TABLE-SUB)
                   THEN
                   MOVE 'I' TO SW-PROPOSAL
                END-IF
           WHEN WS-SCORE NOT > WS-DECR-SCORE
                COMPUTE WS-CALC-LIMIT =
                   AC-LIMIT(AC-TABLE-SUB) *
                   (100 - WS-DECR-PCT) / 100
                DIVIDE WS-CALC-LIMIT BY WS-ROUND-UNIT
                   GIVING WS-UNITS
                COMPUTE WS-NEW-LIMIT = WS-UNITS * WS-ROUND-UNIT
                MOVE 0 TO WS-FLOOR-LIMIT
                IF AC-BALANCE(AC-TABLE-SUB) > 0
                   THEN
                   DIVIDE AC-BALANCE(AC-TABLE-SUB) BY WS-ROUND-UNIT
                      GIVING WS-UNITS REMAINDER WS-UNIT-REM
                   IF WS-UNIT-REM > 0
                      THEN
                      ADD 1 TO WS-UNITS
                   END-IF
                   COMPUTE WS-FLOOR-LIMIT = WS-UNITS * WS-ROUND-UNIT
                END-IF
                IF WS-FLOOR-LIMIT < WS-MIN-LIMIT
                   THEN
                   MOVE WS-MIN-LIMIT TO WS-FLOOR-LIMIT
                END-IF
                IF WS-NEW-LIMIT < WS-FLOOR-LIMIT
                   THEN
                   MOVE WS-FLOOR-LIMIT TO WS-NEW-LIMIT
                END-IF
                IF WS-NEW-LIMIT < AC-LIMIT(AC-TABLE-SUB)
                   THEN
                   MOVE 'D' TO SW-PROPOSAL
                ELSE
                   MOVE 'H' TO SW-PROPOSAL
                   MOVE AC-LIMIT(AC-TABLE-SUB) TO WS-NEW-LIMIT
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
       270-WRITE-PROPOSAL.
      ************************************************************
      * One LIMCHG for the next ACCTMNT run                      *
      ************************************************************
      D    DISPLAY '270-WRITE-PROPOSAL'.
           MOVE SPACES TO PROP-TRAN-WS.
           MOVE AC-ACCT-NO(AC-TABLE-SUB) TO PT-ACCT-NO.
           MOVE 'LIMCHG' TO PT-ACTION.
           MOVE WS-NEW-LIMIT TO PT-NEW-LIMIT.
           MOVE 'ACCTCRVW' TO PT-OPERATOR-ID.
           WRITE PROP-TRAN-REC FROM PROP-TRAN-WS.
           IF NOT PROP-TRAN-FILE-OK
              THEN
              DISPLAY 'PROP-TRAN-FILE Problem: ' PROP-TRAN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-TRAN-KTR.
           IF PROPOSE-INCREASE
              THEN
              ADD 1 TO WS-INCREASE-KTR
              COMPUTE WS-TOT-INCREASE = WS-TOT-INCREASE
                 + WS-NEW-LIMIT - AC-LIMIT(AC-TABLE-SUB)
           ELSE
              ADD 1 TO WS-DECREASE-KTR
              COMPUTE WS-TOT-DECREASE = WS-TOT-DECREASE
                 + AC-LIMIT(AC-TABLE-SUB) - WS-NEW-LIMIT
           END-IF.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT ACCT-IN-FILE.
           IF NOT ACCT-IN-FILE-OK
              DISPLAY 'ACCTIN OPEN PROBLEM, RC=' ACCT-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK
              MOVE 'Y' TO JOURNAL-FILE-STATUS
           END-IF.
           OPEN INPUT EXCP-FILE.
           IF NOT EXCP-FILE-OK
              MOVE 'Y' TO EXCP-FILE-STATUS
           END-IF.
           OPEN INPUT DLNQ-FILE.
           IF NOT DLNQ-FILE-OK
              MOVE 'Y' TO DLNQ-FILE-STATUS
           END-IF.
           OPEN INPUT CHG-REG-FILE.
           IF NOT CHG-REG-FILE-OK
              MOVE 'Y' TO CHG-REG-FILE-STATUS
           END-IF.
           OPEN OUTPUT PROP-TRAN-FILE.
           IF NOT PROP-TRAN-FILE-OK
              DISPLAY 'CRVWTRAN OPEN PROBLEM, RC='
                      PROP-TRAN-FILE-ST
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
      * Proposal line and the factors behind it                  *
      ************************************************************
      D    DISPLAY '500-WRITE-REPORT'.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE AC-ACCT-NO(AC-TABLE-SUB) TO DET-ACCT-NO-O.
           MOVE AC-NAME(AC-TABLE-SUB) TO DET-NAME-O.
           MOVE AC-LIMIT(AC-TABLE-SUB) TO DET-CUR-LIMIT-O.
           MOVE AC-BALANCE(AC-TABLE-SUB) TO DET-BALANCE-O.
           MOVE WS-SCORE TO DET-SCORE-O.
           MOVE WS-NEW-LIMIT TO DET-NEW-LIMIT-O.
           MOVE SPACES TO DET-APPROVAL-O.
           EVALUATE TRUE
           WHEN PROPOSE-INCREASE
                MOVE 'INCREASE' TO DET-ACTION-O
           WHEN PROPOSE-DECREASE
                MOVE 'DECREASE' TO DET-ACTION-O
           WHEN OTHER
                MOVE 'HELD' TO DET-ACTION-O
                MOVE 'BALANCE OWED' TO DET-APPROVAL-O
           END-EVALUATE.
           IF NOT PROPOSE-HELD
              AND DUAL-ACTIVE
              AND WS-NEW-LIMIT > WS-DC-THRESHOLD
              THEN
              MOVE 'SECOND OPERATOR' TO DET-APPROVAL-O
              ADD 1 TO WS-DUAL-KTR
           END-IF.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 2 LINES.

           MOVE AC-PAY-KTR(AC-TABLE-SUB) TO FAC-PAY-KTR-O.
           MOVE AC-PAY-AMT(AC-TABLE-SUB) TO FAC-PAY-AMT-O.
           MOVE WS-FACTOR-PTS(1) TO FAC-PAY-PTS-O.
           MOVE AC-OVL-KTR(AC-TABLE-SUB) TO FAC-OVL-KTR-O.
           MOVE WS-FACTOR-PTS(2) TO FAC-OVL-PTS-O.
           MOVE AC-DLQ-RUNS(AC-TABLE-SUB) TO FAC-DLQ-RUNS-O.
           MOVE WS-FACTOR-PTS(3) TO FAC-DLQ-PTS-O.
           MOVE AC-FIN-CHG(AC-TABLE-SUB) TO FAC-FIN-CHG-O.
           MOVE WS-FACTOR-PTS(4) TO FAC-FIN-PTS-O.
           MOVE WS-UTIL-PCT TO FAC-UTIL-O.
           MOVE WS-FACTOR-PTS(5) TO FAC-UTIL-PTS-O.
           WRITE OUTPUT-LINE FROM FACTOR-LINE
              AFTER ADVANCING 1 LINE.
           ADD 3 TO CTR-LINES.
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
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Review totals                                            *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE WS-ACCT-KTR TO TOTAL-ACCT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-INCREASE-KTR TO TOTAL-INCREASE-O.
           MOVE WS-DECREASE-KTR TO TOTAL-DECREASE-O.
           MOVE WS-NO-CHANGE-KTR TO TOTAL-NO-CHANGE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-TOT-INCREASE TO TOTAL-INCR-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-TOT-DECREASE TO TOTAL-DECR-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-TRAN-KTR TO TOTAL-TRAN-O.
           MOVE WS-DUAL-KTR TO TOTAL-DUAL-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-HELD-KTR TO TOTAL-HELD-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
           MOVE WS-NOT-ON-FILE-KTR TO TOTAL-NOT-ON-FILE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC7
              AFTER ADVANCING 1 LINE.
           DISPLAY 'ACCTCRVW: ACCOUNTS REVIEWED    : ' WS-ACCT-KTR.
           DISPLAY 'ACCTCRVW: LIMCHG PROPOSALS     : ' WS-TRAN-KTR.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE ACCT-IN-FILE
                 JOURNAL-FILE
                 EXCP-FILE
                 DLNQ-FILE
                 CHG-REG-FILE
                 PROP-TRAN-FILE
                 REPORT-FILE.
