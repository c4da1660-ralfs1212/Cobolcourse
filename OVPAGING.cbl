       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVPAGING.
      * ------------------------------------------------------------
      * OVPAGING:
      * Unrecovered claim overpayment aging for finance. MIDTERMF
      * sets up an overpayment receivable whenever a claim
      * adjustment pays less than originally went out, and recoups
      * it from the policy's later payments; this program reports
      * what is still owed:
      *
      *  - the receivables master as MIDTERMF last wrote it
      *    (OVPAYI - the OVPAYO generation of the latest run)
      *  - every open receivable is listed with its days
      *    outstanding since set-up and its age band
      *    (0-30, 31-60, 61-90, 91-180, over 180 days)
      *  - balance totals per age band, then the totals set up,
      *    recouped and still outstanding across the master
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OVERPAY-FILE ASSIGN TO OVPAYI
           FILE STATUS IS OVERPAY-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERPAY-FILE
           RECORDING MODE IS F.
       01 OVERPAY-IN-REC               PIC X(100).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Overpayment receivable record - same layout as
      * OVERPAY-REC-WS in MIDTERMF
       01 OVERPAY-REC-WS.
          05 OP-RECV-NO                PIC 9(6).
          05 OP-POLICY-NO              PIC 9(7).
          05 OP-BENEFIT-DATE           PIC 9(8).
          05 OP-CREATED-DATE           PIC 9(8).
          05 OP-ORIGINAL-AMOUNT        PIC 9(7)V99.
          05 OP-BALANCE                PIC 9(7)V99.
          05 OP-RECOUPED-TOTAL         PIC 9(7)V99.
          05 OP-LAST-RECOUP-DATE       PIC 9(8).
          05 OP-STATUS                 PIC X(1).
             88 OP-OPEN                               VALUE 'O'.
             88 OP-CLEARED                            VALUE 'C'.
          05 OP-REASON                 PIC X(20).
          05 FILLER                    PIC X(15).

       01 PROGRAM-SWITCHES.
          05 OVERPAY-FILE-ST           PIC X(2).
             88 OVERPAY-FILE-OK                        VALUE '00'.
          05 OVERPAY-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 OVERPAY-FILE-EOF                       VALUE 'Y'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-RECV-KTR               PIC 9(7)        VALUE 0.
          05 WS-OPEN-KTR               PIC 9(7)        VALUE 0.
          05 WS-CLEARED-KTR            PIC 9(7)        VALUE 0.
          05 WS-SETUP-TOTAL            PIC 9(11)V99    VALUE 0.
          05 WS-RECOUPED-TOTAL         PIC 9(11)V99    VALUE 0.
          05 WS-OUTSTANDING-TOTAL      PIC 9(11)V99    VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 99.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

      * Open balances by age band
       01 WS-AGE-BANDS.
          05 WS-AGE-BAND OCCURS 5 TIMES.
             10 WS-BAND-KTR            PIC 9(7)        VALUE 0.
             10 WS-BAND-BALANCE        PIC 9(11)V99    VALUE 0.
       01 WS-BAND-SUB                  PIC 9(1)        VALUE 0 COMP.
       01 WS-BAND-NAMES.
          05 FILLER                    PIC X(12)       VALUE
                '0-30 DAYS'.
          05 FILLER                    PIC X(12)       VALUE
                '31-60 DAYS'.
          05 FILLER                    PIC X(12)       VALUE
                '61-90 DAYS'.
          05 FILLER                    PIC X(12)       VALUE
                '91-180 DAYS'.
          05 FILLER                    PIC X(12)       VALUE
                'OVER 180'.
       01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
          05 WS-BAND-NAME              PIC X(12)       OCCURS 5 TIMES.

       01 WS-DATE-VARS.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-TODAY-INT              PIC S9(8)       VALUE 0 COMP.
          05 WS-CREATED-INT            PIC S9(8)       VALUE 0 COMP.
          05 WS-DAYS-OPEN              PIC S9(5)       VALUE 0 COMP.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '   UNRECOVERED CLAIM OVERPAYMENTS - AGING REPORT  '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'RECV NO'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'POLICY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'SET UP'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE
                'DAYS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE
                'AGE BAND'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE
                '   ORIGINAL'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE
                '   RECOUPED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE
                '    BALANCE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE
                'REASON'.
          05 FILLER                    PIC X(17)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "=".
          05 FILLER                    PIC X(17)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-RECV-NO-O             PIC 9(6).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DET-POLICY-O              PIC 9(7).
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DET-CREATED-O             PIC 9(8).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DET-DAYS-O                PIC ZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-BAND-O                PIC X(12).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-ORIGINAL-O            PIC Z,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-RECOUPED-O            PIC Z,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-BALANCE-O             PIC Z,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-O              PIC X(20).
          05 FILLER                    PIC X(17)       VALUE SPACES.

       01 BAND-HDG-LINE.
          05 FILLER                    PIC X(35)       VALUE
                'OUTSTANDING BALANCE BY AGE'.
          05 FILLER                    PIC X(97)       VALUE SPACES.

       01 BAND-LINE.
          05 FILLER                    PIC X(12)       VALUE
                'Age band    '.
          05 BAND-NAME-O               PIC X(12).
          05 FILLER                    PIC X(11)       VALUE
                '          :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 BAND-KTR-O                PIC ZZZZZZ9.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 BAND-BALANCE-O            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(68)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Receivables open / cleared       :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-OPEN-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-CLEARED-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Set up / recouped, all           :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-SETUP-O             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-RECOUPED-O          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(62)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Outstanding balance              :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-OUTSTANDING-O       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(79)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-AGE-RECEIVABLE UNTIL OVERPAY-FILE-EOF.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'OVPAGING' TO AUD-PROGRAM-ID.
           MOVE WS-RECV-KTR TO AUD-RECORDS-READ.
           MOVE WS-OPEN-KTR TO AUD-RECORDS-WRITTEN.
           MOVE 0 TO AUD-RECORDS-REJECTED.
           MOVE WS-OUTSTANDING-TOTAL TO AUD-CONTROL-TOTAL.
           MOVE '00' TO AUD-FINAL-STATUS.
           CALL 'AUDITWRT' USING AUD-PROGRAM-ID, AUD-RECORDS-READ,
              AUD-RECORDS-WRITTEN, AUD-RECORDS-REJECTED,
              AUD-CONTROL-TOTAL, AUD-FINAL-STATUS.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
       100-AGE-RECEIVABLE.
      ************************************************************
      * One receivable: totals always, aging line when open      *
      ************************************************************
      D    DISPLAY '100-AGE-RECEIVABLE'.
           READ OVERPAY-FILE
           AT END
              MOVE 'Y' TO OVERPAY-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-RECV-KTR.
           MOVE OVERPAY-IN-REC TO OVERPAY-REC-WS.
           ADD OP-ORIGINAL-AMOUNT TO WS-SETUP-TOTAL.
           ADD OP-RECOUPED-TOTAL TO WS-RECOUPED-TOTAL.

           IF NOT OP-OPEN
              THEN
              ADD 1 TO WS-CLEARED-KTR
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OPEN-KTR.
           ADD OP-BALANCE TO WS-OUTSTANDING-TOTAL.

           COMPUTE WS-CREATED-INT =
              FUNCTION INTEGER-OF-DATE(OP-CREATED-DATE).
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-CREATED-INT.
           EVALUATE TRUE
           WHEN WS-DAYS-OPEN NOT > 30
                MOVE 1 TO WS-BAND-SUB
           WHEN WS-DAYS-OPEN NOT > 60
                MOVE 2 TO WS-BAND-SUB
           WHEN WS-DAYS-OPEN NOT > 90
                MOVE 3 TO WS-BAND-SUB
           WHEN WS-DAYS-OPEN NOT > 180
                MOVE 4 TO WS-BAND-SUB
           WHEN OTHER
                MOVE 5 TO WS-BAND-SUB
           END-EVALUATE.
           ADD 1 TO WS-BAND-KTR(WS-BAND-SUB).
           ADD OP-BALANCE TO WS-BAND-BALANCE(WS-BAND-SUB).

           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           MOVE OP-RECV-NO TO DET-RECV-NO-O.
           MOVE OP-POLICY-NO TO DET-POLICY-O.
           MOVE OP-CREATED-DATE TO DET-CREATED-O.
           MOVE WS-DAYS-OPEN TO DET-DAYS-O.
           MOVE WS-BAND-NAME(WS-BAND-SUB) TO DET-BAND-O.
           MOVE OP-ORIGINAL-AMOUNT TO DET-ORIGINAL-O.
           MOVE OP-RECOUPED-TOTAL TO DET-RECOUPED-O.
           MOVE OP-BALANCE TO DET-BALANCE-O.
           MOVE OP-REASON TO DET-REASON-O.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT OVERPAY-FILE.
           IF NOT OVERPAY-FILE-OK
              MOVE 'Y' TO OVERPAY-FILE-STATUS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       600-WRITE-HEADINGS.
      ************************************************************
      * Page headings                                            *
      ************************************************************
      D    DISPLAY '600-WRITE-HEADINGS'.
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
      * Age-band totals and control totals                       *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           WRITE OUTPUT-LINE FROM BAND-HDG-LINE
              AFTER ADVANCING 3 LINES.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 5
                   MOVE WS-BAND-NAME(WS-BAND-SUB) TO BAND-NAME-O
                   MOVE WS-BAND-KTR(WS-BAND-SUB) TO BAND-KTR-O
                   MOVE WS-BAND-BALANCE(WS-BAND-SUB)
                      TO BAND-BALANCE-O
                   WRITE OUTPUT-LINE FROM BAND-LINE
                      AFTER ADVANCING 1 LINE
           END-PERFORM.

           MOVE WS-OPEN-KTR TO TOTAL-OPEN-O.
           MOVE WS-CLEARED-KTR TO TOTAL-CLEARED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-SETUP-TOTAL TO TOTAL-SETUP-O.
           MOVE WS-RECOUPED-TOTAL TO TOTAL-RECOUPED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-OUTSTANDING-TOTAL TO TOTAL-OUTSTANDING-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE OVERPAY-FILE
                 REPORT-FILE.
