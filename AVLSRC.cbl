       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVLSRC.
      * ------------------------------------------------------------
      * AVLSRC:
      * Monthly single-source exposure report from the approved-
      * vendor list (AVLMSTR) maintained by AVLMNT.
      *
      * Reads the list in key order (PART-NUMBER, SUPPLIER-CODE)
      * and, for each part, counts the approvals that are current
      * on the run date - approved on or before today and not yet
      * expired (a zero expiry is open-ended). Prints:
      *
      *  - every part with exactly one current approved source,
      *    with that supplier's approval and limits
      *  - every part whose approvals have all lapsed (or are not
      *    yet effective), flagged as having no current source
      *
      * so purchasing can qualify a second source before the only
      * one becomes a problem.
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVL-MASTER-FILE ASSIGN TO AVLMSTR
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS AVL-KEY
           FILE STATUS IS AVL-MASTER-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Approved-vendor list - same record layout as AVLMNT
       FD  AVL-MASTER-FILE
           RECORDING MODE IS F.
       01 AVL-MASTER-REC.
          05 AVL-KEY.
             10 AVL-PART-NUMBER        PIC X(23).
             10 AVL-SUPPLIER-CODE      PIC X(05).
          05 AVL-APPROVAL-DATE         PIC 9(08).
          05 AVL-EXPIRY-DATE           PIC 9(08).
          05 AVL-PREFERRED-RANK        PIC 9(02).
          05 AVL-MAX-ORDER-QTY         PIC 9(07).
          05 FILLER                    PIC X(27).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
          05 AVL-MASTER-FILE-ST        PIC X(2).
             88 AVL-MASTER-FILE-OK                     VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicator (Input file only)
          05 AVL-MASTER-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 AVL-MASTER-FILE-EOF                    VALUE 'Y'.
          05 SW-FIRST-RECORD           PIC X(01)       VALUE 'Y'.
             88 FIRST-RECORD                           VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-AVL-KTR                PIC 9(7)        VALUE 0.
          05 WS-PART-KTR               PIC 9(7)        VALUE 0.
          05 WS-SINGLE-KTR             PIC 9(7)        VALUE 0.
          05 WS-NO-SOURCE-KTR          PIC 9(7)        VALUE 0.
      * Part level
          05 WS-PART-APPROVALS         PIC 9(5)        VALUE 0.
          05 WS-PART-CURRENT           PIC 9(5)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-PREV-PART              PIC X(23)       VALUE SPACES.
      * The current approval for the part (the last one seen -
      * only printed when it is the only one)
          05 WS-HOLD-AVL               PIC X(80)       VALUE SPACES.
          05 WS-HOLD-AVL-R REDEFINES WS-HOLD-AVL.
             10 WS-HOLD-PART-NUMBER    PIC X(23).
             10 WS-HOLD-SUPPLIER-CODE  PIC X(05).
             10 WS-HOLD-APPROVAL-DATE  PIC 9(08).
             10 WS-HOLD-EXPIRY-DATE    PIC 9(08).
             10 WS-HOLD-PREFERRED-RANK PIC 9(02).
             10 WS-HOLD-MAX-ORDER-QTY  PIC 9(07).
             10 FILLER                 PIC X(27).

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '   SINGLE-SOURCE PARTS - APPROVED VENDOR LIST     '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-DATE.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(14)       VALUE
                'CURRENT AS OF '.
          05 HDG-DATE-O                PIC 9(08).
          05 FILLER                    PIC X(85)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(23)       VALUE
                'PART NUMBER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE
                'SUPP'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE
                'RANK'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'APPROVED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'EXPIRES'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE
                'MAX QTY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE
                '# AVL'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REMARK'.
          05 FILLER                    PIC X(28)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(23)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(28)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-PART-NUMBER-O         PIC X(23).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-SUPPLIER-CODE-O       PIC X(05).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-RANK-O                PIC Z9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-APPROVAL-DATE-O       PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-EXPIRY-DATE-O         PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-MAX-QTY-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-ON-LIST-O             PIC ZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REMARK-O              PIC X(30).
          05 FILLER                    PIC X(28)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'AVL records read / parts         :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-AVL-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-PART-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Single-source parts              :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-SINGLE-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Parts with no current source     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-NO-SOURCE-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAIN UNTIL AVL-MASTER-FILE-EOF.
           IF NOT FIRST-RECORD
              THEN
              PERFORM 200-PART-BREAK
           END-IF.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'AVLSRC' TO AUD-PROGRAM-ID.
           MOVE WS-AVL-KTR TO AUD-RECORDS-READ.
           COMPUTE AUD-RECORDS-WRITTEN = WS-SINGLE-KTR
                                       + WS-NO-SOURCE-KTR.
           MOVE 0 TO AUD-RECORDS-REJECTED.
           MOVE WS-PART-KTR TO AUD-CONTROL-TOTAL.
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
           MOVE WS-CURRENT-DATE TO HDG-DATE-O.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-AVL-MASTER.
       100-MAIN.
      ************************************************************
      * One approval - part break, then count it when current    *
      ************************************************************
      D    DISPLAY '100-MAIN'.
           IF FIRST-RECORD
              THEN
              MOVE 'N' TO SW-FIRST-RECORD
              MOVE AVL-PART-NUMBER TO WS-PREV-PART
           END-IF.
           IF AVL-PART-NUMBER NOT EQUAL TO WS-PREV-PART
              THEN
              PERFORM 200-PART-BREAK
              MOVE AVL-PART-NUMBER TO WS-PREV-PART
           END-IF.

           ADD 1 TO WS-PART-APPROVALS.
           IF AVL-APPROVAL-DATE NOT GREATER THAN WS-CURRENT-DATE
              AND (AVL-EXPIRY-DATE EQUAL TO ZERO
                   OR AVL-EXPIRY-DATE NOT LESS THAN WS-CURRENT-DATE)
              THEN
              ADD 1 TO WS-PART-CURRENT
              MOVE AVL-MASTER-REC TO WS-HOLD-AVL
           END-IF.

           PERFORM 400-READ-AVL-MASTER.
       200-PART-BREAK.
      ************************************************************
      * End of a part - print it when it has one current source  *
      * or none at all                                           *
      ************************************************************
      D    DISPLAY '200-PART-BREAK'.
           ADD 1 TO WS-PART-KTR.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-PREV-PART TO DET-PART-NUMBER-O.
           MOVE WS-PART-APPROVALS TO DET-ON-LIST-O.

           EVALUATE WS-PART-CURRENT
           WHEN 0
                ADD 1 TO WS-NO-SOURCE-KTR
                MOVE 'NO CURRENT APPROVED SOURCE' TO DET-REMARK-O
                PERFORM 500-WRITE-REPORT
           WHEN 1
                ADD 1 TO WS-SINGLE-KTR
                MOVE WS-HOLD-SUPPLIER-CODE TO DET-SUPPLIER-CODE-O
                MOVE WS-HOLD-PREFERRED-RANK TO DET-RANK-O
                MOVE WS-HOLD-APPROVAL-DATE TO DET-APPROVAL-DATE-O
                IF WS-HOLD-EXPIRY-DATE EQUAL TO ZERO
                   THEN
                   MOVE 'OPEN' TO DET-EXPIRY-DATE-O
                ELSE
                   MOVE WS-HOLD-EXPIRY-DATE TO DET-EXPIRY-DATE-O
                END-IF
                MOVE WS-HOLD-MAX-ORDER-QTY TO DET-MAX-QTY-O
                MOVE 'SINGLE SOURCE' TO DET-REMARK-O
                PERFORM 500-WRITE-REPORT
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

           MOVE 0 TO WS-PART-APPROVALS.
           MOVE 0 TO WS-PART-CURRENT.
           MOVE SPACES TO WS-HOLD-AVL.
       300-OPEN-FILES.
      *************************************************************
      * Open files                                                 *
      *************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT AVL-MASTER-FILE.
           IF NOT AVL-MASTER-FILE-OK
              THEN
              DISPLAY 'AVL-MASTER-FILE Problem: '
                      AVL-MASTER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              DISPLAY ' Report-FILE Problem: ' REPORT-FILE-ST
              GOBACK
           END-IF.
       400-READ-AVL-MASTER.
      ************************************************************
      * Read the next approval in key order                      *
      ************************************************************
      D    DISPLAY '400-READ-AVL-MASTER'.
           READ AVL-MASTER-FILE
           AT END
              MOVE "Y" TO AVL-MASTER-FILE-STATUS
           NOT AT END
              ADD 1 TO WS-AVL-KTR
           END-READ.
       500-WRITE-REPORT.
      ************************************************************
      * Write one part line                                      *
      ************************************************************
      D    DISPLAY '500-WRITE-REPORT'.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.

           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       510-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine                                       *
      ************************************************************
      D    DISPLAY '510-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.

           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-DATE
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1.

           MOVE ZERO TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ***********************************************************
      * Write summary at end of report                          *
      ***********************************************************
      D    DISPLAY '700-WRITE-SUMMARY'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.

           MOVE WS-AVL-KTR TO TOTAL-AVL-O.
           MOVE WS-PART-KTR TO TOTAL-PART-O.
           MOVE WS-SINGLE-KTR TO TOTAL-SINGLE-O.
           MOVE WS-NO-SOURCE-KTR TO TOTAL-NO-SOURCE-O.

           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE AVL-MASTER-FILE.
           IF NOT AVL-MASTER-FILE-OK
              THEN
              DISPLAY 'AVL-MASTER-FILE Problem: '
                      AVL-MASTER-FILE-ST
              GOBACK
           END-IF.

           CLOSE REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              DISPLAY ' Report-FILE Problem: ' REPORT-FILE-ST
              GOBACK
           END-IF.
