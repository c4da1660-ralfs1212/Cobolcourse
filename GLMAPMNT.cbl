       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAPMNT.
      * ------------------------------------------------------------
      * GLMAPMNT:
      * Maintenance program for the GLACCTMP general ledger
      * account-mapping table that GLINTFC maps every feeder's
      * activity through. One row per source system and
      * transaction type carries the debit account, the credit
      * account and the cost center the activity posts to. In the
      * style of ERRCMNT, transactions from GLMAPTRN are applied
      * against the sequential table:
      *   ADD    - source/type must not be on file; a cost center
      *            and at least one account are required
      *   CHANGE - source/type must be on file; blank fields are
      *            left unchanged
      *   DELETE - source/type must be on file
      * A row may carry only a debit or only a credit account
      * where one feeder activity is one side of a multi-line
      * entry (payroll gross debits wages expense; the
      * withholdings and net pay credit their liabilities). To
      * turn a two-sided row one-sided, DELETE it and ADD it
      * again in the same run.
      *
      * The old table is loaded, transactions are applied in
      * memory, and the table is rewritten in source/type
      * sequence to GLACCTMO. Every transaction - applied or
      * rejected - prints on the maintenance audit report.
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-IN-FILE ASSIGN TO GLACCTMP
           FILE STATUS IS GLMAP-IN-FILE-ST.

           SELECT TRANS-FILE ASSIGN TO GLMAPTRN
           FILE STATUS IS TRANS-FILE-ST.

           SELECT GLMAP-OUT-FILE ASSIGN TO GLACCTMO
           FILE STATUS IS GLMAP-OUT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Account-mapping table - same record layout as the
      * GLMAP-FILE FD in GLINTFC
       FD  GLMAP-IN-FILE
           RECORDING MODE IS F.
       01 GLMAP-IN-REC.
          05 GM-MAP-KEY.
             10 GM-SOURCE-SYSTEM       PIC X(8).
             10 GM-TRANS-TYPE          PIC X(6).
          05 GM-DEBIT-ACCOUNT          PIC X(10).
          05 GM-CREDIT-ACCOUNT         PIC X(10).
          05 GM-COST-CENTER            PIC X(6).
          05 GM-DESCRIPTION            PIC X(30).
          05 FILLER                    PIC X(10).

      * Maintenance transactions keyed by source system and
      * transaction type
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01 TRANS-REC.
          05 TR-ACTION                 PIC X(06).
             88 TR-ADD                                 VALUE 'ADD   '.
             88 TR-CHANGE                              VALUE 'CHANGE'.
             88 TR-DELETE                              VALUE 'DELETE'.
          05 TR-MAP-KEY.
             10 TR-SOURCE-SYSTEM       PIC X(08).
             10 TR-TRANS-TYPE          PIC X(06).
          05 TR-DEBIT-ACCOUNT          PIC X(10).
          05 TR-CREDIT-ACCOUNT         PIC X(10).
          05 TR-COST-CENTER            PIC X(06).
          05 TR-DESCRIPTION            PIC X(30).
          05 FILLER                    PIC X(04).

       FD  GLMAP-OUT-FILE
           RECORDING MODE IS F.
       01 GLMAP-OUT-REC                PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * In-core mapping table, kept in source/type sequence
       01 GM-TABLE-SUB                 PIC 9(3)        VALUE 0 COMP.
       01 GM-TABLE-SUB-2               PIC 9(3)        VALUE 0 COMP.
       01 GM-TABLE-MAX                 PIC 9(3)        VALUE 0 COMP.
       01 GM-TABLE-MAX-LIMIT           PIC 9(3)        VALUE 500 COMP.
       01 SW-GM-FOUND                  PIC X(1)        VALUE 'N'.
          88 GM-FOUND                                  VALUE 'Y'.
       01 GLMAP-MASTER-TABLE.
          05 GM-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON GM-TABLE-MAX.
             10 GM-TBL-KEY             PIC X(14).
             10 GM-TBL-DEBIT           PIC X(10).
             10 GM-TBL-CREDIT          PIC X(10).
             10 GM-TBL-COST-CENTER     PIC X(6).
             10 GM-TBL-DESC            PIC X(30).
             10 GM-TBL-DELETED-IND     PIC X(1).
                88 GM-TBL-DELETED                      VALUE 'D'.

       01 PROGRAM-SWITCHES.
          05 GLMAP-IN-FILE-ST          PIC X(2).
             88 GLMAP-IN-FILE-OK                       VALUE '00'.
          05 TRANS-FILE-ST             PIC X(2).
             88 TRANS-FILE-OK                          VALUE '00'.
          05 GLMAP-OUT-FILE-ST         PIC X(2).
             88 GLMAP-OUT-FILE-OK                      VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 GLMAP-IN-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 GLMAP-IN-FILE-EOF                      VALUE 'Y'.
          05 TRANS-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 TRANS-FILE-EOF                         VALUE 'Y'.
      * Transaction applied/rejected indicator
          05 TRANS-APPLIED-STATUS      PIC X(01)       VALUE SPACE.
             88 TRANS-APPLIED-IND                      VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-TRANS-KTR              PIC 9(7)        VALUE 0.
          05 WS-TRANS-APPLIED          PIC 9(7)        VALUE 0.
          05 WS-TRANS-REJECTED         PIC 9(7)        VALUE 0.
          05 WS-ADD-KTR                PIC 9(7)        VALUE 0.
          05 WS-CHANGE-KTR             PIC 9(7)        VALUE 0.
          05 WS-DELETE-KTR             PIC 9(7)        VALUE 0.
          05 WS-OUT-KTR                PIC 9(7)        VALUE 0.
          05 WS-SEQ-ERR-KTR            PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-REJECT-REASON             PIC X(30)       VALUE SPACES.
       01 WS-PREV-KEY                  PIC X(14)       VALUE LOW-VALUE.
       01 WS-SWAP-ENTRY                PIC X(71)       VALUE SPACES.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '  GL ACCOUNT-MAPPING MAINTENANCE AUDIT REPORT     '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'ACTION'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'SOURCE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'TYPE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'DEBIT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'CREDIT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'CC'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'DESCRIPTION'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'STATUS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REJECT REASON'.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".

       01 DETAIL-LINE.
          05 DET-ACTION-O              PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-SOURCE-O              PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-TYPE-O                PIC X(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-DEBIT-O               PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-CREDIT-O              PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-COST-CENTER-O         PIC X(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-DESC-O                PIC X(30).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-STATUS-O              PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-O              PIC X(30).

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Total Transactions read          :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-TRANS-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Applied / Rejected               :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-APPLIED-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REJECTED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Adds / Changes / Deletes applied :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ADDS-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-CHANGES-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-DELETES-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Mapping rows written out         :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-OUT-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAIN UNTIL TRANS-FILE-EOF.
           PERFORM 600-REWRITE-MASTER.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           PERFORM 050-LOAD-MASTER-TABLE.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-TRANS-FILE.
       050-LOAD-MASTER-TABLE.
      ************************************************************
      * Load the old table, sequence-checking the keys           *
      ************************************************************
      D    DISPLAY '050-LOAD-MASTER-TABLE'.
           PERFORM UNTIL GLMAP-IN-FILE-EOF OR
              GM-TABLE-MAX = GM-TABLE-MAX-LIMIT
                   READ GLMAP-IN-FILE
                   AT END
                      MOVE 'Y' TO GLMAP-IN-FILE-STATUS
                   NOT AT END
                      IF GM-MAP-KEY NOT > WS-PREV-KEY
                         THEN
                         ADD 1 TO WS-SEQ-ERR-KTR
                         DISPLAY 'GLACCTMP OUT OF SEQUENCE AT: '
                                 GM-MAP-KEY
                      END-IF
                      MOVE GM-MAP-KEY TO WS-PREV-KEY
                      ADD 1 TO GM-TABLE-MAX
                      MOVE GM-MAP-KEY TO GM-TBL-KEY(GM-TABLE-MAX)
                      MOVE GM-DEBIT-ACCOUNT TO
                         GM-TBL-DEBIT(GM-TABLE-MAX)
                      MOVE GM-CREDIT-ACCOUNT TO
                         GM-TBL-CREDIT(GM-TABLE-MAX)
                      MOVE GM-COST-CENTER TO
                         GM-TBL-COST-CENTER(GM-TABLE-MAX)
                      MOVE GM-DESCRIPTION TO
                         GM-TBL-DESC(GM-TABLE-MAX)
                      MOVE SPACE TO
                         GM-TBL-DELETED-IND(GM-TABLE-MAX)
                   END-READ
           END-PERFORM.
      D    DISPLAY 'GLACCTMP TABLE: ' GM-TABLE-MAX ' ENTRIES'.
       100-MAIN.
      ************************************************************
      * Main Routine - apply one transaction against the table   *
      ************************************************************
      D    DISPLAY '100-MAIN'.
           ADD 1 TO WS-TRANS-KTR.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'Y' TO TRANS-APPLIED-STATUS.
           MOVE SPACES TO DETAIL-LINE.
           MOVE TR-ACTION TO DET-ACTION-O.
           MOVE TR-SOURCE-SYSTEM TO DET-SOURCE-O.
           MOVE TR-TRANS-TYPE TO DET-TYPE-O.
           MOVE TR-DEBIT-ACCOUNT TO DET-DEBIT-O.
           MOVE TR-CREDIT-ACCOUNT TO DET-CREDIT-O.
           MOVE TR-COST-CENTER TO DET-COST-CENTER-O.
           MOVE TR-DESCRIPTION TO DET-DESC-O.

           PERFORM 150-FIND-MAPPING.

           EVALUATE TRUE
           WHEN TR-ADD
                PERFORM 210-APPLY-ADD
           WHEN TR-CHANGE
                PERFORM 220-APPLY-CHANGE
           WHEN TR-DELETE
                PERFORM 230-APPLY-DELETE
           WHEN OTHER
                MOVE 'N' TO TRANS-APPLIED-STATUS
                MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
           END-EVALUATE.

           IF TRANS-APPLIED-IND
              THEN
              ADD 1 TO WS-TRANS-APPLIED
              MOVE 'APPLIED' TO DET-STATUS-O
           ELSE
              ADD 1 TO WS-TRANS-REJECTED
              MOVE 'REJECTED' TO DET-STATUS-O
              MOVE WS-REJECT-REASON TO DET-REASON-O
           END-IF.

           PERFORM 500-WRITE-REPORT.
           PERFORM 400-READ-TRANS-FILE.
       150-FIND-MAPPING.
      ************************************************************
      * Locate the transaction's source/type in the table        *
      ************************************************************
      D    DISPLAY '150-FIND-MAPPING'.
           MOVE 'N' TO SW-GM-FOUND.
           PERFORM VARYING GM-TABLE-SUB FROM 1 BY 1
              UNTIL GM-TABLE-SUB > GM-TABLE-MAX
                   IF GM-TBL-KEY(GM-TABLE-SUB) EQUAL TO TR-MAP-KEY
                      AND NOT GM-TBL-DELETED(GM-TABLE-SUB)
                      THEN
                      MOVE 'Y' TO SW-GM-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       210-APPLY-ADD.
      ************************************************************
      * ADD - source/type must be new; cost center and at least  *
      * one of the two accounts present                          *
      ************************************************************
      D    DISPLAY '210-APPLY-ADD'.
           IF GM-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'MAPPING ALREADY ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-SOURCE-SYSTEM EQUAL TO SPACES
              OR TR-TRANS-TYPE EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'SOURCE OR TYPE BLANK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-DEBIT-ACCOUNT EQUAL TO SPACES
              AND TR-CREDIT-ACCOUNT EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'NO DEBIT OR CREDIT ACCOUNT' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-COST-CENTER EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'COST CENTER BLANK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF GM-TABLE-MAX = GM-TABLE-MAX-LIMIT
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'MAPPING TABLE FULL' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO GM-TABLE-MAX.
           MOVE TR-MAP-KEY TO GM-TBL-KEY(GM-TABLE-MAX).
           MOVE TR-DEBIT-ACCOUNT TO GM-TBL-DEBIT(GM-TABLE-MAX).
           MOVE TR-CREDIT-ACCOUNT TO GM-TBL-CREDIT(GM-TABLE-MAX).
           MOVE TR-COST-CENTER TO GM-TBL-COST-CENTER(GM-TABLE-MAX).
           MOVE TR-DESCRIPTION TO GM-TBL-DESC(GM-TABLE-MAX).
           MOVE SPACE TO GM-TBL-DELETED-IND(GM-TABLE-MAX).
           ADD 1 TO WS-ADD-KTR.
       220-APPLY-CHANGE.
      ************************************************************
      * CHANGE - source/type must be on file; blank fields       *
      * unchanged                                                *
      ************************************************************
      D    DISPLAY '220-APPLY-CHANGE'.
           IF NOT GM-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'MAPPING NOT ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-DEBIT-ACCOUNT EQUAL TO SPACES
              AND TR-CREDIT-ACCOUNT EQUAL TO SPACES
              AND TR-COST-CENTER EQUAL TO SPACES
              AND TR-DESCRIPTION EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'NO CHANGE DATA SUPPLIED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-DEBIT-ACCOUNT NOT EQUAL TO SPACES
              THEN
              MOVE TR-DEBIT-ACCOUNT TO GM-TBL-DEBIT(GM-TABLE-SUB)
           END-IF.
           IF TR-CREDIT-ACCOUNT NOT EQUAL TO SPACES
              THEN
              MOVE TR-CREDIT-ACCOUNT TO GM-TBL-CREDIT(GM-TABLE-SUB)
           END-IF.
           IF TR-COST-CENTER NOT EQUAL TO SPACES
              THEN
              MOVE TR-COST-CENTER TO
                 GM-TBL-COST-CENTER(GM-TABLE-SUB)
           END-IF.
           IF TR-DESCRIPTION NOT EQUAL TO SPACES
              THEN
              MOVE TR-DESCRIPTION TO GM-TBL-DESC(GM-TABLE-SUB)
           END-IF.
           ADD 1 TO WS-CHANGE-KTR.
       230-APPLY-DELETE.
      ************************************************************
      * DELETE - source/type must be on file; flagged, dropped   *
      * on the rewrite                                           *
      ************************************************************
      D    DISPLAY '230-APPLY-DELETE'.
           IF NOT GM-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'MAPPING NOT ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 'D' TO GM-TBL-DELETED-IND(GM-TABLE-SUB).
           ADD 1 TO WS-DELETE-KTR.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT GLMAP-IN-FILE.
           IF NOT GLMAP-IN-FILE-OK
              DISPLAY 'GLACCTMP OPEN PROBLEM, RC='
                      GLMAP-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT TRANS-FILE.
           IF NOT TRANS-FILE-OK
              DISPLAY 'GLMAPTRN OPEN PROBLEM, RC=' TRANS-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT GLMAP-OUT-FILE.
           IF NOT GLMAP-OUT-FILE-OK
              DISPLAY 'GLACCTMO OPEN PROBLEM, RC='
                      GLMAP-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-READ-TRANS-FILE.
      ************************************************************
      * Read Transaction record                                  *
      ************************************************************
      D    DISPLAY '400-READ-TRANS-FILE'.
           READ TRANS-FILE
           AT END
              MOVE "Y" TO TRANS-FILE-STATUS
           END-READ.
       500-WRITE-REPORT.
      ************************************************************
      * Write one audit line per transaction                     *
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
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1.
           MOVE ZERO TO CTR-LINES.
       600-REWRITE-MASTER.
      ************************************************************
      * Bubble the surviving entries into source/type sequence   *
      * and rewrite the table                                    *
      ************************************************************
      D    DISPLAY '600-REWRITE-MASTER'.
           PERFORM VARYING GM-TABLE-SUB FROM 1 BY 1
              UNTIL GM-TABLE-SUB NOT < GM-TABLE-MAX
                   PERFORM VARYING GM-TABLE-SUB-2 FROM 1 BY 1
                      UNTIL GM-TABLE-SUB-2 NOT <
                         GM-TABLE-MAX
                         IF GM-TBL-KEY(GM-TABLE-SUB-2) >
                            GM-TBL-KEY(GM-TABLE-SUB-2 + 1)
                            THEN
                            MOVE GM-ENTRY(GM-TABLE-SUB-2)
                               TO WS-SWAP-ENTRY
                            MOVE GM-ENTRY(GM-TABLE-SUB-2 + 1)
                               TO GM-ENTRY(GM-TABLE-SUB-2)
                            MOVE WS-SWAP-ENTRY
                               TO GM-ENTRY(GM-TABLE-SUB-2 + 1)
                         END-IF
                   END-PERFORM
           END-PERFORM.

           PERFORM VARYING GM-TABLE-SUB FROM 1 BY 1
              UNTIL GM-TABLE-SUB > GM-TABLE-MAX
                   IF NOT GM-TBL-DELETED(GM-TABLE-SUB)
                      THEN
                      MOVE SPACES TO GLMAP-OUT-REC
                      MOVE GM-TBL-KEY(GM-TABLE-SUB) TO
                         GLMAP-OUT-REC(1:14)
                      MOVE GM-TBL-DEBIT(GM-TABLE-SUB) TO
                         GLMAP-OUT-REC(15:10)
                      MOVE GM-TBL-CREDIT(GM-TABLE-SUB) TO
                         GLMAP-OUT-REC(25:10)
                      MOVE GM-TBL-COST-CENTER(GM-TABLE-SUB) TO
                         GLMAP-OUT-REC(35:6)
                      MOVE GM-TBL-DESC(GM-TABLE-SUB) TO
                         GLMAP-OUT-REC(41:30)
                      WRITE GLMAP-OUT-REC
                      ADD 1 TO WS-OUT-KTR
                   END-IF
           END-PERFORM.
       700-WRITE-SUMMARY-REPORT.
      ***********************************************************
      * Write summary at end of report                          *
      ***********************************************************
      D    DISPLAY '700-WRITE-SUMMARY'.
           IF WS-TRANS-KTR = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE WS-TRANS-KTR TO TOTAL-TRANS-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           MOVE WS-TRANS-APPLIED TO TOTAL-APPLIED-O.
           MOVE WS-TRANS-REJECTED TO TOTAL-REJECTED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           MOVE WS-ADD-KTR TO TOTAL-ADDS-O.
           MOVE WS-CHANGE-KTR TO TOTAL-CHANGES-O.
           MOVE WS-DELETE-KTR TO TOTAL-DELETES-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           MOVE WS-OUT-KTR TO TOTAL-OUT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE GLMAP-IN-FILE
                 TRANS-FILE
                 GLMAP-OUT-FILE
                 REPORT-FILE.
