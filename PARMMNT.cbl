       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.
      * ------------------------------------------------------------
      * PARMMNT:
      * Maintenance program for the PARMLIB parameter library that
      * PARMLKUP answers every batch program's business-rule
      * settings from. One row per program, parameter name and
      * effective date carries the value (as text) that applies
      * from that date on. A blank program ID is the shared
      * setting for every program without a row of its own.
      * In the style of RATEMNT, transactions from PARMTRN are
      * applied against the sequential library:
      *   ADD    - program/name/date must not be on file; a name,
      *            a valid effective date and a value are required
      *   CHANGE - program/name/date must be on file; the value
      *            is required and must differ from the old one
      *   DELETE - program/name/date must be on file
      * A new setting is an ADD with the new effective date - the
      * old row stays on file so a rerun of an earlier night
      * still runs with the setting that was in force then.
      * Every transaction carries the operator ID making it.
      *
      * The old library is loaded, transactions are applied in
      * memory, and the library is rewritten in key sequence to
      * PARMLIBO. Every transaction - applied or rejected - prints
      * on the maintenance audit report (PRTLINE). Every applied
      * transaction is appended to the PARMHIST change history
      * with the operator, the old value and the new value; for
      * an ADD the old value is the one in effect the day before
      * the new effective date. PARMRPT reports from PARMHIST.
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMLIB-IN-FILE ASSIGN TO PARMLIB
           FILE STATUS IS PARMLIB-IN-FILE-ST.

           SELECT TRANS-FILE ASSIGN TO PARMTRN
           FILE STATUS IS TRANS-FILE-ST.

           SELECT PARMLIB-OUT-FILE ASSIGN TO PARMLIBO
           FILE STATUS IS PARMLIB-OUT-FILE-ST.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO PARMHIST
           FILE STATUS IS HISTORY-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Parameter library - same record layout as the
      * PARMLIB-FILE FD in PARMLKUP
       FD  PARMLIB-IN-FILE
           RECORDING MODE IS F.
       01 PARMLIB-IN-REC.
          05 PL-KEY.
             10 PL-PROGRAM-ID          PIC X(8).
             10 PL-PARM-NAME           PIC X(16).
             10 PL-EFF-DATE            PIC 9(8).
          05 PL-VALUE                  PIC X(20).
          05 PL-CHANGED-BY             PIC X(8).
          05 PL-MAINT-DATE             PIC 9(8).
          05 FILLER                    PIC X(12).

      * Maintenance transactions keyed by program, parameter name
      * and effective date
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01 TRANS-REC.
          05 TR-ACTION                 PIC X(06).
             88 TR-ADD                                 VALUE 'ADD   '.
             88 TR-CHANGE                              VALUE 'CHANGE'.
             88 TR-DELETE                              VALUE 'DELETE'.
          05 TR-OPERATOR               PIC X(08).
          05 TR-PARM-KEY.
             10 TR-PROGRAM-ID          PIC X(08).
             10 TR-PARM-NAME           PIC X(16).
             10 TR-EFF-DATE            PIC 9(08).
          05 TR-VALUE                  PIC X(20).
          05 FILLER                    PIC X(14).

       FD  PARMLIB-OUT-FILE
           RECORDING MODE IS F.
       01 PARMLIB-OUT-REC              PIC X(80).

      * Change history - one record per applied transaction
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
      * In-core parameter library, kept in key sequence
       01 PL-TABLE-SUB                 PIC 9(4)        VALUE 0 COMP.
       01 PL-TABLE-SUB-2               PIC 9(4)        VALUE 0 COMP.
       01 PL-TABLE-MAX                 PIC 9(4)        VALUE 0 COMP.
       01 PL-TABLE-MAX-LIMIT           PIC 9(4)        VALUE 2000 COMP.
       01 PL-PRIOR-SUB                 PIC 9(4)        VALUE 0 COMP.
       01 SW-PL-FOUND                  PIC X(1)        VALUE 'N'.
          88 PL-FOUND                                  VALUE 'Y'.
       01 PARM-LIBRARY-TABLE.
          05 PL-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON PL-TABLE-MAX.
             10 PL-TBL-KEY.
                15 PL-TBL-PROGRAM-ID   PIC X(8).
                15 PL-TBL-PARM-NAME    PIC X(16).
                15 PL-TBL-EFF-DATE     PIC 9(8).
             10 PL-TBL-VALUE           PIC X(20).
             10 PL-TBL-CHANGED-BY      PIC X(8).
             10 PL-TBL-MAINT-DATE      PIC 9(8).
             10 PL-TBL-DELETED-IND     PIC X(1).
                88 PL-TBL-DELETED                      VALUE 'D'.

       01 PROGRAM-SWITCHES.
          05 PARMLIB-IN-FILE-ST        PIC X(2).
             88 PARMLIB-IN-FILE-OK                     VALUE '00' '05'.
          05 TRANS-FILE-ST             PIC X(2).
             88 TRANS-FILE-OK                          VALUE '00'.
          05 PARMLIB-OUT-FILE-ST       PIC X(2).
             88 PARMLIB-OUT-FILE-OK                    VALUE '00'.
          05 HISTORY-FILE-ST           PIC X(2).
             88 HISTORY-FILE-OK                        VALUE '00' '05'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 PARMLIB-IN-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 PARMLIB-IN-FILE-EOF                    VALUE 'Y'.
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
          05 WS-HIST-KTR               PIC 9(7)        VALUE 0.
          05 WS-SEQ-ERR-KTR            PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-REJECT-REASON             PIC X(30)       VALUE SPACES.
       01 WS-PREV-KEY                  PIC X(32)       VALUE LOW-VALUE.
       01 WS-SWAP-ENTRY                PIC X(69)       VALUE SPACES.
       01 WS-OLD-VALUE                 PIC X(20)       VALUE SPACES.
       01 WS-NEW-VALUE                 PIC X(20)       VALUE SPACES.
       01 WS-STAMP.
          05 WS-TODAY                  PIC 9(8)        VALUE 0.
          05 WS-NOW                    PIC 9(6)        VALUE 0.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '  PARAMETER LIBRARY MAINTENANCE AUDIT REPORT      '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(06)       VALUE
                'ACTION'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'PROGRAM'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(16)       VALUE
                'PARAMETER'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'EFF DATE'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE
                'OLD VALUE'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE
                'NEW VALUE'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'OPERATOR'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'STATUS'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REJECT REASON'.

       01 HEADING-3.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(16)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".

       01 DETAIL-LINE.
          05 DET-ACTION-O              PIC X(06).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-PROGRAM-O             PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-PARM-NAME-O           PIC X(16).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-EFF-DATE-O            PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-OLD-VALUE-O           PIC X(20).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-NEW-VALUE-O           PIC X(20).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-OPERATOR-O            PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-STATUS-O              PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
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
                'Library rows written out         :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-OUT-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Change history records written   :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-HIST-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAIN UNTIL TRANS-FILE-EOF.
           PERFORM 600-REWRITE-LIBRARY.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.
           PERFORM 050-LOAD-LIBRARY-TABLE.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-TRANS-FILE.
       050-LOAD-LIBRARY-TABLE.
      ************************************************************
      * Load the old library, sequence-checking the keys         *
      ************************************************************
      D    DISPLAY '050-LOAD-LIBRARY-TABLE'.
           PERFORM UNTIL PARMLIB-IN-FILE-EOF OR
              PL-TABLE-MAX = PL-TABLE-MAX-LIMIT
                   READ PARMLIB-IN-FILE
                   AT END
                      MOVE 'Y' TO PARMLIB-IN-FILE-STATUS
                   NOT AT END
                      IF PL-KEY NOT > WS-PREV-KEY
                         THEN
                         ADD 1 TO WS-SEQ-ERR-KTR
                         DISPLAY 'PARMLIB OUT OF SEQUENCE AT: '
                                 PL-KEY
                      END-IF
                      MOVE PL-KEY TO WS-PREV-KEY
                      ADD 1 TO PL-TABLE-MAX
                      MOVE PL-KEY TO PL-TBL-KEY(PL-TABLE-MAX)
                      MOVE PL-VALUE TO PL-TBL-VALUE(PL-TABLE-MAX)
                      MOVE PL-CHANGED-BY TO
                         PL-TBL-CHANGED-BY(PL-TABLE-MAX)
                      MOVE PL-MAINT-DATE TO
                         PL-TBL-MAINT-DATE(PL-TABLE-MAX)
                      MOVE SPACE TO
                         PL-TBL-DELETED-IND(PL-TABLE-MAX)
                   END-READ
           END-PERFORM.
           IF NOT PARMLIB-IN-FILE-EOF
              THEN
              DISPLAY 'WARNING: PARAMETER TABLE FULL AT '
                      PL-TABLE-MAX-LIMIT
                      ' ENTRIES - REMAINING ROWS NOT LOADED'
           END-IF.
       100-MAIN.
      ************************************************************
      * Main Routine - apply one transaction against the table   *
      ************************************************************
      D    DISPLAY '100-MAIN'.
           ADD 1 TO WS-TRANS-KTR.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-OLD-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           MOVE 'Y' TO TRANS-APPLIED-STATUS.
           MOVE SPACES TO DETAIL-LINE.
           MOVE TR-ACTION TO DET-ACTION-O.
           IF TR-PROGRAM-ID = SPACES
              THEN
              MOVE 'ALL' TO DET-PROGRAM-O
           ELSE
              MOVE TR-PROGRAM-ID TO DET-PROGRAM-O
           END-IF.
           MOVE TR-PARM-NAME TO DET-PARM-NAME-O.
           MOVE TR-EFF-DATE TO DET-EFF-DATE-O.
           MOVE TR-OPERATOR TO DET-OPERATOR-O.

           PERFORM 150-FIND-SETTING.

           IF TR-OPERATOR = SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'OPERATOR ID MISSING' TO WS-REJECT-REASON
           ELSE
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
              END-EVALUATE
           END-IF.

           IF TRANS-APPLIED-IND
              THEN
              ADD 1 TO WS-TRANS-APPLIED
              MOVE 'APPLIED' TO DET-STATUS-O
              MOVE WS-OLD-VALUE TO DET-OLD-VALUE-O
              MOVE WS-NEW-VALUE TO DET-NEW-VALUE-O
              PERFORM 250-WRITE-HISTORY
           ELSE
              ADD 1 TO WS-TRANS-REJECTED
              MOVE 'REJECTED' TO DET-STATUS-O
              MOVE TR-VALUE TO DET-NEW-VALUE-O
              MOVE WS-REJECT-REASON TO DET-REASON-O
           END-IF.

           PERFORM 500-WRITE-REPORT.
           PERFORM 400-READ-TRANS-FILE.
       150-FIND-SETTING.
      ************************************************************
      * Locate the transaction's program/name/date               *
      ************************************************************
      D    DISPLAY '150-FIND-SETTING'.
           MOVE 'N' TO SW-PL-FOUND.
           PERFORM VARYING PL-TABLE-SUB FROM 1 BY 1
              UNTIL PL-TABLE-SUB > PL-TABLE-MAX
                   IF PL-TBL-KEY(PL-TABLE-SUB) EQUAL TO TR-PARM-KEY
                      AND NOT PL-TBL-DELETED(PL-TABLE-SUB)
                      THEN
                      MOVE 'Y' TO SW-PL-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       160-FIND-PRIOR-SETTING.
      ************************************************************
      * The value in effect for the program/name the day before  *
      * the transaction's effective date                         *
      ************************************************************
      D    DISPLAY '160-FIND-PRIOR-SETTING'.
           MOVE 0 TO PL-PRIOR-SUB.
           PERFORM VARYING PL-TABLE-SUB-2 FROM 1 BY 1
              UNTIL PL-TABLE-SUB-2 > PL-TABLE-MAX
                   IF PL-TBL-PROGRAM-ID(PL-TABLE-SUB-2) =
                         TR-PROGRAM-ID
                      AND PL-TBL-PARM-NAME(PL-TABLE-SUB-2) =
                         TR-PARM-NAME
                      AND PL-TBL-EFF-DATE(PL-TABLE-SUB-2) <
                         TR-EFF-DATE
                      AND NOT PL-TBL-DELETED(PL-TABLE-SUB-2)
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
       210-APPLY-ADD.
      ************************************************************
      * ADD - key must be new; name, effective date and value    *
      * present                                                  *
      ************************************************************
      D    DISPLAY '210-APPLY-ADD'.
           IF PL-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'SETTING ALREADY ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-PARM-NAME EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'PARAMETER NAME BLANK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-EFF-DATE NOT NUMERIC
              OR TR-EFF-DATE < 19000101
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-VALUE EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'VALUE MISSING' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF PL-TABLE-MAX = PL-TABLE-MAX-LIMIT
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'PARAMETER TABLE FULL' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           PERFORM 160-FIND-PRIOR-SETTING.
           IF PL-PRIOR-SUB > 0
              THEN
              MOVE PL-TBL-VALUE(PL-PRIOR-SUB) TO WS-OLD-VALUE
           END-IF.
           ADD 1 TO PL-TABLE-MAX.
           MOVE PL-TABLE-MAX TO PL-TABLE-SUB.
           MOVE TR-PARM-KEY TO PL-TBL-KEY(PL-TABLE-SUB).
           MOVE TR-VALUE TO PL-TBL-VALUE(PL-TABLE-SUB).
           MOVE TR-OPERATOR TO PL-TBL-CHANGED-BY(PL-TABLE-SUB).
           MOVE WS-TODAY TO PL-TBL-MAINT-DATE(PL-TABLE-SUB).
           MOVE SPACE TO PL-TBL-DELETED-IND(PL-TABLE-SUB).
           MOVE TR-VALUE TO WS-NEW-VALUE.
           ADD 1 TO WS-ADD-KTR.
       220-APPLY-CHANGE.
      ************************************************************
      * CHANGE - key must be on file; a new value required       *
      ************************************************************
      D    DISPLAY '220-APPLY-CHANGE'.
           IF NOT PL-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'SETTING NOT ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-VALUE EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'VALUE MISSING' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-VALUE EQUAL TO PL-TBL-VALUE(PL-TABLE-SUB)
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'VALUE UNCHANGED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE PL-TBL-VALUE(PL-TABLE-SUB) TO WS-OLD-VALUE.
           MOVE TR-VALUE TO PL-TBL-VALUE(PL-TABLE-SUB).
           MOVE TR-OPERATOR TO PL-TBL-CHANGED-BY(PL-TABLE-SUB).
           MOVE WS-TODAY TO PL-TBL-MAINT-DATE(PL-TABLE-SUB).
           MOVE TR-VALUE TO WS-NEW-VALUE.
           ADD 1 TO WS-CHANGE-KTR.
       230-APPLY-DELETE.
      ************************************************************
      * DELETE - key must be on file; flagged, dropped on the    *
      * rewrite                                                  *
      ************************************************************
      D    DISPLAY '230-APPLY-DELETE'.
           IF NOT PL-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'SETTING NOT ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE PL-TBL-VALUE(PL-TABLE-SUB) TO WS-OLD-VALUE.
           MOVE 'D' TO PL-TBL-DELETED-IND(PL-TABLE-SUB).
           ADD 1 TO WS-DELETE-KTR.
       250-WRITE-HISTORY.
      ************************************************************
      * Who changed what, from what, to what                     *
      ************************************************************
      D    DISPLAY '250-WRITE-HISTORY'.
           MOVE SPACES TO HISTORY-REC.
           MOVE WS-TODAY TO PH-CHANGE-DATE.
           MOVE WS-NOW TO PH-CHANGE-TIME.
           MOVE TR-OPERATOR TO PH-OPERATOR.
           MOVE TR-ACTION TO PH-ACTION.
           MOVE TR-PROGRAM-ID TO PH-PROGRAM-ID.
           MOVE TR-PARM-NAME TO PH-PARM-NAME.
           MOVE TR-EFF-DATE TO PH-EFF-DATE.
           MOVE WS-OLD-VALUE TO PH-OLD-VALUE.
           MOVE WS-NEW-VALUE TO PH-NEW-VALUE.
           WRITE HISTORY-REC.
           ADD 1 TO WS-HIST-KTR.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT PARMLIB-IN-FILE.
           IF NOT PARMLIB-IN-FILE-OK
              DISPLAY 'PARMLIB OPEN PROBLEM, RC='
                      PARMLIB-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT TRANS-FILE.
           IF NOT TRANS-FILE-OK
              DISPLAY 'PARMTRN OPEN PROBLEM, RC=' TRANS-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT PARMLIB-OUT-FILE.
           IF NOT PARMLIB-OUT-FILE-OK
              DISPLAY 'PARMLIBO OPEN PROBLEM, RC='
                      PARMLIB-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND HISTORY-FILE.
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
       600-REWRITE-LIBRARY.
      ************************************************************
      * Bubble the surviving entries into key sequence and       *
      * rewrite the library                                      *
      ************************************************************
      D    DISPLAY '600-REWRITE-LIBRARY'.
           PERFORM VARYING PL-TABLE-SUB FROM 1 BY 1
              UNTIL PL-TABLE-SUB NOT < PL-TABLE-MAX
                   PERFORM VARYING PL-TABLE-SUB-2 FROM 1 BY 1
                      UNTIL PL-TABLE-SUB-2 NOT <
                         PL-TABLE-MAX
                         IF PL-TBL-KEY(PL-TABLE-SUB-2) >
                            PL-TBL-KEY(PL-TABLE-SUB-2 + 1)
                            THEN
                            MOVE PL-ENTRY(PL-TABLE-SUB-2)
                               TO WS-SWAP-ENTRY
                            MOVE PL-ENTRY(PL-TABLE-SUB-2 + 1)
                               TO PL-ENTRY(PL-TABLE-SUB-2)
                            MOVE WS-SWAP-ENTRY
                               TO PL-ENTRY(PL-TABLE-SUB-2 + 1)
                         END-IF
                   END-PERFORM
           END-PERFORM.

           PERFORM VARYING PL-TABLE-SUB FROM 1 BY 1
              UNTIL PL-TABLE-SUB > PL-TABLE-MAX
                   IF NOT PL-TBL-DELETED(PL-TABLE-SUB)
                      THEN
                      MOVE SPACES TO PARMLIB-OUT-REC
                      MOVE PL-ENTRY(PL-TABLE-SUB)(1:68) TO
                         PARMLIB-OUT-REC(1:68)
                      WRITE PARMLIB-OUT-REC
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
           MOVE WS-TRANS-APPLIED TO TOTAL-APPLIED-O.
           MOVE WS-TRANS-REJECTED TO TOTAL-REJECTED-O.
           MOVE WS-ADD-KTR TO TOTAL-ADDS-O.
           MOVE WS-CHANGE-KTR TO TOTAL-CHANGES-O.
           MOVE WS-DELETE-KTR TO TOTAL-DELETES-O.
           MOVE WS-OUT-KTR TO TOTAL-OUT-O.
           MOVE WS-HIST-KTR TO TOTAL-HIST-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1.
           IF WS-SEQ-ERR-KTR > 0
              THEN
              DISPLAY 'PARMMNT: PARMLIB KEYS OUT OF SEQUENCE: '
                      WS-SEQ-ERR-KTR
           END-IF.
           DISPLAY 'PARMMNT: TRANSACTIONS READ / APPLIED / REJECTED: '
                   WS-TRANS-KTR ' / ' WS-TRANS-APPLIED ' / '
                   WS-TRANS-REJECTED.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE PARMLIB-IN-FILE
                 TRANS-FILE
                 PARMLIB-OUT-FILE
                 HISTORY-FILE
                 REPORT-FILE.
