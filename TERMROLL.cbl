      *  - the retention report counts returned / graduated / not
      *    returned, broken down by the class-standing code from
      *    the STANDING file when it is present
      *  - a G disposition is honoured only when the DEGAUDIT
      *    result (DEGSTAT) shows the student's program complete;
      *    anyone else carries forward as continuing and is listed
      *    as a refused graduation on the retention report
      *  - the control record is rewritten with the closing term
      *
      *  Inital Version   2026/09/02
           SELECT OPTIONAL STANDING-FILE ASSIGN TO STANDING
                  FILE STATUS IS STANDING-FILE-ST.

      * Degree-audit results - without them nobody graduates
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO DEGSTAT
                  FILE STATUS IS AUDIT-FILE-ST.

           SELECT HIST-FILE ASSIGN TO STCRHIST
                  FILE STATUS IS HIST-FILE-ST.

       01 STUDENT-RECORD.
          05 STUDENT-NAME               PIC X(20).
          05 STUDENT-COURSES            PIC X(48).
          05 STUDENT-PROGRAM            PIC X(4).
          05 FILLER                     PIC X(8).

      * The closing term - one record
       FD  ROLL-PARM-FILE
          05 ST-STANDING-CODE           PIC X(2).
          05 FILLER                     PIC X(53).

      * Degree-audit result per student from DEGAUDIT
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01 AUDIT-REC.
          05 SA-STUDENT-NAME            PIC X(20).
          05 SA-PROGRAM                 PIC X(4).
          05 SA-AUDIT-STATUS            PIC X(1).
             88 SA-AUDIT-COMPLETE                      VALUE 'C'.
          05 SA-REMAINING-CREDITS       PIC 9(3).
          05 FILLER                     PIC X(52).

      * Term-stamped history of the closing term's records
       FD  HIST-FILE
           RECORDING MODE IS F.
             10 STD-TBL-NAME            PIC X(19).
             10 STD-TBL-CODE            PIC X(2).

      * Degree-audit lookup table
       01 AUD-SUB                       PIC 999        VALUE 0 COMP.
       01 AUD-MAX                       PIC 999        VALUE 0 COMP.
       01 AUD-MAX-LIMIT                 PIC 999        VALUE 500 COMP.
       01 AUDIT-TABLE.
          05 AUD-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON AUD-MAX.
             10 AUD-TBL-NAME            PIC X(20).
             10 AUD-TBL-STATUS          PIC X(1).
             10 AUD-TBL-REMAINING       PIC 9(3).

      * Graduations refused for the retention report
       01 REF-SUB                       PIC 999        VALUE 0 COMP.
       01 REF-MAX                       PIC 999        VALUE 0 COMP.
       01 REF-MAX-LIMIT                 PIC 999        VALUE 200 COMP.
       01 REFUSED-TABLE.
          05 REF-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON REF-MAX.
             10 REF-TBL-NAME            PIC X(20).
             10 REF-TBL-REASON          PIC X(24).

      * Retention counts by standing code (DL / GS / PR / none)
       01 RET-SUB                       PIC 9          VALUE 0 COMP.
       01 RETENTION-COUNTS.
             88 STANDING-FILE-EOF                      VALUE 'Y'.
          05 HIST-FILE-ST               PIC X(2).
             88 HIST-FILE-OK                           VALUE '00'.
          05 AUDIT-FILE-ST              PIC X(2).
             88 AUDIT-FILE-OK                          VALUE '00' '05'.
          05 AUDIT-FILE-STATUS          PIC X(01)      VALUE SPACE.
             88 AUDIT-FILE-EOF                         VALUE 'Y'.
          05 STUDENT-OUT-FILE-ST        PIC X(2).
             88 STUDENT-OUT-FILE-OK                    VALUE '00'.
          05 REPORT-FILE-ST             PIC X(2).
          05 WS-CONTINUED-KTR           PIC 9(5)       VALUE 0.
          05 WS-GRADUATED-KTR           PIC 9(5)       VALUE 0.
          05 WS-NOT-RET-KTR             PIC 9(5)       VALUE 0.
          05 WS-GRAD-REFUSED-KTR        PIC 9(5)       VALUE 0.

       01 WS-CLOSING-TERM               PIC X(5)       VALUE SPACES.
       01 WS-DISPOSITION                PIC X(1)       VALUE SPACE.
       01 WS-REFUSE-REASON              PIC X(24)      VALUE SPACES.

      * Report lines
       01 HEADING-1.
          05 TOTAL-OUT-O                PIC ZZZZ9.
          05 FILLER                     PIC X(64)      VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                     PIC X(35)      VALUE
                'Graduations refused by audit     :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-REFUSED-O            PIC ZZZZ9.
          05 FILLER                     PIC X(88)      VALUE SPACES.

       01 REF-HDG.
          05 FILLER                     PIC X(50)      VALUE
                'GRADUATIONS REFUSED - CARRIED FORWARD CONTINUING'.
          05 FILLER                     PIC X(82)      VALUE SPACES.

       01 REF-LINE.
          05 REF-NAME-O                 PIC X(20).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 REF-REASON-O               PIC X(24).
          05 FILLER                     PIC X(86)      VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
           PERFORM 100-LOAD-DISPOSITIONS
              UNTIL DISP-TRAN-FILE-EOF.
           PERFORM 110-LOAD-STANDINGS UNTIL STANDING-FILE-EOF.
           PERFORM 120-LOAD-AUDIT-RESULTS UNTIL AUDIT-FILE-EOF.
           PERFORM 200-ROLL-ONE-STUDENT UNTIL STUDENT-FILE-EOF.
           PERFORM 700-WRITE-RETENTION-REPORT.
           PERFORM 750-SAVE-TERM-CONTROL.
           ELSE
              DISPLAY 'WARNING: STANDING TABLE FULL'
           END-IF.
       120-LOAD-AUDIT-RESULTS.
      ************************************************************
      * Load the degree-audit results for the graduation check   *
      ************************************************************
      D    DISPLAY '120-LOAD-AUDIT-RESULTS'.
           READ AUDIT-FILE
           AT END
              MOVE 'Y' TO AUDIT-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF AUD-MAX < AUD-MAX-LIMIT
              THEN
              ADD 1 TO AUD-MAX
              MOVE SA-STUDENT-NAME TO AUD-TBL-NAME(AUD-MAX)
              MOVE SA-AUDIT-STATUS TO AUD-TBL-STATUS(AUD-MAX)
              MOVE SA-REMAINING-CREDITS TO AUD-TBL-REMAINING(AUD-MAX)
           ELSE
              DISPLAY 'WARNING: AUDIT TABLE FULL'
           END-IF.
       200-ROLL-ONE-STUDENT.
      ************************************************************
      * Archive the closing-term record, then decide the carry   *
                   END-IF
           END-PERFORM.

           IF WS-DISPOSITION = 'G'
              THEN
              PERFORM 230-CHECK-GRADUATION
           END-IF.

           PERFORM 220-FIND-STANDING-ROW.
           EVALUATE WS-DISPOSITION
           WHEN 'C'
                ADD 1 TO RET-RETURNED(RET-SUB)
                MOVE SPACES TO STUDENT-OUT-REC
                MOVE STUDENT-NAME TO STUDENT-OUT-REC(1:20)
                MOVE STUDENT-PROGRAM TO STUDENT-OUT-REC(69:4)
                WRITE STUDENT-OUT-REC
           WHEN 'G'
                ADD 1 TO WS-GRADUATED-KTR
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       230-CHECK-GRADUATION.
      ************************************************************
      * A graduation stands only on a complete degree audit;    *
      * otherwise the student carries forward as continuing      *
      ************************************************************
      D    DISPLAY '230-CHECK-GRADUATION'.
           MOVE 'NO DEGREE AUDIT ON FILE' TO WS-REFUSE-REASON.
           PERFORM VARYING AUD-SUB FROM 1 BY 1
              UNTIL AUD-SUB > AUD-MAX
                   IF AUD-TBL-NAME(AUD-SUB) = STUDENT-NAME
                      THEN
                      EVALUATE AUD-TBL-STATUS(AUD-SUB)
                      WHEN 'C'
                           EXIT PARAGRAPH
                      WHEN 'P'
                           MOVE 'AUDIT: IN PROGRESS'
                              TO WS-REFUSE-REASON
                      WHEN 'N'
                           MOVE 'AUDIT: NO PROGRAM'
                              TO WS-REFUSE-REASON
                      WHEN OTHER
                           MOVE 'AUDIT: REQUIREMENTS OPEN'
                              TO WS-REFUSE-REASON
                      END-EVALUATE
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           MOVE 'C' TO WS-DISPOSITION.
           ADD 1 TO WS-GRAD-REFUSED-KTR.
           IF REF-MAX < REF-MAX-LIMIT
              THEN
              ADD 1 TO REF-MAX
              MOVE STUDENT-NAME TO REF-TBL-NAME(REF-MAX)
              MOVE WS-REFUSE-REASON TO REF-TBL-REASON(REF-MAX)
           ELSE
              DISPLAY 'GRADUATION REFUSED: ' STUDENT-NAME
                      ' ' WS-REFUSE-REASON
           END-IF.
       300-OPEN-FILES.
      ************************************************************
      * Open the remaining Files, check File-Status              *
           IF NOT STANDING-FILE-OK
              MOVE 'Y' TO STANDING-FILE-STATUS
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
              MOVE 'Y' TO AUDIT-FILE-STATUS
           END-IF.
           OPEN EXTEND HIST-FILE.
           IF NOT HIST-FILE-OK
              DISPLAY 'STCRHIST OPEN PROBLEM, RC=' HIST-FILE-ST
           MOVE WS-NOT-RET-KTR TO TOTAL-OUT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 2.
           MOVE WS-GRAD-REFUSED-KTR TO TOTAL-REFUSED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           IF REF-MAX > 0
              THEN
              WRITE OUTPUT-LINE FROM REF-HDG
                 AFTER ADVANCING 2
              PERFORM VARYING REF-SUB FROM 1 BY 1
                 UNTIL REF-SUB > REF-MAX
                      MOVE REF-TBL-NAME(REF-SUB) TO REF-NAME-O
                      MOVE REF-TBL-REASON(REF-SUB) TO REF-REASON-O
                      WRITE OUTPUT-LINE FROM REF-LINE
                         AFTER ADVANCING 1
              END-PERFORM
           END-IF.
       750-SAVE-TERM-CONTROL.
      ************************************************************
      * Remember the closing term so a rerun refuses             *
           CLOSE STUDENT-FILE
                 DISP-TRAN-FILE
                 STANDING-FILE
                 AUDIT-FILE
                 HIST-FILE
                 STUDENT-OUT-FILE
                 REPORT-FILE.
