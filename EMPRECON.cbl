      * getting paid - this is the control the auditors wrote up
      * as missing. HR signs the discrepancy report off monthly.
      *
      * Matching is on the employee number both files carry. The
      * EMPFILE FIRST LAST pair is still strung together and
      * compared to PERSFILE's single NAME field, so a name that
      * has drifted between the two files is reported. For
      * matched employees:
      *   - employee type is cross-checked: a PERSFILE record with
      *     an hourly RATE is expected to be EMPFILE type 'P'
      *     (PERSFILE carries no type field of its own, so the
      *     free-text address (PERSFILE has no state field)
      *
      *  Inital Version   2026/08/22
      *  Match on employee number instead of name    2026/10/15
      *  Leavers terminated by HREVENT expected off PERSFILE
      *                                              2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
          05 FILLER                    PIC X(10).
          05 EMP-TYPE                  PIC X(01).
          05 FILLER                    PIC X(30).
          05 EMP-NO                    PIC 9(06).
          05 EMP-STATUS                PIC X(01).
          05 FILLER                    PIC X(16).

      * MILLARD's personnel record
       FD  PERS-FILE
          05 PERS-HOURS                PIC 9(3).
          05 FILLER                    PIC X(8).
          05 FILLER                    PIC X(12).
          05 PERS-EMP-NO               PIC 9(06).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 EMP-ROSTER-TABLE.
          05 EM-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON EM-TABLE-MAX.
             10 EM-TBL-EMP-NO          PIC 9(06).
             10 EM-TBL-NAME            PIC X(20).
             10 EM-TBL-STATE           PIC X(2).
             10 EM-TBL-TYPE            PIC X(1).
             10 EM-TBL-STATUS          PIC X(1).
                88 EM-TBL-TERMINATED                   VALUE 'T'.
             10 EM-TBL-MATCHED-IND     PIC X(1).
                88 EM-TBL-MATCHED                      VALUE 'Y'.

          05 WS-ONLY-EMP-KTR           PIC 9(5)        VALUE 0.
          05 WS-ONLY-PERS-KTR          PIC 9(5)        VALUE 0.
          05 WS-DISCREP-KTR            PIC 9(5)        VALUE 0.
          05 WS-NAME-DIFF-KTR          PIC 9(5)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(06)       VALUE
                'EMP NO'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE
                'EMPLOYEE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(40)       VALUE
                'FINDING'.
          05 FILLER                    PIC X(62)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(40)       VALUE ALL "=".
          05 FILLER                    PIC X(62)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-EMP-NO-O              PIC 9(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NAME-O                PIC X(20).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-FINDING-O             PIC X(40).
          05 FILLER                    PIC X(62)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(38)       VALUE
          05 TOTAL-DISCREP-O           PIC ZZZZ9.
          05 FILLER                    PIC X(80)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(38)       VALUE
                'Matched with name differences     :'.
          05 FILLER                    PIC X(1)        VALUE SPACES.
          05 TOTAL-NAME-DIFF-O         PIC ZZZZ9.
          05 FILLER                    PIC X(88)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(38)       VALUE
                'Only on EMPFILE / only on PERSFILE:'.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
       100-LOAD-EMP-ROSTER.
      ************************************************************
      * One table entry per EMPFILE employee, keyed by employee   *
      * number; the name is strung as FIRST LAST to compare with  *
      * PERSFILE's single NAME field                              *
      ************************************************************
      D    DISPLAY '100-LOAD-EMP-ROSTER'.
           PERFORM UNTIL EMP-FILE-EOF
                      IF EM-TABLE-MAX < EM-TABLE-MAX-LIMIT
                         THEN
                         ADD 1 TO EM-TABLE-MAX
                         MOVE EMP-NO TO EM-TBL-EMP-NO(EM-TABLE-MAX)
                         MOVE SPACES TO WS-FULL-NAME
                         STRING EMP-FNAME DELIMITED BY '  '
                                ' ' DELIMITED BY SIZE
                         MOVE EMP-STATE TO
                            EM-TBL-STATE(EM-TABLE-MAX)
                         MOVE EMP-TYPE TO EM-TBL-TYPE(EM-TABLE-MAX)
                         MOVE EMP-STATUS TO
                            EM-TBL-STATUS(EM-TABLE-MAX)
                         MOVE SPACE TO
                            EM-TBL-MATCHED-IND(EM-TABLE-MAX)
                      ELSE
           MOVE 'N' TO SW-EM-FOUND.
           PERFORM VARYING EM-TABLE-SUB FROM 1 BY 1
              UNTIL EM-TABLE-SUB > EM-TABLE-MAX
                   IF EM-TBL-EMP-NO(EM-TABLE-SUB) EQUAL TO
                      PERS-EMP-NO
                      AND NOT EM-TBL-MATCHED(EM-TABLE-SUB)
                      THEN
                      MOVE 'Y' TO SW-EM-FOUND
              THEN
              ADD 1 TO WS-ONLY-PERS-KTR
              MOVE SPACES TO DETAIL-LINE
              MOVE PERS-EMP-NO TO DET-EMP-NO-O
              MOVE PERS-NAME TO DET-NAME-O
              MOVE 'ON PERSFILE ONLY - NOT PAID?' TO DET-FINDING-O
              PERFORM 500-WRITE-REPORT
           MOVE 'Y' TO EM-TBL-MATCHED-IND(EM-TABLE-SUB).
           ADD 1 TO WS-MATCH-KTR.

      * a leaver comes off PERSFILE when terminated
           IF EM-TBL-TERMINATED(EM-TABLE-SUB)
              THEN
              ADD 1 TO WS-DISCREP-KTR
              MOVE SPACES TO DETAIL-LINE
              MOVE PERS-EMP-NO TO DET-EMP-NO-O
              MOVE PERS-NAME TO DET-NAME-O
              MOVE 'TERMINATED - STILL ON PERSFILE' TO DET-FINDING-O
              PERFORM 500-WRITE-REPORT
              EXIT PARAGRAPH
           END-IF.

      * same number, different name - one file needs correcting
           IF EM-TBL-NAME(EM-TABLE-SUB) NOT EQUAL TO PERS-NAME
              THEN
              ADD 1 TO WS-NAME-DIFF-KTR
              MOVE SPACES TO DETAIL-LINE
              MOVE PERS-EMP-NO TO DET-EMP-NO-O
              MOVE PERS-NAME TO DET-NAME-O
              MOVE 'NAME DIFFERS - EMPFILE HAS:' TO DET-FINDING-O
              PERFORM 500-WRITE-REPORT
              MOVE SPACES TO DETAIL-LINE
              MOVE PERS-EMP-NO TO DET-EMP-NO-O
              MOVE EM-TBL-NAME(EM-TABLE-SUB) TO DET-NAME-O
              PERFORM 500-WRITE-REPORT
           END-IF.

      * a PERSFILE hourly rate implies payroll type 'P'
           IF PERS-RATE > 0
              THEN
              THEN
              ADD 1 TO WS-DISCREP-KTR
              MOVE SPACES TO DETAIL-LINE
              MOVE PERS-EMP-NO TO DET-EMP-NO-O
              MOVE PERS-NAME TO DET-NAME-O
              MOVE 'EMPLOYEE TYPE DISAGREES' TO DET-FINDING-O
              PERFORM 500-WRITE-REPORT
              THEN
              ADD 1 TO WS-DISCREP-KTR
              MOVE SPACES TO DETAIL-LINE
              MOVE PERS-EMP-NO TO DET-EMP-NO-O
              MOVE PERS-NAME TO DET-NAME-O
              MOVE 'STATE NOT IN PERSONNEL ADDRESS' TO
                 DET-FINDING-O
       250-REPORT-EMP-ONLY.
      ************************************************************
      * EMPFILE employees never matched by a PERSFILE record     *
      * (leavers are expected to have none)                      *
      ************************************************************
      D    DISPLAY '250-REPORT-EMP-ONLY'.
           PERFORM VARYING EM-TABLE-SUB FROM 1 BY 1
              UNTIL EM-TABLE-SUB > EM-TABLE-MAX
                   IF NOT EM-TBL-MATCHED(EM-TABLE-SUB)
                      AND NOT EM-TBL-TERMINATED(EM-TABLE-SUB)
                      THEN
                      ADD 1 TO WS-ONLY-EMP-KTR
                      MOVE SPACES TO DETAIL-LINE
                      MOVE EM-TBL-EMP-NO(EM-TABLE-SUB) TO
                         DET-EMP-NO-O
                      MOVE EM-TBL-NAME(EM-TABLE-SUB) TO DET-NAME-O
                      MOVE 'ON EMPFILE ONLY - STILL PAID?' TO
                         DET-FINDING-O
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           MOVE WS-NAME-DIFF-KTR TO TOTAL-NAME-DIFF-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE EMP-FILE.
