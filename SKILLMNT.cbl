       IDENTIFICATION DIVISION.
       PROGRAM-ID. SKILLMNT.
      * ------------------------------------------------------------
      * SKILLMNT:
      * Maintenance program for the EMPSKILL employee skills file
      * that STAFFMCH matches staffing requests against and
      * SKILLEXP reports credential renewals from. An employee
      * carries one row per skill - a language, a certification
      * or a skill - with a proficiency level (1 basic to 5
      * expert), the date the credential was obtained and the
      * date it expires (zero = does not expire).
      * In the style of GLMAPMNT, transactions from SKILLTRN are
      * applied against the sequential master:
      *   ADD    - employee/skill must not be on file; a level of
      *            1 to 5 is required
      *   CHANGE - employee/skill must be on file; a field left
      *            blank is left unchanged (a renewal is a CHANGE
      *            with the new obtained and expiry dates)
      *   DELETE - employee/skill must be on file
      *   SEED   - every EMP-LANGUAGE-CERT-I on EMPROJ that is not
      *            yet on file is added as a language at the
      *            transaction's level (default 1)
      *
      * The old master is loaded, transactions are applied in
      * memory, and the master is rewritten in key sequence to
      * EMPSKLO. Every transaction - applied or rejected - prints
      * on the maintenance audit report (PRTLINE).
      * A row belongs to the employee number it carries; the name
      * stays on the row for the reports and the file sequence.
      *
      *  Inital Version   2026/10/15
      *  Rows matched on employee number and skill  2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SKILL-IN-FILE ASSIGN TO EMPSKILL
           FILE STATUS IS SKILL-IN-FILE-ST.

           SELECT TRANS-FILE ASSIGN TO SKILLTRN
           FILE STATUS IS TRANS-FILE-ST.

           SELECT SKILL-OUT-FILE ASSIGN TO EMPSKLO
           FILE STATUS IS SKILL-OUT-FILE-ST.

           SELECT OPTIONAL STAFF-FILE ASSIGN TO EMPROJ
           FILE STATUS IS STAFF-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Employee skills master - same record layout as the
      * SKILL-FILE FD in STAFFMCH and SKILLEXP
       FD  SKILL-IN-FILE
           RECORDING MODE IS F.
       01 SKILL-IN-REC.
          05 SK-KEY.
             10 SK-EMP-NAME            PIC X(15).
             10 SK-SKILL               PIC X(20).
          05 SK-SKILL-TYPE             PIC X(01).
          05 SK-LEVEL                  PIC 9(01).
          05 SK-OBTAINED-DATE          PIC 9(08).
          05 SK-EXPIRY-DATE            PIC 9(08).
          05 SK-MAINT-DATE             PIC 9(08).
          05 SK-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(13).

      * Maintenance transactions keyed by employee and skill
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01 TRANS-REC.
          05 TR-ACTION                 PIC X(06).
             88 TR-ADD                                 VALUE 'ADD   '.
             88 TR-CHANGE                              VALUE 'CHANGE'.
             88 TR-DELETE                              VALUE 'DELETE'.
             88 TR-SEED                                VALUE 'SEED  '.
          05 TR-SKILL-KEY.
             10 TR-EMP-NAME            PIC X(15).
             10 TR-SKILL               PIC X(20).
          05 TR-SKILL-TYPE             PIC X(01).
             88 TR-SKILL-TYPE-VALID                    VALUE 'L' 'C'
                                                             'S'.
          05 TR-LEVEL                  PIC 9(01).
          05 TR-LEVEL-X REDEFINES TR-LEVEL
                                       PIC X(01).
          05 TR-OBTAINED-DATE          PIC 9(08).
          05 TR-OBTAINED-DATE-X REDEFINES TR-OBTAINED-DATE
                                       PIC X(08).
          05 TR-EXPIRY-DATE            PIC 9(08).
          05 TR-EXPIRY-DATE-X REDEFINES TR-EXPIRY-DATE
                                       PIC X(08).
          05 TR-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(15).

       FD  SKILL-OUT-FILE
           RECORDING MODE IS F.
       01 SKILL-OUT-REC                PIC X(80).

      * Employee/project rows - same record layout as the
      * INPUT-FILE FD in TABLES1X
       FD  STAFF-FILE
           RECORDING MODE IS F.
       01 EMP-PROJECT-TABLE-I.
          05 EMP-PROJECT-I             PIC X(4).
          05 EMP-NAME-I                PIC X(15).
          05 EMP-STATE-OFFICE-I        PIC X(02).
          05 EMP-PROJECT-POSITION-I    PIC X(20).
          05 EMP-NBR-DAYS-ON-PROJ-I    PIC 9(03).
          05 EMP-NBR-OT-HOURS-I        PIC 9(03).
          05 EMP-PER-DAY-BILLING-RATE-I PIC 9(03)V99.
          05 EMP-PER-HOUR-OT-RATE-I    PIC 9(03)V99.
          05 EMP-LANGUAGE-CERT-I       PIC X(20).
          05 EMP-ON-CALL-I             PIC X(01).
          05 FILLER                    PIC X(02).
          05 EMP-NUMBER-I              PIC 9(06).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * In-core skills master, kept in key sequence
       01 SK-TABLE-SUB                 PIC 9(4)        VALUE 0 COMP.
       01 SK-TABLE-SUB-2               PIC 9(4)        VALUE 0 COMP.
       01 SK-TABLE-MAX                 PIC 9(4)        VALUE 0 COMP.
       01 SK-TABLE-MAX-LIMIT           PIC 9(4)        VALUE 2000 COMP.
       01 SW-SK-FOUND                  PIC X(1)        VALUE 'N'.
          88 SK-FOUND                                  VALUE 'Y'.
       01 SKILL-MASTER-TABLE.
          05 SK-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON SK-TABLE-MAX.
             10 SK-TBL-KEY.
                15 SK-TBL-EMP-NAME     PIC X(15).
                15 SK-TBL-SKILL        PIC X(20).
             10 SK-TBL-SKILL-TYPE      PIC X(01).
             10 SK-TBL-LEVEL           PIC 9(01).
             10 SK-TBL-OBTAINED-DATE   PIC 9(08).
             10 SK-TBL-EXPIRY-DATE     PIC 9(08).
             10 SK-TBL-MAINT-DATE      PIC 9(08).
             10 SK-TBL-EMP-NO          PIC 9(06).
             10 SK-TBL-DELETED-IND     PIC X(01).
                88 SK-TBL-DELETED                      VALUE 'D'.

       01 PROGRAM-SWITCHES.
          05 SKILL-IN-FILE-ST          PIC X(2).
             88 SKILL-IN-FILE-OK                       VALUE '00' '05'.
          05 TRANS-FILE-ST             PIC X(2).
             88 TRANS-FILE-OK                          VALUE '00'.
          05 SKILL-OUT-FILE-ST         PIC X(2).
             88 SKILL-OUT-FILE-OK                      VALUE '00'.
          05 STAFF-FILE-ST             PIC X(2).
             88 STAFF-FILE-OK                          VALUE '00' '05'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 SKILL-IN-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 SKILL-IN-FILE-EOF                      VALUE 'Y'.
          05 TRANS-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 TRANS-FILE-EOF                         VALUE 'Y'.
          05 STAFF-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 STAFF-FILE-EOF                         VALUE 'Y'.
      * Transaction applied/rejected indicator
          05 TRANS-APPLIED-STATUS      PIC X(01)       VALUE SPACE.
             88 TRANS-APPLIED-IND                      VALUE 'Y'.
      * EMPROJ already read by an earlier SEED
          05 STAFF-SEEDED-STATUS       PIC X(01)       VALUE SPACE.
             88 STAFF-SEEDED                           VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-TRANS-KTR              PIC 9(7)        VALUE 0.
          05 WS-TRANS-APPLIED          PIC 9(7)        VALUE 0.
          05 WS-TRANS-REJECTED         PIC 9(7)        VALUE 0.
          05 WS-ADD-KTR                PIC 9(7)        VALUE 0.
          05 WS-CHANGE-KTR             PIC 9(7)        VALUE 0.
          05 WS-DELETE-KTR             PIC 9(7)        VALUE 0.
          05 WS-SEED-KTR               PIC 9(7)        VALUE 0.
          05 WS-OUT-KTR                PIC 9(7)        VALUE 0.
          05 WS-SEQ-ERR-KTR            PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-REJECT-REASON             PIC X(30)       VALUE SPACES.
       01 WS-PREV-KEY                  PIC X(41)       VALUE LOW-VALUE.
       01 WS-CURR-KEY.
          05 WS-CURR-SKILL-KEY         PIC X(35)       VALUE SPACES.
          05 WS-CURR-EMP-NO            PIC 9(06)       VALUE 0.
       01 WS-SWAP-ENTRY                PIC X(68)       VALUE SPACES.
       01 WS-TODAY                     PIC 9(8)        VALUE 0.
       01 WS-SEED-LEVEL                PIC 9(1)        VALUE 1.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '  EMPLOYEE SKILLS MAINTENANCE AUDIT REPORT        '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'ACTION'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE
                'EMPLOYEE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'EMP NO'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE
                'SKILL'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE
                'TYPE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE
                'LEVEL'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'OBTAINED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'EXPIRES'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'STATUS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REJECT REASON'.
          05 FILLER                    PIC X(02)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-ACTION-O              PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-EMP-NAME-O            PIC X(15).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-EMP-NO-O              PIC ZZZZZ9      BLANK WHEN ZERO.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-SKILL-O               PIC X(20).
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DET-TYPE-O                PIC X(01).
          05 FILLER                    PIC X(05)       VALUE SPACES.
          05 DET-LEVEL-O               PIC X(01).
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DET-OBTAINED-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-EXPIRY-O              PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-STATUS-O              PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-O              PIC X(30).
          05 FILLER                    PIC X(02)       VALUE SPACES.

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
                'Language rows seeded from EMPROJ :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-SEEDED-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Skill rows written out           :'.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 050-LOAD-MASTER-TABLE.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-TRANS-FILE.
       050-LOAD-MASTER-TABLE.
      ************************************************************
      * Load the old master, sequence-checking the keys          *
      ************************************************************
      D    DISPLAY '050-LOAD-MASTER-TABLE'.
           PERFORM UNTIL SKILL-IN-FILE-EOF OR
              SK-TABLE-MAX = SK-TABLE-MAX-LIMIT
                   READ SKILL-IN-FILE
                   AT END
                      MOVE 'Y' TO SKILL-IN-FILE-STATUS
                   NOT AT END
                      MOVE SK-KEY TO WS-CURR-SKILL-KEY
                      MOVE SK-EMP-NO TO WS-CURR-EMP-NO
                      IF WS-CURR-KEY NOT > WS-PREV-KEY
                         THEN
                         ADD 1 TO WS-SEQ-ERR-KTR
                         DISPLAY 'EMPSKILL OUT OF SEQUENCE AT: '
                                 WS-CURR-KEY
                      END-IF
                      MOVE WS-CURR-KEY TO WS-PREV-KEY
                      ADD 1 TO SK-TABLE-MAX
                      MOVE SK-KEY TO SK-TBL-KEY(SK-TABLE-MAX)
                      MOVE SK-SKILL-TYPE TO
                         SK-TBL-SKILL-TYPE(SK-TABLE-MAX)
                      MOVE SK-LEVEL TO SK-TBL-LEVEL(SK-TABLE-MAX)
                      MOVE SK-OBTAINED-DATE TO
                         SK-TBL-OBTAINED-DATE(SK-TABLE-MAX)
                      MOVE SK-EXPIRY-DATE TO
                         SK-TBL-EXPIRY-DATE(SK-TABLE-MAX)
                      MOVE SK-MAINT-DATE TO
                         SK-TBL-MAINT-DATE(SK-TABLE-MAX)
                      MOVE SK-EMP-NO TO SK-TBL-EMP-NO(SK-TABLE-MAX)
                      MOVE SPACE TO
                         SK-TBL-DELETED-IND(SK-TABLE-MAX)
                   END-READ
           END-PERFORM.
      D    DISPLAY 'EMPSKILL TABLE: ' SK-TABLE-MAX ' ENTRIES'.
       100-MAIN.
      ************************************************************
      * Main Routine - apply one transaction against the table   *
      ************************************************************
      D    DISPLAY '100-MAIN'.
           ADD 1 TO WS-TRANS-KTR.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'Y' TO TRANS-APPLIED-STATUS.
           IF TR-EMP-NO NOT NUMERIC
              THEN
              MOVE 0 TO TR-EMP-NO
           END-IF.
           PERFORM 110-FORMAT-DETAIL.

           PERFORM 150-FIND-SKILL.

           EVALUATE TRUE
           WHEN TR-ADD
                PERFORM 210-APPLY-ADD
           WHEN TR-CHANGE
                PERFORM 220-APPLY-CHANGE
           WHEN TR-DELETE
                PERFORM 230-APPLY-DELETE
           WHEN TR-SEED
                PERFORM 240-APPLY-SEED
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
       110-FORMAT-DETAIL.
      ************************************************************
      * Transaction fields onto the audit line                   *
      ************************************************************
           MOVE SPACES TO DETAIL-LINE.
           MOVE TR-ACTION TO DET-ACTION-O.
           MOVE TR-EMP-NAME TO DET-EMP-NAME-O.
           MOVE TR-EMP-NO TO DET-EMP-NO-O.
           MOVE TR-SKILL TO DET-SKILL-O.
           MOVE TR-SKILL-TYPE TO DET-TYPE-O.
           MOVE TR-LEVEL-X TO DET-LEVEL-O.
           MOVE TR-OBTAINED-DATE-X TO DET-OBTAINED-O.
           MOVE TR-EXPIRY-DATE-X TO DET-EXPIRY-O.
       150-FIND-SKILL.
      ************************************************************
      * Locate the transaction's employee/skill                  *
      ************************************************************
      D    DISPLAY '150-FIND-SKILL'.
           MOVE 'N' TO SW-SK-FOUND.
           PERFORM VARYING SK-TABLE-SUB FROM 1 BY 1
              UNTIL SK-TABLE-SUB > SK-TABLE-MAX
                   IF SK-TBL-EMP-NO(SK-TABLE-SUB) EQUAL TO TR-EMP-NO
                      AND SK-TBL-SKILL(SK-TABLE-SUB) EQUAL TO TR-SKILL
                      AND NOT SK-TBL-DELETED(SK-TABLE-SUB)
                      THEN
                      MOVE 'Y' TO SW-SK-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       210-APPLY-ADD.
      ************************************************************
      * ADD - key must be new; employee, skill and a level of    *
      * 1 to 5 present                                           *
      ************************************************************
      D    DISPLAY '210-APPLY-ADD'.
           IF SK-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'SKILL ALREADY ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-EMP-NAME EQUAL TO SPACES
              OR TR-SKILL EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'EMPLOYEE OR SKILL BLANK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-EMP-NO = 0
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'EMPLOYEE NUMBER MISSING' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-SKILL-TYPE = SPACE
              THEN
              MOVE 'S' TO TR-SKILL-TYPE
           END-IF.
           IF NOT TR-SKILL-TYPE-VALID
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'TYPE NOT L, C OR S' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-LEVEL NOT NUMERIC
              OR TR-LEVEL < 1
              OR TR-LEVEL > 5
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'LEVEL NOT 1 TO 5' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-OBTAINED-DATE-X = SPACES
              THEN
              MOVE 0 TO TR-OBTAINED-DATE
           END-IF.
           IF TR-EXPIRY-DATE-X = SPACES
              THEN
              MOVE 0 TO TR-EXPIRY-DATE
           END-IF.
           PERFORM 250-EDIT-DATES.
           IF NOT TRANS-APPLIED-IND
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF SK-TABLE-MAX = SK-TABLE-MAX-LIMIT
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'SKILL TABLE FULL' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SK-TABLE-MAX.
           MOVE SK-TABLE-MAX TO SK-TABLE-SUB.
           MOVE TR-SKILL-KEY TO SK-TBL-KEY(SK-TABLE-SUB).
           MOVE TR-EMP-NO TO SK-TBL-EMP-NO(SK-TABLE-SUB).
           MOVE TR-SKILL-TYPE TO SK-TBL-SKILL-TYPE(SK-TABLE-SUB).
           MOVE TR-LEVEL TO SK-TBL-LEVEL(SK-TABLE-SUB).
           MOVE TR-OBTAINED-DATE TO
              SK-TBL-OBTAINED-DATE(SK-TABLE-SUB).
           MOVE TR-EXPIRY-DATE TO SK-TBL-EXPIRY-DATE(SK-TABLE-SUB).
           MOVE WS-TODAY TO SK-TBL-MAINT-DATE(SK-TABLE-SUB).
           MOVE SPACE TO SK-TBL-DELETED-IND(SK-TABLE-SUB).
           ADD 1 TO WS-ADD-KTR.
       220-APPLY-CHANGE.
      ************************************************************
      * CHANGE - key must be on file; blank fields unchanged     *
      ************************************************************
      D    DISPLAY '220-APPLY-CHANGE'.
           IF NOT SK-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'SKILL NOT ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-SKILL-TYPE = SPACE
              AND TR-LEVEL-X = SPACE
              AND TR-OBTAINED-DATE-X = SPACES
              AND TR-EXPIRY-DATE-X = SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'NO CHANGE DATA SUPPLIED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-SKILL-TYPE NOT = SPACE
              AND NOT TR-SKILL-TYPE-VALID
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'TYPE NOT L, C OR S' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-LEVEL-X NOT = SPACE
              THEN
              IF TR-LEVEL NOT NUMERIC
                 OR TR-LEVEL < 1
                 OR TR-LEVEL > 5
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'LEVEL NOT 1 TO 5' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF.
      * Unchanged dates take the values on file for the edit
           IF TR-OBTAINED-DATE-X = SPACES
              THEN
              MOVE SK-TBL-OBTAINED-DATE(SK-TABLE-SUB)
                 TO TR-OBTAINED-DATE
           END-IF.
           IF TR-EXPIRY-DATE-X = SPACES
              THEN
              MOVE SK-TBL-EXPIRY-DATE(SK-TABLE-SUB)
                 TO TR-EXPIRY-DATE
           END-IF.
           PERFORM 250-EDIT-DATES.
           IF NOT TRANS-APPLIED-IND
              THEN
              EXIT PARAGRAPH
           END-IF.

           IF TR-SKILL-TYPE NOT = SPACE
              THEN
              MOVE TR-SKILL-TYPE TO SK-TBL-SKILL-TYPE(SK-TABLE-SUB)
           END-IF.
           IF TR-LEVEL-X NOT = SPACE
              THEN
              MOVE TR-LEVEL TO SK-TBL-LEVEL(SK-TABLE-SUB)
           END-IF.
           MOVE TR-OBTAINED-DATE TO
              SK-TBL-OBTAINED-DATE(SK-TABLE-SUB).
           MOVE TR-EXPIRY-DATE TO SK-TBL-EXPIRY-DATE(SK-TABLE-SUB).
           MOVE WS-TODAY TO SK-TBL-MAINT-DATE(SK-TABLE-SUB).
           ADD 1 TO WS-CHANGE-KTR.
       230-APPLY-DELETE.
      ************************************************************
      * DELETE - key must be on file; flagged, dropped on the    *
      * rewrite                                                  *
      ************************************************************
      D    DISPLAY '230-APPLY-DELETE'.
           IF NOT SK-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'SKILL NOT ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 'D' TO SK-TBL-DELETED-IND(SK-TABLE-SUB).
           ADD 1 TO WS-DELETE-KTR.
       240-APPLY-SEED.
      ************************************************************
      * SEED - the EMPROJ language certifications not yet on     *
      * file become language rows, one audit line each           *
      ************************************************************
      D    DISPLAY '240-APPLY-SEED'.
           IF STAFF-SEEDED
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'EMPROJ ALREADY SEEDED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-SEED-LEVEL.
           IF TR-LEVEL-X NOT = SPACE
              THEN
              IF TR-LEVEL NOT NUMERIC
                 OR TR-LEVEL < 1
                 OR TR-LEVEL > 5
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'LEVEL NOT 1 TO 5' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE TR-LEVEL TO WS-SEED-LEVEL
           END-IF.
           MOVE 'Y' TO STAFF-SEEDED-STATUS.
           PERFORM UNTIL STAFF-FILE-EOF
                   READ STAFF-FILE
                   AT END
                      MOVE 'Y' TO STAFF-FILE-STATUS
                   NOT AT END
                      PERFORM 245-SEED-ONE-ROW
                   END-READ
           END-PERFORM.
      * The SEED transaction itself prints after the rows it added
           MOVE SPACES TO TR-SKILL-KEY.
           MOVE 0 TO TR-EMP-NO.
           PERFORM 110-FORMAT-DETAIL.
       245-SEED-ONE-ROW.
      ************************************************************
      * One EMPROJ row - add its language unless already on file *
      ************************************************************
           IF EMP-NAME-I = SPACES
              OR EMP-LANGUAGE-CERT-I = SPACES
              OR EMP-NUMBER-I NOT NUMERIC
              OR EMP-NUMBER-I = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE EMP-NAME-I TO TR-EMP-NAME.
           MOVE EMP-NUMBER-I TO TR-EMP-NO.
           MOVE EMP-LANGUAGE-CERT-I TO TR-SKILL.
           PERFORM 150-FIND-SKILL.
           IF SK-FOUND
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF SK-TABLE-MAX = SK-TABLE-MAX-LIMIT
              THEN
              DISPLAY 'WARNING: SKILL TABLE FULL - NOT SEEDED: '
                      TR-SKILL-KEY
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SK-TABLE-MAX.
           MOVE SK-TABLE-MAX TO SK-TABLE-SUB.
           MOVE TR-SKILL-KEY TO SK-TBL-KEY(SK-TABLE-SUB).
           MOVE EMP-NUMBER-I TO SK-TBL-EMP-NO(SK-TABLE-SUB).
           MOVE 'L' TO SK-TBL-SKILL-TYPE(SK-TABLE-SUB).
           MOVE WS-SEED-LEVEL TO SK-TBL-LEVEL(SK-TABLE-SUB).
           MOVE 0 TO SK-TBL-OBTAINED-DATE(SK-TABLE-SUB).
           MOVE 0 TO SK-TBL-EXPIRY-DATE(SK-TABLE-SUB).
           MOVE WS-TODAY TO SK-TBL-MAINT-DATE(SK-TABLE-SUB).
           MOVE SPACE TO SK-TBL-DELETED-IND(SK-TABLE-SUB).
           ADD 1 TO WS-SEED-KTR.
           MOVE SPACES TO DETAIL-LINE.
           MOVE 'SEEDED' TO DET-ACTION-O.
           MOVE EMP-NAME-I TO DET-EMP-NAME-O.
           MOVE EMP-NUMBER-I TO DET-EMP-NO-O.
           MOVE EMP-LANGUAGE-CERT-I TO DET-SKILL-O.
           MOVE 'L' TO DET-TYPE-O.
           MOVE WS-SEED-LEVEL TO DET-LEVEL-O.
           MOVE 'ADDED' TO DET-STATUS-O.
           PERFORM 500-WRITE-REPORT.
       250-EDIT-DATES.
      ************************************************************
      * Obtained and expiry dates: zero or a valid date, and the *
      * expiry after the obtained date                           *
      ************************************************************
           IF TR-OBTAINED-DATE NOT NUMERIC
              OR TR-EXPIRY-DATE NOT NUMERIC
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'DATE NOT NUMERIC' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF (TR-OBTAINED-DATE > 0 AND TR-OBTAINED-DATE < 19000101)
              OR (TR-EXPIRY-DATE > 0 AND TR-EXPIRY-DATE < 19000101)
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'DATE INVALID' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-EXPIRY-DATE > 0
              AND TR-EXPIRY-DATE NOT > TR-OBTAINED-DATE
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'EXPIRY NOT AFTER OBTAINED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT SKILL-IN-FILE.
           IF NOT SKILL-IN-FILE-OK
              DISPLAY 'EMPSKILL OPEN PROBLEM, RC='
                      SKILL-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT TRANS-FILE.
           IF NOT TRANS-FILE-OK
              DISPLAY 'SKILLTRN OPEN PROBLEM, RC=' TRANS-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT STAFF-FILE.
           IF NOT STAFF-FILE-OK
              DISPLAY 'EMPROJ OPEN PROBLEM, RC=' STAFF-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT SKILL-OUT-FILE.
           IF NOT SKILL-OUT-FILE-OK
              DISPLAY 'EMPSKLO OPEN PROBLEM, RC='
                      SKILL-OUT-FILE-ST
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
      * Write one audit line                                     *
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
      * Bubble the surviving entries into key sequence and       *
      * rewrite the master                                       *
      ************************************************************
      D    DISPLAY '600-REWRITE-MASTER'.
           PERFORM VARYING SK-TABLE-SUB FROM 1 BY 1
              UNTIL SK-TABLE-SUB NOT < SK-TABLE-MAX
                   PERFORM VARYING SK-TABLE-SUB-2 FROM 1 BY 1
                      UNTIL SK-TABLE-SUB-2 NOT <
                         SK-TABLE-MAX
                         IF SK-TBL-KEY(SK-TABLE-SUB-2) >
                            SK-TBL-KEY(SK-TABLE-SUB-2 + 1)
                            OR (SK-TBL-KEY(SK-TABLE-SUB-2) =
                                SK-TBL-KEY(SK-TABLE-SUB-2 + 1)
                            AND SK-TBL-EMP-NO(SK-TABLE-SUB-2) >
                                SK-TBL-EMP-NO(SK-TABLE-SUB-2 + 1))
                            THEN
                            MOVE SK-ENTRY(SK-TABLE-SUB-2)
                               TO WS-SWAP-ENTRY
                            MOVE SK-ENTRY(SK-TABLE-SUB-2 + 1)
                               TO SK-ENTRY(SK-TABLE-SUB-2)
                            MOVE WS-SWAP-ENTRY
                               TO SK-ENTRY(SK-TABLE-SUB-2 + 1)
                         END-IF
                   END-PERFORM
           END-PERFORM.

           PERFORM VARYING SK-TABLE-SUB FROM 1 BY 1
              UNTIL SK-TABLE-SUB > SK-TABLE-MAX
                   IF NOT SK-TBL-DELETED(SK-TABLE-SUB)
                      THEN
                      MOVE SPACES TO SKILL-OUT-REC
                      MOVE SK-ENTRY(SK-TABLE-SUB)(1:67) TO
                         SKILL-OUT-REC(1:67)
                      WRITE SKILL-OUT-REC
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
           MOVE WS-SEED-KTR TO TOTAL-SEEDED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
           MOVE WS-OUT-KTR TO TOTAL-OUT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE SKILL-IN-FILE
                 TRANS-FILE
                 SKILL-OUT-FILE
                 STAFF-FILE
                 REPORT-FILE.
