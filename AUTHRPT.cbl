       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHRPT.
      * ------------------------------------------------------------
      * AUTHRPT:
      * Security report for the quarterly access review, over the
      * OPAUTH authorization table and the AUTHLOG file of
      * submitter checks AUTHCHK appends for the maintenance
      * programs (SUPPMNT, ACCTMNT, BANDMNT, ERRCMNT, CRSREG,
      * FRDCASE):
      *
      *   - every rejected attempt in the review window: when, the
      *     submitting user, the program, the transaction type and
      *     key, and why it was refused
      *   - every dormant authorization: a row still in force that
      *     was granted before the dormancy window and has not
      *     passed a transaction within it - with the date it was
      *     last used, or NEVER
      *
      * Both windows are days back from the run date, from the
      * PARMLIB parameter library (program AUTHRPT):
      *   AUTH-REVIEW-DAYS - rejected attempts listed (default 92)
      *   AUTH-IDLE-DAYS   - dormancy window (default 90)
      *
      * The run date is today's date.
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPAUTH-FILE ASSIGN TO OPAUTH
           FILE STATUS IS OPAUTH-FILE-ST.

           SELECT OPTIONAL AUTHLOG-FILE ASSIGN TO AUTHLOG
           FILE STATUS IS AUTHLOG-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Authorization table - same record layout as the
      * OPAUTH-FILE FD in AUTHCHK
       FD  OPAUTH-FILE
           RECORDING MODE IS F.
       01 OPAUTH-REC.
          05 OA-USER-ID                PIC X(8).
          05 OA-PROGRAM-ID             PIC X(8).
          05 OA-TRAN-TYPE              PIC X(8).
          05 OA-EXPIRY-DATE            PIC 9(8).
          05 OA-GRANT-DATE             PIC 9(8).
          05 OA-GRANTED-BY             PIC X(8).
          05 OA-USER-NAME              PIC X(20).
          05 FILLER                    PIC X(12).

      * Authorization check log - same record layout as the
      * AUTHLOG-FILE FD in AUTHCHK
       FD  AUTHLOG-FILE
           RECORDING MODE IS F.
       01 AUTHLOG-REC.
          05 AL-STAMP-DATE             PIC 9(8).
          05 AL-STAMP-TIME             PIC 9(6).
          05 AL-RUN-DATE               PIC 9(8).
          05 AL-USER-ID                PIC X(8).
          05 AL-PROGRAM-ID             PIC X(8).
          05 AL-TRAN-TYPE              PIC X(8).
          05 AL-TRAN-KEY               PIC X(20).
          05 AL-STATUS                 PIC X(2).
             88 AL-AUTHORIZED                          VALUE '00'.
          05 AL-REASON                 PIC X(24).
          05 FILLER                    PIC X(8).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Authorization rows with the last date each one passed a
      * transaction
       01 OA-TABLE-SUB                 PIC 9(4)        VALUE 0 COMP.
       01 OA-TABLE-MAX                 PIC 9(4)        VALUE 0 COMP.
       01 OA-TABLE-MAX-LIMIT           PIC 9(4)        VALUE 2000 COMP.
       01 OPAUTH-TABLE.
          05 OA-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON OA-TABLE-MAX.
             10 OA-TBL-USER-ID         PIC X(8).
             10 OA-TBL-PROGRAM-ID      PIC X(8).
             10 OA-TBL-TRAN-TYPE       PIC X(8).
             10 OA-TBL-EXPIRY-DATE     PIC 9(8).
             10 OA-TBL-GRANT-DATE      PIC 9(8).
             10 OA-TBL-GRANTED-BY      PIC X(8).
             10 OA-TBL-USER-NAME       PIC X(20).
             10 OA-TBL-LAST-USED       PIC 9(8).

       01 PROGRAM-SWITCHES.
          05 OPAUTH-FILE-ST            PIC X(2).
             88 OPAUTH-FILE-OK                         VALUE '00' '05'.
          05 AUTHLOG-FILE-ST           PIC X(2).
             88 AUTHLOG-FILE-OK                        VALUE '00' '05'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 OPAUTH-FILE-STATUS        PIC X(01)       VALUE SPACE.
             88 OPAUTH-FILE-EOF                        VALUE 'Y'.
          05 AUTHLOG-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 AUTHLOG-FILE-EOF                       VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-LOG-KTR                PIC 9(7)        VALUE 0.
          05 WS-REJECT-KTR             PIC 9(7)        VALUE 0.
          05 WS-EXPIRED-KTR            PIC 9(7)        VALUE 0.
          05 WS-DORMANT-KTR            PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-DATE-FIELDS.
          05 WS-RUN-DATE               PIC 9(8)        VALUE 0.
          05 WS-REVIEW-DAYS            PIC 9(4)        VALUE 92.
          05 WS-IDLE-DAYS              PIC 9(4)        VALUE 90.
          05 WS-REVIEW-FROM            PIC 9(8)        VALUE 0.
          05 WS-IDLE-FROM              PIC 9(8)        VALUE 0.

      * PARMLKUP calling parameters - business-rule settings in
      * effect on the run date from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(44)       VALUE
                '  MAINTENANCE ACCESS SECURITY REPORT FOR   '.
          05 HDG-RUN-DATE-O            PIC 9(8).
          05 FILLER                    PIC X(6)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 REJECT-HDG.
          05 FILLER                    PIC X(28)       VALUE
                '*** REJECTED ATTEMPTS SINCE '.
          05 REJ-HDG-FROM-O            PIC 9(8).
          05 FILLER                    PIC X(04)       VALUE
                ' ***'.
          05 FILLER                    PIC X(92)       VALUE SPACES.

       01 REJECT-HDG-2.
          05 FILLER                    PIC X(09)       VALUE
                'DATE'.
          05 FILLER                    PIC X(07)       VALUE
                'TIME'.
          05 FILLER                    PIC X(09)       VALUE
                'USER'.
          05 FILLER                    PIC X(09)       VALUE
                'PROGRAM'.
          05 FILLER                    PIC X(09)       VALUE
                'TYPE'.
          05 FILLER                    PIC X(21)       VALUE
                'TRANSACTION KEY'.
          05 FILLER                    PIC X(24)       VALUE
                'REASON'.
          05 FILLER                    PIC X(44)       VALUE SPACES.

       01 REJECT-LINE.
          05 REJ-DATE-O                PIC 9(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 REJ-TIME-O                PIC 9(06).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 REJ-USER-O                PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 REJ-PROGRAM-O             PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 REJ-TYPE-O                PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 REJ-KEY-O                 PIC X(20).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 REJ-REASON-O              PIC X(24).
          05 FILLER                    PIC X(44)       VALUE SPACES.

       01 DORMANT-HDG.
          05 FILLER                    PIC X(34)       VALUE
                '*** AUTHORIZATIONS NOT USED SINCE '.
          05 DRM-HDG-FROM-O            PIC 9(8).
          05 FILLER                    PIC X(04)       VALUE
                ' ***'.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 DORMANT-HDG-2.
          05 FILLER                    PIC X(09)       VALUE
                'USER'.
          05 FILLER                    PIC X(21)       VALUE
                'NAME'.
          05 FILLER                    PIC X(09)       VALUE
                'PROGRAM'.
          05 FILLER                    PIC X(09)       VALUE
                'TYPE'.
          05 FILLER                    PIC X(09)       VALUE
                'GRANTED'.
          05 FILLER                    PIC X(09)       VALUE
                'BY'.
          05 FILLER                    PIC X(09)       VALUE
                'EXPIRES'.
          05 FILLER                    PIC X(09)       VALUE
                'LAST USED'.
          05 FILLER                    PIC X(48)       VALUE SPACES.

       01 DORMANT-LINE.
          05 DRM-USER-O                PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DRM-NAME-O                PIC X(20).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DRM-PROGRAM-O             PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DRM-TYPE-O                PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DRM-GRANTED-O             PIC 9(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DRM-GRANTED-BY-O          PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DRM-EXPIRES-O             PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DRM-LAST-USED-O           PIC X(08).
          05 FILLER                    PIC X(49)       VALUE SPACES.

       01 NONE-LINE.
          05 FILLER                    PIC X(40)       VALUE
                'NONE'.
          05 FILLER                    PIC X(92)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Rejected attempts in the window  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-REJECT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Authorizations on file / expired :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-AUTH-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-EXPIRED-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Dormant authorizations           :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-DORMANT-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 200-WRITE-REJECTS.
           PERFORM 250-WRITE-DORMANT.
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
           MOVE WS-RUN-DATE TO HDG-RUN-DATE-O.
           PERFORM 040-LOOKUP-WINDOWS.
           PERFORM 050-LOAD-AUTH-TABLE.
           PERFORM 510-PAGE-CHANGE-RTN.
       040-LOOKUP-WINDOWS.
      ************************************************************
      * Review and dormancy windows from the parameter library   *
      ************************************************************
      D    DISPLAY '040-LOOKUP-WINDOWS'.
           MOVE 'AUTHRPT' TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.
           MOVE 'AUTH-REVIEW-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           EVALUATE TRUE
              WHEN PLIB-FOUND AND PLIB-IS-NUMERIC
                 MOVE PLIB-NUM-VALUE TO WS-REVIEW-DAYS
              WHEN PLIB-NOT-FOUND
                 DISPLAY 'AUTH-REVIEW-DAYS NOT SET - DEFAULTS TO 92'
              WHEN OTHER
                 DISPLAY 'AUTH-REVIEW-DAYS PROBLEM: PARMLIB STATUS '
                         PLIB-STATUS ' VALUE ' PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           MOVE 'AUTH-IDLE-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           EVALUATE TRUE
              WHEN PLIB-FOUND AND PLIB-IS-NUMERIC
                 MOVE PLIB-NUM-VALUE TO WS-IDLE-DAYS
              WHEN PLIB-NOT-FOUND
                 DISPLAY 'AUTH-IDLE-DAYS NOT SET - DEFAULTS TO 90'
              WHEN OTHER
                 DISPLAY 'AUTH-IDLE-DAYS PROBLEM: PARMLIB STATUS '
                         PLIB-STATUS ' VALUE ' PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           COMPUTE WS-REVIEW-FROM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-REVIEW-DAYS).
           COMPUTE WS-IDLE-FROM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-IDLE-DAYS).
           MOVE WS-REVIEW-FROM TO REJ-HDG-FROM-O.
           MOVE WS-IDLE-FROM TO DRM-HDG-FROM-O.
      D    DISPLAY 'REVIEW FROM / IDLE FROM: ' WS-REVIEW-FROM ' / '
      D            WS-IDLE-FROM.
       050-LOAD-AUTH-TABLE.
      ************************************************************
      * Load the authorization table                             *
      ************************************************************
      D    DISPLAY '050-LOAD-AUTH-TABLE'.
           PERFORM UNTIL OPAUTH-FILE-EOF OR
              OA-TABLE-MAX = OA-TABLE-MAX-LIMIT
                   READ OPAUTH-FILE
                   AT END
                      MOVE 'Y' TO OPAUTH-FILE-STATUS
                   NOT AT END
                      ADD 1 TO OA-TABLE-MAX
                      MOVE OA-USER-ID TO
                         OA-TBL-USER-ID(OA-TABLE-MAX)
                      MOVE OA-PROGRAM-ID TO
                         OA-TBL-PROGRAM-ID(OA-TABLE-MAX)
                      MOVE OA-TRAN-TYPE TO
                         OA-TBL-TRAN-TYPE(OA-TABLE-MAX)
                      MOVE OA-EXPIRY-DATE TO
                         OA-TBL-EXPIRY-DATE(OA-TABLE-MAX)
                      MOVE OA-GRANT-DATE TO
                         OA-TBL-GRANT-DATE(OA-TABLE-MAX)
                      MOVE OA-GRANTED-BY TO
                         OA-TBL-GRANTED-BY(OA-TABLE-MAX)
                      MOVE OA-USER-NAME TO
                         OA-TBL-USER-NAME(OA-TABLE-MAX)
                      MOVE 0 TO OA-TBL-LAST-USED(OA-TABLE-MAX)
                   END-READ
           END-PERFORM.
           IF NOT OPAUTH-FILE-EOF
              THEN
              DISPLAY 'WARNING: AUTHORIZATION TABLE FULL AT '
                      OA-TABLE-MAX-LIMIT
                      ' ENTRIES - REMAINING ROWS NOT REPORTED'
           END-IF.
       200-WRITE-REJECTS.
      ************************************************************
      * Rejected attempts in the review window, in log order;    *
      * accepted checks date each authorization's last use       *
      ************************************************************
      D    DISPLAY '200-WRITE-REJECTS'.
           WRITE OUTPUT-LINE FROM REJECT-HDG
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM REJECT-HDG-2
              AFTER ADVANCING 1.
           ADD 3 TO CTR-LINES.
           PERFORM 210-READ-LOG UNTIL AUTHLOG-FILE-EOF.
           IF WS-REJECT-KTR = 0
              THEN
              WRITE OUTPUT-LINE FROM NONE-LINE
                 AFTER ADVANCING 1
              ADD 1 TO CTR-LINES
           END-IF.
       210-READ-LOG.
      ************************************************************
      * One authorization check record                           *
      ************************************************************
      D    DISPLAY '210-READ-LOG'.
           READ AUTHLOG-FILE
           AT END
              MOVE 'Y' TO AUTHLOG-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-LOG-KTR.
           IF AL-AUTHORIZED
              THEN
              PERFORM 220-RECORD-USE
              EXIT PARAGRAPH
           END-IF.
           IF AL-RUN-DATE < WS-REVIEW-FROM
              THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REJECT-KTR.
           MOVE AL-STAMP-DATE TO REJ-DATE-O.
           MOVE AL-STAMP-TIME TO REJ-TIME-O.
           MOVE AL-USER-ID TO REJ-USER-O.
           MOVE AL-PROGRAM-ID TO REJ-PROGRAM-O.
           MOVE AL-TRAN-TYPE TO REJ-TYPE-O.
           MOVE AL-TRAN-KEY TO REJ-KEY-O.
           MOVE AL-REASON TO REJ-REASON-O.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM REJECT-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       220-RECORD-USE.
      ************************************************************
      * An accepted check is a use of every row that covers it   *
      ************************************************************
           PERFORM VARYING OA-TABLE-SUB FROM 1 BY 1
              UNTIL OA-TABLE-SUB > OA-TABLE-MAX
                   IF OA-TBL-USER-ID(OA-TABLE-SUB) = AL-USER-ID
                      AND OA-TBL-PROGRAM-ID(OA-TABLE-SUB) =
                         AL-PROGRAM-ID
                      AND (OA-TBL-TRAN-TYPE(OA-TABLE-SUB) = SPACES
                      OR OA-TBL-TRAN-TYPE(OA-TABLE-SUB) =
                         AL-TRAN-TYPE)
                      AND AL-RUN-DATE >
                         OA-TBL-LAST-USED(OA-TABLE-SUB)
                      THEN
                      MOVE AL-RUN-DATE TO
                         OA-TBL-LAST-USED(OA-TABLE-SUB)
                   END-IF
           END-PERFORM.
       250-WRITE-DORMANT.
      ************************************************************
      * Authorizations still in force with no use in the         *
      * dormancy window                                          *
      ************************************************************
      D    DISPLAY '250-WRITE-DORMANT'.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX - 4
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM DORMANT-HDG
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM DORMANT-HDG-2
              AFTER ADVANCING 1.
           ADD 4 TO CTR-LINES.
           PERFORM VARYING OA-TABLE-SUB FROM 1 BY 1
              UNTIL OA-TABLE-SUB > OA-TABLE-MAX
                   PERFORM 260-CHECK-ONE-AUTH
           END-PERFORM.
           IF WS-DORMANT-KTR = 0
              THEN
              WRITE OUTPUT-LINE FROM NONE-LINE
                 AFTER ADVANCING 1
              ADD 1 TO CTR-LINES
           END-IF.
       260-CHECK-ONE-AUTH.
      ************************************************************
      * One authorization row: expired, too new, in use, or      *
      * dormant                                                  *
      ************************************************************
           IF OA-TBL-EXPIRY-DATE(OA-TABLE-SUB) NOT = 0
              AND OA-TBL-EXPIRY-DATE(OA-TABLE-SUB) < WS-RUN-DATE
              THEN
              ADD 1 TO WS-EXPIRED-KTR
              EXIT PARAGRAPH
           END-IF.
           IF OA-TBL-GRANT-DATE(OA-TABLE-SUB) NOT < WS-IDLE-FROM
              OR OA-TBL-LAST-USED(OA-TABLE-SUB) NOT < WS-IDLE-FROM
              THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DORMANT-KTR.
           MOVE OA-TBL-USER-ID(OA-TABLE-SUB) TO DRM-USER-O.
           MOVE OA-TBL-USER-NAME(OA-TABLE-SUB) TO DRM-NAME-O.
           MOVE OA-TBL-PROGRAM-ID(OA-TABLE-SUB) TO DRM-PROGRAM-O.
           IF OA-TBL-TRAN-TYPE(OA-TABLE-SUB) = SPACES
              THEN
              MOVE 'ALL' TO DRM-TYPE-O
           ELSE
              MOVE OA-TBL-TRAN-TYPE(OA-TABLE-SUB) TO DRM-TYPE-O
           END-IF.
           MOVE OA-TBL-GRANT-DATE(OA-TABLE-SUB) TO DRM-GRANTED-O.
           MOVE OA-TBL-GRANTED-BY(OA-TABLE-SUB) TO DRM-GRANTED-BY-O.
           IF OA-TBL-EXPIRY-DATE(OA-TABLE-SUB) = 0
              THEN
              MOVE 'NONE' TO DRM-EXPIRES-O
           ELSE
              MOVE OA-TBL-EXPIRY-DATE(OA-TABLE-SUB) TO DRM-EXPIRES-O
           END-IF.
           IF OA-TBL-LAST-USED(OA-TABLE-SUB) = 0
              THEN
              MOVE 'NEVER' TO DRM-LAST-USED-O
           ELSE
              MOVE OA-TBL-LAST-USED(OA-TABLE-SUB) TO DRM-LAST-USED-O
           END-IF.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM DORMANT-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT OPAUTH-FILE.
           IF NOT OPAUTH-FILE-OK
              DISPLAY 'OPAUTH OPEN PROBLEM, RC=' OPAUTH-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT AUTHLOG-FILE.
           IF NOT AUTHLOG-FILE-OK
              DISPLAY 'AUTHLOG OPEN PROBLEM, RC=' AUTHLOG-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       510-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine                                       *
      ************************************************************
      D    DISPLAY '510-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           MOVE 1 TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ***********************************************************
      * Write summary at end of report                          *
      ***********************************************************
      D    DISPLAY '700-WRITE-SUMMARY'.
           MOVE WS-REJECT-KTR TO TOTAL-REJECT-O.
           MOVE OA-TABLE-MAX TO TOTAL-AUTH-O.
           MOVE WS-EXPIRED-KTR TO TOTAL-EXPIRED-O.
           MOVE WS-DORMANT-KTR TO TOTAL-DORMANT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           DISPLAY 'AUTHRPT: LOG READ / REJECTED / DORMANT: '
                   WS-LOG-KTR ' / ' WS-REJECT-KTR ' / '
                   WS-DORMANT-KTR.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE OPAUTH-FILE
                 AUTHLOG-FILE
                 REPORT-FILE.
