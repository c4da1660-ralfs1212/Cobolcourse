       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
      *   inserted R.S. - retroactive pay for back-dated rate
      *   changes. MILLARD accepts RATE changes with an effective
      *   date on PCHGTRAN and records them on PERSHIST, but
      *   PAYROL0B only ever pays the rate in force on the day it
      *   runs, so a raise keyed late was never made up.
      *
      *   Each RATE change added to PERSHIST since the last run
      *   (RETROCTL keeps the count of history records already
      *   examined) is repriced against the payroll history
      *   PAYROL0B appends to PAYRHIST: every hourly period paid on
      *   or after the effective date is recomputed at the new
      *   rate, and the difference is written to RETROERN as a
      *   retro earnings record. PAYROL0B pays it on its next run
      *   with taxes withheld and YTD updated the normal way.
      *
      *   RETROADJ remembers the rate each period has been made up
      *   to, so a second back-dated change over the same periods
      *   pays only the further difference. A rate decrease is
      *   reported but not recovered. Salaried employees are paid
      *   by EMPFILE salary, not by the MILLARD rate, and are not
      *   repriced. The retro register shows old rate, new rate,
      *   periods affected and amount per employee.
      *
      *   Inital Version   2026/10/15
      *   History, adjustments and retro earnings matched on the
      *   employee number instead of the name               2026/10/15
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERS-HIST-FILE ASSIGN TO PERSHIST.
           SELECT OPTIONAL PAY-HIST-FILE ASSIGN TO PAYRHIST.
           SELECT OPTIONAL RETRO-CTL-FILE ASSIGN TO RETROCTL.
           SELECT OPTIONAL RETRO-ADJ-FILE ASSIGN TO RETROADJ.
           SELECT OPTIONAL RETRO-EARN-FILE ASSIGN TO RETROERN.
           SELECT RETRO-RPT-FILE ASSIGN TO RETRORPT.
       DATA DIVISION.
       FILE SECTION.
      *   same change-history layout MILLARD appends
       FD  PERS-HIST-FILE
           RECORDING MODE F.
       01 PERS-HIST-REC.
          05 PH-NAME                    PIC X(20).
          05 PH-EFF-DATE                PIC 9(8).
          05 PH-FIELD                   PIC X(8).
          05 PH-PRIOR-VALUE             PIC X(40).
          05 PH-NEW-VALUE               PIC X(40).
          05 PH-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(10).

      *   same payroll history layout PAYROL0B appends
       FD  PAY-HIST-FILE
           RECORDING MODE F.
       01 PAY-HIST-REC.
          05 HS-RUN-DATE                PIC 9(8).
          05 HS-LNAME                   PIC X(20).
          05 HS-FNAME                   PIC X(20).
          05 HS-EMP-TYPE                PIC X(1).
          05 HS-STATE-CODE              PIC X(2).
          05 HS-HOURS                   PIC 9(3).
          05 HS-RATE                    PIC 9(3)V99.
          05 HS-GROSS                   PIC 9(7)V99.
          05 HS-RETRO-AMT               PIC 9(7)V99.
          05 HS-FED                     PIC 9(7)V99.
          05 HS-STATE                   PIC 9(7)V99.
          05 HS-FICA                    PIC 9(7)V99.
          05 HS-NET                     PIC S9(7)V99.
          05 FILLER                     PIC X(7).
          05 HS-EMP-NO                  PIC 9(06).

      *   count of PERSHIST records already examined
       FD  RETRO-CTL-FILE
           RECORDING MODE F.
       01 RETRO-CTL-REC.
          05 RC-PERSHIST-DONE           PIC 9(7).
          05 RC-LAST-RUN-DATE           PIC 9(8).
          05 FILLER                     PIC X(65).

      *   one record per payroll period made up to a higher rate
       FD  RETRO-ADJ-FILE
           RECORDING MODE F.
       01 RETRO-ADJ-REC.
          05 RA-LNAME                   PIC X(20).
          05 RA-FNAME                   PIC X(20).
          05 RA-PERIOD-DATE             PIC 9(8).
          05 RA-RATE-TO                 PIC 9(3)V99.
          05 RA-EFF-DATE                PIC 9(8).
          05 RA-ADJ-DATE                PIC 9(8).
          05 RA-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(05).

      *   same retro earnings layout PAYROL0B reads
       FD  RETRO-EARN-FILE
           RECORDING MODE F.
       01 RETRO-EARN-REC.
          05 RE-LNAME                   PIC X(20).
          05 RE-FNAME                   PIC X(20).
          05 RE-EFF-DATE                PIC 9(8).
          05 RE-OLD-RATE                PIC 9(3)V99.
          05 RE-NEW-RATE                PIC 9(3)V99.
          05 RE-PERIODS                 PIC 9(3).
          05 RE-AMOUNT                  PIC 9(7)V99.
          05 RE-CREATED-DATE            PIC 9(8).
          05 FILLER                     PIC X(2).
          05 RE-EMP-NO                  PIC 9(06).

       FD  RETRO-RPT-FILE
           RECORDING MODE F.
       01 RETRO-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      * EOF indicators
       01 PERS-HIST-STATUS              PIC X(01)      VALUE SPACE.
          88 PERS-HIST-EOF                             VALUE 'Y'.
       77 WS-PAY-HIST-EOF-SW            PIC X(1)       VALUE SPACE.
       88 PAY-HIST-EOF                                 VALUE 'Y'.
       77 WS-ADJ-EOF-SW                 PIC X(1)       VALUE SPACE.
       88 ADJ-EOF                                      VALUE 'Y'.
       77 WS-RUN-DATE                   PIC 9(8)       VALUE 0.
       77 WS-PERSHIST-DONE              PIC 9(7)       VALUE 0.
       77 WS-PERSHIST-KTR               PIC 9(7)       VALUE 0.
       77 WS-RATE-CHG-KTR               PIC 9(5)       VALUE 0.
       77 WS-RETRO-KTR                  PIC 9(5)       VALUE 0.
       77 WS-TOT-RETRO                  PIC 9(9)V99    VALUE 0.
       77 WS-OLD-RATE                   PIC 9(3)V99    VALUE 0.
       77 WS-NEW-RATE                   PIC 9(3)V99    VALUE 0.
       77 WS-PERIOD-DIFF                PIC 9(7)V99    VALUE 0.
       77 WS-CHG-AMOUNT                 PIC 9(7)V99    VALUE 0.
       77 WS-CHG-PERIODS                PIC 9(3)       VALUE 0.
       77 WS-CHG-SEEN                   PIC 9(3)       VALUE 0.
       77 WS-CHG-SALARIED               PIC 9(3)       VALUE 0.
       77 WS-CHG-DECREASE               PIC 9(3)       VALUE 0.
       77 PT-SUB                        PIC 9(4) COMP  VALUE 0.
       77 PT-MAX                        PIC 9(4) COMP  VALUE 0.
       77 PT-FIRST-SUB                  PIC 9(4) COMP  VALUE 0.
      *   payroll periods paid, with the rate each has been paid
      *   or made up to
       01 PERIOD-TABLE.
          05 PT-ENTRY OCCURS 5000 TIMES.
             10 PT-EMP-NO               PIC 9(06).
             10 PT-LNAME                PIC X(20).
             10 PT-FNAME                PIC X(20).
             10 PT-RUN-DATE             PIC 9(8).
             10 PT-EMP-TYPE             PIC X(1).
             10 PT-HOURS                PIC 9(3).
             10 PT-RATE                 PIC 9(3)V99.
      *   inserted R.S. - end-of-run audit hand-over to AUDITWRT
       COPY AUDITL.

       01 RPT-HDG-LINE-1.
          05 FILLER                     PIC X(40)      VALUE
                'RETROACTIVE PAY REGISTER     RUN DATE: '.
          05 RH-RUN-DATE-O              PIC 9(8).
          05 FILLER                     PIC X(84)      VALUE SPACES.
       01 RPT-HDG-LINE-2.
          05 FILLER                     PIC X(22)      VALUE
                'EMPLOYEE              '.
          05 FILLER                     PIC X(10)      VALUE
                'EFF DATE  '.
          05 FILLER                     PIC X(10)      VALUE
                'OLD RATE  '.
          05 FILLER                     PIC X(10)      VALUE
                'NEW RATE  '.
          05 FILLER                     PIC X(9)       VALUE
                'PERIODS  '.
          05 FILLER                     PIC X(13)      VALUE
                '  RETRO PAY  '.
          05 FILLER                     PIC X(58)      VALUE
                'NOTE'.
       01 RPT-DETAIL-LINE.
          05 RD-NAME-O                  PIC X(20).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RD-EFF-DATE-O              PIC 9(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RD-OLD-RATE-O              PIC ZZ9.99.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 RD-NEW-RATE-O              PIC ZZ9.99.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 RD-PERIODS-O               PIC ZZ9.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 RD-AMOUNT-O                PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RD-NOTE-O                  PIC X(40).
          05 FILLER                     PIC X(20)      VALUE SPACES.
       01 RPT-TOTAL-LINE.
          05 RT-LABEL-O                 PIC X(30).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RT-COUNT-O                 PIC ZZ,ZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RT-AMOUNT-O                PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(78)      VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM HOUSEKEEPING-PARAGRAPH.
           PERFORM EXAMINE-CHANGE-PARAGRAPH UNTIL PERS-HIST-EOF.
           PERFORM TOTALS-PARAGRAPH.
           PERFORM SAVE-CONTROL-PARAGRAPH.
           CLOSE PERS-HIST-FILE, RETRO-ADJ-FILE, RETRO-EARN-FILE,
              RETRO-RPT-FILE.
           DISPLAY "RETROPAY: RATE CHANGES: " WS-RATE-CHG-KTR
                   " RETRO RECORDS: " WS-RETRO-KTR.
      *   one standard audit record for OPSRPT
           MOVE 'RETROPAY' TO AUD-PROGRAM-ID.
           MOVE WS-PERSHIST-KTR TO AUD-RECORDS-READ.
           MOVE WS-RETRO-KTR TO AUD-RECORDS-WRITTEN.
           MOVE ZERO TO AUD-RECORDS-REJECTED.
           MOVE WS-TOT-RETRO TO AUD-CONTROL-TOTAL.
           MOVE '00' TO AUD-FINAL-STATUS.
           CALL 'AUDITWRT' USING AUD-PROGRAM-ID, AUD-RECORDS-READ,
              AUD-RECORDS-WRITTEN, AUD-RECORDS-REJECTED,
              AUD-CONTROL-TOTAL, AUD-FINAL-STATUS.
           GOBACK.
       HOUSEKEEPING-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-CONTROL-PARAGRAPH.
           PERFORM LOAD-PAY-HIST-PARAGRAPH.
           PERFORM LOAD-ADJUSTMENTS-PARAGRAPH.
           OPEN INPUT PERS-HIST-FILE.
           OPEN EXTEND RETRO-ADJ-FILE.
           OPEN EXTEND RETRO-EARN-FILE.
           OPEN OUTPUT RETRO-RPT-FILE.
           MOVE WS-RUN-DATE TO RH-RUN-DATE-O.
           WRITE RETRO-RPT-LINE FROM RPT-HDG-LINE-1
              AFTER ADVANCING PAGE.
           WRITE RETRO-RPT-LINE FROM RPT-HDG-LINE-2
              AFTER ADVANCING 2.
      * Priming Read
           PERFORM READ-PERS-HIST-PARAGRAPH.
      *   history records examined by earlier runs are skipped
       LOAD-CONTROL-PARAGRAPH.
           OPEN INPUT RETRO-CTL-FILE.
           READ RETRO-CTL-FILE
              AT END
                 MOVE 0 TO WS-PERSHIST-DONE
           NOT AT END
              MOVE RC-PERSHIST-DONE TO WS-PERSHIST-DONE
           END-READ.
           CLOSE RETRO-CTL-FILE.
       SAVE-CONTROL-PARAGRAPH.
           OPEN OUTPUT RETRO-CTL-FILE.
           MOVE SPACES TO RETRO-CTL-REC.
           MOVE WS-PERSHIST-KTR TO RC-PERSHIST-DONE.
           MOVE WS-RUN-DATE TO RC-LAST-RUN-DATE.
           WRITE RETRO-CTL-REC.
           CLOSE RETRO-CTL-FILE.
      *   every period on the payroll history, at the rate paid
       LOAD-PAY-HIST-PARAGRAPH.
           OPEN INPUT PAY-HIST-FILE.
           READ PAY-HIST-FILE
              AT END
                 MOVE 'Y' TO WS-PAY-HIST-EOF-SW
           END-READ.
           PERFORM UNTIL PAY-HIST-EOF OR PT-MAX = 5000
              ADD 1 TO PT-MAX
              MOVE HS-EMP-NO TO PT-EMP-NO(PT-MAX)
              MOVE HS-LNAME TO PT-LNAME(PT-MAX)
              MOVE HS-FNAME TO PT-FNAME(PT-MAX)
              MOVE HS-RUN-DATE TO PT-RUN-DATE(PT-MAX)
              MOVE HS-EMP-TYPE TO PT-EMP-TYPE(PT-MAX)
              MOVE HS-HOURS TO PT-HOURS(PT-MAX)
              MOVE HS-RATE TO PT-RATE(PT-MAX)
              READ PAY-HIST-FILE
                 AT END
                    MOVE 'Y' TO WS-PAY-HIST-EOF-SW
              END-READ
           END-PERFORM.
           IF NOT PAY-HIST-EOF
              DISPLAY "PAYROLL HISTORY TABLE FULL AT " PT-MAX
           END-IF.
           CLOSE PAY-HIST-FILE.
           DISPLAY "PAYROLL PERIODS LOADED: " PT-MAX.
      *   periods already made up by earlier runs carry the rate
      *   they were made up to
       LOAD-ADJUSTMENTS-PARAGRAPH.
           OPEN INPUT RETRO-ADJ-FILE.
           READ RETRO-ADJ-FILE
              AT END
                 MOVE 'Y' TO WS-ADJ-EOF-SW
           END-READ.
           PERFORM UNTIL ADJ-EOF
              PERFORM VARYING PT-SUB FROM 1 BY 1
                 UNTIL PT-SUB > PT-MAX
                 IF PT-EMP-NO(PT-SUB) = RA-EMP-NO
                    AND PT-RUN-DATE(PT-SUB) = RA-PERIOD-DATE
                    MOVE RA-RATE-TO TO PT-RATE(PT-SUB)
                 END-IF
              END-PERFORM
              READ RETRO-ADJ-FILE
                 AT END
                    MOVE 'Y' TO WS-ADJ-EOF-SW
              END-READ
           END-PERFORM.
           CLOSE RETRO-ADJ-FILE.
       READ-PERS-HIST-PARAGRAPH.
           READ PERS-HIST-FILE
      * Set AT END Switch
           AT END
              MOVE "Y" TO PERS-HIST-STATUS
           NOT AT END
              ADD 1 TO WS-PERSHIST-KTR
           END-READ.
      *   only RATE changes added since the last run are repriced
       EXAMINE-CHANGE-PARAGRAPH.
           IF WS-PERSHIST-KTR > WS-PERSHIST-DONE
              AND PH-FIELD = 'RATE    '
              ADD 1 TO WS-RATE-CHG-KTR
              PERFORM REPRICE-CHANGE-PARAGRAPH
           END-IF.
           PERFORM READ-PERS-HIST-PARAGRAPH.
      *   reprice every hourly period paid on or after the
      *   effective date at the new rate
       REPRICE-CHANGE-PARAGRAPH.
           COMPUTE WS-OLD-RATE = FUNCTION NUMVAL(PH-PRIOR-VALUE).
           COMPUTE WS-NEW-RATE = FUNCTION NUMVAL(PH-NEW-VALUE).
           MOVE 0 TO WS-CHG-AMOUNT.
           MOVE 0 TO WS-CHG-PERIODS.
           MOVE 0 TO WS-CHG-SEEN.
           MOVE 0 TO WS-CHG-SALARIED.
           MOVE 0 TO WS-CHG-DECREASE.
           MOVE 0 TO PT-FIRST-SUB.
           PERFORM VARYING PT-SUB FROM 1 BY 1 UNTIL PT-SUB > PT-MAX
              IF PT-EMP-NO(PT-SUB) = PH-EMP-NO
                 AND PT-RUN-DATE(PT-SUB) NOT < PH-EFF-DATE
                 ADD 1 TO WS-CHG-SEEN
                 IF PT-FIRST-SUB = 0
                    MOVE PT-SUB TO PT-FIRST-SUB
                 END-IF
                 EVALUATE TRUE
                 WHEN PT-EMP-TYPE(PT-SUB) NOT = 'P'
                    OR PT-HOURS(PT-SUB) = 0
                    ADD 1 TO WS-CHG-SALARIED
                 WHEN WS-NEW-RATE > PT-RATE(PT-SUB)
                    PERFORM MAKE-UP-PERIOD-PARAGRAPH
                 WHEN WS-NEW-RATE < PT-RATE(PT-SUB)
                    ADD 1 TO WS-CHG-DECREASE
                 END-EVALUATE
              END-IF
           END-PERFORM.

           MOVE SPACES TO RD-NOTE-O.
           EVALUATE TRUE
           WHEN WS-CHG-AMOUNT > 0
              PERFORM WRITE-RETRO-EARN-PARAGRAPH
              IF WS-CHG-DECREASE > 0
                 MOVE 'SOME PERIODS ALREADY PAID HIGHER'
                    TO RD-NOTE-O
              END-IF
           WHEN WS-CHG-SEEN = 0
              MOVE 'NO PAYROLL PERIODS ON OR AFTER EFF DATE'
                 TO RD-NOTE-O
           WHEN WS-CHG-DECREASE > 0
              MOVE 'RATE DECREASE - NOT RECOVERED' TO RD-NOTE-O
           WHEN WS-CHG-SALARIED = WS-CHG-SEEN
              MOVE 'SALARIED - NOT REPRICED' TO RD-NOTE-O
           WHEN OTHER
              MOVE 'ALREADY PAID AT NEW RATE' TO RD-NOTE-O
           END-EVALUATE.

           MOVE PH-NAME TO RD-NAME-O.
           MOVE PH-EFF-DATE TO RD-EFF-DATE-O.
           MOVE WS-OLD-RATE TO RD-OLD-RATE-O.
           MOVE WS-NEW-RATE TO RD-NEW-RATE-O.
           MOVE WS-CHG-PERIODS TO RD-PERIODS-O.
           MOVE WS-CHG-AMOUNT TO RD-AMOUNT-O.
           WRITE RETRO-RPT-LINE FROM RPT-DETAIL-LINE
              AFTER ADVANCING 1.
      *   the difference for one period, and the rate it is now
      *   made up to
       MAKE-UP-PERIOD-PARAGRAPH.
           COMPUTE WS-PERIOD-DIFF ROUNDED = PT-HOURS(PT-SUB) *
              (WS-NEW-RATE - PT-RATE(PT-SUB)).
           ADD WS-PERIOD-DIFF TO WS-CHG-AMOUNT.
           ADD 1 TO WS-CHG-PERIODS.
           MOVE WS-NEW-RATE TO PT-RATE(PT-SUB).
           MOVE SPACES TO RETRO-ADJ-REC.
           MOVE PT-LNAME(PT-SUB) TO RA-LNAME.
           MOVE PT-FNAME(PT-SUB) TO RA-FNAME.
           MOVE PT-EMP-NO(PT-SUB) TO RA-EMP-NO.
           MOVE PT-RUN-DATE(PT-SUB) TO RA-PERIOD-DATE.
           MOVE WS-NEW-RATE TO RA-RATE-TO.
           MOVE PH-EFF-DATE TO RA-EFF-DATE.
           MOVE WS-RUN-DATE TO RA-ADJ-DATE.
           WRITE RETRO-ADJ-REC.
      *   retro earnings for PAYROL0B's next run, under the
      *   payroll file's own first and last name
       WRITE-RETRO-EARN-PARAGRAPH.
           MOVE SPACES TO RETRO-EARN-REC.
           MOVE PT-LNAME(PT-FIRST-SUB) TO RE-LNAME.
           MOVE PT-FNAME(PT-FIRST-SUB) TO RE-FNAME.
           MOVE PT-EMP-NO(PT-FIRST-SUB) TO RE-EMP-NO.
           MOVE PH-EFF-DATE TO RE-EFF-DATE.
           MOVE WS-OLD-RATE TO RE-OLD-RATE.
           MOVE WS-NEW-RATE TO RE-NEW-RATE.
           MOVE WS-CHG-PERIODS TO RE-PERIODS.
           MOVE WS-CHG-AMOUNT TO RE-AMOUNT.
           MOVE WS-RUN-DATE TO RE-CREATED-DATE.
           WRITE RETRO-EARN-REC.
           ADD 1 TO WS-RETRO-KTR.
           ADD WS-CHG-AMOUNT TO WS-TOT-RETRO.
       TOTALS-PARAGRAPH.
           MOVE 'RATE CHANGES EXAMINED        :' TO RT-LABEL-O.
           MOVE WS-RATE-CHG-KTR TO RT-COUNT-O.
           MOVE 0 TO RT-AMOUNT-O.
           WRITE RETRO-RPT-LINE FROM RPT-TOTAL-LINE
              AFTER ADVANCING 2.
           MOVE 'RETRO EARNINGS WRITTEN       :' TO RT-LABEL-O.
           MOVE WS-RETRO-KTR TO RT-COUNT-O.
           MOVE WS-TOT-RETRO TO RT-AMOUNT-O.
           WRITE RETRO-RPT-LINE FROM RPT-TOTAL-LINE
              AFTER ADVANCING 1.
