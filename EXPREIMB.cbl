       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPREIMB.
      *   inserted R.S. - employee expense reimbursement through
      *   payroll. TIMESHTS carries TS-EXPENSE-AMT per day, but the
      *   money only ever reached the client invoices through
      *   TABLES1X; the employee who spent it waited for a manual
      *   check. This step runs ahead of PAYROL0B:
      *
      *   - expenses worked after the last reimbursed period end
      *     (EXPCTL) up to this period end (EXP-PERIOD-END in the
      *     PARMLIB parameter library, default today) are totalled
      *     per employee for the pay period
      *   - a single expense over the receipt-required threshold
      *     (EXP-RECEIPT-LIM, default 75.00) is held on EXPHOLDI/
      *     EXPHOLDO until an EXPAPPR approval transaction ('A'
      *     approve, 'R' reject) names it by employee, project and
      *     work date
      *   - the approved totals go to EXPRMB, one record per
      *     employee; PAYROL0B adds them to net pay as a
      *     non-taxable line, outside gross and withholding, and
      *     pays them through the bank file or check register
      *   - the reimbursement register EXPRPT lists every expense
      *     by project with its status, so the project can be
      *     charged for what was paid
      *
      *   The timesheet's 15-byte employee name is the employee's
      *   last name, as PAYBRDGE already matches it to the register.
      *
      *   Inital Version   2026/10/15
      *   Approvals, holds and reimbursements keyed on the
      *   employee number carried on TIMESHTS               2026/10/15
      *   Period end and receipt threshold from PARMLIB     2026/10/15
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMESHEET-FILE ASSIGN TO TIMESHTS.
           SELECT OPTIONAL EXP-CTL-FILE ASSIGN TO EXPCTL.
           SELECT OPTIONAL EXP-APPR-FILE ASSIGN TO EXPAPPR.
           SELECT OPTIONAL EXP-HOLD-IN-FILE ASSIGN TO EXPHOLDI.
           SELECT EXP-HOLD-OUT-FILE ASSIGN TO EXPHOLDO.
           SELECT EXP-REIMB-FILE ASSIGN TO EXPRMB.
           SELECT EXP-REPORT ASSIGN TO EXPRPT.
       DATA DIVISION.
       FILE SECTION.
      *   timesheet transactions - same layout TABLES1X reads
       FD  TIMESHEET-FILE
           RECORDING MODE F.
       01 TIMESHEET-REC.
          05 TS-EMP-NAME                PIC X(15).
          05 TS-PROJECT                 PIC X(4).
          05 TS-WORK-DATE               PIC 9(8).
          05 TS-HOURS                   PIC 9(2).
          05 TS-EXPENSE-AMT             PIC 9(5)V99.
          05 TS-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(38).

      *   last period end reimbursed, so no day is paid twice
       FD  EXP-CTL-FILE
           RECORDING MODE F.
       01 EXP-CTL-REC.
          05 XC-LAST-PERIOD-END         PIC 9(8).
          05 XC-LAST-RUN-DATE           PIC 9(8).
          05 FILLER                     PIC X(64).

       FD  EXP-APPR-FILE
           RECORDING MODE F.
       01 EXP-APPR-REC.
          05 EA-ACTION                  PIC X(1).
             88 EA-APPROVE                             VALUE 'A'.
             88 EA-REJECT                              VALUE 'R'.
          05 EA-EMP-NAME                PIC X(15).
          05 EA-PROJECT                 PIC X(4).
          05 EA-WORK-DATE               PIC 9(8).
          05 EA-APPROVER                PIC X(8).
          05 EA-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(38).

      *   expenses held for a receipt, carried between runs
       FD  EXP-HOLD-IN-FILE
           RECORDING MODE F.
       01 EXP-HOLD-IN-REC.
          05 EH-EMP-NAME                PIC X(15).
          05 EH-PROJECT                 PIC X(4).
          05 EH-WORK-DATE               PIC 9(8).
          05 EH-AMOUNT                  PIC 9(5)V99.
          05 EH-HELD-DATE               PIC 9(8).
          05 EH-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(32).

       FD  EXP-HOLD-OUT-FILE
           RECORDING MODE F.
       01 EXP-HOLD-OUT-REC              PIC X(80).

      *   approved reimbursement per employee for PAYROL0B
       FD  EXP-REIMB-FILE
           RECORDING MODE F.
       01 EXP-REIMB-REC.
          05 ER-EMP-NAME                PIC X(15).
          05 ER-AMOUNT                  PIC 9(7)V99.
          05 ER-LINES                   PIC 9(3).
          05 ER-PERIOD-END              PIC 9(8).
          05 ER-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(39).

       FD  EXP-REPORT
           RECORDING MODE F.
       01 EXP-RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * EOF indicators
       01 TIMESHEET-STATUS              PIC X(01)      VALUE SPACE.
          88 TIMESHEET-EOF                             VALUE 'Y'.
       77 WS-APPR-EOF-SW                PIC X(1)       VALUE SPACE.
       88 APPR-EOF                                     VALUE 'Y'.
       77 WS-HOLD-EOF-SW                PIC X(1)       VALUE SPACE.
       88 HOLD-EOF                                     VALUE 'Y'.
       77 WS-RUN-DATE                   PIC 9(8)       VALUE 0.
       77 WS-PERIOD-END                 PIC 9(8)       VALUE 0.
       77 WS-LAST-PERIOD-END            PIC 9(8)       VALUE 0.
       77 WS-RECEIPT-LIMIT              PIC 9(5)V99    VALUE 75.00.
       77 WS-TS-KTR                     PIC 9(7)       VALUE 0.
       77 WS-PAID-KTR                   PIC 9(5)       VALUE 0.
       77 WS-HELD-KTR                   PIC 9(5)       VALUE 0.
       77 WS-RELEASED-KTR               PIC 9(5)       VALUE 0.
       77 WS-REJECTED-KTR               PIC 9(5)       VALUE 0.
       77 WS-PRIOR-KTR                  PIC 9(5)       VALUE 0.
       77 WS-TOT-PAID                   PIC 9(9)V99    VALUE 0.
       77 WS-PROJ-TOTAL                 PIC 9(9)V99    VALUE 0.
      *   the expense being decided, from TIMESHTS or the hold file
       77 WS-X-EMP-NO                   PIC 9(06)      VALUE 0.
       77 WS-X-EMP-NAME                 PIC X(15)      VALUE SPACES.
       77 WS-X-PROJECT                  PIC X(4)       VALUE SPACES.
       77 WS-X-WORK-DATE                PIC 9(8)       VALUE 0.
       77 WS-X-AMOUNT                   PIC 9(5)V99    VALUE 0.
       77 WS-X-HELD-DATE                PIC 9(8)       VALUE 0.
       77 WS-X-STATUS                   PIC X(24)      VALUE SPACES.
       77 SW-FOUND                      PIC X(1)       VALUE 'N'.
       88 ENTRY-FOUND                                  VALUE 'Y'.
      *   approval transactions
       77 AP-SUB                        PIC 9(4) COMP  VALUE 0.
       77 AP-MAX                        PIC 9(4) COMP  VALUE 0.
       01 APPROVAL-TABLE.
          05 AP-ENTRY OCCURS 500 TIMES.
             10 AP-ACTION               PIC X(1).
             10 AP-EMP-NO               PIC 9(06).
             10 AP-EMP-NAME             PIC X(15).
             10 AP-PROJECT              PIC X(4).
             10 AP-WORK-DATE            PIC 9(8).
             10 AP-USED                 PIC X(1).
      *   approved totals per employee
       77 RB-SUB                        PIC 9(4) COMP  VALUE 0.
       77 RB-MAX                        PIC 9(4) COMP  VALUE 0.
       01 REIMB-TABLE.
          05 RB-ENTRY OCCURS 500 TIMES.
             10 RB-EMP-NO               PIC 9(06).
             10 RB-EMP-NAME             PIC X(15).
             10 RB-AMOUNT               PIC 9(7)V99.
             10 RB-LINES                PIC 9(3).
      *   register detail held for printing project by project
       77 DT-SUB                        PIC 9(4) COMP  VALUE 0.
       77 DT-MAX                        PIC 9(4) COMP  VALUE 0.
       77 DP-SUB                        PIC 9(4) COMP  VALUE 0.
       01 DETAIL-TABLE.
          05 DT-ENTRY OCCURS 3000 TIMES.
             10 DT-PROJECT              PIC X(4).
             10 DT-EMP-NAME             PIC X(15).
             10 DT-WORK-DATE            PIC 9(8).
             10 DT-AMOUNT               PIC 9(5)V99.
             10 DT-STATUS               PIC X(24).
             10 DT-CHARGE               PIC X(1).
             10 DT-PRINTED              PIC X(1).
       77 WS-CUR-PROJECT                PIC X(4)       VALUE SPACES.
      *   inserted R.S. - end-of-run audit hand-over to AUDITWRT
       COPY AUDITL.
      *   PARMLKUP calling parameters - period end and receipt
      *   threshold from the PARMLIB parameter library
       COPY PARMLKL.

       01 RPT-HDG-LINE-1.
          05 FILLER                     PIC X(40)      VALUE
                'EXPENSE REIMBURSEMENT REGISTER  PERIOD: '.
          05 RH-FROM-O                  PIC 9(8).
          05 FILLER                     PIC X(4)       VALUE ' TO '.
          05 RH-TO-O                    PIC 9(8).
          05 FILLER                     PIC X(72)      VALUE SPACES.
       01 RPT-HDG-LINE-2.
          05 FILLER                     PIC X(10)      VALUE
                'PROJECT   '.
          05 FILLER                     PIC X(17)      VALUE
                'EMPLOYEE         '.
          05 FILLER                     PIC X(10)      VALUE
                'WORK DATE '.
          05 FILLER                     PIC X(14)      VALUE
                '       AMOUNT '.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(79)      VALUE
                'STATUS'.
       01 RPT-DETAIL-LINE.
          05 RD-PROJECT-O               PIC X(4).
          05 FILLER                     PIC X(6)       VALUE SPACES.
          05 RD-EMP-NAME-O              PIC X(15).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RD-WORK-DATE-O             PIC 9(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RD-AMOUNT-O                PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RD-STATUS-O                PIC X(24).
          05 FILLER                     PIC X(55)      VALUE SPACES.
       01 RPT-PROJ-TOTAL-LINE.
          05 FILLER                     PIC X(10)      VALUE SPACES.
          05 FILLER                     PIC X(23)      VALUE
                'CHARGE TO PROJECT      '.
          05 RP-PROJECT-O               PIC X(4).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RP-AMOUNT-O                PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(79)      VALUE SPACES.
       01 RPT-TOTAL-LINE.
          05 RT-LABEL-O                 PIC X(30).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RT-COUNT-O                 PIC ZZ,ZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 RT-AMOUNT-O                PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(78)      VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM HOUSEKEEPING-PARAGRAPH.
           PERFORM HELD-EXPENSE-PARAGRAPH UNTIL HOLD-EOF.
           PERFORM TIMESHEET-PARAGRAPH UNTIL TIMESHEET-EOF.
           PERFORM WRITE-REIMB-PARAGRAPH.
           PERFORM REGISTER-PARAGRAPH.
           PERFORM SAVE-CONTROL-PARAGRAPH.
           CLOSE TIMESHEET-FILE, EXP-HOLD-IN-FILE, EXP-HOLD-OUT-FILE,
              EXP-REIMB-FILE, EXP-REPORT.
           DISPLAY "EXPREIMB: PAID: " WS-PAID-KTR
                   " HELD: " WS-HELD-KTR
                   " RELEASED: " WS-RELEASED-KTR
                   " REJECTED: " WS-REJECTED-KTR.
      *   one standard audit record for OPSRPT
           MOVE 'EXPREIMB' TO AUD-PROGRAM-ID.
           MOVE WS-TS-KTR TO AUD-RECORDS-READ.
           MOVE RB-MAX TO AUD-RECORDS-WRITTEN.
           MOVE WS-REJECTED-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-TOT-PAID TO AUD-CONTROL-TOTAL.
           MOVE '00' TO AUD-FINAL-STATUS.
           CALL 'AUDITWRT' USING AUD-PROGRAM-ID, AUD-RECORDS-READ,
              AUD-RECORDS-WRITTEN, AUD-RECORDS-REJECTED,
              AUD-CONTROL-TOTAL, AUD-FINAL-STATUS.
           GOBACK.
       HOUSEKEEPING-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-PARM-PARAGRAPH.
           PERFORM LOAD-APPROVALS-PARAGRAPH.
           OPEN INPUT TIMESHEET-FILE.
           OPEN INPUT EXP-HOLD-IN-FILE.
           OPEN OUTPUT EXP-HOLD-OUT-FILE.
           OPEN OUTPUT EXP-REIMB-FILE.
           OPEN OUTPUT EXP-REPORT.
      * Priming Reads
           PERFORM READ-HOLD-PARAGRAPH.
           PERFORM READ-TIMESHEET-PARAGRAPH.
      *   the period runs from the day after the last reimbursed
      *   period end through this period end
       LOAD-PARM-PARAGRAPH.
           MOVE WS-RUN-DATE TO WS-PERIOD-END.
           MOVE "EXPREIMB" TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.
           MOVE "EXP-PERIOD-END" TO PLIB-PARM-NAME.
           CALL "PARMLKUP" USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99999999
                 DISPLAY "EXP-PERIOD-END PROBLEM: NOT A DATE: "
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 MOVE PLIB-NUM-VALUE TO WS-PERIOD-END
              END-IF
           END-IF.
           MOVE "EXP-RECEIPT-LIM" TO PLIB-PARM-NAME.
           CALL "PARMLKUP" USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99999.99
                 DISPLAY "EXP-RECEIPT-LIM PROBLEM: NOT AN AMOUNT: "
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 MOVE PLIB-NUM-VALUE TO WS-RECEIPT-LIMIT
              END-IF
           END-IF.
           OPEN INPUT EXP-CTL-FILE.
           READ EXP-CTL-FILE
              AT END
                 MOVE 0 TO WS-LAST-PERIOD-END
           NOT AT END
              MOVE XC-LAST-PERIOD-END TO WS-LAST-PERIOD-END
           END-READ.
           CLOSE EXP-CTL-FILE.
           DISPLAY "EXPENSE PERIOD AFTER " WS-LAST-PERIOD-END
                   " THROUGH " WS-PERIOD-END.
       SAVE-CONTROL-PARAGRAPH.
           OPEN OUTPUT EXP-CTL-FILE.
           MOVE SPACES TO EXP-CTL-REC.
           MOVE WS-PERIOD-END TO XC-LAST-PERIOD-END.
           MOVE WS-RUN-DATE TO XC-LAST-RUN-DATE.
           WRITE EXP-CTL-REC.
           CLOSE EXP-CTL-FILE.
       LOAD-APPROVALS-PARAGRAPH.
           OPEN INPUT EXP-APPR-FILE.
           READ EXP-APPR-FILE
              AT END
                 MOVE 'Y' TO WS-APPR-EOF-SW
           END-READ.
           PERFORM UNTIL APPR-EOF OR AP-MAX = 500
              IF EA-APPROVE OR EA-REJECT
                 ADD 1 TO AP-MAX
                 MOVE EA-ACTION TO AP-ACTION(AP-MAX)
                 MOVE EA-EMP-NO TO AP-EMP-NO(AP-MAX)
                 MOVE EA-EMP-NAME TO AP-EMP-NAME(AP-MAX)
                 MOVE EA-PROJECT TO AP-PROJECT(AP-MAX)
                 MOVE EA-WORK-DATE TO AP-WORK-DATE(AP-MAX)
                 MOVE 'N' TO AP-USED(AP-MAX)
              ELSE
                 DISPLAY "APPROVAL ACTION NOT A/R - IGNORED: "
                         EA-EMP-NAME " " EA-WORK-DATE
              END-IF
              READ EXP-APPR-FILE
                 AT END
                    MOVE 'Y' TO WS-APPR-EOF-SW
              END-READ
           END-PERFORM.
           CLOSE EXP-APPR-FILE.
           DISPLAY "APPROVAL TRANSACTIONS: " AP-MAX.
       READ-HOLD-PARAGRAPH.
           READ EXP-HOLD-IN-FILE
              AT END
                 MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
       READ-TIMESHEET-PARAGRAPH.
           READ TIMESHEET-FILE
      * Set AT END Switch
           AT END
              MOVE "Y" TO TIMESHEET-STATUS
           NOT AT END
              ADD 1 TO WS-TS-KTR
           END-READ.
      *   an expense held on an earlier run is released by an
      *   approval, dropped by a rejection, or held again
       HELD-EXPENSE-PARAGRAPH.
           MOVE EH-EMP-NO TO WS-X-EMP-NO.
           MOVE EH-EMP-NAME TO WS-X-EMP-NAME.
           MOVE EH-PROJECT TO WS-X-PROJECT.
           MOVE EH-WORK-DATE TO WS-X-WORK-DATE.
           MOVE EH-AMOUNT TO WS-X-AMOUNT.
           MOVE EH-HELD-DATE TO WS-X-HELD-DATE.
           PERFORM FIND-APPROVAL-PARAGRAPH.
           EVALUATE TRUE
           WHEN ENTRY-FOUND AND AP-ACTION(AP-SUB) = 'A'
              MOVE 'RELEASED - APPROVED' TO WS-X-STATUS
              ADD 1 TO WS-RELEASED-KTR
              PERFORM PAY-EXPENSE-PARAGRAPH
           WHEN ENTRY-FOUND
              MOVE 'REJECTED' TO WS-X-STATUS
              ADD 1 TO WS-REJECTED-KTR
              PERFORM NOTE-DETAIL-PARAGRAPH
           WHEN OTHER
              MOVE 'HELD - AWAITING RECEIPT' TO WS-X-STATUS
              PERFORM HOLD-EXPENSE-PARAGRAPH
           END-EVALUATE.
           PERFORM READ-HOLD-PARAGRAPH.
      *   this period's expenses: at or under the threshold paid,
      *   over it paid only on an approval already in hand
       TIMESHEET-PARAGRAPH.
           IF TS-EXPENSE-AMT = 0
              OR TS-WORK-DATE > WS-PERIOD-END
              PERFORM READ-TIMESHEET-PARAGRAPH
              EXIT PARAGRAPH
           END-IF.
           IF TS-WORK-DATE NOT > WS-LAST-PERIOD-END
              ADD 1 TO WS-PRIOR-KTR
              PERFORM READ-TIMESHEET-PARAGRAPH
              EXIT PARAGRAPH
           END-IF.
           MOVE TS-EMP-NO TO WS-X-EMP-NO.
           MOVE TS-EMP-NAME TO WS-X-EMP-NAME.
           MOVE TS-PROJECT TO WS-X-PROJECT.
           MOVE TS-WORK-DATE TO WS-X-WORK-DATE.
           MOVE TS-EXPENSE-AMT TO WS-X-AMOUNT.
           MOVE WS-RUN-DATE TO WS-X-HELD-DATE.
           IF WS-X-AMOUNT NOT > WS-RECEIPT-LIMIT
              MOVE 'PAID' TO WS-X-STATUS
              PERFORM PAY-EXPENSE-PARAGRAPH
           ELSE
              PERFORM FIND-APPROVAL-PARAGRAPH
              EVALUATE TRUE
              WHEN ENTRY-FOUND AND AP-ACTION(AP-SUB) = 'A'
                 MOVE 'PAID - APPROVED' TO WS-X-STATUS
                 PERFORM PAY-EXPENSE-PARAGRAPH
              WHEN ENTRY-FOUND
                 MOVE 'REJECTED' TO WS-X-STATUS
                 ADD 1 TO WS-REJECTED-KTR
                 PERFORM NOTE-DETAIL-PARAGRAPH
              WHEN OTHER
                 MOVE 'HELD - RECEIPT REQUIRED' TO WS-X-STATUS
                 ADD 1 TO WS-HELD-KTR
                 PERFORM HOLD-EXPENSE-PARAGRAPH
              END-EVALUATE
           END-IF.
           PERFORM READ-TIMESHEET-PARAGRAPH.
       FIND-APPROVAL-PARAGRAPH.
           MOVE 'N' TO SW-FOUND.
           PERFORM VARYING AP-SUB FROM 1 BY 1 UNTIL AP-SUB > AP-MAX
              IF AP-EMP-NO(AP-SUB) = WS-X-EMP-NO
                 AND AP-PROJECT(AP-SUB) = WS-X-PROJECT
                 AND AP-WORK-DATE(AP-SUB) = WS-X-WORK-DATE
                 MOVE 'Y' TO SW-FOUND
                 MOVE 'Y' TO AP-USED(AP-SUB)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       PAY-EXPENSE-PARAGRAPH.
           MOVE 'N' TO SW-FOUND.
           PERFORM VARYING RB-SUB FROM 1 BY 1 UNTIL RB-SUB > RB-MAX
              IF RB-EMP-NO(RB-SUB) = WS-X-EMP-NO
                 MOVE 'Y' TO SW-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
              IF RB-MAX < 500
                 ADD 1 TO RB-MAX
                 MOVE RB-MAX TO RB-SUB
                 MOVE WS-X-EMP-NO TO RB-EMP-NO(RB-SUB)
                 MOVE WS-X-EMP-NAME TO RB-EMP-NAME(RB-SUB)
                 MOVE 0 TO RB-AMOUNT(RB-SUB)
                 MOVE 0 TO RB-LINES(RB-SUB)
              ELSE
                 DISPLAY "REIMBURSEMENT TABLE FULL - HELD: "
                         WS-X-EMP-NAME
                 MOVE 'HELD - TABLE FULL' TO WS-X-STATUS
                 PERFORM HOLD-EXPENSE-PARAGRAPH
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD WS-X-AMOUNT TO RB-AMOUNT(RB-SUB).
           ADD 1 TO RB-LINES(RB-SUB).
           ADD 1 TO WS-PAID-KTR.
           ADD WS-X-AMOUNT TO WS-TOT-PAID.
           PERFORM NOTE-DETAIL-PARAGRAPH.
           MOVE 'Y' TO DT-CHARGE(DT-MAX).
       HOLD-EXPENSE-PARAGRAPH.
           MOVE SPACES TO EXP-HOLD-IN-REC.
           MOVE WS-X-EMP-NO TO EH-EMP-NO.
           MOVE WS-X-EMP-NAME TO EH-EMP-NAME.
           MOVE WS-X-PROJECT TO EH-PROJECT.
           MOVE WS-X-WORK-DATE TO EH-WORK-DATE.
           MOVE WS-X-AMOUNT TO EH-AMOUNT.
           MOVE WS-X-HELD-DATE TO EH-HELD-DATE.
           MOVE EXP-HOLD-IN-REC TO EXP-HOLD-OUT-REC.
           WRITE EXP-HOLD-OUT-REC.
           PERFORM NOTE-DETAIL-PARAGRAPH.
       NOTE-DETAIL-PARAGRAPH.
           IF DT-MAX < 3000
              ADD 1 TO DT-MAX
              MOVE WS-X-PROJECT TO DT-PROJECT(DT-MAX)
              MOVE WS-X-EMP-NAME TO DT-EMP-NAME(DT-MAX)
              MOVE WS-X-WORK-DATE TO DT-WORK-DATE(DT-MAX)
              MOVE WS-X-AMOUNT TO DT-AMOUNT(DT-MAX)
              MOVE WS-X-STATUS TO DT-STATUS(DT-MAX)
              MOVE 'N' TO DT-CHARGE(DT-MAX)
              MOVE 'N' TO DT-PRINTED(DT-MAX)
           ELSE
              DISPLAY "REGISTER DETAIL TABLE FULL - Problem!"
           END-IF.
       WRITE-REIMB-PARAGRAPH.
           PERFORM VARYING RB-SUB FROM 1 BY 1 UNTIL RB-SUB > RB-MAX
              MOVE SPACES TO EXP-REIMB-REC
              MOVE RB-EMP-NO(RB-SUB) TO ER-EMP-NO
              MOVE RB-EMP-NAME(RB-SUB) TO ER-EMP-NAME
              MOVE RB-AMOUNT(RB-SUB) TO ER-AMOUNT
              MOVE RB-LINES(RB-SUB) TO ER-LINES
              MOVE WS-PERIOD-END TO ER-PERIOD-END
              WRITE EXP-REIMB-REC
           END-PERFORM.
      *   the register project by project, with the amount paid
      *   out to charge to each project
       REGISTER-PARAGRAPH.
           COMPUTE RH-FROM-O = WS-LAST-PERIOD-END.
           MOVE WS-PERIOD-END TO RH-TO-O.
           WRITE EXP-RPT-LINE FROM RPT-HDG-LINE-1
              AFTER ADVANCING PAGE.
           WRITE EXP-RPT-LINE FROM RPT-HDG-LINE-2
              AFTER ADVANCING 2.
           PERFORM VARYING DT-SUB FROM 1 BY 1 UNTIL DT-SUB > DT-MAX
              IF DT-PRINTED(DT-SUB) = 'N'
                 MOVE DT-PROJECT(DT-SUB) TO WS-CUR-PROJECT
                 PERFORM PROJECT-SECTION-PARAGRAPH
              END-IF
           END-PERFORM.
           MOVE 'EXPENSES PAID                :' TO RT-LABEL-O.
           MOVE WS-PAID-KTR TO RT-COUNT-O.
           MOVE WS-TOT-PAID TO RT-AMOUNT-O.
           WRITE EXP-RPT-LINE FROM RPT-TOTAL-LINE
              AFTER ADVANCING 3.
           MOVE 'EMPLOYEES REIMBURSED         :' TO RT-LABEL-O.
           MOVE RB-MAX TO RT-COUNT-O.
           MOVE 0 TO RT-AMOUNT-O.
           WRITE EXP-RPT-LINE FROM RPT-TOTAL-LINE
              AFTER ADVANCING 1.
           MOVE 'NEWLY HELD FOR RECEIPT       :' TO RT-LABEL-O.
           MOVE WS-HELD-KTR TO RT-COUNT-O.
           WRITE EXP-RPT-LINE FROM RPT-TOTAL-LINE
              AFTER ADVANCING 1.
           MOVE 'REJECTED                     :' TO RT-LABEL-O.
           MOVE WS-REJECTED-KTR TO RT-COUNT-O.
           WRITE EXP-RPT-LINE FROM RPT-TOTAL-LINE
              AFTER ADVANCING 1.
           MOVE 'ALREADY REIMBURSED - SKIPPED :' TO RT-LABEL-O.
           MOVE WS-PRIOR-KTR TO RT-COUNT-O.
           WRITE EXP-RPT-LINE FROM RPT-TOTAL-LINE
              AFTER ADVANCING 1.
       PROJECT-SECTION-PARAGRAPH.
           MOVE 0 TO WS-PROJ-TOTAL.
           PERFORM VARYING DP-SUB FROM DT-SUB BY 1
              UNTIL DP-SUB > DT-MAX
              IF DT-PROJECT(DP-SUB) = WS-CUR-PROJECT
                 AND DT-PRINTED(DP-SUB) = 'N'
                 MOVE 'Y' TO DT-PRINTED(DP-SUB)
                 MOVE DT-PROJECT(DP-SUB) TO RD-PROJECT-O
                 MOVE DT-EMP-NAME(DP-SUB) TO RD-EMP-NAME-O
                 MOVE DT-WORK-DATE(DP-SUB) TO RD-WORK-DATE-O
                 MOVE DT-AMOUNT(DP-SUB) TO RD-AMOUNT-O
                 MOVE DT-STATUS(DP-SUB) TO RD-STATUS-O
                 WRITE EXP-RPT-LINE FROM RPT-DETAIL-LINE
                    AFTER ADVANCING 1
                 IF DT-CHARGE(DP-SUB) = 'Y'
                    ADD DT-AMOUNT(DP-SUB) TO WS-PROJ-TOTAL
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-CUR-PROJECT TO RP-PROJECT-O.
           MOVE WS-PROJ-TOTAL TO RP-AMOUNT-O.
           WRITE EXP-RPT-LINE FROM RPT-PROJ-TOTAL-LINE
              AFTER ADVANCING 1.
           MOVE SPACES TO EXP-RPT-LINE.
           WRITE EXP-RPT-LINE AFTER ADVANCING 1.
