      *   register's check numbers keep ascending across runs
      *   and PAYRECON can reconcile the bank's paid items
           SELECT OPTIONAL CHECK-CTL-FILE ASSIGN TO CHKCTL.
      *   inserted R.S. - run-by-run payroll history, one record
      *   per employee paid, appended every run; RETROPAY reprices
      *   back-dated rate changes against it
           SELECT OPTIONAL PAY-HIST-FILE ASSIGN TO PAYRHIST.
      *   inserted R.S. - retro earnings from RETROPAY, paid on
      *   this run through the normal gross-to-net path; records
      *   for employees not on this run's EMPFILE carry forward
      *   on RETROERO, which the job swaps into RETROERN
           SELECT OPTIONAL RETRO-IN-FILE ASSIGN TO RETROERN.
           SELECT RETRO-OUT-FILE ASSIGN TO RETROERO.
      *   inserted R.S. - approved expense reimbursement from
      *   EXPREIMB, added to net pay outside gross and withholding;
      *   records for employees not paid this run carry forward on
      *   EXPRMBO, which the job swaps into EXPRMB
           SELECT OPTIONAL REIMB-IN-FILE ASSIGN TO EXPRMB.
           SELECT REIMB-OUT-FILE ASSIGN TO EXPRMBO.
      *   inserted R.S. - final pay queued by HREVENT for a leaver;
      *   the vacation payout joins the last check's gross and the
      *   employee is skipped on every run after it. Records for
      *   leavers not on this run's EMPFILE carry forward on
      *   FINALPYO, which the job swaps into FINALPAY
           SELECT OPTIONAL FINAL-PAY-IN-FILE ASSIGN TO FINALPAY.
           SELECT FINAL-PAY-OUT-FILE ASSIGN TO FINALPYO.
      *   inserted R.S. - employees are matched on the employee
      *   number, assigned once by EMPNOCNV and carried on EMPFILE,
      *   BANKDTLS, DEDMSTR, YTD, RETROERN, EXPRMB and the
      *   register, check register and history written here
       DATA DIVISION.
       FILE SECTION.
       FD  EMPFILE
                15 WS-40-DIFF           PIC 9(2)       VALUE 0.
                15 WS-PART-TIME-SALARY  PIC 9(6)V99    VALUE 0.
      *                                 **************************
      *   inserted R.S. - employee number
          05 WS-EMP-NO                  PIC 9(06).
      *   inserted R.S. - employment status and dates kept by
      *   HREVENT; a terminated employee is paid once more from
      *   FINALPAY and then skipped
          05 WS-EMP-STATUS              PIC X(01).
             88 EMP-TERMINATED                         VALUE 'T'.
          05 WS-HIRE-DATE               PIC 9(08).
          05 WS-TERM-DATE               PIC 9(08).

       FD  PAYREG
           RECORDING MODE IS F
       01 PAYROLL-REGISTER-LINE.
          05 PR-LNAME                   PIC X(20).
          05 FILLER                     PIC X(02)      VALUE SPACES.
      *   changed R.S. - first name column shortened to carry
      *   the employee number
          05 PR-FNAME                   PIC X(14).
          05 FILLER                     PIC X(01)      VALUE SPACES.
          05 PR-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(01)      VALUE SPACES.
          05 PR-EMP-TYPE                PIC X(01).
          05 FILLER                     PIC X(02)      VALUE SPACES.
          05 PR-SALARY                  PIC $ZZZ,ZZ9.99.
          05 BD-FNAME                   PIC X(20).
          05 BD-ROUTING                 PIC 9(9).
          05 BD-ACCOUNT                 PIC X(17).
          05 BD-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(08).

      *   inserted R.S. - fixed-format transmission records:
      *   'D' detail per deposited employee, 'T' trailer with item
      *   through the CHKCTL control record
          05 FILLER                     PIC X(02).
          05 CK-CHECK-NO                PIC 9(6).
      *   inserted R.S. - employee number, for PAYVOID
          05 FILLER                     PIC X(02).
          05 CK-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(09).

       FD  CHECK-CTL-FILE
           RECORDING MODE F.
          05 CC-LAST-CHECK-NO           PIC 9(6).
          05 FILLER                     PIC X(74).

      *   inserted R.S. - payroll history record; gross includes
      *   any retro pay, which is also carried on its own
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
          05 HS-REIMB-AMT               PIC 9(5)V99.
          05 HS-EMP-NO                  PIC 9(06).

      *   inserted R.S. - retro earnings record, one per rate
      *   change repriced by RETROPAY
       FD  RETRO-IN-FILE
           RECORDING MODE F.
       01 RETRO-IN-REC.
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

       FD  RETRO-OUT-FILE
           RECORDING MODE F.
       01 RETRO-OUT-REC                 PIC X(86).

      *   inserted R.S. - approved expense reimbursement, one per
      *   employee per EXPREIMB period; the name is the 15-byte
      *   timesheet name, the employee's last name
      *   changed R.S. - matched on the employee number
       FD  REIMB-IN-FILE
           RECORDING MODE F.
       01 REIMB-IN-REC.
          05 ER-EMP-NAME                PIC X(15).
          05 ER-AMOUNT                  PIC 9(7)V99.
          05 ER-LINES                   PIC 9(3).
          05 ER-PERIOD-END              PIC 9(8).
          05 ER-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(39).

       FD  REIMB-OUT-FILE
           RECORDING MODE F.
       01 REIMB-OUT-REC                 PIC X(80).

      *   inserted R.S. - final pay for a leaver, written by HREVENT
      *   at termination
       FD  FINAL-PAY-IN-FILE
           RECORDING MODE F.
       01 FINAL-PAY-IN-REC.
          05 FP-LNAME                   PIC X(20).
          05 FP-FNAME                   PIC X(20).
          05 FP-EMP-NO                  PIC 9(06).
          05 FP-TERM-DATE               PIC 9(08).
          05 FP-VAC-HOURS               PIC 9(4)V99.
          05 FP-PAY-RATE                PIC 9(5)V99.
          05 FP-PAYOUT                  PIC 9(7)V99.
          05 FP-TERM-REASON             PIC X(02).
          05 FILLER                     PIC X(02).

       FD  FINAL-PAY-OUT-FILE
           RECORDING MODE F.
       01 FINAL-PAY-OUT-REC             PIC X(80).

      *   inserted R.S. - YTD accumulator record, one per
      *   employee per calendar year
       FD  YTD-IN-FILE
          05 DM-TAKEN-TD                PIC 9(7)V99.
          05 DM-MANDATORY               PIC X(1).
          05 DM-ARREARS                 PIC 9(7)V99.
          05 DM-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(13).

       FD  DED-MASTER-OUT
           RECORDING MODE F.
       77 WS-DEPOSIT-TOTAL              PIC 9(11)V99   VALUE 0.
       77 WS-CHECK-KTR                  PIC 9(7)       VALUE 0.
       77 WS-CHECK-NO                   PIC 9(6)       VALUE 0.
      *   inserted R.S. - retro earnings table and payroll history
      *   work fields
       77 WS-RETRO-EOF-SW               PIC X(1)       VALUE SPACE.
       88 RETRO-EOF                                    VALUE 'Y'.
       77 RT-SUB                        PIC 9(4) COMP  VALUE 0.
       77 RT-MAX                        PIC 9(4) COMP  VALUE 0.
       77 WS-RETRO-PAY                  PIC 9(7)V99    VALUE 0.
       77 WS-RETRO-PERIODS              PIC 9(3)       VALUE 0.
       77 WS-TOT-RETRO                  PIC 9(9)V99    VALUE 0.
       77 WS-RETRO-PAID-KTR             PIC 9(5)       VALUE 0.
       77 WS-RETRO-CARRY-KTR            PIC 9(5)       VALUE 0.
       77 WS-RUN-DATE                   PIC 9(8)       VALUE 0.
       01 RETRO-TABLE.
          05 RT-ENTRY OCCURS 500 TIMES.
             10 RT-TBL-REC              PIC X(86).
             10 RT-TBL-PAID             PIC X(1).
      *   inserted R.S. - expense reimbursement table
       77 WS-REIMB-EOF-SW               PIC X(1)       VALUE SPACE.
       88 REIMB-EOF                                    VALUE 'Y'.
       77 RB-SUB                        PIC 9(4) COMP  VALUE 0.
       77 RB-MAX                        PIC 9(4) COMP  VALUE 0.
       77 WS-REIMB-PAY                  PIC 9(7)V99    VALUE 0.
       77 WS-REIMB-LINES                PIC 9(3)       VALUE 0.
       77 WS-TOT-REIMB                  PIC 9(9)V99    VALUE 0.
       77 WS-REIMB-PAID-KTR             PIC 9(5)       VALUE 0.
       77 WS-REIMB-CARRY-KTR            PIC 9(5)       VALUE 0.
       01 REIMB-TABLE.
          05 RB-ENTRY OCCURS 500 TIMES.
             10 RB-TBL-REC              PIC X(80).
             10 RB-TBL-PAID             PIC X(1).
       01 REIMB-DETAIL-LINE.
          05 FILLER                     PIC X(10)      VALUE
                '  REIMB   '.
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 RBL-AMOUNT                 PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(11)      VALUE
                '  EXPENSES '.
          05 RBL-LINES                  PIC ZZ9.
          05 FILLER                     PIC X(15)      VALUE
                '  NON-TAXABLE  '.
          05 FILLER                     PIC X(77)      VALUE SPACES.
      *   inserted R.S. - final pay table for leavers
       77 WS-FINAL-EOF-SW               PIC X(1)       VALUE SPACE.
       88 FINAL-EOF                                    VALUE 'Y'.
       77 FP-SUB                        PIC 9(4) COMP  VALUE 0.
       77 FP-MAX                        PIC 9(4) COMP  VALUE 0.
       77 WS-FINAL-PAY-SW               PIC X(1)       VALUE 'N'.
       88 FINAL-PAY-DUE                                VALUE 'Y'.
       77 WS-FINAL-PAYOUT               PIC 9(7)V99    VALUE 0.
       77 WS-FINAL-HOURS                PIC 9(4)V99    VALUE 0.
       77 WS-TOT-FINAL                  PIC 9(9)V99    VALUE 0.
       77 WS-FINAL-PAID-KTR             PIC 9(5)       VALUE 0.
       77 WS-FINAL-CARRY-KTR            PIC 9(5)       VALUE 0.
       77 WS-TERM-SKIP-KTR              PIC 9(5)       VALUE 0.
       01 FINAL-PAY-TABLE.
          05 FP-ENTRY OCCURS 500 TIMES.
             10 FP-TBL-REC              PIC X(80).
             10 FP-TBL-PAID             PIC X(1).
       01 LEAVE-DETAIL-LINE.
          05 FILLER                     PIC X(10)      VALUE
                '  LEAVE   '.
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 LDL-AMOUNT                 PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(11)      VALUE
                '  VAC HRS  '.
          05 LDL-HOURS                  PIC ZZZ9.99.
          05 FILLER                     PIC X(13)      VALUE
                '  FINAL PAY  '.
          05 FILLER                     PIC X(75)      VALUE SPACES.
       01 RETRO-DETAIL-LINE.
          05 FILLER                     PIC X(10)      VALUE
                '  RETRO   '.
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 RDL-AMOUNT                 PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(11)      VALUE
                '  PERIODS  '.
          05 RDL-PERIODS                PIC ZZ9.
          05 FILLER                     PIC X(92)      VALUE SPACES.
      *   inserted R.S. - CALCSUB calling parameters (shared
      *   calculation engine for the percentage math below)
       COPY CALCL.
       COPY AUDITL.
      *   inserted R.S. - standard integrity trailer for BANKFILE
       COPY TRAILL.
      *   inserted R.S. - general ledger activity hand-over to
      *   GLFEEDW; the control record carries the sum of the
      *   activity handed over
       77 WS-GL-CONTROL-AMT             PIC S9(11)V99  VALUE 0 COMP-3.
       77 WS-GL-CONTROL-CNT             PIC 9(7)       VALUE 0.
       COPY GLFEEDL.
       01 BANK-DETAILS-TABLE.
          05 BD-ENTRY OCCURS 500 TIMES.
             10 BD-TBL-LNAME            PIC X(20).
             10 BD-TBL-FNAME            PIC X(20).
             10 BD-TBL-ROUTING          PIC 9(9).
             10 BD-TBL-ACCOUNT          PIC X(17).
             10 BD-TBL-EMP-NO           PIC 9(06).
      *   inserted R.S. - YTD accumulator work fields and table
       01 WS-YTD-REC.
          05 YT-LNAME                   PIC X(20).
          05 YT-STATE                   PIC 9(9)V99.
          05 YT-FICA                    PIC 9(9)V99.
          05 YT-NET                     PIC 9(9)V99.
          05 YT-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(15)      VALUE SPACES.
       77 WS-YTD-EOF-SW                 PIC X(1)       VALUE SPACE.
       88 YTD-EOF                                      VALUE 'Y'.
       77 YT-SUB                        PIC 9(4) COMP  VALUE 0.
          05 YT-ENTRY OCCURS 500 TIMES.
             10 YT-TBL-LNAME            PIC X(20).
             10 YT-TBL-FNAME            PIC X(20).
             10 YT-TBL-EMP-NO           PIC 9(06).
             10 YT-TBL-GROSS            PIC 9(9)V99.
             10 YT-TBL-FED              PIC 9(9)V99.
             10 YT-TBL-STATE            PIC 9(9)V99.
       88 DED-EOF                                      VALUE 'Y'.
       77 DM-SUB                        PIC 9(4) COMP  VALUE 0.
       77 DM-MAX                        PIC 9(4) COMP  VALUE 0.
       77 WS-DED-PRIORITY               PIC 9(3)       VALUE 0.
       77 WS-PROTECTED-MIN-NET          PIC 9(5)V99    VALUE 0.
       77 WS-DED-DUE                    PIC 9(7)V99    VALUE 0.
       77 WS-DED-TAKE                   PIC 9(7)V99    VALUE 0.
          05 DM-ENTRY OCCURS 500 TIMES.
             10 DM-TBL-LNAME            PIC X(20).
             10 DM-TBL-FNAME            PIC X(20).
             10 DM-TBL-EMP-NO           PIC 9(06).
             10 DM-TBL-CODE             PIC X(3).
             10 DM-TBL-METHOD           PIC X(1).
             10 DM-TBL-RATE-AMT         PIC 9(5)V99.
                'EMPLOYER FICA MATCH LIABILITY:   '.
          05 TL-EMPLOYER-FICA           PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(56)      VALUE SPACES.
       01 TOTALS-LINE-3.
          05 FILLER                     PIC X(33)      VALUE
                '  RETRO PAY INCLUDED IN GROSS:   '.
          05 TL-RETRO                   PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(56)      VALUE SPACES.
       01 TOTALS-LINE-4.
          05 FILLER                     PIC X(33)      VALUE
                '  REIMBURSEMENT INCLUDED IN NET: '.
          05 TL-REIMB                   PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(56)      VALUE SPACES.
       01 TOTALS-LINE-5.
          05 FILLER                     PIC X(33)      VALUE
                '  LEAVE PAYOUT INCLUDED IN GROSS:'.
          05 TL-FINAL                   PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(56)      VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM HOUSEKEEPING-PARAGRAPH.
           PERFORM MAIN-PROCESS-PARAGRAPH UNTIL EMPFILE-EOF.
      *   inserted R.S. - payroll activity to the general ledger
           PERFORM GL-ACTIVITY-PARAGRAPH.
           PERFORM CLOSE-FILES-PARAGRAPH.
      *   inserted R.S. - one standard audit record for OPSRPT
           MOVE 'PAYROL0B' TO AUD-PROGRAM-ID.
           PERFORM LOAD-YTD-PARAGRAPH.
           PERFORM LOAD-DEDUCTIONS-PARAGRAPH.
           PERFORM LOAD-CHECK-CONTROL-PARAGRAPH.
           PERFORM LOAD-RETRO-PARAGRAPH.
           PERFORM LOAD-REIMB-PARAGRAPH.
           PERFORM LOAD-FINAL-PAY-PARAGRAPH.
      * Priming Read
           PERFORM READ-EMPLOYEE-PARAGRAPH.
       MAIN-PROCESS-PARAGRAPH.
      *   inserted R.S. - a leaver is paid only while a final pay
      *   record is outstanding; a pending final pay is still paid
      *   if the employee has since been rehired
           PERFORM FIND-FINAL-PAY-PARAGRAPH.
           IF EMP-TERMINATED
              AND NOT FINAL-PAY-DUE
              ADD 1 TO WS-TERM-SKIP-KTR
              PERFORM READ-EMPLOYEE-PARAGRAPH
              EXIT PARAGRAPH
           END-IF.
           PERFORM CONDITIONAL-SELECTION.
           PERFORM COMPUTE-WITHHOLDING-PARA.
           PERFORM APPLY-DEDUCTIONS-PARA.
           PERFORM UPDATE-YTD-PARAGRAPH.
      *   inserted R.S. - reimbursement after YTD and deductions so
      *   it is neither earnings nor available to a deduction
           PERFORM APPLY-REIMB-PARAGRAPH.
           PERFORM DISPLAY-DATA-PARAGRAPH.
           PERFORM WRITE-PAYREG-PARAGRAPH.
           PERFORM WRITE-PAYMENT-PARAGRAPH.
           PERFORM WRITE-HISTORY-PARAGRAPH.
           PERFORM READ-EMPLOYEE-PARAGRAPH.
       OPEN-FILES-PARAGRAPH.
           OPEN INPUT EMPFILE.
           OPEN OUTPUT PAYREG.
           OPEN OUTPUT BANK-OUT-FILE.
           OPEN OUTPUT CHECK-REGISTER.
      *   inserted R.S. - payroll history is appended each run
           OPEN EXTEND PAY-HIST-FILE.
      *   inserted R.S. - load compensation-committee rate parameters
       LOAD-RATES-PARAGRAPH.
           OPEN INPUT RATE-PARM-FILE.
       WRITE-PAYREG-PARAGRAPH.
           MOVE WS-LNAME    TO PR-LNAME.
           MOVE WS-FNAME    TO PR-FNAME.
           MOVE WS-EMP-NO   TO PR-EMP-NO.
           MOVE WS-EMP-TYPE TO PR-EMP-TYPE.
           MOVE WS-GROSS-PAY TO PR-SALARY.
      *   inserted R.S. - withholding breakdown and net pay
           MOVE YT-TBL-GROSS(YT-SUB) TO PR-YTD-GROSS.
           MOVE YT-TBL-NET(YT-SUB) TO PR-YTD-NET.
           WRITE PAYROLL-REGISTER-LINE.
      *   inserted R.S. - retro pay included in the gross above
           IF WS-RETRO-PAY > 0
              MOVE WS-RETRO-PAY TO RDL-AMOUNT
              MOVE WS-RETRO-PERIODS TO RDL-PERIODS
              WRITE PAYROLL-REGISTER-LINE FROM RETRO-DETAIL-LINE
           END-IF.
      *   inserted R.S. - leave payout included in the gross above
           IF FINAL-PAY-DUE
              MOVE WS-FINAL-PAYOUT TO LDL-AMOUNT
              MOVE WS-FINAL-HOURS TO LDL-HOURS
              WRITE PAYROLL-REGISTER-LINE FROM LEAVE-DETAIL-LINE
           END-IF.
      *   inserted R.S. - expense reimbursement included in the net
           IF WS-REIMB-PAY > 0
              MOVE WS-REIMB-PAY TO RBL-AMOUNT
              MOVE WS-REIMB-LINES TO RBL-LINES
              WRITE PAYROLL-REGISTER-LINE FROM REIMB-DETAIL-LINE
           END-IF.
      *   inserted R.S. - this employee's deduction detail follows
      *   the employee line it belongs to
           PERFORM VARYING DL-SUB FROM 1 BY 1 UNTIL DL-SUB > DL-KTR
           ELSE
              MOVE WS-PART-TIME-SALARY TO WS-GROSS-PAY
           END-IF.
      *   inserted R.S. - retro pay joins gross ahead of every
      *   withholding, so it is taxed and rolled into YTD through
      *   the normal path
           PERFORM FIND-RETRO-PARAGRAPH.
           ADD WS-RETRO-PAY TO WS-GROSS-PAY.
      *   inserted R.S. - a leaver's vacation payout is earnings
      *   too and follows retro pay into gross
           ADD WS-FINAL-PAYOUT TO WS-GROSS-PAY.

      *   marginal federal tax across the ascending brackets
           MOVE 0 TO WS-FED-TAX.
           WRITE PAYROLL-REGISTER-LINE FROM TOTALS-LINE-1.
           MOVE WS-TOT-FICA TO TL-EMPLOYER-FICA.
           WRITE PAYROLL-REGISTER-LINE FROM TOTALS-LINE-2.
      *   inserted R.S. - retro pay included in the gross total
           MOVE WS-TOT-RETRO TO TL-RETRO.
           WRITE PAYROLL-REGISTER-LINE FROM TOTALS-LINE-3.
      *   inserted R.S. - expense reimbursement in the net total
           MOVE WS-TOT-REIMB TO TL-REIMB.
           WRITE PAYROLL-REGISTER-LINE FROM TOTALS-LINE-4.
      *   inserted R.S. - leavers' vacation payout in the gross total
           MOVE WS-TOT-FINAL TO TL-FINAL.
           WRITE PAYROLL-REGISTER-LINE FROM TOTALS-LINE-5.
      *   inserted R.S. - load the per-employee bank details
       LOAD-BANK-DETAILS-PARAGRAPH.
           OPEN INPUT BANK-DETAILS-FILE.
              MOVE BD-FNAME TO BD-TBL-FNAME(BD-MAX)
              MOVE BD-ROUTING TO BD-TBL-ROUTING(BD-MAX)
              MOVE BD-ACCOUNT TO BD-TBL-ACCOUNT(BD-MAX)
              MOVE BD-EMP-NO TO BD-TBL-EMP-NO(BD-MAX)
              READ BANK-DETAILS-FILE
                 AT END
                    MOVE 'Y' TO WS-BANK-EOF-SW
                 ADD 1 TO YT-MAX
                 MOVE YT-LNAME TO YT-TBL-LNAME(YT-MAX)
                 MOVE YT-FNAME TO YT-TBL-FNAME(YT-MAX)
                 MOVE YT-EMP-NO TO YT-TBL-EMP-NO(YT-MAX)
                 MOVE YT-GROSS TO YT-TBL-GROSS(YT-MAX)
                 MOVE YT-FED TO YT-TBL-FED(YT-MAX)
                 MOVE YT-STATE TO YT-TBL-STATE(YT-MAX)
       FIND-YTD-PARAGRAPH.
           MOVE 'N' TO SW-YT-FOUND.
           PERFORM VARYING YT-SUB FROM 1 BY 1 UNTIL YT-SUB > YT-MAX
              IF YT-TBL-EMP-NO(YT-SUB) = WS-EMP-NO
                 MOVE 'Y' TO SW-YT-FOUND
                 EXIT PERFORM
              END-IF
                 MOVE YT-MAX TO YT-SUB
                 MOVE WS-LNAME TO YT-TBL-LNAME(YT-SUB)
                 MOVE WS-FNAME TO YT-TBL-FNAME(YT-SUB)
                 MOVE WS-EMP-NO TO YT-TBL-EMP-NO(YT-SUB)
                 MOVE 0 TO YT-TBL-GROSS(YT-SUB)
                 MOVE 0 TO YT-TBL-FED(YT-SUB)
                 MOVE 0 TO YT-TBL-STATE(YT-SUB)
              MOVE SPACES TO WS-YTD-REC
              MOVE YT-TBL-LNAME(YT-SUB) TO YT-LNAME
              MOVE YT-TBL-FNAME(YT-SUB) TO YT-FNAME
              MOVE YT-TBL-EMP-NO(YT-SUB) TO YT-EMP-NO
              MOVE WS-CURRENT-YEAR TO YT-YEAR
              MOVE YT-TBL-GROSS(YT-SUB) TO YT-GROSS
              MOVE YT-TBL-FED(YT-SUB) TO YT-FED
              ADD 1 TO DM-MAX
              MOVE DM-LNAME TO DM-TBL-LNAME(DM-MAX)
              MOVE DM-FNAME TO DM-TBL-FNAME(DM-MAX)
              MOVE DM-EMP-NO TO DM-TBL-EMP-NO(DM-MAX)
              MOVE DM-DED-CODE TO DM-TBL-CODE(DM-MAX)
              MOVE DM-METHOD TO DM-TBL-METHOD(DM-MAX)
              MOVE DM-RATE-AMT TO DM-TBL-RATE-AMT(DM-MAX)
              UNTIL WS-DED-PRIORITY > 99
              PERFORM VARYING DM-SUB FROM 1 BY 1
                 UNTIL DM-SUB > DM-MAX
                 IF DM-TBL-EMP-NO(DM-SUB) = WS-EMP-NO
                    AND DM-TBL-PRIORITY(DM-SUB) = WS-DED-PRIORITY
                    PERFORM APPLY-ONE-DEDUCTION-PARA
                 END-IF
              MOVE SPACES TO DED-MASTER-REC
              MOVE DM-TBL-LNAME(DM-SUB) TO DM-LNAME
              MOVE DM-TBL-FNAME(DM-SUB) TO DM-FNAME
              MOVE DM-TBL-EMP-NO(DM-SUB) TO DM-EMP-NO
              MOVE DM-TBL-CODE(DM-SUB) TO DM-DED-CODE
              MOVE DM-TBL-METHOD(DM-SUB) TO DM-METHOD
              MOVE DM-TBL-RATE-AMT(DM-SUB) TO DM-RATE-AMT
       WRITE-PAYMENT-PARAGRAPH.
           MOVE 'N' TO SW-BD-FOUND.
           PERFORM VARYING BD-SUB FROM 1 BY 1 UNTIL BD-SUB > BD-MAX
              IF BD-TBL-EMP-NO(BD-SUB) = WS-EMP-NO
                 MOVE 'Y' TO SW-BD-FOUND
                 EXIT PERFORM
              END-IF
              MOVE SPACES TO CHECK-REGISTER-LINE
              MOVE WS-LNAME TO CK-LNAME
              MOVE WS-FNAME TO CK-FNAME
              MOVE WS-EMP-NO TO CK-EMP-NO
              MOVE WS-NET-PAY TO CK-NET-PAY
              ADD 1 TO WS-CHECK-NO
              MOVE WS-CHECK-NO TO CK-CHECK-NO
           WRITE BANK-OUT-REC.
           DISPLAY "DEPOSITS: " WS-DEPOSIT-KTR
                   " CHECKS: " WS-CHECK-KTR.
      *   inserted R.S. - hand the run's payroll to the general
      *   ledger interface: gross pay, each withholding, each
      *   deduction code's remittance and net pay (gross debits,
      *   the rest credit), closed by the run's control total
       GL-ACTIVITY-PARAGRAPH.
           MOVE 'PAYROL0B' TO GLF-SOURCE-SYSTEM.
           COMPUTE GLF-ITEM-COUNT = WS-DEPOSIT-KTR + WS-CHECK-KTR.
           MOVE 'GROSS' TO GLF-TRANS-TYPE.
           MOVE WS-TOT-GROSS TO GLF-AMOUNT.
           PERFORM GL-HANDOVER-PARAGRAPH.
           MOVE 'FEDWH' TO GLF-TRANS-TYPE.
           MOVE WS-TOT-FED TO GLF-AMOUNT.
           PERFORM GL-HANDOVER-PARAGRAPH.
           MOVE 'STATWH' TO GLF-TRANS-TYPE.
           MOVE WS-TOT-STATE TO GLF-AMOUNT.
           PERFORM GL-HANDOVER-PARAGRAPH.
           MOVE 'FICAWH' TO GLF-TRANS-TYPE.
           MOVE WS-TOT-FICA TO GLF-AMOUNT.
           PERFORM GL-HANDOVER-PARAGRAPH.
           PERFORM VARYING RM-SUB FROM 1 BY 1 UNTIL RM-SUB > RM-MAX
              MOVE SPACES TO GLF-TRANS-TYPE
              STRING 'DED' RM-TBL-CODE(RM-SUB)
                 DELIMITED BY SIZE INTO GLF-TRANS-TYPE
              MOVE RM-TBL-AMOUNT(RM-SUB) TO GLF-AMOUNT
              PERFORM GL-HANDOVER-PARAGRAPH
           END-PERFORM.
      *   inserted R.S. - reimbursement paid inside net pay is
      *   expense, not wages
           MOVE 'EXPRMB' TO GLF-TRANS-TYPE.
           MOVE WS-TOT-REIMB TO GLF-AMOUNT.
           PERFORM GL-HANDOVER-PARAGRAPH.
           MOVE 'NETPAY' TO GLF-TRANS-TYPE.
           MOVE WS-TOT-NET TO GLF-AMOUNT.
           PERFORM GL-HANDOVER-PARAGRAPH.
           MOVE 'C' TO GLF-ENTRY-TYPE.
           MOVE 'CONTRL' TO GLF-TRANS-TYPE.
           MOVE WS-GL-CONTROL-AMT TO GLF-AMOUNT.
           MOVE WS-GL-CONTROL-CNT TO GLF-ITEM-COUNT.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
      *   inserted R.S. - load RETROPAY's retro earnings
       LOAD-RETRO-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT RETRO-IN-FILE.
           READ RETRO-IN-FILE
              AT END
                 MOVE 'Y' TO WS-RETRO-EOF-SW
           END-READ.
           PERFORM UNTIL RETRO-EOF OR RT-MAX = 500
              ADD 1 TO RT-MAX
              MOVE RETRO-IN-REC TO RT-TBL-REC(RT-MAX)
              MOVE 'N' TO RT-TBL-PAID(RT-MAX)
              READ RETRO-IN-FILE
                 AT END
                    MOVE 'Y' TO WS-RETRO-EOF-SW
              END-READ
           END-PERFORM.
           CLOSE RETRO-IN-FILE.
           DISPLAY "RETRO EARNINGS: " RT-MAX.
      *   inserted R.S. - total the employee's retro records and
      *   mark them paid
       FIND-RETRO-PARAGRAPH.
           MOVE 0 TO WS-RETRO-PAY.
           MOVE 0 TO WS-RETRO-PERIODS.
           PERFORM VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-MAX
              MOVE RT-TBL-REC(RT-SUB) TO RETRO-IN-REC
              IF RE-EMP-NO = WS-EMP-NO
                 AND RT-TBL-PAID(RT-SUB) = 'N'
                 MOVE 'Y' TO RT-TBL-PAID(RT-SUB)
                 ADD RE-AMOUNT TO WS-RETRO-PAY
                 ADD RE-PERIODS TO WS-RETRO-PERIODS
                 ADD 1 TO WS-RETRO-PAID-KTR
              END-IF
           END-PERFORM.
           ADD WS-RETRO-PAY TO WS-TOT-RETRO.
      *   inserted R.S. - retro records not paid this run are
      *   carried forward to the next
       SAVE-RETRO-PARAGRAPH.
           OPEN OUTPUT RETRO-OUT-FILE.
           PERFORM VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-MAX
              IF RT-TBL-PAID(RT-SUB) = 'N'
                 MOVE RT-TBL-REC(RT-SUB) TO RETRO-OUT-REC
                 WRITE RETRO-OUT-REC
                 ADD 1 TO WS-RETRO-CARRY-KTR
              END-IF
           END-PERFORM.
           CLOSE RETRO-OUT-FILE.
           DISPLAY "RETRO PAID: " WS-RETRO-PAID-KTR
                   " CARRIED FORWARD: " WS-RETRO-CARRY-KTR.
      *   inserted R.S. - one payroll history record per employee
      *   paid on this run
       WRITE-HISTORY-PARAGRAPH.
           MOVE SPACES TO PAY-HIST-REC.
           MOVE WS-RUN-DATE TO HS-RUN-DATE.
           MOVE WS-LNAME TO HS-LNAME.
           MOVE WS-FNAME TO HS-FNAME.
           MOVE WS-EMP-NO TO HS-EMP-NO.
           MOVE WS-EMP-TYPE TO HS-EMP-TYPE.
           MOVE WS-STATE TO HS-STATE-CODE.
           IF FULL-TIME
              MOVE 0 TO HS-HOURS
              MOVE 0 TO HS-RATE
           ELSE
              MOVE WS-HOURS-WORKED TO HS-HOURS
              MOVE WS-RATE TO HS-RATE
           END-IF.
           MOVE WS-GROSS-PAY TO HS-GROSS.
           MOVE WS-RETRO-PAY TO HS-RETRO-AMT.
           MOVE WS-FED-TAX TO HS-FED.
           MOVE WS-STATE-TAX TO HS-STATE.
           MOVE WS-FICA-TAX TO HS-FICA.
           MOVE WS-NET-PAY TO HS-NET.
           MOVE WS-REIMB-PAY TO HS-REIMB-AMT.
           WRITE PAY-HIST-REC.
      *   inserted R.S. - load EXPREIMB's approved reimbursements
       LOAD-REIMB-PARAGRAPH.
           OPEN INPUT REIMB-IN-FILE.
           READ REIMB-IN-FILE
              AT END
                 MOVE 'Y' TO WS-REIMB-EOF-SW
           END-READ.
           PERFORM UNTIL REIMB-EOF OR RB-MAX = 500
              ADD 1 TO RB-MAX
              MOVE REIMB-IN-REC TO RB-TBL-REC(RB-MAX)
              MOVE 'N' TO RB-TBL-PAID(RB-MAX)
              READ REIMB-IN-FILE
                 AT END
                    MOVE 'Y' TO WS-REIMB-EOF-SW
              END-READ
           END-PERFORM.
           CLOSE REIMB-IN-FILE.
           DISPLAY "EXPENSE REIMBURSEMENTS: " RB-MAX.
      *   inserted R.S. - add the employee's reimbursement to net
      *   pay, so it goes out on the same deposit or check
       APPLY-REIMB-PARAGRAPH.
           MOVE 0 TO WS-REIMB-PAY.
           MOVE 0 TO WS-REIMB-LINES.
           PERFORM VARYING RB-SUB FROM 1 BY 1 UNTIL RB-SUB > RB-MAX
              MOVE RB-TBL-REC(RB-SUB) TO REIMB-IN-REC
              IF ER-EMP-NO = WS-EMP-NO
                 AND RB-TBL-PAID(RB-SUB) = 'N'
                 MOVE 'Y' TO RB-TBL-PAID(RB-SUB)
                 ADD ER-AMOUNT TO WS-REIMB-PAY
                 ADD ER-LINES TO WS-REIMB-LINES
                 ADD 1 TO WS-REIMB-PAID-KTR
              END-IF
           END-PERFORM.
           ADD WS-REIMB-PAY TO WS-NET-PAY.
           ADD WS-REIMB-PAY TO WS-TOT-NET.
           ADD WS-REIMB-PAY TO WS-TOT-REIMB.
      *   inserted R.S. - reimbursements not paid this run are
      *   carried forward to the next
       SAVE-REIMB-PARAGRAPH.
           OPEN OUTPUT REIMB-OUT-FILE.
           PERFORM VARYING RB-SUB FROM 1 BY 1 UNTIL RB-SUB > RB-MAX
              IF RB-TBL-PAID(RB-SUB) = 'N'
                 MOVE RB-TBL-REC(RB-SUB) TO REIMB-OUT-REC
                 WRITE REIMB-OUT-REC
                 ADD 1 TO WS-REIMB-CARRY-KTR
              END-IF
           END-PERFORM.
           CLOSE REIMB-OUT-FILE.
           DISPLAY "REIMBURSEMENTS PAID: " WS-REIMB-PAID-KTR
                   " CARRIED FORWARD: " WS-REIMB-CARRY-KTR.
      *   inserted R.S. - load HREVENT's final pay records
       LOAD-FINAL-PAY-PARAGRAPH.
           OPEN INPUT FINAL-PAY-IN-FILE.
           READ FINAL-PAY-IN-FILE
              AT END
                 MOVE 'Y' TO WS-FINAL-EOF-SW
           END-READ.
           PERFORM UNTIL FINAL-EOF OR FP-MAX = 500
              ADD 1 TO FP-MAX
              MOVE FINAL-PAY-IN-REC TO FP-TBL-REC(FP-MAX)
              MOVE 'N' TO FP-TBL-PAID(FP-MAX)
              READ FINAL-PAY-IN-FILE
                 AT END
                    MOVE 'Y' TO WS-FINAL-EOF-SW
              END-READ
           END-PERFORM.
           CLOSE FINAL-PAY-IN-FILE.
           DISPLAY "FINAL PAY RECORDS: " FP-MAX.
      *   inserted R.S. - total the employee's final pay records
      *   and mark them paid
       FIND-FINAL-PAY-PARAGRAPH.
           MOVE 'N' TO WS-FINAL-PAY-SW.
           MOVE 0 TO WS-FINAL-PAYOUT.
           MOVE 0 TO WS-FINAL-HOURS.
           PERFORM VARYING FP-SUB FROM 1 BY 1 UNTIL FP-SUB > FP-MAX
              MOVE FP-TBL-REC(FP-SUB) TO FINAL-PAY-IN-REC
              IF FP-EMP-NO = WS-EMP-NO
                 AND FP-TBL-PAID(FP-SUB) = 'N'
                 MOVE 'Y' TO FP-TBL-PAID(FP-SUB)
                 MOVE 'Y' TO WS-FINAL-PAY-SW
                 ADD FP-PAYOUT TO WS-FINAL-PAYOUT
                 ADD FP-VAC-HOURS TO WS-FINAL-HOURS
                 ADD 1 TO WS-FINAL-PAID-KTR
              END-IF
           END-PERFORM.
           ADD WS-FINAL-PAYOUT TO WS-TOT-FINAL.
      *   inserted R.S. - final pay not paid this run is carried
      *   forward to the next
       SAVE-FINAL-PAY-PARAGRAPH.
           OPEN OUTPUT FINAL-PAY-OUT-FILE.
           PERFORM VARYING FP-SUB FROM 1 BY 1 UNTIL FP-SUB > FP-MAX
              IF FP-TBL-PAID(FP-SUB) = 'N'
                 MOVE FP-TBL-REC(FP-SUB) TO FINAL-PAY-OUT-REC
                 WRITE FINAL-PAY-OUT-REC
                 ADD 1 TO WS-FINAL-CARRY-KTR
              END-IF
           END-PERFORM.
           CLOSE FINAL-PAY-OUT-FILE.
           DISPLAY "FINAL PAY PAID: " WS-FINAL-PAID-KTR
                   " CARRIED FORWARD: " WS-FINAL-CARRY-KTR
                   " LEAVERS SKIPPED: " WS-TERM-SKIP-KTR.
       GL-HANDOVER-PARAGRAPH.
           MOVE 'A' TO GLF-ENTRY-TYPE.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
           ADD GLF-AMOUNT TO WS-GL-CONTROL-AMT.
           ADD GLF-ITEM-COUNT TO WS-GL-CONTROL-CNT.
       CLOSE-FILES-PARAGRAPH.
           PERFORM WRITE-TOTALS-PARAGRAPH.
           PERFORM WRITE-BANK-TRAILER-PARAGRAPH.
           PERFORM SAVE-DEDUCTIONS-PARAGRAPH.
           PERFORM SAVE-YTD-PARAGRAPH.
           PERFORM SAVE-CHECK-CONTROL-PARAGRAPH.
           PERFORM SAVE-RETRO-PARAGRAPH.
           PERFORM SAVE-REIMB-PARAGRAPH.
           PERFORM SAVE-FINAL-PAY-PARAGRAPH.
           CLOSE EMPFILE, PAYREG, BANK-OUT-FILE, CHECK-REGISTER.
           CLOSE PAY-HIST-FILE.
