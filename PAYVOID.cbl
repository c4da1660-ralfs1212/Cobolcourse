      *   PAYROL0B check register and bank file. When the run paid
      *   someone wrongly there was no clean correction path; now:
      *
      *   - void transactions (VOIDTRAN, keyed by employee number)
      *     are matched first to the printed check register
      *     (CHKREG), then to the BANKFILE direct-deposit detail
      *     records
      *     the original run's control totals
      *
      *   Inital Version   2026/09/02
      *   Voided checks written to CHKVOIDS for positive pay 2026/10/15
      *   Matched on employee number, not name              2026/10/15
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *   keeps, so replacement checks continue the one series
      *   and PAYRECON can reconcile them by number
           SELECT OPTIONAL CHECK-CTL-FILE ASSIGN TO CHKCTL.
      *   inserted R.S. - one record per voided check, so the
      *   positive-pay run (POSPAY) can tell the bank to stop it
           SELECT VOID-CHECK-FILE ASSIGN TO CHKVOIDS.
       DATA DIVISION.
       FILE SECTION.
      *   void transactions: employee plus the corrected net
          05 VT-LNAME                   PIC X(20).
          05 VT-FNAME                   PIC X(20).
          05 VT-CORRECT-NET             PIC 9(7)V99.
          05 VT-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(25).

      *   same check-register line layout PAYROL0B writes
       FD  CHECK-REGISTER
          05 CK-NET-PAY                 PIC X(11).
          05 FILLER                     PIC X(02).
          05 CK-CHECK-NO                PIC X(6).
          05 FILLER                     PIC X(02).
          05 CK-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(09).

      *   same transmission layout PAYROL0B writes; it carries no
      *   employee number, so deposits are tied to the employee
      *   through the routing and account on BANKDTLS
       FD  BANK-IN-FILE
           RECORDING MODE F.
       01 BANK-IN-REC.
          05 BD-FNAME                   PIC X(20).
          05 BD-ROUTING                 PIC 9(9).
          05 BD-ACCOUNT                 PIC X(17).
          05 BD-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(08).

      *   bank recall interface - one record per voided deposit
       FD  RECALL-FILE
          05 C2-NET-PAY                 PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(02).
          05 C2-CHECK-NO                PIC 9(6).
          05 FILLER                     PIC X(02).
          05 C2-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(09).

       FD  CHECK-CTL-FILE
           RECORDING MODE F.
          05 CC-LAST-CHECK-NO           PIC 9(6).
          05 FILLER                     PIC X(74).

      *   inserted R.S. - voided check: the original check
      *   number, payee and amount, and the date of the void
       FD  VOID-CHECK-FILE
           RECORDING MODE F.
       01 VOID-CHECK-REC.
          05 CV-CHECK-NO                PIC X(6).
          05 CV-LNAME                   PIC X(20).
          05 CV-FNAME                   PIC X(20).
          05 CV-AMOUNT                  PIC 9(7)V99.
          05 CV-VOID-DATE               PIC 9(8).
          05 FILLER                     PIC X(17).

       FD  VOID-REPORT
           RECORDING MODE F.
       01 VOID-RPT-LINE                 PIC X(132).
          05 PI-ENTRY OCCURS 1000 TIMES.
             10 PI-LNAME                PIC X(20).
             10 PI-FNAME                PIC X(20).
             10 PI-EMP-NO               PIC 9(06).
             10 PI-KIND                 PIC X(1).
                88 PI-CHECK                            VALUE 'C'.
                88 PI-DEPOSIT                          VALUE 'D'.
             10 PI-ROUTING              PIC 9(9).
             10 PI-ACCOUNT              PIC X(17).
             10 PI-AMOUNT               PIC 9(7)V99.
             10 PI-CHECK-NO             PIC X(6).

      *   bank details for the replacement payment split
       77 BD-SUB                        PIC 9(4) COMP  VALUE 0.
             10 BD-TBL-FNAME            PIC X(20).
             10 BD-TBL-ROUTING          PIC 9(9).
             10 BD-TBL-ACCOUNT          PIC X(17).
             10 BD-TBL-EMP-NO           PIC 9(06).

       77 WS-VOID-KTR                   PIC 9(5)       VALUE 0.
       77 WS-RECALL-KTR                 PIC 9(5)       VALUE 0.
       77 WS-REISSUE-DEP-TOT            PIC 9(11)V99   VALUE 0.
       77 WS-NET-ADJUST                 PIC S9(9)V99   VALUE 0.
       77 WS-CHECK-NO                   PIC 9(6)       VALUE 0.
       77 WS-VOID-CHECK-KTR             PIC 9(5)       VALUE 0.
       77 WS-CURRENT-DATE               PIC 9(8)       VALUE 0.

       01 VOID-HDG-LINE.
          05 FILLER                     PIC X(40)      VALUE
           OPEN OUTPUT BANK-OUT-FILE.
           OPEN OUTPUT CHECK-REGISTER-2.
           OPEN OUTPUT VOID-REPORT.
           OPEN OUTPUT VOID-CHECK-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           WRITE VOID-RPT-LINE FROM VOID-HDG-LINE.
      *   replacement checks continue the register's number series
           OPEN INPUT CHECK-CTL-FILE.
              MOVE CC-LAST-CHECK-NO TO WS-CHECK-NO
           END-READ.
           CLOSE CHECK-CTL-FILE.
      *   bank details first - a deposit takes its employee
      *   number from the matching routing and account
           PERFORM LOAD-BANK-DETAILS-PARAGRAPH.
           PERFORM LOAD-CHKREG-PARAGRAPH.
           PERFORM LOAD-BANKFILE-PARAGRAPH.
      * Priming Read
           PERFORM READ-VOID-TRAN-PARAGRAPH.
       READ-VOID-TRAN-PARAGRAPH.
                 ADD 1 TO PI-MAX
                 MOVE CK-LNAME TO PI-LNAME(PI-MAX)
                 MOVE CK-FNAME TO PI-FNAME(PI-MAX)
                 MOVE CK-EMP-NO TO PI-EMP-NO(PI-MAX)
                 MOVE 'C' TO PI-KIND(PI-MAX)
                 MOVE 0 TO PI-ROUTING(PI-MAX)
                 MOVE SPACES TO PI-ACCOUNT(PI-MAX)
                 MOVE CK-CHECK-NO TO PI-CHECK-NO(PI-MAX)
                 COMPUTE PI-AMOUNT(PI-MAX) =
                    FUNCTION NUMVAL-C(CK-NET-PAY)
              END-IF
                 ADD 1 TO PI-MAX
                 MOVE BI-LNAME TO PI-LNAME(PI-MAX)
                 MOVE BI-FNAME TO PI-FNAME(PI-MAX)
                 MOVE 0 TO PI-EMP-NO(PI-MAX)
                 PERFORM VARYING BD-SUB FROM 1 BY 1
                    UNTIL BD-SUB > BD-MAX
                    IF BD-TBL-ROUTING(BD-SUB) = BI-ROUTING
                       AND BD-TBL-ACCOUNT(BD-SUB) = BI-ACCOUNT
                       MOVE BD-TBL-EMP-NO(BD-SUB) TO
                          PI-EMP-NO(PI-MAX)
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 MOVE 'D' TO PI-KIND(PI-MAX)
                 MOVE BI-ROUTING TO PI-ROUTING(PI-MAX)
                 MOVE BI-ACCOUNT TO PI-ACCOUNT(PI-MAX)
                 MOVE BI-NET-AMOUNT TO PI-AMOUNT(PI-MAX)
                 MOVE SPACES TO PI-CHECK-NO(PI-MAX)
              END-IF
              READ BANK-IN-FILE
                 AT END
              MOVE BD-FNAME TO BD-TBL-FNAME(BD-MAX)
              MOVE BD-ROUTING TO BD-TBL-ROUTING(BD-MAX)
              MOVE BD-ACCOUNT TO BD-TBL-ACCOUNT(BD-MAX)
              MOVE BD-EMP-NO TO BD-TBL-EMP-NO(BD-MAX)
              READ BANK-DETAILS-FILE
                 AT END
                    MOVE 'Y' TO BANK-DTLS-STATUS
       PROCESS-VOID-PARAGRAPH.
           MOVE 'N' TO SW-PI-FOUND.
           PERFORM VARYING PI-SUB FROM 1 BY 1 UNTIL PI-SUB > PI-MAX
              IF PI-EMP-NO(PI-SUB) = VT-EMP-NO
                 AND PI-AMOUNT(PI-SUB) NOT = 0
                 MOVE 'Y' TO SW-PI-FOUND
                 EXIT PERFORM
           IF NOT PI-FOUND
              ADD 1 TO WS-NOMATCH-KTR
              DISPLAY "VOID WITHOUT ORIGINAL PAYMENT: "
                      VT-EMP-NO " " VT-LNAME " " VT-FNAME
           ELSE
              PERFORM VOID-ONE-ITEM-PARAGRAPH
           END-IF.
              ADD 1 TO WS-RECALL-KTR
           ELSE
              MOVE 'CHECK' TO VD-KIND-O
      *   inserted R.S. - the voided check for positive pay
              MOVE SPACES TO VOID-CHECK-REC
              MOVE PI-CHECK-NO(PI-SUB) TO CV-CHECK-NO
              MOVE PI-LNAME(PI-SUB) TO CV-LNAME
              MOVE PI-FNAME(PI-SUB) TO CV-FNAME
              MOVE PI-AMOUNT(PI-SUB) TO CV-AMOUNT
              MOVE WS-CURRENT-DATE TO CV-VOID-DATE
              WRITE VOID-CHECK-REC
              ADD 1 TO WS-VOID-CHECK-KTR
           END-IF.
           MOVE 0 TO PI-AMOUNT(PI-SUB).

       REISSUE-PAYMENT-PARAGRAPH.
           MOVE 'N' TO SW-BD-FOUND.
           PERFORM VARYING BD-SUB FROM 1 BY 1 UNTIL BD-SUB > BD-MAX
              IF BD-TBL-EMP-NO(BD-SUB) = VT-EMP-NO
                 MOVE 'Y' TO SW-BD-FOUND
                 EXIT PERFORM
              END-IF
              MOVE SPACES TO CHECK-REGISTER-2-LINE
              MOVE VT-LNAME TO C2-LNAME
              MOVE VT-FNAME TO C2-FNAME
              MOVE VT-EMP-NO TO C2-EMP-NO
              MOVE VT-CORRECT-NET TO C2-NET-PAY
              ADD 1 TO WS-CHECK-NO
              MOVE WS-CHECK-NO TO C2-CHECK-NO
           DISPLAY "VOIDS: " WS-VOID-KTR
                   " RECALLS: " WS-RECALL-KTR
                   " REISSUES: " WS-REISSUE-KTR
                   " CHECKS VOIDED: " WS-VOID-CHECK-KTR
                   " NO MATCH: " WS-NOMATCH-KTR.
       CLOSE-FILES-PARAGRAPH.
      *   hand the advanced check-number series back
           CLOSE CHECK-CTL-FILE.

           CLOSE VOID-TRAN-FILE, BANK-DETAILS-FILE, RECALL-FILE,
                 BANK-OUT-FILE, CHECK-REGISTER-2, VOID-REPORT,
                 VOID-CHECK-FILE.
