      * R.S. over-limit accounts, written in the ACCT-FIELDS layout
      * so the collections team's work queue can read them directly
           SELECT EXCP-FILE  ASSIGN TO OVRLIMIT.
      * R.S. finance-charge assessment run mode: updated account
      * file and the printed charge register. The mode is on when
      * the PARMLIB parameter library has an APR in effect today.
           SELECT ACCT-OUT   ASSIGN TO ACCTUPDT.
           SELECT CHG-REG    ASSIGN TO CHGREG.
      * R.S. billing cycles closing tonight (ACCTCYCS); with any on
      * file only their accounts are assessed, without the file
      * every account is, as before
           SELECT OPTIONAL CYCLE-SEL ASSIGN TO BILLSEL.
      *-------------
       DATA DIVISION.
      *-------------
             10 CITY-COUNTY             PIC X(20).
             10 USA-STATE               PIC X(15).
                                              *> Input Sort Key
      * R.S. billing cycle the account's statement closes on
          05 BILL-CYCLE                 PIC X(2).
          05 NSF-HOLD-FLAG              PIC X(1).
          05 CHGOFF-FLAG                PIC X(1).
             88 ACCT-CHARGED-OFF                       VALUE 'C'.
          05 RESERVED                   PIC X(3).
          05 COMMENTS                   PIC X(50).
      *
      * R.S. exception file record - same layout as ACCT-FIELDS
       FD  EXCP-FILE RECORDING MODE F.
       01 EXCP-REC                      PIC X(170).
      *
      * R.S. updated account file - same layout as ACCT-FIELDS,
      * balances carry the period's finance charge
       FD  ACCT-OUT RECORDING MODE F.
      *
       FD  CHG-REG RECORDING MODE F.
       01 CHG-REG-REC                   PIC X(133).
      *
      * R.S. cycle selection record as ACCTCYCS writes it
       FD  CYCLE-SEL RECORDING MODE F.
       01 CYCLE-SEL-REC.
          05 SEL-CYCLE                  PIC X(2).
          05 SEL-CLOSE-DATE             PIC 9(8).
          05 SEL-CATCH-UP               PIC X(1).
          05 FILLER                     PIC X(9).
      *
       WORKING-STORAGE SECTION.
       01 PROGRAM-INDICATOR-SWITCHES.
       01 WS-FINANCE-FIELDS.
          05 WS-ASSESSMENT-MODE-SW      PIC X(1)       VALUE 'N'.
             88 ASSESSMENT-MODE                        VALUE 'Y'.
      * R.S. assessment rates from PARMLIB: annual percentage
      * rate, minimum charge per assessed account, grace threshold
      * below which no charge is assessed
          05 FIN-APR                    PIC 9(2)V9(3)  VALUE 0.
          05 FIN-MIN-CHARGE             PIC 9(3)V99    VALUE 0.
          05 FIN-GRACE                  PIC 9(5)V99    VALUE 0.
          05 WS-FIN-CHARGE              PIC S9(7)V99 COMP-3 VALUE 0.
          05 WS-FIN-STATE-CTR           PIC 9(5)       VALUE 0.
          05 WS-FIN-STATE-AMT           PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-FIN-GRAND-CTR           PIC 9(5)       VALUE 0.
          05 WS-FIN-GRAND-AMT           PIC S9(11)V99 COMP-3 VALUE 0.

      * R.S. billing cycles selected for tonight's assessment
       01 WS-CYCLE-FIELDS.
          05 WS-CYCLE-MODE-SW           PIC X(1)       VALUE 'N'.
             88 CYCLE-MODE                             VALUE 'Y'.
          05 WS-CYCLE-SEL-EOF-SW        PIC X(1)       VALUE 'N'.
             88 CYCLE-SEL-EOF                          VALUE 'Y'.
          05 WS-CYCLE-CLOSING-SW        PIC X(1)       VALUE 'N'.
             88 CYCLE-CLOSING                          VALUE 'Y'.
          05 WS-CYCLE-SKIP-CTR          PIC 9(5)       VALUE 0.
          05 WS-CYCLE-MAX               PIC 9(3) COMP  VALUE 0.
          05 WS-CYCLE-SUB               PIC 9(3) COMP  VALUE 0.
          05 WS-CYCLE-ENTRY OCCURS 99 TIMES
                                        PIC X(2).

      * R.S. charged-off accounts passed through uncharged
       01 WS-CHGOFF-SKIP-CTR            PIC 9(5)       VALUE 0.

      * R.S. charge register print lines
       01 WS-CHG-HEADER-1.
          05 FILLER                     PIC X(1)       VALUE SPACES.
      * R.S. shared state lookup (STATEDIT) parameters - the sort
      * key is a spelled-out state name and must be a real one
       COPY STATEL.
      * R.S. general ledger hand-over (GLFEEDW) parameters - the
      * assessment run's finance charges go to the journal
      * interface
       COPY GLFEEDL.
      * R.S. parameter library lookup (PARMLKUP) parameters - the
      * assessment rates in effect on the run date
       COPY PARMLKL.


      *------------------
           OPEN INPUT ACCT-REC
           OPEN OUTPUT PRINT-LINE
           OPEN OUTPUT EXCP-FILE
      * R.S. assessment mode is armed by an APR in effect today in
      * the PARMLIB parameter library; without one this run behaves
      * exactly as before
           PERFORM 205-LOOKUP-FINANCE-RATES
           IF ASSESSMENT-MODE
              OPEN OUTPUT ACCT-OUT
              OPEN OUTPUT CHG-REG
              MOVE FIN-APR TO CHG-APR-O
              MOVE FIN-GRACE TO CHG-GRACE-O
              WRITE CHG-REG-REC FROM WS-CHG-HEADER-1
              WRITE CHG-REG-REC FROM WS-CHG-HEADER-2
              PERFORM 210-LOAD-CYCLE-SELECTION
           END-IF
           .
      * R.S. the assessment rates in effect today. No FIN-APR
      * setting (or no library) leaves assessment mode off; an APR
      * without a usable minimum charge and grace threshold stops
      * the run before anything is assessed
       205-LOOKUP-FINANCE-RATES.
           MOVE 'CNTRLBRK' TO PLIB-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO PLIB-RUN-DATE
           MOVE 'FIN-APR' TO PLIB-PARM-NAME
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS
           IF NOT PLIB-FOUND
              EXIT PARAGRAPH
           END-IF
           IF NOT PLIB-IS-NUMERIC
              DISPLAY "ERROR: FIN-APR NOT NUMERIC - VALUE " PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PLIB-NUM-VALUE TO FIN-APR
           MOVE 'FIN-MIN-CHARGE' TO PLIB-PARM-NAME
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              DISPLAY "ERROR: FIN-MIN-CHARGE NOT SET - PARMLIB STATUS "
                      PLIB-STATUS " VALUE " PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PLIB-NUM-VALUE TO FIN-MIN-CHARGE
           MOVE 'FIN-GRACE' TO PLIB-PARM-NAME
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              DISPLAY "ERROR: FIN-GRACE NOT SET - PARMLIB STATUS "
                      PLIB-STATUS " VALUE " PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PLIB-NUM-VALUE TO FIN-GRACE
           MOVE 'Y' TO WS-ASSESSMENT-MODE-SW
           .
      * R.S. the cycles closing tonight; an empty or missing
      * selection leaves cycle mode off
       210-LOAD-CYCLE-SELECTION.
           OPEN INPUT CYCLE-SEL
           PERFORM UNTIL CYCLE-SEL-EOF
              READ CYCLE-SEL
              AT END
                 MOVE 'Y' TO WS-CYCLE-SEL-EOF-SW
              NOT AT END
                 IF WS-CYCLE-MAX < 99
                    ADD 1 TO WS-CYCLE-MAX
                    MOVE SEL-CYCLE TO WS-CYCLE-ENTRY(WS-CYCLE-MAX)
                    MOVE 'Y' TO WS-CYCLE-MODE-SW
                 ELSE
                    DISPLAY "WARNING: CYCLE SELECTION TABLE FULL"
                 END-IF
              END-READ
           END-PERFORM
           CLOSE CYCLE-SEL
           IF CYCLE-MODE
              DISPLAY "CYCLE MODE - CYCLES SELECTED: " WS-CYCLE-MAX
           END-IF
           .
       300-PROCESS-RECORDS.
      * account file and the register, the report keeps showing
      * the balance as read
       450-ASSESS-FINANCE-CHARGE.
      * R.S. a charged-off account draws no finance charge - its
      * balance was written off to the ACCTCHGO recovery file
           IF ACCT-CHARGED-OFF
              ADD 1 TO WS-CHGOFF-SKIP-CTR
              WRITE ACCT-OUT-REC FROM ACCT-FIELDS
              EXIT PARAGRAPH
           END-IF
      * R.S. in cycle mode an account whose cycle is not closing
      * tonight passes to the updated file uncharged
           IF CYCLE-MODE
              PERFORM 460-CHECK-CYCLE-CLOSING
              IF NOT CYCLE-CLOSING
                 ADD 1 TO WS-CYCLE-SKIP-CTR
                 WRITE ACCT-OUT-REC FROM ACCT-FIELDS
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF ACCT-BALANCE > FIN-GRACE
              COMPUTE WS-FIN-CHARGE ROUNDED =
                 ACCT-BALANCE * FIN-APR / 1200
           END-IF
           WRITE ACCT-OUT-REC FROM ACCT-FIELDS
           .
       460-CHECK-CYCLE-CLOSING.
           MOVE 'N' TO WS-CYCLE-CLOSING-SW
           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
              UNTIL WS-CYCLE-SUB > WS-CYCLE-MAX
                   IF WS-CYCLE-ENTRY(WS-CYCLE-SUB) = BILL-CYCLE
                      MOVE 'Y' TO WS-CYCLE-CLOSING-SW
                      EXIT PERFORM
                   END-IF
           END-PERFORM
           .
       500-CONTROL-BREAK.
           IF WS-LINE-KTR > 0  *> Check for first time (beginning of program)
              MOVE WS-SALARY-SUB-TOT TO SALARY-SUB-TOT-OUT
              MOVE WS-FIN-GRAND-AMT TO CHG-GRAND-AMT-O
              WRITE CHG-REG-REC FROM WS-BLANK-LINE
              WRITE CHG-REG-REC FROM WS-CHG-GRAND-LINE
              PERFORM 950-WRITE-GL-ACTIVITY
              IF CYCLE-MODE
                 DISPLAY "ACCOUNTS NOT IN A CLOSING CYCLE: "
                         WS-CYCLE-SKIP-CTR
              END-IF
              DISPLAY "CHARGED-OFF ACCOUNTS NOT CHARGED: "
                      WS-CHGOFF-SKIP-CTR
              CLOSE ACCT-OUT
              CLOSE CHG-REG
           END-IF
           CLOSE ACCT-REC
           CLOSE PRINT-LINE
           CLOSE EXCP-FILE
           .
      * R.S. the period's finance charges to the general ledger
      * interface, closed by the run's control total
       950-WRITE-GL-ACTIVITY.
           MOVE 'CNTRLBRK' TO GLF-SOURCE-SYSTEM
           MOVE 'A' TO GLF-ENTRY-TYPE
           MOVE 'FINCHG' TO GLF-TRANS-TYPE
           MOVE WS-FIN-GRAND-AMT TO GLF-AMOUNT
           MOVE WS-FIN-GRAND-CTR TO GLF-ITEM-COUNT
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS
           MOVE 'C' TO GLF-ENTRY-TYPE
           MOVE 'CONTRL' TO GLF-TRANS-TYPE
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS
           .
