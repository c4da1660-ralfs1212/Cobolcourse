      * with NUMVAL-C. A statement-control total page closes the
      * run for balancing.
      *
      * When ACCTCYCS has selected billing cycles (BILLSEL) only
      * accounts in a cycle closing tonight get a statement; the
      * rest wait for their own cycle's night. Without BILLSEL
      * every account gets one, as before.
      *
      * An account charged off by ACCTCHGO gets no statement; the
      * balance now lives on the recovery file.
      *
      *  Inital Version   2026/09/01
      *****************************************************************

           SELECT STMT-FILE ASSIGN TO ACSTMT
           FILE STATUS IS STMT-FILE-ST.

      * Billing cycles closing tonight, from ACCTCYCS
           SELECT OPTIONAL CYCLE-SEL-FILE ASSIGN TO BILLSEL
           FILE STATUS IS CYCLE-SEL-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Updated account records - same ACCT-FIELDS layout as
             10 STREET-ADDR             PIC X(25).
             10 CITY-COUNTY             PIC X(20).
             10 USA-STATE               PIC X(15).
          05 BILL-CYCLE                 PIC X(2).
          05 NSF-HOLD-FLAG              PIC X(1).
          05 CHGOFF-FLAG                PIC X(1).
             88 ACCT-CHARGED-OFF                       VALUE 'C'.
          05 RESERVED                   PIC X(3).
          05 COMMENTS                   PIC X(50).

      * Charge register as printed by CNTRLBRK
       FD  STMT-FILE RECORDING MODE F.
       01 STMT-REC                      PIC X(132).

      * Cycle selection record as ACCTCYCS writes it
       FD  CYCLE-SEL-FILE RECORDING MODE F.
       01 CYCLE-SEL-REC.
          05 SEL-CYCLE                  PIC X(2).
          05 SEL-CLOSE-DATE             PIC 9(8).
          05 SEL-CATCH-UP               PIC X(1).
          05 FILLER                     PIC X(9).

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
          05 ACCT-IN-FILE-ST            PIC X(2).
             88 STMT-FILE-OK                           VALUE '00'.
          05 SW-CHG-FOUND               PIC X(1)       VALUE 'N'.
             88 CHG-FOUND                              VALUE 'Y'.
          05 CYCLE-SEL-FILE-ST          PIC X(2).
             88 CYCLE-SEL-FILE-OK                      VALUE '00' '05'.
          05 CYCLE-SEL-FILE-STATUS      PIC X(1)       VALUE 'N'.
             88 CYCLE-SEL-FILE-EOF                     VALUE 'Y'.
          05 SW-CYCLE-MODE              PIC X(1)       VALUE 'N'.
             88 CYCLE-MODE                             VALUE 'Y'.
          05 SW-CYCLE-CLOSING           PIC X(1)       VALUE 'N'.
             88 CYCLE-CLOSING                          VALUE 'Y'.

      * Billing cycles selected for tonight
       01 CY-TABLE-SUB                  PIC 9(3)       VALUE 0 COMP.
       01 CY-TABLE-MAX                  PIC 9(3)       VALUE 0 COMP.
       01 CY-TABLE-MAX-LIMIT            PIC 9(3)       VALUE 99 COMP.
       01 CYCLE-TABLE.
          05 CY-ENTRY OCCURS 1 TO 99 TIMES
                DEPENDING ON CY-TABLE-MAX.
             10 CY-CYCLE                PIC X(2).

      * Period charges by account, parsed from the register
       01 CG-TABLE-SUB                  PIC 9(4)       VALUE 0 COMP.
          05 WS-ACCT-KTR                PIC 9(7)       VALUE 0.
          05 WS-STMT-KTR                PIC 9(7)       VALUE 0.
          05 WS-CHG-LINE-KTR            PIC 9(7)       VALUE 0.
          05 WS-CYCLE-SKIP-KTR          PIC 9(7)       VALUE 0.
          05 WS-CHGOFF-SKIP-KTR         PIC 9(7)       VALUE 0.
          05 WS-TOT-CHARGES             PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-TOT-BALANCES            PIC S9(13)V99  VALUE 0
          05 CTL-BAL-OUT                PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                     PIC X(79)      VALUE SPACES.

       01 CTL-LINE-4.
          05 FILLER                     PIC X(35)      VALUE
                'Accounts not in a closing cycle  :'.
          05 CTL-SKIP-OUT               PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(90)      VALUE SPACES.

       01 CTL-LINE-5.
          05 FILLER                     PIC X(35)      VALUE
                'Charged-off accounts skipped     :'.
          05 CTL-CHGOFF-OUT             PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(90)      VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           PERFORM 050-LOAD-CYCLE-SELECTION
              UNTIL CYCLE-SEL-FILE-EOF.
           IF CYCLE-MODE
              THEN
              DISPLAY 'CYCLE MODE - CYCLES SELECTED: ' CY-TABLE-MAX
           END-IF.
      * Priming Read:
           PERFORM 400-READ-ACCT-FILE.
       050-LOAD-CYCLE-SELECTION.
      ************************************************************
      * Cycles closing tonight; an empty or missing selection    *
      * leaves cycle mode off                                    *
      ************************************************************
      D    DISPLAY '050-LOAD-CYCLE-SELECTION'.
           READ CYCLE-SEL-FILE
           AT END
              MOVE 'Y' TO CYCLE-SEL-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF CY-TABLE-MAX < CY-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO CY-TABLE-MAX
              MOVE SEL-CYCLE TO CY-CYCLE(CY-TABLE-MAX)
              MOVE 'Y' TO SW-CYCLE-MODE
           ELSE
              DISPLAY 'WARNING: CYCLE SELECTION TABLE FULL'
           END-IF.
       100-LOAD-CHARGES.
      ************************************************************
      * Parse the period's charge-register detail lines into the *
      ************************************************************
      D    DISPLAY '200-PRINT-STATEMENT'.
           ADD 1 TO WS-ACCT-KTR.
           IF ACCT-CHARGED-OFF
              THEN
              ADD 1 TO WS-CHGOFF-SKIP-KTR
              PERFORM 400-READ-ACCT-FILE
              EXIT PARAGRAPH
           END-IF.
           IF CYCLE-MODE
              THEN
              PERFORM 250-CHECK-CYCLE-CLOSING
              IF NOT CYCLE-CLOSING
                 THEN
                 ADD 1 TO WS-CYCLE-SKIP-KTR
                 PERFORM 400-READ-ACCT-FILE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE 0 TO WS-CHARGE-WS.
           MOVE 'N' TO SW-CHG-FOUND.
           ADD ACCT-BALANCE TO WS-TOT-BALANCES.

           PERFORM 400-READ-ACCT-FILE.
       250-CHECK-CYCLE-CLOSING.
      ************************************************************
      * Is the account's billing cycle closing tonight?          *
      ************************************************************
      D    DISPLAY '250-CHECK-CYCLE-CLOSING'.
           MOVE 'N' TO SW-CYCLE-CLOSING.
           PERFORM VARYING CY-TABLE-SUB FROM 1 BY 1
              UNTIL CY-TABLE-SUB > CY-TABLE-MAX
                   IF CY-CYCLE(CY-TABLE-SUB) = BILL-CYCLE
                      THEN
                      MOVE 'Y' TO SW-CYCLE-CLOSING
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CYCLE-SEL-FILE.
           IF NOT CYCLE-SEL-FILE-OK
              MOVE 'Y' TO CYCLE-SEL-FILE-STATUS
           END-IF.
       400-READ-ACCT-FILE.
      ************************************************************
      * Read next updated account record                         *
           MOVE WS-TOT-BALANCES TO CTL-BAL-OUT.
           WRITE STMT-REC FROM CTL-LINE-3
              AFTER ADVANCING 1 LINE.
           IF CYCLE-MODE
              THEN
              MOVE WS-CYCLE-SKIP-KTR TO CTL-SKIP-OUT
              WRITE STMT-REC FROM CTL-LINE-4
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-CHGOFF-SKIP-KTR TO CTL-CHGOFF-OUT.
           WRITE STMT-REC FROM CTL-LINE-5
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE ACCT-IN-FILE
                 CHG-REG-FILE
                 STMT-FILE
                 CYCLE-SEL-FILE.
