      *  - surviving receivables carry forward to AROPENO, aged
      *    1-30 / 31-60 / 61-90 / 90+ on the AR aging report by
      *    client
      *  - invoices older than the AR-DUN-DAYS dunning age (PARMLIB
      *    parameter library) get a dunning letter record on ARDUN
      *
      *  Inital Version   2026/09/02
      *  Client payments handed to the GL interface 2026/10/15
      *  Dunning age from the PARMLIB library        2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT PMT-FILE ASSIGN TO ARPMT
           FILE STATUS IS PMT-FILE-ST.

           SELECT AR-OUT-FILE ASSIGN TO AROPENO
           FILE STATUS IS AR-OUT-FILE-ST.

          05 PM-DATE                    PIC 9(8).
          05 FILLER                     PIC X(47).

       FD  AR-OUT-FILE RECORDING MODE F.
       01 AR-OUT-REC                    PIC X(60).

             88 PMT-FILE-OK                            VALUE '00'.
          05 PMT-FILE-STATUS            PIC X(01)      VALUE SPACE.
             88 PMT-FILE-EOF                           VALUE 'Y'.
          05 AR-OUT-FILE-ST             PIC X(2).
             88 AR-OUT-FILE-OK                         VALUE '00'.
          05 DUN-FILE-ST                PIC X(2).
          05 WS-DUN-KTR                 PIC 9(5)       VALUE 0.
          05 WS-UNAPPLIED-AMT           PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-APPLIED-AMT             PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-OPEN-AMT                PIC S9(13)V99  VALUE 0
                                                       COMP-3.
          05 CTR-LINES                  PIC 99         VALUE 99.
       01 BUCKET-LABELS REDEFINES BUCKET-LABEL-TABLE.
          05 BUCKET-LABEL OCCURS 4 TIMES PIC X(7).

      * GLFEEDW calling parameters - the run's client payments
      * handed to the general ledger interface
       COPY GLFEEDL.

      * PARMLKUP calling parameters - the dunning age in effect on
      * the run date from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
           PERFORM 200-APPLY-PAYMENTS UNTIL PMT-FILE-EOF.
           PERFORM 500-AGE-AND-CARRY-FORWARD.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 760-WRITE-GL-ACTIVITY.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           MOVE 'PROJAR' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.
           MOVE 'AR-DUN-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           EVALUATE TRUE
              WHEN PLIB-NOT-FOUND
                 DISPLAY 'AR-DUN-DAYS NOT SET - DUNNING AGE DEFAULTS '
                         'TO 60'
                 MOVE 60 TO WS-DUN-DAYS
              WHEN PLIB-FOUND AND PLIB-IS-NUMERIC
                 MOVE PLIB-NUM-VALUE TO WS-DUN-DAYS
              WHEN OTHER
                 DISPLAY 'AR-DUN-DAYS PROBLEM: PARMLIB STATUS '
                         PLIB-STATUS ' VALUE ' PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
      D    DISPLAY 'DUNNING AGE: ' WS-DUN-DAYS ' DAYS'.
       100-LOAD-OPEN-AR.
      ************************************************************
           END-IF.

           ADD 1 TO WS-APPLIED-KTR.
           ADD PM-AMOUNT TO WS-APPLIED-AMT.
           SUBTRACT PM-AMOUNT FROM AR-TBL-BALANCE(AR-SUB).
           IF AR-TBL-BALANCE(AR-SUB) <= 0
              THEN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT AR-OUT-FILE.
           IF NOT AR-OUT-FILE-OK
              DISPLAY 'AROPENO OPEN PROBLEM, RC=' AR-OUT-FILE-ST
           MOVE WS-DUN-KTR TO TOTAL-DUN-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
       760-WRITE-GL-ACTIVITY.
      ************************************************************
      * Payments applied to invoices and unapplied payments to   *
      * the general ledger interface, closed by the control      *
      * total                                                    *
      ************************************************************
      D    DISPLAY '760-WRITE-GL-ACTIVITY'.
           MOVE 'PROJAR' TO GLF-SOURCE-SYSTEM.
           MOVE 'A' TO GLF-ENTRY-TYPE.
           MOVE 'ARPMT' TO GLF-TRANS-TYPE.
           MOVE WS-APPLIED-AMT TO GLF-AMOUNT.
           MOVE WS-APPLIED-KTR TO GLF-ITEM-COUNT.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
           MOVE 'ARUNAP' TO GLF-TRANS-TYPE.
           MOVE WS-UNAPPLIED-AMT TO GLF-AMOUNT.
           MOVE WS-UNAPPLIED-KTR TO GLF-ITEM-COUNT.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
           MOVE 'C' TO GLF-ENTRY-TYPE.
           MOVE 'CONTRL' TO GLF-TRANS-TYPE.
           COMPUTE GLF-AMOUNT = WS-APPLIED-AMT + WS-UNAPPLIED-AMT.
           COMPUTE GLF-ITEM-COUNT =
              WS-APPLIED-KTR + WS-UNAPPLIED-KTR.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
           CLOSE AR-IN-FILE
                 INVOICE-FILE
                 PMT-FILE
                 AR-OUT-FILE
                 DUN-FILE
                 REPORT-FILE.
