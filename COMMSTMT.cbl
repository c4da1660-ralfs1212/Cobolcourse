      *  - one printed commission statement per agent with
      *    deal-level detail (COMMPRNT), plus one payables
      *    interface record per agent total (COMMPAY)
      *  - CDSALES band accruals for CD merchandise (BANDACCR)
      *    that fall in the statement period print on a band
      *    accrual page and go to COMMPAY as band payee records
      *
      *  Inital Version   2026/09/02
      *  Band CD merchandise accruals (BANDACCR) paid 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT AGENT-XREF-FILE ASSIGN TO AGNTXREF
           FILE STATUS IS AGENT-XREF-FILE-ST.

           SELECT OPTIONAL BAND-ACCRUAL-FILE ASSIGN TO BANDACCR
           FILE STATUS IS BAND-ACCRUAL-FILE-ST.

           SELECT PAYABLES-FILE ASSIGN TO COMMPAY
           FILE STATUS IS PAYABLES-FILE-ST.

          05 AX-AGENT-NAME             PIC X(20).
          05 FILLER                    PIC X(48).

      * CD merchandise owed to each band - CDSALES layout
       FD  BAND-ACCRUAL-FILE
           RECORDING MODE IS F.
       01 BAND-ACCRUAL-REC.
          05 BA-ARTIST-NAME            PIC X(30).
          05 BA-PERIOD-FROM            PIC 9(08).
          05 BA-PERIOD-TO              PIC 9(08).
          05 BA-UNITS                  PIC 9(07).
          05 BA-ACCRUED-AMT            PIC 9(9)V99.
          05 BA-RUN-DATE               PIC 9(08).
          05 FILLER                    PIC X(08).

      * Payables interface - one record per agent total and one
      * per band accrual
       FD  PAYABLES-FILE
           RECORDING MODE IS F.
       01 PAYABLES-REC.
          05 PY-PERIOD-FROM            PIC 9(08).
          05 PY-PERIOD-TO              PIC 9(08).
          05 PY-COMMISSION-AMT         PIC 9(9)V99.
          05 PY-PAYEE-TYPE             PIC X(01).
             88 PY-AGENT-PAYEE                         VALUE 'A'.
             88 PY-BAND-PAYEE                          VALUE 'B'.
          05 PY-BAND-NAME              PIC X(30).
          05 FILLER                    PIC X(18).

       FD  STMT-PRINT
           RECORDING MODE IS F.
             88 AGENT-XREF-FILE-OK                     VALUE '00'.
          05 AGENT-XREF-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 AGENT-XREF-FILE-EOF                    VALUE 'Y'.
          05 BAND-ACCRUAL-FILE-ST      PIC X(2).
             88 BAND-ACCRUAL-FILE-OK                   VALUE '00' '05'.
          05 BAND-ACCRUAL-FILE-STATUS  PIC X(01)       VALUE SPACE.
             88 BAND-ACCRUAL-FILE-EOF                  VALUE 'Y'.
          05 PAYABLES-FILE-ST          PIC X(2).
             88 PAYABLES-FILE-OK                       VALUE '00'.
          05 STMT-PRINT-ST             PIC X(2).
          05 WS-DEAL-KTR               PIC 9(5)        VALUE 0.
          05 WS-NO-AGENT-KTR           PIC 9(5)        VALUE 0.
          05 WS-AGENT-KTR              PIC 9(5)        VALUE 0.
          05 WS-BAND-KTR               PIC 9(5)        VALUE 0.
          05 WS-GRAND-ACCRUAL          PIC 9(11)V99    VALUE 0
                                                       COMP-3.
          05 WS-GRAND-COMM             PIC 9(11)V99    VALUE 0
                                                       COMP-3.

          05 STM-GRAND-O               PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(89)       VALUE SPACES.

       01 STMT-BAND-HDG.
          05 FILLER                    PIC X(30)       VALUE
                'BAND CD MERCHANDISE ACCRUALS  '.
          05 FILLER                    PIC X(8)        VALUE
                'PERIOD '.
          05 STM-BAND-FROM-O           PIC 9(8).
          05 FILLER                    PIC X(3)        VALUE ' - '.
          05 STM-BAND-TO-O             PIC 9(8).
          05 FILLER                    PIC X(75)       VALUE SPACES.

       01 STMT-BAND-LINE.
          05 FILLER                    PIC X(5)        VALUE SPACES.
          05 STM-BAND-NAME-O           PIC X(30).
          05 FILLER                    PIC X(2)        VALUE SPACES.
          05 STM-BAND-UNITS-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(8)        VALUE
                ' UNITS '.
          05 STM-BAND-AMT-O            PIC $$$,$$$,$$9.99.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       01 STMT-BAND-TOTAL-LINE.
          05 FILLER                    PIC X(25)       VALUE
                'RUN BAND ACCRUAL TOTAL : '.
          05 STM-BAND-TOTAL-O          PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(89)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
           PERFORM 120-LOAD-ACCEPTS UNTIL ACCEPT-TRANS-FILE-EOF.
           PERFORM 200-COLLECT-DEALS UNTIL LEDGER-FILE-EOF.
           PERFORM 500-PRINT-STATEMENTS.
           PERFORM 600-BAND-ACCRUALS UNTIL BAND-ACCRUAL-FILE-EOF.
           IF WS-BAND-KTR > 0
              THEN
              MOVE WS-GRAND-ACCRUAL TO STM-BAND-TOTAL-O
              WRITE STMT-LINE FROM STMT-BAND-TOTAL-LINE
                 AFTER ADVANCING 2
           END-IF.
           DISPLAY 'COMMSTMT: LEDGER READ / DEALS : ' WS-LED-KTR
                   ' / ' WS-DEAL-KTR.
           DISPLAY 'COMMSTMT: AGENTS PAID         : '
                   WS-AGENT-KTR.
           DISPLAY 'COMMSTMT: BAND ACCRUALS PAID  : '
                   WS-BAND-KTR.
           DISPLAY 'COMMSTMT: DEALS WITHOUT AGENT : '
                   WS-NO-AGENT-KTR.
           PERFORM 800-CLOSE-FILES.
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT BAND-ACCRUAL-FILE.
           IF NOT BAND-ACCRUAL-FILE-OK
              DISPLAY 'BANDACCR OPEN PROBLEM, RC='
                      BAND-ACCRUAL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT PAYABLES-FILE.
           IF NOT PAYABLES-FILE-OK
              DISPLAY 'COMMPAY OPEN PROBLEM, RC='
           MOVE WS-PERIOD-FROM TO PY-PERIOD-FROM.
           MOVE WS-PERIOD-TO TO PY-PERIOD-TO.
           MOVE WS-AGENT-TOTAL TO PY-COMMISSION-AMT.
           MOVE 'A' TO PY-PAYEE-TYPE.
           WRITE PAYABLES-REC.
       600-BAND-ACCRUALS.
      ************************************************************
      * One band accrual: ending in the statement period, it     *
      * prints on the band accrual page and goes to payables     *
      ************************************************************
      D    DISPLAY '600-BAND-ACCRUALS'.
           READ BAND-ACCRUAL-FILE
           AT END
              MOVE 'Y' TO BAND-ACCRUAL-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF BA-PERIOD-TO < WS-PERIOD-FROM
              OR BA-PERIOD-TO > WS-PERIOD-TO
              OR BA-ACCRUED-AMT = 0
              THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-BAND-KTR = 0
              THEN
              MOVE WS-PERIOD-FROM TO STM-BAND-FROM-O
              MOVE WS-PERIOD-TO TO STM-BAND-TO-O
              WRITE STMT-LINE FROM STMT-BAND-HDG
                 AFTER ADVANCING PAGE
              MOVE SPACES TO STMT-LINE
              WRITE STMT-LINE
                 AFTER ADVANCING 1
           END-IF.
           ADD 1 TO WS-BAND-KTR.
           MOVE BA-ARTIST-NAME TO STM-BAND-NAME-O.
           MOVE BA-UNITS TO STM-BAND-UNITS-O.
           MOVE BA-ACCRUED-AMT TO STM-BAND-AMT-O.
           WRITE STMT-LINE FROM STMT-BAND-LINE
              AFTER ADVANCING 1.
           ADD BA-ACCRUED-AMT TO WS-GRAND-ACCRUAL.

           MOVE SPACES TO PAYABLES-REC.
           MOVE WS-PERIOD-FROM TO PY-PERIOD-FROM.
           MOVE WS-PERIOD-TO TO PY-PERIOD-TO.
           MOVE BA-ACCRUED-AMT TO PY-COMMISSION-AMT.
           MOVE 'B' TO PY-PAYEE-TYPE.
           MOVE BA-ARTIST-NAME TO PY-BAND-NAME.
           WRITE PAYABLES-REC.
       800-CLOSE-FILES.
      ************************************************************
                 ACCEPT-TRANS-FILE
                 COMM-RATE-FILE
                 AGENT-XREF-FILE
                 BAND-ACCRUAL-FILE
                 PAYABLES-FILE
                 STMT-PRINT.
