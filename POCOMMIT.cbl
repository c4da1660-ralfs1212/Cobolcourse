      *  - receipts on the RECEIPTS file relieve the ledger:
      *    received quantity (capped at the ordered quantity)
      *    times the unit price reduces the open amount
      *  - returns to vendor accepted by RTVEDIT (RTVPOST) that
      *    expect a replacement put the returned quantity back
      *    on order and reopen the open amount
      *  - change orders accepted by POCHGORD (POCHGPST) revise
      *    the ordered quantity, unit price or delivery date,
      *    cancel the PO or close it short at the quantity
      *    received, and carry the PO's revision number
      *  - the updated ledger is rewritten to COMMLDGO for the
      *    next run
      *
      * finance can see committed spend at close.
      *
      *  Inital Version   2026/09/01
      *  Reopen commitment for RTVs awaiting replacement 2026/10/15
      *  Apply PO change orders, revision and due date  2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT RECEIPTS-FILE ASSIGN TO RECEIPTS
           FILE STATUS IS RECEIPTS-FILE-ST.

           SELECT RTV-POST-FILE ASSIGN TO RTVPOST
           FILE STATUS IS RTV-POST-FILE-ST.

           SELECT CHG-POST-FILE ASSIGN TO POCHGPST
           FILE STATUS IS CHG-POST-FILE-ST.

           SELECT COMMLEDG-OUT-FILE ASSIGN TO COMMLDGO
           FILE STATUS IS COMMLEDG-OUT-FILE-ST.

          05 RCP-QTY-RECEIVED          PIC 9(07).
          05 FILLER                    PIC X(59).

      * Returns to vendor accepted by RTVEDIT this cycle
       FD  RTV-POST-FILE
           RECORDING MODE IS F.
       01 RTV-POSTED-REC.
          05 RP-PO-NUMBER              PIC X(06).
          05 RP-PART-NUMBER            PIC X(23).
          05 RP-QTY-RETURNED           PIC 9(07).
          05 RP-REASON-CODE            PIC X(02).
          05 RP-REPLACE-FLAG           PIC X(01).
             88 RP-REPLACEMENT-DUE                     VALUE 'Y'.
          05 RP-RETURN-DATE            PIC 9(08).
          05 RP-SUPPLIER-CODE          PIC X(05).
          05 RP-RETURN-AMT             PIC 9(09)V99.
          05 RP-MEMO-NO                PIC 9(06).
          05 FILLER                    PIC X(11).

      * PO change orders accepted by POCHGORD this cycle
       FD  CHG-POST-FILE
           RECORDING MODE IS F.
       01 CHG-POSTED-REC.
          05 CP-PO-NUMBER              PIC X(06).
          05 CP-REVISION-NO            PIC 9(03).
          05 CP-ACTION                 PIC X(06).
             88 CP-QTY-CHANGE                          VALUE 'QTYCHG'.
             88 CP-PRICE-CHANGE                        VALUE 'PRCCHG'.
             88 CP-DELIV-CHANGE                        VALUE 'DLVCHG'.
             88 CP-CANCEL                              VALUE 'CANCEL'.
             88 CP-CLOSE-SHORT                         VALUE 'CLSSHT'.
          05 CP-SUPPLIER-CODE          PIC X(05).
          05 CP-PART-NUMBER            PIC X(11).
          05 CP-NEW-QUANTITY           PIC 9(08).
          05 CP-NEW-UNIT-PRICE-USD     PIC 9(07)V99.
          05 CP-ORDER-DATE             PIC X(08).
          05 CP-NEW-DELIVERY-DATE      PIC X(08).
          05 CP-CHANGE-DATE            PIC 9(08).
          05 FILLER                    PIC X(08).

       FD  COMMLEDG-OUT-FILE
           RECORDING MODE IS F.
       01 COMMLEDG-OUT-REC             PIC X(80).
          05 LDG-STATUS                PIC X(01).
             88 LDG-OPEN                               VALUE 'O'.
             88 LDG-CLOSED                             VALUE 'C'.
             88 LDG-CANCELLED                          VALUE 'X'.
      *   revision 000 is the PO as first accepted by PARTSUPX
          05 LDG-REVISION-NO           PIC 9(03).
          05 LDG-DELIVERY-DATE         PIC X(08).

      * In-core ledger table
       01 LDG-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
             88 PURCHORDS-FILE-OK                      VALUE '00'.
          05 RECEIPTS-FILE-ST          PIC X(2).
             88 RECEIPTS-FILE-OK                       VALUE '00'.
          05 RTV-POST-FILE-ST          PIC X(2).
             88 RTV-POST-FILE-OK                       VALUE '00'.
          05 CHG-POST-FILE-ST          PIC X(2).
             88 CHG-POST-FILE-OK                       VALUE '00'.
          05 COMMLEDG-OUT-FILE-ST      PIC X(2).
             88 COMMLEDG-OUT-FILE-OK                   VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 PURCHORDS-FILE-EOF                     VALUE 'Y'.
          05 RECEIPTS-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 RECEIPTS-FILE-EOF                      VALUE 'Y'.
          05 RTV-POST-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 RTV-POST-FILE-EOF                      VALUE 'Y'.
          05 CHG-POST-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 CHG-POST-FILE-EOF                      VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-LDG-IN-KTR             PIC 9(7)        VALUE 0.
          05 WS-NEW-PO-KTR             PIC 9(7)        VALUE 0.
          05 WS-RCP-KTR                PIC 9(7)        VALUE 0.
          05 WS-ORPHAN-RCP-KTR         PIC 9(7)        VALUE 0.
          05 WS-RTV-REOPEN-KTR         PIC 9(7)        VALUE 0.
          05 WS-RTV-NO-REPL-KTR        PIC 9(7)        VALUE 0.
          05 WS-CHG-APPLIED-KTR        PIC 9(7)        VALUE 0.
          05 WS-CHG-CANCEL-KTR         PIC 9(7)        VALUE 0.
          05 WS-CHG-SKIPPED-KTR        PIC 9(7)        VALUE 0.
          05 WS-CLOSED-KTR             PIC 9(7)        VALUE 0.
          05 WS-OPEN-KTR               PIC 9(7)        VALUE 0.
          05 WS-LDG-OUT-KTR            PIC 9(7)        VALUE 0.
          05 TOTAL-LDG-OUT-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                    PIC X(35)       VALUE
                'Vendor returns reopened / no repl:'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-RTV-REOPEN-O        PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-RTV-NO-REPL-O       PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC7.
          05 FILLER                    PIC X(35)       VALUE
                'Change orders applied / cancels  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-CHG-APPLIED-O       PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-CHG-CANCEL-O        PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC8.
          05 FILLER                    PIC X(35)       VALUE
                'Change orders not applied        :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-CHG-SKIPPED-O       PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-PROCESS-POS UNTIL PURCHORDS-FILE-EOF.
           PERFORM 200-APPLY-RECEIPTS UNTIL RECEIPTS-FILE-EOF.
           PERFORM 270-APPLY-VENDOR-RETURNS UNTIL RTV-POST-FILE-EOF.
           PERFORM 280-APPLY-CHANGE-ORDERS UNTIL CHG-POST-FILE-EOF.
           PERFORM 500-WRITE-LEDGER-AND-REPORT.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
           IF NOT LDG-FOUND
              THEN
              PERFORM 150-BUILD-NEW-LEDGER-ENTRY
           ELSE
      *       entries booked before the due date was carried pick
      *       it up the next time the PO comes through
              IF LDG-DELIVERY-DATE EQUAL TO SPACES
                 THEN
                 MOVE DELIVERY-DATE TO LDG-DELIVERY-DATE
                 MOVE 0 TO LDG-REVISION-NO
                 MOVE LEDGER-REC TO LDG-ENTRY(LDG-TABLE-SUB)
              END-IF
           END-IF.

           PERFORM 400-READ-PURCHORDS-FILE.
                 QUANTITY * UNIT-PRICE-USD
              MOVE 0 TO LDG-RELIEVED-AMT
              MOVE 'O' TO LDG-STATUS
              MOVE 0 TO LDG-REVISION-NO
              MOVE DELIVERY-DATE TO LDG-DELIVERY-DATE
              ADD 1 TO LDG-TABLE-MAX
              MOVE LEDGER-REC TO LDG-ENTRY(LDG-TABLE-MAX)
              ADD 1 TO WS-NEW-PO-KTR
              EXIT PARAGRAPH
           END-IF.

           IF LDG-CANCELLED
              THEN
              ADD 1 TO WS-ORPHAN-RCP-KTR
              DISPLAY 'RECEIPT AGAINST CANCELLED PO: '
                      RCP-PO-NUMBER
              EXIT PARAGRAPH
           END-IF.

           ADD RCP-QTY-RECEIVED TO LDG-QTY-RECEIVED.
           IF LDG-QTY-RECEIVED > LDG-QTY-ORDERED
              THEN
              MOVE 'C' TO LDG-STATUS
           END-IF.
           MOVE LEDGER-REC TO LDG-ENTRY(LDG-TABLE-SUB).
       270-APPLY-VENDOR-RETURNS.
      ************************************************************
      * A return with a replacement expected puts the returned   *
      * quantity back on order; without one the PO stays as it  *
      * is and the supplier's debit memo settles the money       *
      ************************************************************
      D    DISPLAY '270-APPLY-VENDOR-RETURNS'.
           READ RTV-POST-FILE
           AT END
              MOVE 'Y' TO RTV-POST-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.

           IF NOT RP-REPLACEMENT-DUE
              THEN
              ADD 1 TO WS-RTV-NO-REPL-KTR
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO SW-LDG-FOUND.
           PERFORM VARYING LDG-TABLE-SUB FROM 1 BY 1
              UNTIL LDG-TABLE-SUB > LDG-TABLE-MAX
                   MOVE LDG-ENTRY(LDG-TABLE-SUB) TO LEDGER-REC
                   IF LDG-PO-NUMBER EQUAL TO RP-PO-NUMBER
                      THEN
                      MOVE 'Y' TO SW-LDG-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF NOT LDG-FOUND
              THEN
              DISPLAY 'VENDOR RETURN WITHOUT LEDGER ENTRY: '
                      RP-PO-NUMBER
              EXIT PARAGRAPH
           END-IF.

           IF LDG-CANCELLED
              THEN
              DISPLAY 'VENDOR RETURN AGAINST CANCELLED PO: '
                      RP-PO-NUMBER
              EXIT PARAGRAPH
           END-IF.

           SUBTRACT RP-QTY-RETURNED FROM LDG-QTY-RECEIVED.
           IF LDG-QTY-RECEIVED < 0
              THEN
              MOVE 0 TO LDG-QTY-RECEIVED
           END-IF.
           IF LDG-QTY-RECEIVED > LDG-QTY-ORDERED
              THEN
              MOVE LDG-QTY-ORDERED TO WS-QTY-RELIEVABLE
           ELSE
              MOVE LDG-QTY-RECEIVED TO WS-QTY-RELIEVABLE
           END-IF.
           COMPUTE LDG-RELIEVED-AMT =
              WS-QTY-RELIEVABLE * LDG-UNIT-PRICE-USD.
           IF LDG-RELIEVED-AMT < LDG-COMMITTED-AMT
              THEN
              MOVE 'O' TO LDG-STATUS
           END-IF.
           MOVE LEDGER-REC TO LDG-ENTRY(LDG-TABLE-SUB).
           ADD 1 TO WS-RTV-REOPEN-KTR.
       280-APPLY-CHANGE-ORDERS.
      ************************************************************
      * Apply one accepted change order to its ledger entry and  *
      * re-book the commitment on the revised quantity/price; a  *
      * revision already on the ledger (rerun) is skipped        *
      ************************************************************
      D    DISPLAY '280-APPLY-CHANGE-ORDERS'.
           READ CHG-POST-FILE
           AT END
              MOVE 'Y' TO CHG-POST-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.

           MOVE 'N' TO SW-LDG-FOUND.
           PERFORM VARYING LDG-TABLE-SUB FROM 1 BY 1
              UNTIL LDG-TABLE-SUB > LDG-TABLE-MAX
                   MOVE LDG-ENTRY(LDG-TABLE-SUB) TO LEDGER-REC
                   IF LDG-PO-NUMBER EQUAL TO CP-PO-NUMBER
                      THEN
                      MOVE 'Y' TO SW-LDG-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF NOT LDG-FOUND
              THEN
              ADD 1 TO WS-CHG-SKIPPED-KTR
              DISPLAY 'CHANGE ORDER WITHOUT LEDGER ENTRY: '
                      CP-PO-NUMBER
              EXIT PARAGRAPH
           END-IF.

           IF LDG-REVISION-NO NOT NUMERIC
              THEN
              MOVE 0 TO LDG-REVISION-NO
           END-IF.
           IF CP-REVISION-NO NOT > LDG-REVISION-NO
              OR LDG-CANCELLED
              THEN
              ADD 1 TO WS-CHG-SKIPPED-KTR
              DISPLAY 'CHANGE ORDER ALREADY APPLIED: '
                      CP-PO-NUMBER ' REV ' CP-REVISION-NO
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN CP-QTY-CHANGE
                MOVE CP-NEW-QUANTITY TO LDG-QTY-ORDERED
           WHEN CP-PRICE-CHANGE
                MOVE CP-NEW-UNIT-PRICE-USD TO LDG-UNIT-PRICE-USD
           WHEN CP-DELIV-CHANGE
                MOVE CP-NEW-DELIVERY-DATE TO LDG-DELIVERY-DATE
      *    close short at whatever has actually arrived by now
           WHEN CP-CLOSE-SHORT
                MOVE LDG-QTY-RECEIVED TO LDG-QTY-ORDERED
           END-EVALUATE.
           MOVE CP-REVISION-NO TO LDG-REVISION-NO.
           ADD 1 TO WS-CHG-APPLIED-KTR.

           IF CP-CANCEL
              THEN
              MOVE 0 TO LDG-COMMITTED-AMT
              MOVE 0 TO LDG-RELIEVED-AMT
              MOVE 'X' TO LDG-STATUS
              ADD 1 TO WS-CHG-CANCEL-KTR
              MOVE LEDGER-REC TO LDG-ENTRY(LDG-TABLE-SUB)
              EXIT PARAGRAPH
           END-IF.

           COMPUTE LDG-COMMITTED-AMT =
              LDG-QTY-ORDERED * LDG-UNIT-PRICE-USD.
           IF LDG-QTY-RECEIVED > LDG-QTY-ORDERED
              THEN
              MOVE LDG-QTY-ORDERED TO WS-QTY-RELIEVABLE
           ELSE
              MOVE LDG-QTY-RECEIVED TO WS-QTY-RELIEVABLE
           END-IF.
           COMPUTE LDG-RELIEVED-AMT =
              WS-QTY-RELIEVABLE * LDG-UNIT-PRICE-USD.
           IF LDG-RELIEVED-AMT NOT < LDG-COMMITTED-AMT
              OR CP-CLOSE-SHORT
              THEN
              MOVE LDG-COMMITTED-AMT TO LDG-RELIEVED-AMT
              MOVE 'C' TO LDG-STATUS
           ELSE
              MOVE 'O' TO LDG-STATUS
           END-IF.
           MOVE LEDGER-REC TO LDG-ENTRY(LDG-TABLE-SUB).
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT RTV-POST-FILE.
           IF NOT RTV-POST-FILE-OK
              DISPLAY 'RTVPOST OPEN PROBLEM, RC='
                      RTV-POST-FILE-ST
              MOVE 'Y' TO RTV-POST-FILE-STATUS
           END-IF.
           OPEN INPUT CHG-POST-FILE.
           IF NOT CHG-POST-FILE-OK
              DISPLAY 'POCHGPST OPEN PROBLEM, RC='
                      CHG-POST-FILE-ST
              MOVE 'Y' TO CHG-POST-FILE-STATUS
           END-IF.
           OPEN OUTPUT COMMLEDG-OUT-FILE.
           IF NOT COMMLEDG-OUT-FILE-OK
              DISPLAY 'COMMLDGO OPEN PROBLEM, RC='
           MOVE WS-LDG-OUT-KTR TO TOTAL-LDG-OUT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-RTV-REOPEN-KTR TO TOTAL-RTV-REOPEN-O.
           MOVE WS-RTV-NO-REPL-KTR TO TOTAL-RTV-NO-REPL-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
           MOVE WS-CHG-APPLIED-KTR TO TOTAL-CHG-APPLIED-O.
           MOVE WS-CHG-CANCEL-KTR TO TOTAL-CHG-CANCEL-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC7
              AFTER ADVANCING 1 LINE.
           MOVE WS-CHG-SKIPPED-KTR TO TOTAL-CHG-SKIPPED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC8
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
           CLOSE COMMLEDG-IN-FILE
                 PURCHORDS-FILE
                 RECEIPTS-FILE
                 RTV-POST-FILE
                 CHG-POST-FILE
                 COMMLEDG-OUT-FILE
                 REPORT-FILE.
