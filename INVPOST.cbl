      *    of the 23-byte part number, so the match is on those)
      *  - issue ('I') and adjustment ('A' with +/- sign)
      *    transactions on INVTRANS are posted against on hand
      *  - returns to vendor accepted by RTVEDIT (RTVPOST) are
      *    taken off on hand
      *  - cycle-count adjustments written by CYCVARNC (CYCADJ)
      *    are posted like the INVTRANS adjustments
      *  - the updated master is rewritten to ONHANDO
      *
      * Weekly usage is smoothed on the master (three parts old
      * below the WEEKS-LEAD-TIME carried from the part master.
      *
      *  Inital Version   2026/09/01
      *  Return-to-vendor quantities posted from RTVPOST 2026/10/15
      *  Cycle-count adjustments posted from CYCADJ 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT INV-TRAN-FILE ASSIGN TO INVTRANS
           FILE STATUS IS INV-TRAN-FILE-ST.

           SELECT RTV-POST-FILE ASSIGN TO RTVPOST
           FILE STATUS IS RTV-POST-FILE-ST.

           SELECT CYC-ADJ-FILE ASSIGN TO CYCADJ
           FILE STATUS IS CYC-ADJ-FILE-ST.

           SELECT ONHAND-OUT-FILE ASSIGN TO ONHANDO
           FILE STATUS IS ONHAND-OUT-FILE-ST.

          05 ITR-TRAN-DATE             PIC 9(08).
          05 FILLER                    PIC X(40).

      * Returns to vendor accepted by RTVEDIT this cycle
       FD  RTV-POST-FILE
           RECORDING MODE IS F.
       01 RTV-POSTED-REC.
          05 RP-PO-NUMBER              PIC X(06).
          05 RP-PART-NUMBER            PIC X(23).
          05 RP-QTY-RETURNED           PIC 9(07).
          05 RP-REASON-CODE            PIC X(02).
          05 RP-REPLACE-FLAG           PIC X(01).
          05 RP-RETURN-DATE            PIC 9(08).
          05 RP-SUPPLIER-CODE          PIC X(05).
          05 RP-RETURN-AMT             PIC 9(09)V99.
          05 RP-MEMO-NO                PIC 9(06).
          05 FILLER                    PIC X(11).

      * Cycle-count adjustments from CYCVARNC - INVTRANS layout
       FD  CYC-ADJ-FILE
           RECORDING MODE IS F.
       01 CYC-ADJ-REC.
          05 CA-TRAN-TYPE              PIC X(01).
          05 CA-PART-NUMBER            PIC X(23).
          05 CA-QTY                    PIC 9(07).
          05 CA-SIGN                   PIC X(01).
          05 CA-TRAN-DATE              PIC 9(08).
          05 FILLER                    PIC X(40).

       FD  ONHAND-OUT-FILE
           RECORDING MODE IS F.
       01 ONHAND-OUT-REC               PIC X(60).
             88 RECEIPTS-FILE-OK                       VALUE '00'.
          05 INV-TRAN-FILE-ST          PIC X(2).
             88 INV-TRAN-FILE-OK                       VALUE '00'.
          05 RTV-POST-FILE-ST          PIC X(2).
             88 RTV-POST-FILE-OK                       VALUE '00'.
          05 CYC-ADJ-FILE-ST           PIC X(2).
             88 CYC-ADJ-FILE-OK                        VALUE '00'.
          05 ONHAND-OUT-FILE-ST        PIC X(2).
             88 ONHAND-OUT-FILE-OK                     VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 RECEIPTS-FILE-EOF                      VALUE 'Y'.
          05 INV-TRAN-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 INV-TRAN-FILE-EOF                      VALUE 'Y'.
          05 RTV-POST-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 RTV-POST-FILE-EOF                      VALUE 'Y'.
          05 CYC-ADJ-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 CYC-ADJ-FILE-EOF                       VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-MSTR-IN-KTR            PIC 9(7)        VALUE 0.
          05 WS-ORPHAN-RCP-KTR         PIC 9(7)        VALUE 0.
          05 WS-TRAN-KTR               PIC 9(7)        VALUE 0.
          05 WS-BAD-TRAN-KTR           PIC 9(7)        VALUE 0.
          05 WS-RTV-KTR                PIC 9(7)        VALUE 0.
          05 WS-ORPHAN-RTV-KTR         PIC 9(7)        VALUE 0.
          05 WS-CYC-ADJ-KTR            PIC 9(7)        VALUE 0.
          05 WS-BAD-CYC-ADJ-KTR        PIC 9(7)        VALUE 0.
          05 WS-REORDER-KTR            PIC 9(7)        VALUE 0.
          05 WS-MSTR-OUT-KTR           PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 TOTAL-MSTR-OUT-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                    PIC X(35)       VALUE
                'Vendor returns posted / unmatched:'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-RTV-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-ORPHAN-RTV-O        PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC7.
          05 FILLER                    PIC X(35)       VALUE
                'Cycle-count adjustments / invalid:'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-CYC-ADJ-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-BAD-CYC-ADJ-O       PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
           PERFORM 150-LOAD-OPEN-POS UNTIL PURCHORDS-FILE-EOF.
           PERFORM 200-POST-RECEIPTS UNTIL RECEIPTS-FILE-EOF.
           PERFORM 250-POST-TRANSACTIONS UNTIL INV-TRAN-FILE-EOF.
           PERFORM 270-POST-VENDOR-RETURNS UNTIL RTV-POST-FILE-EOF.
           PERFORM 280-POST-COUNT-ADJUSTMENTS UNTIL CYC-ADJ-FILE-EOF.
           PERFORM 500-WRITE-MASTER-AND-REPORT.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
              DISPLAY 'INVALID TRAN TYPE: ' ITR-TRAN-TYPE
                      ' PART: ' ITR-PART-NUMBER
           END-EVALUATE.
       270-POST-VENDOR-RETURNS.
      ************************************************************
      * Post one return to vendor: the goods leave on hand       *
      ************************************************************
      D    DISPLAY '270-POST-VENDOR-RETURNS'.
           READ RTV-POST-FILE
           AT END
              MOVE 'Y' TO RTV-POST-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.

           MOVE 'N' TO SW-INV-FOUND.
           PERFORM VARYING INV-TABLE-SUB FROM 1 BY 1
              UNTIL INV-TABLE-SUB > INV-TABLE-MAX
                   IF INV-TBL-PART-NUMBER(INV-TABLE-SUB) EQUAL TO
                      RP-PART-NUMBER
                      THEN
                      MOVE 'Y' TO SW-INV-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF INV-FOUND
              THEN
              SUBTRACT RP-QTY-RETURNED FROM
                 INV-TBL-ON-HAND(INV-TABLE-SUB)
              ADD 1 TO WS-RTV-KTR
           ELSE
              ADD 1 TO WS-ORPHAN-RTV-KTR
              DISPLAY 'VENDOR RETURN FOR PART NOT ON MASTER: '
                      RP-PART-NUMBER
           END-IF.
       280-POST-COUNT-ADJUSTMENTS.
      ************************************************************
      * Post one cycle-count adjustment: on hand moves to the    *
      * quantity counted                                         *
      ************************************************************
      D    DISPLAY '280-POST-COUNT-ADJUSTMENTS'.
           READ CYC-ADJ-FILE
           AT END
              MOVE 'Y' TO CYC-ADJ-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.

           MOVE 'N' TO SW-INV-FOUND.
           PERFORM VARYING INV-TABLE-SUB FROM 1 BY 1
              UNTIL INV-TABLE-SUB > INV-TABLE-MAX
                   IF INV-TBL-PART-NUMBER(INV-TABLE-SUB) EQUAL TO
                      CA-PART-NUMBER
                      THEN
                      MOVE 'Y' TO SW-INV-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF NOT INV-FOUND
              OR CA-TRAN-TYPE NOT EQUAL TO 'A'
              OR CA-QTY NOT NUMERIC
              THEN
              ADD 1 TO WS-BAD-CYC-ADJ-KTR
              DISPLAY 'INVALID CYCLE-COUNT ADJUSTMENT: '
                      CA-PART-NUMBER
              EXIT PARAGRAPH
           END-IF.

           IF CA-SIGN = '-'
              THEN
              SUBTRACT CA-QTY FROM INV-TBL-ON-HAND(INV-TABLE-SUB)
           ELSE
              ADD CA-QTY TO INV-TBL-ON-HAND(INV-TABLE-SUB)
           END-IF.
           ADD 1 TO WS-CYC-ADJ-KTR.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
                      INV-TRAN-FILE-ST
              MOVE 'Y' TO INV-TRAN-FILE-STATUS
           END-IF.
           OPEN INPUT RTV-POST-FILE.
           IF NOT RTV-POST-FILE-OK
              DISPLAY 'RTVPOST OPEN PROBLEM, RC='
                      RTV-POST-FILE-ST
              MOVE 'Y' TO RTV-POST-FILE-STATUS
           END-IF.
           OPEN INPUT CYC-ADJ-FILE.
           IF NOT CYC-ADJ-FILE-OK
              DISPLAY 'CYCADJ OPEN PROBLEM, RC='
                      CYC-ADJ-FILE-ST
              MOVE 'Y' TO CYC-ADJ-FILE-STATUS
           END-IF.
           OPEN OUTPUT ONHAND-OUT-FILE.
           IF NOT ONHAND-OUT-FILE-OK
              DISPLAY 'ONHANDO OPEN PROBLEM, RC='
           MOVE WS-BAD-TRAN-KTR TO TOTAL-BAD-TRAN-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-RTV-KTR TO TOTAL-RTV-O.
           MOVE WS-ORPHAN-RTV-KTR TO TOTAL-ORPHAN-RTV-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
           MOVE WS-CYC-ADJ-KTR TO TOTAL-CYC-ADJ-O.
           MOVE WS-BAD-CYC-ADJ-KTR TO TOTAL-BAD-CYC-ADJ-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC7
              AFTER ADVANCING 1 LINE.
           MOVE WS-REORDER-KTR TO TOTAL-REORDER-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
                 PURCHORDS-FILE
                 RECEIPTS-FILE
                 INV-TRAN-FILE
                 RTV-POST-FILE
                 CYC-ADJ-FILE
                 ONHAND-OUT-FILE
                 REPORT-FILE.
