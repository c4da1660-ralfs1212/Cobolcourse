      * Receipts that do not match any PO on POFILE are counted
      * and listed to SYSOUT so warehouse mis-keys surface too.
      *
      * Change orders accepted by POCHGORD are taken from the PO
      * revision history (POREVHST): each PO is aged on its
      * latest revised quantity, price and delivery date, a
      * cancelled PO is not aged at all, and a PO closed short
      * counts as received.
      *
      *  Inital Version   2026/08/22
      *  Age POs on their latest change-order revision 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT RECEIPTS-FILE ASSIGN TO RECEIPTS
           FILE STATUS IS RECEIPTS-FILE-ST.

           SELECT OPTIONAL REV-HIST-FILE ASSIGN TO POREVHST
           FILE STATUS IS REV-HIST-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

          05 RCP-QTY-RECEIVED          PIC 9(07).
          05 FILLER                    PIC X(59).

      * PO revision history written by POCHGORD - layout kept in
      * step with POCHGORD's REV-HIST-REC
       FD  REV-HIST-FILE
           RECORDING MODE IS F.
       01 REV-HIST-REC.
          05 RH-PO-NUMBER              PIC X(06).
          05 RH-REVISION-NO            PIC 9(03).
          05 RH-ACTION                 PIC X(06).
          05 RH-CHANGE-DATE            PIC 9(08).
          05 RH-SUPPLIER-CODE          PIC X(05).
          05 RH-BUYER-CODE             PIC X(03).
          05 RH-OLD-QUANTITY           PIC 9(08).
          05 RH-NEW-QUANTITY           PIC 9(08).
          05 RH-OLD-UNIT-PRICE-USD     PIC 9(07)V99.
          05 RH-NEW-UNIT-PRICE-USD     PIC 9(07)V99.
          05 RH-OLD-DELIVERY-DATE      PIC X(08).
          05 RH-NEW-DELIVERY-DATE      PIC X(08).
          05 RH-OLD-COMMITTED-AMT      PIC 9(11)V99.
          05 RH-NEW-COMMITTED-AMT      PIC 9(11)V99.
          05 RH-CHANGE-REASON          PIC X(20).
          05 RH-RUN-DATE               PIC 9(08).
          05 FILLER                    PIC X(15).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).
             10 RCP-TBL-MATCHED-IND    PIC X(1).
                88 RCP-TBL-MATCHED                     VALUE 'Y'.

      * Latest revision per PO from the revision history
       01 REV-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 REV-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 REV-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 5000 COMP.
       01 SW-REV-FOUND                 PIC X(1)        VALUE 'N'.
          88 REV-FOUND                                 VALUE 'Y'.
       01 REVISION-TABLE.
          05 REV-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON REV-TABLE-MAX.
             10 REV-TBL-PO-NUMBER      PIC X(6).
             10 REV-TBL-REVISION-NO    PIC 9(3)        COMP.
             10 REV-TBL-ACTION         PIC X(6).
                88 REV-TBL-CANCEL                      VALUE 'CANCEL'.
                88 REV-TBL-CLOSE-SHORT                 VALUE 'CLSSHT'.
             10 REV-TBL-QUANTITY       PIC 9(8)        COMP.
             10 REV-TBL-UNIT-PRICE     PIC S9(7)V99    COMP-3.
             10 REV-TBL-DELIVERY-DATE  PIC X(8).

      * Per-supplier overdue subtotals
       01 SUP-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 SUP-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
             88 PURCHORDS-FILE-OK                      VALUE '00'.
          05 RECEIPTS-FILE-ST          PIC X(2).
             88 RECEIPTS-FILE-OK                       VALUE '00'.
          05 REV-HIST-FILE-ST          PIC X(2).
      *      '05' = no revision history yet - nothing to apply
             88 REV-HIST-FILE-OK                       VALUE '00' '05'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
             88 PURCHORDS-FILE-EOF                     VALUE 'Y'.
          05 RECEIPTS-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 RECEIPTS-FILE-EOF                      VALUE 'Y'.
          05 REV-HIST-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 REV-HIST-FILE-EOF                      VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-PO-KTR                 PIC 9(7)        VALUE 0.
          05 WS-OPEN-NOT-DUE-KTR       PIC 9(7)        VALUE 0.
          05 WS-BAD-DATE-KTR           PIC 9(7)        VALUE 0.
          05 WS-ORPHAN-RCP-KTR         PIC 9(7)        VALUE 0.
          05 WS-REVISED-KTR            PIC 9(7)        VALUE 0.
          05 WS-CANCELLED-KTR          PIC 9(7)        VALUE 0.
          05 WS-CLOSED-SHORT-KTR       PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.
          05 TOTAL-BAD-DATE-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                    PIC X(35)       VALUE
                'POs revised / cancelled / short  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-REVISED-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-CANCELLED-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-CLOSED-SHORT-O      PIC ZZZZZZ9.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           PERFORM 070-LOAD-RECEIPTS-TABLE.
           PERFORM 080-LOAD-REVISION-TABLE.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-PURCHORDS-FILE.
              MOVE RCP-RECEIPT-DATE TO
                 RCP-TBL-LAST-DATE(RCP-TABLE-SUB)
           END-IF.
       080-LOAD-REVISION-TABLE.
      ************************************************************
      * Keep the highest revision of each PO from the history    *
      ************************************************************
      D    DISPLAY '080-LOAD-REVISION-TABLE'.
           PERFORM UNTIL REV-HIST-FILE-EOF
                   READ REV-HIST-FILE
                   AT END
                      MOVE 'Y' TO REV-HIST-FILE-STATUS
                   NOT AT END
                      PERFORM 085-ADD-REVISION-ENTRY
                   END-READ
           END-PERFORM.
      D    DISPLAY 'REVISION TABLE: ' REV-TABLE-MAX ' ENTRIES'.
       085-ADD-REVISION-ENTRY.
      ************************************************************
      * Find (or add) the revision entry for this PO-NUMBER and  *
      * replace it when this history record is a later revision  *
      ************************************************************
      D    DISPLAY '085-ADD-REVISION-ENTRY'.
           MOVE 'N' TO SW-REV-FOUND.
           PERFORM VARYING REV-TABLE-SUB FROM 1 BY 1
              UNTIL REV-TABLE-SUB > REV-TABLE-MAX
                   IF REV-TBL-PO-NUMBER(REV-TABLE-SUB) EQUAL TO
                      RH-PO-NUMBER
                      THEN
                      MOVE 'Y' TO SW-REV-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF NOT REV-FOUND
              THEN
              IF REV-TABLE-MAX < REV-TABLE-MAX-LIMIT
                 THEN
                 ADD 1 TO REV-TABLE-MAX
                 MOVE REV-TABLE-MAX TO REV-TABLE-SUB
                 MOVE RH-PO-NUMBER TO
                    REV-TBL-PO-NUMBER(REV-TABLE-SUB)
                 MOVE 0 TO REV-TBL-REVISION-NO(REV-TABLE-SUB)
              ELSE
                 DISPLAY 'WARNING: REVISION TABLE FULL AT '
                         REV-TABLE-MAX-LIMIT
                         ' ENTRIES - REVISION IGNORED: ' RH-PO-NUMBER
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF RH-REVISION-NO > REV-TBL-REVISION-NO(REV-TABLE-SUB)
              THEN
              MOVE RH-REVISION-NO TO
                 REV-TBL-REVISION-NO(REV-TABLE-SUB)
              MOVE RH-ACTION TO REV-TBL-ACTION(REV-TABLE-SUB)
              MOVE RH-NEW-QUANTITY TO
                 REV-TBL-QUANTITY(REV-TABLE-SUB)
              MOVE RH-NEW-UNIT-PRICE-USD TO
                 REV-TBL-UNIT-PRICE(REV-TABLE-SUB)
              MOVE RH-NEW-DELIVERY-DATE TO
                 REV-TBL-DELIVERY-DATE(REV-TABLE-SUB)
           END-IF.
       100-MAIN.
      ************************************************************
      * Main Routine - match one PO against the receipts table   *
      D    DISPLAY '100-MAIN'.
           ADD 1 TO WS-PO-KTR.

      * Latest change order first: a cancelled PO is not aged, a
      * revised one is aged on its revised quantity/price/date
           MOVE 'N' TO SW-REV-FOUND.
           PERFORM VARYING REV-TABLE-SUB FROM 1 BY 1
              UNTIL REV-TABLE-SUB > REV-TABLE-MAX
                   IF REV-TBL-PO-NUMBER(REV-TABLE-SUB) EQUAL TO
                      PO-NUMBER IN ORDER-DETAILS
                      THEN
                      MOVE 'Y' TO SW-REV-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF REV-FOUND
              THEN
              ADD 1 TO WS-REVISED-KTR
              MOVE REV-TBL-QUANTITY(REV-TABLE-SUB)
                 TO QUANTITY IN ORDER-DETAILS
              MOVE REV-TBL-UNIT-PRICE(REV-TABLE-SUB)
                 TO UNIT-PRICE-USD IN ORDER-DETAILS
              MOVE REV-TBL-DELIVERY-DATE(REV-TABLE-SUB)
                 TO DELIVERY-DATE IN ORDER-DETAILS
              IF REV-TBL-CANCEL(REV-TABLE-SUB)
                 THEN
                 ADD 1 TO WS-CANCELLED-KTR
                 PERFORM 400-READ-PURCHORDS-FILE
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE 'N' TO SW-RCP-FOUND.
           PERFORM VARYING RCP-TABLE-SUB FROM 1 BY 1
              UNTIL RCP-TABLE-SUB > RCP-TABLE-MAX
                   END-IF
           END-PERFORM.

      * A PO closed short is complete at what arrived, even when
      * those receipts are not on this run's receipts file
           EVALUATE TRUE
           WHEN RCP-FOUND
              ADD 1 TO WS-RECEIVED-KTR
              MOVE 'Y' TO RCP-TBL-MATCHED-IND(RCP-TABLE-SUB)
           WHEN REV-FOUND AND REV-TBL-CLOSE-SHORT(REV-TABLE-SUB)
              ADD 1 TO WS-RECEIVED-KTR
              ADD 1 TO WS-CLOSED-SHORT-KTR
           WHEN OTHER
              PERFORM 200-CHECK-OVERDUE
           END-EVALUATE.

           PERFORM 400-READ-PURCHORDS-FILE.
       200-CHECK-OVERDUE.
              GOBACK
           END-IF.

           OPEN INPUT REV-HIST-FILE.
           IF NOT REV-HIST-FILE-OK
              THEN
              DISPLAY 'REV-HIST-FILE Problem: ' REV-HIST-FILE-ST
              GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1.
           MOVE WS-REVISED-KTR TO TOTAL-REVISED-O.
           MOVE WS-CANCELLED-KTR TO TOTAL-CANCELLED-O.
           MOVE WS-CLOSED-SHORT-KTR TO TOTAL-CLOSED-SHORT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1.
       710-COUNT-ORPHAN-RECEIPTS.
      ***********************************************************
      * Receipts that never matched a PO on POFILE - list them   *
              GOBACK
           END-IF.

           CLOSE REV-HIST-FILE.

           CLOSE REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
