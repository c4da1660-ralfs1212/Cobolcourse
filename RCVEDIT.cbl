       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVEDIT.
      * ------------------------------------------------------------
      * RCVEDIT:
      * Receiving-dock edit. Runs ahead of POAGING, APMATCH, INVPOST
      * and POCOMMIT so that only clean receipts reach them. Every
      * receipt keyed at the dock (DOCKRCPT) is checked against the
      * POFILE extract written by PARTSUPX:
      *
      *  R1  PO-NUMBER not on POFILE
      *  R2  receipt date not a valid date, or later than today
      *  R3  receipt dated before the PO's ORDER-DATE
      *  R4  received quantity zero or not numeric
      *  R5  quantity that, with the receipts already taken in
      *      against the PO, over-receives it by more than the
      *      tolerance percent (RCV-OVER-TOL-PCT in the PARMLIB
      *      parameter library)
      *
      * Clean receipts are written to the RECEIPTS file the
      * downstream jobs read. Rejects go to the RCVQUAR quarantine
      * file with the reason code; the quarantine record keeps the
      * receipt fields in the RECEIPTS positions, so the dock clerk
      * corrects it and resubmits it in the next night's DOCKRCPT.
      *
      * The quantity received to date per PO is carried from run to
      * run on the RCVLEDG (in) / RCVLDGO (out) ledger; RTVEDIT
      * takes supplier returns off the same ledger.
      *
      *  Inital Version   2026/10/15
      *  Tolerance from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCK-FILE ASSIGN TO DOCKRCPT
           FILE STATUS IS DOCK-FILE-ST.

           SELECT PURCHORDS-FILE ASSIGN TO POFILE
           FILE STATUS IS PURCHORDS-FILE-ST.

           SELECT RCVLEDG-IN-FILE ASSIGN TO RCVLEDG
           FILE STATUS IS RCVLEDG-IN-FILE-ST.

           SELECT RECEIPTS-FILE ASSIGN TO RECEIPTS
           FILE STATUS IS RECEIPTS-FILE-ST.

           SELECT QUARANTINE-FILE ASSIGN TO RCVQUAR
           FILE STATUS IS QUARANTINE-FILE-ST.

           SELECT RCVLEDG-OUT-FILE ASSIGN TO RCVLDGO
           FILE STATUS IS RCVLEDG-OUT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Receipts as keyed at the dock - RECEIPTS layout
       FD  DOCK-FILE
           RECORDING MODE IS F.
       01 DOCK-REC.
          05 DCK-PO-NUMBER             PIC X(06).
          05 DCK-RECEIPT-DATE          PIC 9(08).
          05 DCK-QTY-RECEIVED          PIC 9(07).
          05 FILLER                    PIC X(59).

       FD  PURCHORDS-FILE
           RECORDING MODE IS F.
           COPY PURCHRDS.

      * Prior-run received-to-date ledger (empty on the first run)
       FD  RCVLEDG-IN-FILE
           RECORDING MODE IS F.
       01 RCVLEDG-IN-REC               PIC X(80).

      * Warehouse receipts - one record per goods receipt
       FD  RECEIPTS-FILE
           RECORDING MODE IS F.
       01 RECEIPT-REC.
          05 RCP-PO-NUMBER             PIC X(06).
          05 RCP-RECEIPT-DATE          PIC 9(08).
          05 RCP-QTY-RECEIVED          PIC 9(07).
          05 FILLER                    PIC X(59).

      * Quarantined receipts - receipt fields in the RECEIPTS
      * positions, then the reason
       FD  QUARANTINE-FILE
           RECORDING MODE IS F.
       01 QUARANTINE-REC.
          05 QR-PO-NUMBER              PIC X(06).
          05 QR-RECEIPT-DATE           PIC X(08).
          05 QR-QTY-RECEIVED           PIC X(07).
          05 QR-REASON-CODE            PIC X(02).
          05 QR-REASON-TEXT            PIC X(30).
          05 QR-REJECT-DATE            PIC 9(08).
          05 FILLER                    PIC X(19).

       FD  RCVLEDG-OUT-FILE
           RECORDING MODE IS F.
       01 RCVLEDG-OUT-REC              PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Received-to-date ledger record - carried forward between runs
       01 RCV-LEDGER-REC.
          05 RL-PO-NUMBER              PIC X(06).
          05 RL-QTY-RECEIVED           PIC 9(09).
          05 RL-LAST-RECEIPT-DATE      PIC 9(08).
      *   quantity sent back by RTVEDIT with no replacement due
          05 RL-QTY-RETURNED           PIC 9(09).
          05 FILLER                    PIC X(48).

      * Purchase-order table keyed by PO-NUMBER
       01 PO-TABLE-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 PO-TABLE-MAX                 PIC 9(5)        VALUE 0 COMP.
       01 PO-TABLE-MAX-LIMIT           PIC 9(5)        VALUE 5000 COMP.
       01 SW-PO-FOUND                  PIC X(1)        VALUE 'N'.
          88 PO-FOUND                                  VALUE 'Y'.
       01 PO-TABLE.
          05 PO-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON PO-TABLE-MAX.
             10 PO-TBL-PO-NUMBER       PIC X(6).
             10 PO-TBL-ORDER-DATE      PIC X(8).
             10 PO-TBL-QTY-ORDERED     PIC S9(8)       COMP.

      * Received-to-date ledger table keyed by PO-NUMBER
       01 RL-TABLE-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 RL-TABLE-MAX                 PIC 9(5)        VALUE 0 COMP.
       01 RL-TABLE-MAX-LIMIT           PIC 9(5)        VALUE 5000 COMP.
       01 SW-RL-FOUND                  PIC X(1)        VALUE 'N'.
          88 RL-FOUND                                  VALUE 'Y'.
       01 RCV-LEDGER-TABLE.
          05 RL-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON RL-TABLE-MAX
                                       PIC X(80).

       01 PROGRAM-SWITCHES.
          05 DOCK-FILE-ST              PIC X(2).
             88 DOCK-FILE-OK                           VALUE '00'.
          05 PURCHORDS-FILE-ST         PIC X(2).
             88 PURCHORDS-FILE-OK                      VALUE '00'.
          05 RCVLEDG-IN-FILE-ST        PIC X(2).
             88 RCVLEDG-IN-FILE-OK                     VALUE '00'.
          05 RECEIPTS-FILE-ST          PIC X(2).
             88 RECEIPTS-FILE-OK                       VALUE '00'.
          05 QUARANTINE-FILE-ST        PIC X(2).
             88 QUARANTINE-FILE-OK                     VALUE '00'.
          05 RCVLEDG-OUT-FILE-ST       PIC X(2).
             88 RCVLEDG-OUT-FILE-OK                    VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 DOCK-FILE-STATUS          PIC X(01)       VALUE SPACE.
             88 DOCK-FILE-EOF                          VALUE 'Y'.
          05 PURCHORDS-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 PURCHORDS-FILE-EOF                     VALUE 'Y'.
          05 RCVLEDG-IN-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 RCVLEDG-IN-FILE-EOF                    VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-DOCK-KTR               PIC 9(7)        VALUE 0.
          05 WS-PO-KTR                 PIC 9(7)        VALUE 0.
          05 WS-ACCEPT-KTR             PIC 9(7)        VALUE 0.
          05 WS-REJECT-KTR             PIC 9(7)        VALUE 0.
          05 WS-R1-KTR                 PIC 9(7)        VALUE 0.
          05 WS-R2-KTR                 PIC 9(7)        VALUE 0.
          05 WS-R3-KTR                 PIC 9(7)        VALUE 0.
          05 WS-R4-KTR                 PIC 9(7)        VALUE 0.
          05 WS-R5-KTR                 PIC 9(7)        VALUE 0.
          05 WS-QTY-ACCEPTED-TOT       PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-OVER-TOL-PCT           PIC 9(3)V9      VALUE 0.
          05 WS-QTY-ALLOWED            PIC S9(9)V9     VALUE 0.
          05 WS-QTY-TO-DATE            PIC S9(9)       VALUE 0.
          05 WS-REASON-CODE            PIC X(02)       VALUE SPACES.
          05 WS-REASON-TEXT            PIC X(30)       VALUE SPACES.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the over-receipt tolerance in
      * effect on the run date from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '     RECEIVING DOCK EDIT - QUARANTINED RECEIPTS   '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'PO NBR'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'RCPT DATE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'QUANTITY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'CODE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REASON'.
          05 FILLER                    PIC X(60)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(60)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-PO-NUMBER-O           PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-RECEIPT-DATE-O        PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-QTY-O                 PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-CODE-O                PIC X(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-O              PIC X(30).
          05 FILLER                    PIC X(60)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Dock receipts read               :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-DOCK-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Receipts accepted / quarantined  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ACCEPT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REJECT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'R1 no PO / R2 bad date / R3 early:'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-R1-O                PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-R2-O                PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-R3-O                PIC ZZZZZZ9.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'R4 bad qty / R5 over-receipt     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-R4-O                PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-R5-O                PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Over-receipt tolerance percent   :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-TOL-O               PIC ZZ9.9.
          05 FILLER                    PIC X(88)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-EDIT-RECEIPT UNTIL DOCK-FILE-EOF.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 750-SAVE-LEDGER.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'RCVEDIT' TO AUD-PROGRAM-ID.
           MOVE WS-DOCK-KTR TO AUD-RECORDS-READ.
           MOVE WS-ACCEPT-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-REJECT-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-QTY-ACCEPTED-TOT TO AUD-CONTROL-TOTAL.
           MOVE '00' TO AUD-FINAL-STATUS.
           CALL 'AUDITWRT' USING AUD-PROGRAM-ID, AUD-RECORDS-READ,
              AUD-RECORDS-WRITTEN, AUD-RECORDS-REJECTED,
              AUD-CONTROL-TOTAL, AUD-FINAL-STATUS.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           PERFORM 060-LOAD-RCV-PARMS.
           PERFORM 070-LOAD-PO-TABLE.
           PERFORM 080-LOAD-LEDGER-TABLE.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-DOCK-FILE.
       060-LOAD-RCV-PARMS.
      ************************************************************
      * Look up the over-receipt tolerance percent in effect     *
      * today in the PARMLIB parameter library (PARMLKUP)        *
      ************************************************************
      D    DISPLAY '060-LOAD-RCV-PARMS'.
           MOVE 'RCVEDIT' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'RCV-OVER-TOL-PCT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR PLIB-NUM-VALUE > 999.9
              THEN
              DISPLAY 'RCV-OVER-TOL-PCT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-OVER-TOL-PCT.
      D    DISPLAY 'OVER-RECEIPT TOL PCT: ' WS-OVER-TOL-PCT.
       070-LOAD-PO-TABLE.
      ************************************************************
      * Load the POFILE extract into the PO table                *
      ************************************************************
      D    DISPLAY '070-LOAD-PO-TABLE'.
           PERFORM UNTIL PURCHORDS-FILE-EOF OR
              PO-TABLE-MAX = PO-TABLE-MAX-LIMIT
                   READ PURCHORDS-FILE
                   AT END
                      MOVE 'Y' TO PURCHORDS-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-PO-KTR
                      ADD 1 TO PO-TABLE-MAX
                      MOVE PO-NUMBER IN ORDER-DETAILS TO
                         PO-TBL-PO-NUMBER(PO-TABLE-MAX)
                      MOVE ORDER-DATE IN ORDER-DETAILS TO
                         PO-TBL-ORDER-DATE(PO-TABLE-MAX)
                      MOVE QUANTITY TO
                         PO-TBL-QTY-ORDERED(PO-TABLE-MAX)
                   END-READ
           END-PERFORM.
      D    DISPLAY 'PO TABLE: ' PO-TABLE-MAX ' ENTRIES'.
       080-LOAD-LEDGER-TABLE.
      ************************************************************
      * Load the prior-run received-to-date ledger               *
      ************************************************************
      D    DISPLAY '080-LOAD-LEDGER-TABLE'.
           PERFORM UNTIL RCVLEDG-IN-FILE-EOF
                   READ RCVLEDG-IN-FILE
                   AT END
                      MOVE 'Y' TO RCVLEDG-IN-FILE-STATUS
                   NOT AT END
                      IF RL-TABLE-MAX < RL-TABLE-MAX-LIMIT
                         ADD 1 TO RL-TABLE-MAX
                         MOVE RCVLEDG-IN-REC TO RL-ENTRY(RL-TABLE-MAX)
                      ELSE
                         DISPLAY 'WARNING: RECEIVING LEDGER TABLE '
                                 'FULL AT ' RL-TABLE-MAX-LIMIT
                                 ' ENTRIES'
                      END-IF
                   END-READ
           END-PERFORM.
      D    DISPLAY 'LEDGER TABLE: ' RL-TABLE-MAX ' ENTRIES'.
       100-EDIT-RECEIPT.
      ************************************************************
      * Edit one dock receipt; the first failed check decides    *
      * the reason code                                          *
      ************************************************************
      D    DISPLAY '100-EDIT-RECEIPT'.
           ADD 1 TO WS-DOCK-KTR.
           MOVE SPACES TO WS-REASON-CODE.
           MOVE SPACES TO WS-REASON-TEXT.

           MOVE 'N' TO SW-PO-FOUND.
           PERFORM VARYING PO-TABLE-SUB FROM 1 BY 1
              UNTIL PO-TABLE-SUB > PO-TABLE-MAX
                   IF PO-TBL-PO-NUMBER(PO-TABLE-SUB) EQUAL TO
                      DCK-PO-NUMBER
                      THEN
                      MOVE 'Y' TO SW-PO-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           EVALUATE TRUE
           WHEN NOT PO-FOUND
                MOVE 'R1' TO WS-REASON-CODE
                MOVE 'PO NUMBER NOT ON FILE' TO WS-REASON-TEXT
           WHEN DCK-RECEIPT-DATE NOT NUMERIC
             OR DCK-RECEIPT-DATE < 19000101
                MOVE 'R2' TO WS-REASON-CODE
                MOVE 'RECEIPT DATE INVALID' TO WS-REASON-TEXT
           WHEN DCK-RECEIPT-DATE > WS-CURRENT-DATE
                MOVE 'R2' TO WS-REASON-CODE
                MOVE 'RECEIPT DATE IN THE FUTURE' TO WS-REASON-TEXT
           WHEN PO-TBL-ORDER-DATE(PO-TABLE-SUB) NUMERIC
            AND DCK-RECEIPT-DATE <
                FUNCTION NUMVAL(PO-TBL-ORDER-DATE(PO-TABLE-SUB))
                MOVE 'R3' TO WS-REASON-CODE
                MOVE 'RECEIVED BEFORE ORDER DATE' TO WS-REASON-TEXT
           WHEN DCK-QTY-RECEIVED NOT NUMERIC
             OR DCK-QTY-RECEIVED EQUAL TO ZERO
                MOVE 'R4' TO WS-REASON-CODE
                MOVE 'QUANTITY MISSING OR INVALID' TO WS-REASON-TEXT
           WHEN OTHER
                PERFORM 150-CHECK-OVER-RECEIPT
           END-EVALUATE.

           IF WS-REASON-CODE EQUAL TO SPACES
              THEN
              PERFORM 200-ACCEPT-RECEIPT
           ELSE
              PERFORM 250-QUARANTINE-RECEIPT
           END-IF.

           PERFORM 400-READ-DOCK-FILE.
       150-CHECK-OVER-RECEIPT.
      ************************************************************
      * This receipt plus the quantity already received against *
      * the PO must stay within the ordered quantity plus the    *
      * over-receipt tolerance                                   *
      ************************************************************
      D    DISPLAY '150-CHECK-OVER-RECEIPT'.
           MOVE 'N' TO SW-RL-FOUND.
           PERFORM VARYING RL-TABLE-SUB FROM 1 BY 1
              UNTIL RL-TABLE-SUB > RL-TABLE-MAX
                   MOVE RL-ENTRY(RL-TABLE-SUB) TO RCV-LEDGER-REC
                   IF RL-PO-NUMBER EQUAL TO DCK-PO-NUMBER
                      THEN
                      MOVE 'Y' TO SW-RL-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF RL-FOUND
              THEN
              COMPUTE WS-QTY-TO-DATE =
                 RL-QTY-RECEIVED + DCK-QTY-RECEIVED
           ELSE
              MOVE DCK-QTY-RECEIVED TO WS-QTY-TO-DATE
           END-IF.

           COMPUTE WS-QTY-ALLOWED =
              PO-TBL-QTY-ORDERED(PO-TABLE-SUB) *
              (1 + (WS-OVER-TOL-PCT / 100)).
           IF WS-QTY-TO-DATE > WS-QTY-ALLOWED
              THEN
              MOVE 'R5' TO WS-REASON-CODE
              MOVE 'OVER-RECEIVES PO BEYOND TOL' TO WS-REASON-TEXT
           END-IF.
       200-ACCEPT-RECEIPT.
      ************************************************************
      * Clean receipt - pass it on to RECEIPTS and add it to the *
      * PO's received-to-date                                    *
      ************************************************************
      D    DISPLAY '200-ACCEPT-RECEIPT'.
           MOVE SPACES TO RECEIPT-REC.
           MOVE DCK-PO-NUMBER TO RCP-PO-NUMBER.
           MOVE DCK-RECEIPT-DATE TO RCP-RECEIPT-DATE.
           MOVE DCK-QTY-RECEIVED TO RCP-QTY-RECEIVED.
           WRITE RECEIPT-REC.
           ADD 1 TO WS-ACCEPT-KTR.
           ADD DCK-QTY-RECEIVED TO WS-QTY-ACCEPTED-TOT.

           IF RL-FOUND
              THEN
              ADD DCK-QTY-RECEIVED TO RL-QTY-RECEIVED
              IF DCK-RECEIPT-DATE > RL-LAST-RECEIPT-DATE
                 THEN
                 MOVE DCK-RECEIPT-DATE TO RL-LAST-RECEIPT-DATE
              END-IF
              MOVE RCV-LEDGER-REC TO RL-ENTRY(RL-TABLE-SUB)
           ELSE
              IF RL-TABLE-MAX < RL-TABLE-MAX-LIMIT
                 THEN
                 MOVE SPACES TO RCV-LEDGER-REC
                 MOVE DCK-PO-NUMBER TO RL-PO-NUMBER
                 MOVE DCK-QTY-RECEIVED TO RL-QTY-RECEIVED
                 MOVE DCK-RECEIPT-DATE TO RL-LAST-RECEIPT-DATE
                 MOVE 0 TO RL-QTY-RETURNED
                 ADD 1 TO RL-TABLE-MAX
                 MOVE RCV-LEDGER-REC TO RL-ENTRY(RL-TABLE-MAX)
              ELSE
                 DISPLAY 'WARNING: RECEIVING LEDGER TABLE FULL - '
                         'PO NOT TRACKED: ' DCK-PO-NUMBER
              END-IF
           END-IF.
       250-QUARANTINE-RECEIPT.
      ************************************************************
      * Reject - quarantine record and report line               *
      ************************************************************
      D    DISPLAY '250-QUARANTINE-RECEIPT'.
           ADD 1 TO WS-REJECT-KTR.
           EVALUATE WS-REASON-CODE
           WHEN 'R1'
                ADD 1 TO WS-R1-KTR
           WHEN 'R2'
                ADD 1 TO WS-R2-KTR
           WHEN 'R3'
                ADD 1 TO WS-R3-KTR
           WHEN 'R4'
                ADD 1 TO WS-R4-KTR
           WHEN 'R5'
                ADD 1 TO WS-R5-KTR
           END-EVALUATE.

           MOVE SPACES TO QUARANTINE-REC.
           MOVE DOCK-REC(1:6) TO QR-PO-NUMBER.
           MOVE DOCK-REC(7:8) TO QR-RECEIPT-DATE.
           MOVE DOCK-REC(15:7) TO QR-QTY-RECEIVED.
           MOVE WS-REASON-CODE TO QR-REASON-CODE.
           MOVE WS-REASON-TEXT TO QR-REASON-TEXT.
           MOVE WS-CURRENT-DATE TO QR-REJECT-DATE.
           WRITE QUARANTINE-REC.

           MOVE DOCK-REC(1:6) TO DET-PO-NUMBER-O.
           MOVE DOCK-REC(7:8) TO DET-RECEIPT-DATE-O.
           MOVE DOCK-REC(15:7) TO DET-QTY-O.
           MOVE WS-REASON-CODE TO DET-CODE-O.
           MOVE WS-REASON-TEXT TO DET-REASON-O.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT DOCK-FILE.
           IF NOT DOCK-FILE-OK
              DISPLAY 'DOCKRCPT OPEN PROBLEM, RC=' DOCK-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PURCHORDS-FILE.
           IF NOT PURCHORDS-FILE-OK
              DISPLAY 'POFILE OPEN PROBLEM, RC=' PURCHORDS-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT RCVLEDG-IN-FILE.
           IF NOT RCVLEDG-IN-FILE-OK
              DISPLAY 'RCVLEDG OPEN PROBLEM, RC='
                      RCVLEDG-IN-FILE-ST
              MOVE 'Y' TO RCVLEDG-IN-FILE-STATUS
           END-IF.
           OPEN OUTPUT RECEIPTS-FILE.
           IF NOT RECEIPTS-FILE-OK
              DISPLAY 'RECEIPTS OPEN PROBLEM, RC=' RECEIPTS-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT QUARANTINE-FILE.
           IF NOT QUARANTINE-FILE-OK
              DISPLAY 'RCVQUAR OPEN PROBLEM, RC='
                      QUARANTINE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RCVLEDG-OUT-FILE.
           IF NOT RCVLEDG-OUT-FILE-OK
              DISPLAY 'RCVLDGO OPEN PROBLEM, RC='
                      RCVLEDG-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-READ-DOCK-FILE.
      ************************************************************
      * Read next dock receipt                                   *
      ************************************************************
      D    DISPLAY '400-READ-DOCK-FILE'.
           READ DOCK-FILE
           AT END
              MOVE 'Y' TO DOCK-FILE-STATUS
           END-READ.
       600-WRITE-HEADINGS.
      ************************************************************
      * Page headings                                            *
      ************************************************************
      D    DISPLAY '600-WRITE-HEADINGS'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2 LINES.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1 LINE.
           MOVE 3 TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           IF CTR-PAGES EQUAL TO ZERO
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           MOVE WS-DOCK-KTR TO TOTAL-DOCK-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-ACCEPT-KTR TO TOTAL-ACCEPT-O.
           MOVE WS-REJECT-KTR TO TOTAL-REJECT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-R1-KTR TO TOTAL-R1-O.
           MOVE WS-R2-KTR TO TOTAL-R2-O.
           MOVE WS-R3-KTR TO TOTAL-R3-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-R4-KTR TO TOTAL-R4-O.
           MOVE WS-R5-KTR TO TOTAL-R5-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-OVER-TOL-PCT TO TOTAL-TOL-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
       750-SAVE-LEDGER.
      ************************************************************
      * Rewrite the received-to-date ledger for the next run     *
      ************************************************************
      D    DISPLAY '750-SAVE-LEDGER'.
           PERFORM VARYING RL-TABLE-SUB FROM 1 BY 1
              UNTIL RL-TABLE-SUB > RL-TABLE-MAX
                   MOVE RL-ENTRY(RL-TABLE-SUB) TO RCVLEDG-OUT-REC
                   WRITE RCVLEDG-OUT-REC
           END-PERFORM.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE DOCK-FILE
                 PURCHORDS-FILE
                 RCVLEDG-IN-FILE
                 RECEIPTS-FILE
                 QUARANTINE-FILE
                 RCVLEDG-OUT-FILE
                 REPORT-FILE.
