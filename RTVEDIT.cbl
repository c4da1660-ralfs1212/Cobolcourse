       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVEDIT.
      * ------------------------------------------------------------
      * RTVEDIT:
      * Return-to-vendor (RTV) edit and supplier debit memos.
      * Every RTV keyed by the warehouse (RTVTRANS) carries the
      * PO number, part number, quantity returned, reason code
      * and whether a replacement is expected. Each RTV is
      * checked against the POFILE extract and against the
      * received-to-date ledger kept by RCVEDIT (RCVLEDG):
      *
      *  - the PO must be on file and the part must be the PO's
      *  - quantity, reason code, replacement flag and return
      *    date must be valid
      *  - the quantity may not exceed what has been received on
      *    the PO and not already returned
      *
      * Accepted RTVs are priced at the PO's UNIT-PRICE-USD and
      * collected into one numbered debit memo per supplier. The
      * run writes:
      *
      *  RTVPOST  - this cycle's accepted RTVs, read by INVPOST
      *             (reduces on hand) and POCOMMIT (reopens the
      *             commitment when a replacement is expected)
      *  RTVHIST  - the same records appended to the RTV history
      *             the monthly RTVRPT report reads
      *  DBMEMO   - one record per new debit memo; APMATCH nets
      *             open memos against the supplier's next
      *             vouchers
      *  DEBITMEM - the printed debit memo sent to the supplier
      *  RCVLDGO  - the received-to-date ledger, updated so a
      *             replacement receipt is not quarantined as an
      *             over-receipt and goods cannot be returned twice
      *
      * The last debit memo number is carried from run to run on
      * the RTVCTL control file.
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTV-TRAN-FILE ASSIGN TO RTVTRANS
           FILE STATUS IS RTV-TRAN-FILE-ST.

           SELECT PURCHORDS-FILE ASSIGN TO POFILE
           FILE STATUS IS PURCHORDS-FILE-ST.

           SELECT RCVLEDG-IN-FILE ASSIGN TO RCVLEDG
           FILE STATUS IS RCVLEDG-IN-FILE-ST.

           SELECT OPTIONAL MEMO-CTL-FILE ASSIGN TO RTVCTL
           FILE STATUS IS MEMO-CTL-FILE-ST.

           SELECT RTV-POST-FILE ASSIGN TO RTVPOST
           FILE STATUS IS RTV-POST-FILE-ST.

           SELECT RTV-HIST-FILE ASSIGN TO RTVHIST
           FILE STATUS IS RTV-HIST-FILE-ST.

           SELECT DEBIT-MEMO-FILE ASSIGN TO DBMEMO
           FILE STATUS IS DEBIT-MEMO-FILE-ST.

           SELECT RCVLEDG-OUT-FILE ASSIGN TO RCVLDGO
           FILE STATUS IS RCVLEDG-OUT-FILE-ST.

           SELECT MEMO-PRINT-FILE ASSIGN TO DEBITMEM
           FILE STATUS IS MEMO-PRINT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Return-to-vendor transactions as keyed by the warehouse
       FD  RTV-TRAN-FILE
           RECORDING MODE IS F.
       01 RTV-TRAN-REC.
          05 RT-PO-NUMBER              PIC X(06).
          05 RT-PART-NUMBER            PIC X(23).
          05 RT-QTY-RETURNED           PIC 9(07).
          05 RT-REASON-CODE            PIC X(02).
             88 RT-VALID-REASON        VALUE 'DF' 'WP' 'DM' 'OS'
                                             'OT'.
          05 RT-REPLACE-FLAG           PIC X(01).
             88 RT-VALID-REPLACE-FLAG                  VALUE 'Y' 'N'.
          05 RT-RETURN-DATE            PIC 9(08).
          05 FILLER                    PIC X(33).

       FD  PURCHORDS-FILE
           RECORDING MODE IS F.
           COPY PURCHRDS.

      * Received-to-date ledger as left by RCVEDIT
       FD  RCVLEDG-IN-FILE
           RECORDING MODE IS F.
       01 RCVLEDG-IN-REC               PIC X(80).

      * Last debit memo number used - carried from run to run
       FD  MEMO-CTL-FILE
           RECORDING MODE IS F.
       01 MEMO-CTL-REC.
          05 MC-LAST-MEMO-NO           PIC 9(06).
          05 FILLER                    PIC X(74).

       FD  RTV-POST-FILE
           RECORDING MODE IS F.
       01 RTV-POST-OUT-REC             PIC X(80).

      * RTV history - appended every run
       FD  RTV-HIST-FILE
           RECORDING MODE IS F.
       01 RTV-HIST-OUT-REC             PIC X(80).

      * New debit memos - one per supplier per run
       FD  DEBIT-MEMO-FILE
           RECORDING MODE IS F.
       01 DEBIT-MEMO-OUT-REC           PIC X(80).

       FD  RCVLEDG-OUT-FILE
           RECORDING MODE IS F.
       01 RCVLEDG-OUT-REC              PIC X(80).

       FD  MEMO-PRINT-FILE
           RECORDING MODE IS F.
       01 MEMO-LINE                    PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Posted RTV record - RTVPOST and RTVHIST layout
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

      * Debit memo record - DBMEMO and the open-memo ledger APMATCH
      * carries forward
       01 DEBIT-MEMO-REC.
          05 DM-MEMO-NO                PIC 9(06).
          05 DM-SUPPLIER-CODE          PIC X(05).
          05 DM-MEMO-DATE              PIC 9(08).
          05 DM-MEMO-AMT               PIC 9(09)V99.
          05 DM-APPLIED-AMT            PIC 9(09)V99.
          05 DM-LINE-KTR               PIC 9(03).
          05 DM-STATUS                 PIC X(01).
             88 DM-OPEN                                VALUE 'O'.
             88 DM-CLOSED                              VALUE 'C'.
          05 DM-LAST-INVOICE-NO        PIC X(10).
          05 FILLER                    PIC X(25).

      * Received-to-date ledger record - RCVEDIT layout
       01 RCV-LEDGER-REC.
          05 RL-PO-NUMBER              PIC X(06).
          05 RL-QTY-RECEIVED           PIC 9(09).
          05 RL-LAST-RECEIPT-DATE      PIC 9(08).
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
             10 PO-TBL-PART-NUMBER     PIC X(11).
             10 PO-TBL-SUPPLIER-CODE   PIC X(5).
             10 PO-TBL-UNIT-PRICE-USD  PIC S9(7)V99    COMP-3.

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

      * Accepted RTVs held until the debit memos are numbered
       01 RTV-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 RTV-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 RTV-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 2000 COMP.
       01 RTV-TABLE.
          05 RTV-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON RTV-TABLE-MAX
                                       PIC X(80).

      * Suppliers with accepted RTVs this run - one memo each
       01 SUP-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 SUP-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 SUP-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 2000 COMP.
       01 SW-SUP-FOUND                 PIC X(1)        VALUE 'N'.
          88 SUP-FOUND                                 VALUE 'Y'.
       01 SUPPLIER-MEMO-TABLE.
          05 SUP-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON SUP-TABLE-MAX.
             10 SUP-TBL-SUPPLIER-CODE  PIC X(5).
             10 SUP-TBL-LINE-KTR       PIC 9(3)        COMP.
             10 SUP-TBL-MEMO-AMT       PIC S9(9)V99    COMP-3.

       01 PROGRAM-SWITCHES.
          05 RTV-TRAN-FILE-ST          PIC X(2).
             88 RTV-TRAN-FILE-OK                       VALUE '00'.
          05 PURCHORDS-FILE-ST         PIC X(2).
             88 PURCHORDS-FILE-OK                      VALUE '00'.
          05 RCVLEDG-IN-FILE-ST        PIC X(2).
             88 RCVLEDG-IN-FILE-OK                     VALUE '00'.
          05 MEMO-CTL-FILE-ST          PIC X(2).
          05 RTV-POST-FILE-ST          PIC X(2).
             88 RTV-POST-FILE-OK                       VALUE '00'.
          05 RTV-HIST-FILE-ST          PIC X(2).
      *      '05' = optional file created on OPEN EXTEND - the first
      *      run's history is fine, not an error
             88 RTV-HIST-FILE-OK                       VALUE '00' '05'.
          05 DEBIT-MEMO-FILE-ST        PIC X(2).
             88 DEBIT-MEMO-FILE-OK                     VALUE '00'.
          05 RCVLEDG-OUT-FILE-ST       PIC X(2).
             88 RCVLEDG-OUT-FILE-OK                    VALUE '00'.
          05 MEMO-PRINT-FILE-ST        PIC X(2).
             88 MEMO-PRINT-FILE-OK                     VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 RTV-TRAN-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 RTV-TRAN-FILE-EOF                      VALUE 'Y'.
          05 PURCHORDS-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 PURCHORDS-FILE-EOF                     VALUE 'Y'.
          05 RCVLEDG-IN-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 RCVLEDG-IN-FILE-EOF                    VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-RTV-KTR                PIC 9(7)        VALUE 0.
          05 WS-ACCEPT-KTR             PIC 9(7)        VALUE 0.
          05 WS-REJECT-KTR             PIC 9(7)        VALUE 0.
          05 WS-MEMO-KTR               PIC 9(7)        VALUE 0.
          05 WS-REPLACE-KTR            PIC 9(7)        VALUE 0.
          05 WS-MEMO-AMT-TOT           PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-MEMO-NO                PIC 9(6)        VALUE 0.
          05 WS-QTY-RETURNABLE         PIC S9(9)       VALUE 0.
          05 WS-RETURN-AMT             PIC S9(9)V99    VALUE +0
                                                       COMP-3.
          05 WS-REJECT-REASON          PIC X(30)       VALUE SPACES.
          05 WS-REASON-DESC            PIC X(20)       VALUE SPACES.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * Print Lines - RTV edit report
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '     RETURN-TO-VENDOR EDIT - REJECTED RTVS        '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'PO NBR'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(23)       VALUE
                'PART NUMBER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'QUANTITY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'REASON'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REJECTED BECAUSE'.
          05 FILLER                    PIC X(47)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(23)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(47)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-PO-NUMBER-O           PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PART-O                PIC X(23).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-QTY-O                 PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-CODE-O         PIC X(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REJECT-O              PIC X(30).
          05 FILLER                    PIC X(47)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'RTV transactions read            :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-RTV-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'RTVs accepted / rejected         :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ACCEPT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REJECT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'RTVs with replacement expected   :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-REPLACE-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Debit memos issued               :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-MEMO-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Debit memo amount                :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-MEMO-AMT-O          PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

      * Print Lines - debit memo document
       01 DM-HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '          SUPPLIER DEBIT MEMO                     '.
          05 FILLER                    PIC X(57)       VALUE SPACES.

       01 DM-MEMO-LINE.
          05 FILLER                    PIC X(14)       VALUE
                'DEBIT MEMO NO '.
          05 DM-MEMO-NO-O              PIC 9(06).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'DATE  '.
          05 DM-DATE-O                 PIC 9(08).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'SUPPLIER  '.
          05 DM-SUPPLIER-O             PIC X(05).
          05 FILLER                    PIC X(75)       VALUE SPACES.

       01 DM-TEXT-LINE.
          05 FILLER                    PIC X(60)       VALUE
                'THE GOODS BELOW ARE BEING RETURNED. THIS AMOUNT WILL'.
          05 FILLER                    PIC X(72)       VALUE
                ' BE DEDUCTED FROM OUR NEXT PAYMENT TO YOU.'.

       01 DM-HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'PO NBR'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(23)       VALUE
                'PART NUMBER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'QUANTITY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE
                'REASON'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE
                'AMOUNT'.
          05 FILLER                    PIC X(48)       VALUE SPACES.

       01 DM-HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(23)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE ALL "=".
          05 FILLER                    PIC X(48)       VALUE SPACES.

       01 DM-DETAIL-LINE.
          05 DMD-PO-NUMBER-O           PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DMD-PART-O                PIC X(23).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DMD-QTY-O                 PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DMD-REASON-O              PIC X(20).
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DMD-AMT-O                 PIC $$$,$$$,$$9.99.
          05 FILLER                    PIC X(48)       VALUE SPACES.

       01 DM-TOTAL-LINE.
          05 FILLER                    PIC X(33)       VALUE SPACES.
          05 FILLER                    PIC X(35)       VALUE
                'TOTAL OF THIS DEBIT MEMO'.
          05 DMT-AMT-O                 PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(46)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-EDIT-RTV UNTIL RTV-TRAN-FILE-EOF.
           PERFORM 500-ISSUE-DEBIT-MEMO
              VARYING SUP-TABLE-SUB FROM 1 BY 1
              UNTIL SUP-TABLE-SUB > SUP-TABLE-MAX.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 750-SAVE-LEDGER.
           PERFORM 760-SAVE-MEMO-CONTROL.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'RTVEDIT' TO AUD-PROGRAM-ID.
           MOVE WS-RTV-KTR TO AUD-RECORDS-READ.
           MOVE WS-ACCEPT-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-REJECT-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-MEMO-AMT-TOT TO AUD-CONTROL-TOTAL.
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
           PERFORM 050-LOAD-MEMO-CONTROL.
           PERFORM 070-LOAD-PO-TABLE.
           PERFORM 080-LOAD-LEDGER-TABLE.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-RTV-TRAN-FILE.
       050-LOAD-MEMO-CONTROL.
      ************************************************************
      * Last debit memo number used persists across runs; a      *
      * missing control starts the series at zero                *
      ************************************************************
      D    DISPLAY '050-LOAD-MEMO-CONTROL'.
           OPEN INPUT MEMO-CTL-FILE.
           READ MEMO-CTL-FILE
              AT END
                 CONTINUE
           NOT AT END
              MOVE MC-LAST-MEMO-NO TO WS-MEMO-NO
           END-READ.
           CLOSE MEMO-CTL-FILE.
      D    DISPLAY 'LAST MEMO NO    : ' WS-MEMO-NO.
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
                      ADD 1 TO PO-TABLE-MAX
                      MOVE PO-NUMBER IN ORDER-DETAILS TO
                         PO-TBL-PO-NUMBER(PO-TABLE-MAX)
                      MOVE PART-NUMBER IN PURCHASE-ORDER TO
                         PO-TBL-PART-NUMBER(PO-TABLE-MAX)
                      MOVE SUPPLIER-CODE IN PURCHASE-ORDER TO
                         PO-TBL-SUPPLIER-CODE(PO-TABLE-MAX)
                      MOVE UNIT-PRICE-USD TO
                         PO-TBL-UNIT-PRICE-USD(PO-TABLE-MAX)
                   END-READ
           END-PERFORM.
      D    DISPLAY 'PO TABLE: ' PO-TABLE-MAX ' ENTRIES'.
       080-LOAD-LEDGER-TABLE.
      ************************************************************
      * Load the received-to-date ledger                         *
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
       100-EDIT-RTV.
      ************************************************************
      * Edit one RTV transaction; the first failed check is the  *
      * reject reason                                            *
      ************************************************************
      D    DISPLAY '100-EDIT-RTV'.
           ADD 1 TO WS-RTV-KTR.
           MOVE SPACES TO WS-REJECT-REASON.

           MOVE 'N' TO SW-PO-FOUND.
           PERFORM VARYING PO-TABLE-SUB FROM 1 BY 1
              UNTIL PO-TABLE-SUB > PO-TABLE-MAX
                   IF PO-TBL-PO-NUMBER(PO-TABLE-SUB) EQUAL TO
                      RT-PO-NUMBER
                      THEN
                      MOVE 'Y' TO SW-PO-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           EVALUATE TRUE
           WHEN NOT PO-FOUND
                MOVE 'PO NUMBER NOT ON FILE' TO WS-REJECT-REASON
           WHEN RT-PART-NUMBER(1:11) NOT EQUAL TO
                PO-TBL-PART-NUMBER(PO-TABLE-SUB)
                MOVE 'PART IS NOT ON THIS PO' TO WS-REJECT-REASON
           WHEN RT-QTY-RETURNED NOT NUMERIC
             OR RT-QTY-RETURNED EQUAL TO ZERO
                MOVE 'QUANTITY MISSING OR INVALID'
                   TO WS-REJECT-REASON
           WHEN NOT RT-VALID-REASON
                MOVE 'INVALID RETURN REASON CODE'
                   TO WS-REJECT-REASON
           WHEN NOT RT-VALID-REPLACE-FLAG
                MOVE 'REPLACEMENT FLAG NOT Y OR N'
                   TO WS-REJECT-REASON
           WHEN RT-RETURN-DATE NOT NUMERIC
             OR RT-RETURN-DATE < 19000101
             OR RT-RETURN-DATE > WS-CURRENT-DATE
                MOVE 'RETURN DATE INVALID' TO WS-REJECT-REASON
           WHEN OTHER
                PERFORM 150-CHECK-RETURNABLE
           END-EVALUATE.

           IF WS-REJECT-REASON EQUAL TO SPACES
              THEN
              PERFORM 200-ACCEPT-RTV
           ELSE
              PERFORM 250-WRITE-REJECT-LINE
           END-IF.

           PERFORM 400-READ-RTV-TRAN-FILE.
       150-CHECK-RETURNABLE.
      ************************************************************
      * The return may not exceed what was received on the PO   *
      * and has not already gone back                            *
      ************************************************************
      D    DISPLAY '150-CHECK-RETURNABLE'.
           MOVE 'N' TO SW-RL-FOUND.
           PERFORM VARYING RL-TABLE-SUB FROM 1 BY 1
              UNTIL RL-TABLE-SUB > RL-TABLE-MAX
                   MOVE RL-ENTRY(RL-TABLE-SUB) TO RCV-LEDGER-REC
                   IF RL-PO-NUMBER EQUAL TO RT-PO-NUMBER
                      THEN
                      MOVE 'Y' TO SW-RL-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF NOT RL-FOUND
              THEN
              MOVE 'NOTHING RECEIVED ON THIS PO' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF RL-QTY-RETURNED NOT NUMERIC
              THEN
              MOVE 0 TO RL-QTY-RETURNED
           END-IF.
           COMPUTE WS-QTY-RETURNABLE =
              RL-QTY-RECEIVED - RL-QTY-RETURNED.
           IF RT-QTY-RETURNED > WS-QTY-RETURNABLE
              THEN
              MOVE 'RETURN EXCEEDS QTY RECEIVED' TO WS-REJECT-REASON
           END-IF.
       200-ACCEPT-RTV.
      ************************************************************
      * Price the return, hold it for the supplier's debit memo  *
      * and take it off the received-to-date ledger              *
      ************************************************************
      D    DISPLAY '200-ACCEPT-RTV'.
           IF RTV-TABLE-MAX NOT < RTV-TABLE-MAX-LIMIT
              THEN
              DISPLAY 'WARNING: RTV TABLE FULL AT '
                      RTV-TABLE-MAX-LIMIT
                      ' ENTRIES - RTV REJECTED: ' RT-PO-NUMBER
              MOVE 'RTV TABLE FULL - RESUBMIT' TO WS-REJECT-REASON
              PERFORM 250-WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-RETURN-AMT ROUNDED =
              RT-QTY-RETURNED * PO-TBL-UNIT-PRICE-USD(PO-TABLE-SUB).

           MOVE SPACES TO RTV-POSTED-REC.
           MOVE RT-PO-NUMBER TO RP-PO-NUMBER.
           MOVE RT-PART-NUMBER TO RP-PART-NUMBER.
           MOVE RT-QTY-RETURNED TO RP-QTY-RETURNED.
           MOVE RT-REASON-CODE TO RP-REASON-CODE.
           MOVE RT-REPLACE-FLAG TO RP-REPLACE-FLAG.
           MOVE RT-RETURN-DATE TO RP-RETURN-DATE.
           MOVE PO-TBL-SUPPLIER-CODE(PO-TABLE-SUB)
              TO RP-SUPPLIER-CODE.
           MOVE WS-RETURN-AMT TO RP-RETURN-AMT.
           MOVE 0 TO RP-MEMO-NO.
           ADD 1 TO RTV-TABLE-MAX.
           MOVE RTV-POSTED-REC TO RTV-ENTRY(RTV-TABLE-MAX).
           ADD 1 TO WS-ACCEPT-KTR.

      * A replacement is coming - it must not count as an
      * over-receipt, so the return comes off the received qty;
      * otherwise the goods are gone for good
           IF RP-REPLACEMENT-DUE
              THEN
              SUBTRACT RT-QTY-RETURNED FROM RL-QTY-RECEIVED
              ADD 1 TO WS-REPLACE-KTR
           ELSE
              ADD RT-QTY-RETURNED TO RL-QTY-RETURNED
           END-IF.
           MOVE RCV-LEDGER-REC TO RL-ENTRY(RL-TABLE-SUB).

           MOVE 'N' TO SW-SUP-FOUND.
           PERFORM VARYING SUP-TABLE-SUB FROM 1 BY 1
              UNTIL SUP-TABLE-SUB > SUP-TABLE-MAX
                   IF SUP-TBL-SUPPLIER-CODE(SUP-TABLE-SUB) EQUAL TO
                      RP-SUPPLIER-CODE
                      THEN
                      MOVE 'Y' TO SW-SUP-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT SUP-FOUND
              THEN
              IF SUP-TABLE-MAX < SUP-TABLE-MAX-LIMIT
                 THEN
                 ADD 1 TO SUP-TABLE-MAX
                 MOVE SUP-TABLE-MAX TO SUP-TABLE-SUB
                 MOVE RP-SUPPLIER-CODE TO
                    SUP-TBL-SUPPLIER-CODE(SUP-TABLE-SUB)
                 MOVE 0 TO SUP-TBL-LINE-KTR(SUP-TABLE-SUB)
                 MOVE 0 TO SUP-TBL-MEMO-AMT(SUP-TABLE-SUB)
              ELSE
                 DISPLAY 'WARNING: SUPPLIER TABLE FULL'
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD 1 TO SUP-TBL-LINE-KTR(SUP-TABLE-SUB).
           ADD WS-RETURN-AMT TO SUP-TBL-MEMO-AMT(SUP-TABLE-SUB).
       250-WRITE-REJECT-LINE.
      ************************************************************
      * Print one rejected RTV                                   *
      ************************************************************
      D    DISPLAY '250-WRITE-REJECT-LINE'.
           ADD 1 TO WS-REJECT-KTR.
           MOVE RT-PO-NUMBER TO DET-PO-NUMBER-O.
           MOVE RT-PART-NUMBER TO DET-PART-O.
           MOVE RTV-TRAN-REC(30:7) TO DET-QTY-O.
           MOVE RT-REASON-CODE TO DET-REASON-CODE-O.
           MOVE WS-REJECT-REASON TO DET-REJECT-O.
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
           OPEN INPUT RTV-TRAN-FILE.
           IF NOT RTV-TRAN-FILE-OK
              DISPLAY 'RTVTRANS OPEN PROBLEM, RC=' RTV-TRAN-FILE-ST
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
           OPEN OUTPUT RTV-POST-FILE.
           IF NOT RTV-POST-FILE-OK
              DISPLAY 'RTVPOST OPEN PROBLEM, RC=' RTV-POST-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND RTV-HIST-FILE.
           IF NOT RTV-HIST-FILE-OK
              DISPLAY 'RTVHIST OPEN PROBLEM, RC=' RTV-HIST-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DEBIT-MEMO-FILE.
           IF NOT DEBIT-MEMO-FILE-OK
              DISPLAY 'DBMEMO OPEN PROBLEM, RC='
                      DEBIT-MEMO-FILE-ST
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
           OPEN OUTPUT MEMO-PRINT-FILE.
           IF NOT MEMO-PRINT-FILE-OK
              DISPLAY 'DEBITMEM OPEN PROBLEM, RC='
                      MEMO-PRINT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-READ-RTV-TRAN-FILE.
      ************************************************************
      * Read next RTV transaction                                *
      ************************************************************
      D    DISPLAY '400-READ-RTV-TRAN-FILE'.
           READ RTV-TRAN-FILE
           AT END
              MOVE 'Y' TO RTV-TRAN-FILE-STATUS
           END-READ.
       500-ISSUE-DEBIT-MEMO.
      ************************************************************
      * One supplier: number the debit memo, print it, write the *
      * DBMEMO record and post its RTV lines                     *
      ************************************************************
      D    DISPLAY '500-ISSUE-DEBIT-MEMO'.
           ADD 1 TO WS-MEMO-NO.
           ADD 1 TO WS-MEMO-KTR.
           ADD SUP-TBL-MEMO-AMT(SUP-TABLE-SUB) TO WS-MEMO-AMT-TOT.

           MOVE SPACES TO DEBIT-MEMO-REC.
           MOVE WS-MEMO-NO TO DM-MEMO-NO.
           MOVE SUP-TBL-SUPPLIER-CODE(SUP-TABLE-SUB)
              TO DM-SUPPLIER-CODE.
           MOVE WS-CURRENT-DATE TO DM-MEMO-DATE.
           MOVE SUP-TBL-MEMO-AMT(SUP-TABLE-SUB) TO DM-MEMO-AMT.
           MOVE 0 TO DM-APPLIED-AMT.
           MOVE SUP-TBL-LINE-KTR(SUP-TABLE-SUB) TO DM-LINE-KTR.
           MOVE 'O' TO DM-STATUS.
           MOVE DEBIT-MEMO-REC TO DEBIT-MEMO-OUT-REC.
           WRITE DEBIT-MEMO-OUT-REC.

           WRITE MEMO-LINE FROM DM-HEADING-1
              AFTER ADVANCING PAGE.
           MOVE WS-MEMO-NO TO DM-MEMO-NO-O.
           MOVE WS-CURRENT-DATE TO DM-DATE-O.
           MOVE DM-SUPPLIER-CODE TO DM-SUPPLIER-O.
           WRITE MEMO-LINE FROM DM-MEMO-LINE
              AFTER ADVANCING 2 LINES.
           WRITE MEMO-LINE FROM DM-TEXT-LINE
              AFTER ADVANCING 2 LINES.
           WRITE MEMO-LINE FROM DM-HEADING-2
              AFTER ADVANCING 2 LINES.
           WRITE MEMO-LINE FROM DM-HEADING-3
              AFTER ADVANCING 1 LINE.

           PERFORM VARYING RTV-TABLE-SUB FROM 1 BY 1
              UNTIL RTV-TABLE-SUB > RTV-TABLE-MAX
                   MOVE RTV-ENTRY(RTV-TABLE-SUB) TO RTV-POSTED-REC
                   IF RP-SUPPLIER-CODE EQUAL TO DM-SUPPLIER-CODE
                      THEN
                      PERFORM 550-POST-MEMO-LINE
                   END-IF
           END-PERFORM.

           MOVE DM-MEMO-AMT TO DMT-AMT-O.
           WRITE MEMO-LINE FROM DM-TOTAL-LINE
              AFTER ADVANCING 2 LINES.
       550-POST-MEMO-LINE.
      ************************************************************
      * One RTV on the memo: memo line, RTVPOST and RTVHIST      *
      ************************************************************
      D    DISPLAY '550-POST-MEMO-LINE'.
           MOVE WS-MEMO-NO TO RP-MEMO-NO.
           MOVE RTV-POSTED-REC TO RTV-POST-OUT-REC.
           WRITE RTV-POST-OUT-REC.
           MOVE RTV-POSTED-REC TO RTV-HIST-OUT-REC.
           WRITE RTV-HIST-OUT-REC.

           EVALUATE RP-REASON-CODE
           WHEN 'DF'
                MOVE 'DEFECTIVE' TO WS-REASON-DESC
           WHEN 'WP'
                MOVE 'WRONG PART SHIPPED' TO WS-REASON-DESC
           WHEN 'DM'
                MOVE 'DAMAGED IN TRANSIT' TO WS-REASON-DESC
           WHEN 'OS'
                MOVE 'OVER-SHIPPED' TO WS-REASON-DESC
           WHEN OTHER
                MOVE 'OTHER' TO WS-REASON-DESC
           END-EVALUATE.
           MOVE RP-PO-NUMBER TO DMD-PO-NUMBER-O.
           MOVE RP-PART-NUMBER TO DMD-PART-O.
           MOVE RP-QTY-RETURNED TO DMD-QTY-O.
           MOVE WS-REASON-DESC TO DMD-REASON-O.
           MOVE RP-RETURN-AMT TO DMD-AMT-O.
           WRITE MEMO-LINE FROM DM-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
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
           MOVE WS-RTV-KTR TO TOTAL-RTV-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-ACCEPT-KTR TO TOTAL-ACCEPT-O.
           MOVE WS-REJECT-KTR TO TOTAL-REJECT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-REPLACE-KTR TO TOTAL-REPLACE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-MEMO-KTR TO TOTAL-MEMO-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-MEMO-AMT-TOT TO TOTAL-MEMO-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
       750-SAVE-LEDGER.
      ************************************************************
      * Rewrite the received-to-date ledger                      *
      ************************************************************
      D    DISPLAY '750-SAVE-LEDGER'.
           PERFORM VARYING RL-TABLE-SUB FROM 1 BY 1
              UNTIL RL-TABLE-SUB > RL-TABLE-MAX
                   MOVE RL-ENTRY(RL-TABLE-SUB) TO RCVLEDG-OUT-REC
                   WRITE RCVLEDG-OUT-REC
           END-PERFORM.
       760-SAVE-MEMO-CONTROL.
      ************************************************************
      * Carry the last debit memo number to the next run         *
      ************************************************************
      D    DISPLAY '760-SAVE-MEMO-CONTROL'.
           OPEN OUTPUT MEMO-CTL-FILE.
           MOVE SPACES TO MEMO-CTL-REC.
           MOVE WS-MEMO-NO TO MC-LAST-MEMO-NO.
           WRITE MEMO-CTL-REC.
           CLOSE MEMO-CTL-FILE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE RTV-TRAN-FILE
                 PURCHORDS-FILE
                 RCVLEDG-IN-FILE
                 RTV-POST-FILE
                 RTV-HIST-FILE
                 DEBIT-MEMO-FILE
                 RCVLEDG-OUT-FILE
                 MEMO-PRINT-FILE
                 REPORT-FILE.
