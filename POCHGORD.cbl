       IDENTIFICATION DIVISION.
       PROGRAM-ID. POCHGORD.
      * ------------------------------------------------------------
      * POCHGORD:
      * Purchase-order change orders and cancellations. Once
      * PARTSUPX has accepted a PO, its quantity, price or
      * delivery date is changed only through a change-order
      * transaction (POCHGTRN), keyed by PO-NUMBER and carrying
      * the PO's next revision number:
      *
      *  QTYCHG - new ordered quantity
      *  PRCCHG - new unit price (USD, the ledger's basis)
      *  DLVCHG - new delivery date
      *  CANCEL - cancel a PO nothing has been received on
      *  CLSSHT - close short: no more is coming, the PO is
      *           complete at the quantity received
      *
      * Each change is checked against the POCOMMIT commitment
      * ledger (COMMLEDG) - PO on file and not cancelled,
      * revision in sequence - and the revised PO is put
      * through the same POEDIT edits PARTSUPX uses, so the
      * buyer authority limit is re-checked on the revised
      * extended value. The run writes:
      *
      *  POCHGPST - this cycle's accepted changes; POCOMMIT
      *             applies them to the ledger and POEXPORT
      *             re-sends them as 'C' change records to
      *             electronic-capable suppliers
      *  POREVHST - one revision history record per accepted
      *             change, old and new values side by side,
      *             appended every run; POAGING ages the latest
      *             revision of each PO from it
      *
      *  Inital Version   2026/10/15
      *  Outlier thresholds from the PARMLIB library  2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHG-TRAN-FILE ASSIGN TO POCHGTRN
           FILE STATUS IS CHG-TRAN-FILE-ST.

           SELECT COMMLEDG-IN-FILE ASSIGN TO COMMLEDG
           FILE STATUS IS COMMLEDG-IN-FILE-ST.

      * Buyer master (code/name/single-PO authority limit), loaded
      * into a table and handed to POEDIT as PARTSUPX does
           SELECT BUYER-MASTER-FILE ASSIGN TO BUYRMSTR
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS BUYM-BUYER-CODE
           FILE STATUS IS BUYER-MASTER-FILE-ST.

           SELECT CHG-POST-FILE ASSIGN TO POCHGPST
           FILE STATUS IS CHG-POST-FILE-ST.

           SELECT OPTIONAL REV-HIST-FILE ASSIGN TO POREVHST
           FILE STATUS IS REV-HIST-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Change-order transactions as keyed by purchasing
       FD  CHG-TRAN-FILE
           RECORDING MODE IS F.
       01 CHG-TRAN-REC.
          05 CT-PO-NUMBER              PIC X(06).
          05 CT-REVISION-NO            PIC 9(03).
          05 CT-ACTION                 PIC X(06).
             88 CT-QTY-CHANGE                          VALUE 'QTYCHG'.
             88 CT-PRICE-CHANGE                        VALUE 'PRCCHG'.
             88 CT-DELIV-CHANGE                        VALUE 'DLVCHG'.
             88 CT-CANCEL                              VALUE 'CANCEL'.
             88 CT-CLOSE-SHORT                         VALUE 'CLSSHT'.
             88 CT-VALID-ACTION        VALUE 'QTYCHG' 'PRCCHG'
                                             'DLVCHG' 'CANCEL'
                                             'CLSSHT'.
          05 CT-NEW-QUANTITY           PIC 9(08).
          05 CT-NEW-UNIT-PRICE         PIC 9(07)V99.
          05 CT-NEW-DELIVERY-DATE      PIC X(08).
          05 CT-CHANGE-DATE            PIC 9(08).
          05 CT-CHANGE-REASON          PIC X(20).
          05 FILLER                    PIC X(12).

      * Commitment ledger as left by the last POCOMMIT run
       FD  COMMLEDG-IN-FILE
           RECORDING MODE IS F.
       01 COMMLEDG-IN-REC              PIC X(80).

      * Buyer master - one buyer with a single-PO authority limit
      * per record
       FD  BUYER-MASTER-FILE
           RECORDING MODE IS F.
       01 BUYER-MASTER-FILE-REC.
          05 BUYM-BUYER-CODE           PIC X(03).
          05 BUYM-BUYER-NAME           PIC X(20).
          05 BUYM-AUTHORITY-LIMIT      PIC 9(9)V99.

       FD  CHG-POST-FILE
           RECORDING MODE IS F.
       01 CHG-POST-OUT-REC             PIC X(80).

      * PO revision history - appended every run
       FD  REV-HIST-FILE
           RECORDING MODE IS F.
       01 REV-HIST-OUT-REC             PIC X(150).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Commitment ledger record - POCOMMIT layout
       01 LEDGER-REC.
          05 LDG-PO-NUMBER             PIC X(06).
          05 LDG-SUPPLIER-CODE         PIC X(05).
          05 LDG-BUYER-CODE            PIC X(03).
          05 LDG-PART-NUMBER           PIC X(11).
          05 LDG-ORDER-DATE            PIC X(08).
          05 LDG-QTY-ORDERED           PIC S9(08).
          05 LDG-QTY-RECEIVED          PIC S9(08).
          05 LDG-UNIT-PRICE-USD        PIC S9(7)V99    COMP-3.
          05 LDG-COMMITTED-AMT         PIC S9(11)V99   COMP-3.
          05 LDG-RELIEVED-AMT          PIC S9(11)V99   COMP-3.
          05 LDG-STATUS                PIC X(01).
             88 LDG-OPEN                               VALUE 'O'.
             88 LDG-CLOSED                             VALUE 'C'.
             88 LDG-CANCELLED                          VALUE 'X'.
          05 LDG-REVISION-NO           PIC 9(03).
          05 LDG-DELIVERY-DATE         PIC X(08).

      * Accepted change - POCHGPST layout, read by POCOMMIT and
      * POEXPORT
       01 CHG-POSTED-REC.
          05 CP-PO-NUMBER              PIC X(06).
          05 CP-REVISION-NO            PIC 9(03).
          05 CP-ACTION                 PIC X(06).
          05 CP-SUPPLIER-CODE          PIC X(05).
          05 CP-PART-NUMBER            PIC X(11).
          05 CP-NEW-QUANTITY           PIC 9(08).
          05 CP-NEW-UNIT-PRICE-USD     PIC 9(07)V99.
          05 CP-ORDER-DATE             PIC X(08).
          05 CP-NEW-DELIVERY-DATE      PIC X(08).
          05 CP-CHANGE-DATE            PIC 9(08).
          05 FILLER                    PIC X(08).

      * Revision history - POREVHST layout, read by POAGING
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

      * In-core ledger table - kept current through the run so a
      * second change to the same PO sees the first
       01 LDG-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 LDG-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 LDG-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 5000 COMP.
       01 SW-LDG-FOUND                 PIC X(1)        VALUE 'N'.
          88 LDG-FOUND                                 VALUE 'Y'.
       01 LEDGER-TABLE.
          05 LDG-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON LDG-TABLE-MAX
                                       PIC X(80).

      * POEDIT calling parameters - one PO per call here
       COPY PURCHL.
       01 BUYER-MASTER-SUB             PIC S9(3) COMP.
       01 WS-OUTLIER-SUB               PIC 9(01) COMP.

       01 PROGRAM-SWITCHES.
          05 CHG-TRAN-FILE-ST          PIC X(2).
             88 CHG-TRAN-FILE-OK                       VALUE '00'.
          05 COMMLEDG-IN-FILE-ST       PIC X(2).
             88 COMMLEDG-IN-FILE-OK                    VALUE '00'.
          05 BUYER-MASTER-FILE-ST      PIC X(2).
             88 BUYER-MASTER-FILE-OK                   VALUE '00'.
          05 CHG-POST-FILE-ST          PIC X(2).
             88 CHG-POST-FILE-OK                       VALUE '00'.
          05 REV-HIST-FILE-ST          PIC X(2).
      *      '05' = optional file created on OPEN EXTEND - the first
      *      run's history is fine, not an error
             88 REV-HIST-FILE-OK                       VALUE '00' '05'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 CHG-TRAN-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 CHG-TRAN-FILE-EOF                      VALUE 'Y'.
          05 COMMLEDG-IN-FILE-STATUS   PIC X(01)       VALUE SPACE.
             88 COMMLEDG-IN-FILE-EOF                   VALUE 'Y'.
          05 BUYER-MASTER-FILE-STATUS  PIC X(01)       VALUE SPACE.
             88 BUYER-MASTER-FILE-EOF                  VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-CHG-KTR                PIC 9(7)        VALUE 0.
          05 WS-ACCEPT-KTR             PIC 9(7)        VALUE 0.
          05 WS-REJECT-KTR             PIC 9(7)        VALUE 0.
          05 WS-QTY-CHG-KTR            PIC 9(7)        VALUE 0.
          05 WS-PRICE-CHG-KTR          PIC 9(7)        VALUE 0.
          05 WS-DELIV-CHG-KTR          PIC 9(7)        VALUE 0.
          05 WS-CANCEL-KTR             PIC 9(7)        VALUE 0.
          05 WS-CLOSE-SHORT-KTR        PIC 9(7)        VALUE 0.
          05 WS-OUTLIER-KTR            PIC 9(7)        VALUE 0.
          05 WS-NET-CHANGE-AMT         PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-REJECT-REASON          PIC X(30)       VALUE SPACES.
          05 WS-NEXT-REVISION          PIC 9(3)        VALUE 0.
          05 WS-NEW-QUANTITY           PIC S9(08)      VALUE 0.
          05 WS-NEW-UNIT-PRICE         PIC S9(7)V99    VALUE +0
                                                       COMP-3.
          05 WS-NEW-DELIVERY-DATE      PIC X(08)       VALUE SPACES.
          05 WS-NEW-COMMITTED-AMT      PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-NEW-RELIEVED-AMT       PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-QTY-RELIEVABLE         PIC S9(8)       VALUE 0 COMP.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - business-rule settings in
      * effect on the run date from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines - change-order edit report
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '     PURCHASE-ORDER CHANGE ORDERS - EDIT REPORT   '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'PO NBR'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(03)       VALUE
                'REV'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'ACTION'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                '  OLD QTY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                '  NEW QTY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                ' OLD PRICE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                ' NEW PRICE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'OLD DUE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'NEW DUE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'RESULT'.
          05 FILLER                    PIC X(11)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(03)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(11)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-PO-NUMBER-O           PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REVISION-O            PIC X(03).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-ACTION-O              PIC X(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-OLD-QTY-O             PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NEW-QTY-O             PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-OLD-PRICE-O           PIC ZZZZZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NEW-PRICE-O           PIC ZZZZZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-OLD-DUE-O             PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NEW-DUE-O             PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-RESULT-O              PIC X(30).
          05 FILLER                    PIC X(11)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Change orders read / accepted    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-CHG-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-ACCEPT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Change orders rejected           :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-REJECT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Quantity / price / date changes  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-QTY-CHG-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-PRICE-CHG-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-DELIV-CHG-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Cancelled / closed short         :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-CANCEL-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-CLOSE-SHORT-O       PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Quantity/price outlier warnings  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-OUTLIER-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                    PIC X(35)       VALUE
                'Net change in committed value    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-NET-CHANGE-O        PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER                    PIC X(74)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-EDIT-CHANGE UNTIL CHG-TRAN-FILE-EOF.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'POCHGORD' TO AUD-PROGRAM-ID.
           MOVE WS-CHG-KTR TO AUD-RECORDS-READ.
           MOVE WS-ACCEPT-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-REJECT-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-NET-CHANGE-AMT TO AUD-CONTROL-TOTAL.
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
           PERFORM 070-LOAD-LEDGER-TABLE.
           PERFORM 079-LOAD-BUYER-TABLE.
           PERFORM 072-LOAD-PO-THRESHOLDS.
           MOVE 1 TO PO-SUB-MAX.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-CHG-TRAN-FILE.
       070-LOAD-LEDGER-TABLE.
      ************************************************************
      * Load the commitment ledger into LEDGER-TABLE             *
      ************************************************************
      D    DISPLAY '070-LOAD-LEDGER-TABLE'.
           PERFORM UNTIL COMMLEDG-IN-FILE-EOF
                   READ COMMLEDG-IN-FILE
                   AT END
                      MOVE 'Y' TO COMMLEDG-IN-FILE-STATUS
                   NOT AT END
                      IF LDG-TABLE-MAX < LDG-TABLE-MAX-LIMIT
                         ADD 1 TO LDG-TABLE-MAX
                         MOVE COMMLEDG-IN-REC
                            TO LDG-ENTRY(LDG-TABLE-MAX)
                      ELSE
                         DISPLAY 'WARNING: LEDGER TABLE FULL AT '
                                 LDG-TABLE-MAX-LIMIT
                                 ' ENTRIES - RECORD DROPPED'
                      END-IF
                   END-READ
           END-PERFORM.
      D    DISPLAY 'LEDGER TABLE: ' LDG-TABLE-MAX ' ENTRIES'.
       072-LOAD-PO-THRESHOLDS.
      ************************************************************
      * Look up the purchase-order outlier thresholds in effect  *
      * today in the PARMLIB parameter library (PARMLKUP) - the  *
      * same ceilings PARTSUPX hands to POEDIT                   *
      ************************************************************
      D    DISPLAY '072-LOAD-PO-THRESHOLDS'.
           MOVE 'POCHGORD' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'PO-QTY-THRESH' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'PO-QTY-THRESH PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO PO-QTY-THRESHOLD.

           MOVE 'PO-PRICE-THRESH' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'PO-PRICE-THRESH PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO PO-PRICE-THRESHOLD.
       079-LOAD-BUYER-TABLE.
      ************************************************************
      * Load Table with buyer codes and authority limits from  *
      * the BUYRMSTR file - same pattern as PARTSUPX             *
      ************************************************************
      D    DISPLAY '079-LOAD-BUYER-TABLE'.

      *    Init Buyer-Master-Table before loading
           INITIALIZE BUYER-MASTER-ITEMS
              REPLACING NUMERIC DATA BY 0
              ALPHANUMERIC DATA BY " ".
           MOVE +1 TO BUYER-MASTER-SUB.
           PERFORM UNTIL BUYER-MASTER-FILE-EOF OR
              BUYER-MASTER-SUB > BM-TABLE-SUB-MAX
                   READ BUYER-MASTER-FILE
                   AT END
                      MOVE "Y" TO BUYER-MASTER-FILE-STATUS
                   END-READ

                   IF NOT BUYER-MASTER-FILE-EOF
                      THEN
                      MOVE BUYM-BUYER-CODE TO
                         BM-BUYER-CODE(BUYER-MASTER-SUB)
                      MOVE BUYM-BUYER-NAME TO
                         BM-BUYER-NAME(BUYER-MASTER-SUB)
                      MOVE BUYM-AUTHORITY-LIMIT TO
                         BM-AUTHORITY-LIMIT(BUYER-MASTER-SUB)
                      ADD +1 TO BUYER-MASTER-SUB
                   END-IF
           END-PERFORM.

           COMPUTE BUYER-MASTER-SUB = BUYER-MASTER-SUB - 1.
      D    DISPLAY 'BUYER-MASTER TABLE: ' BUYER-MASTER-SUB
      D             ' ENTRIES'.
       100-EDIT-CHANGE.
      ************************************************************
      * Edit one change order; the first failed check is the     *
      * reject reason                                            *
      ************************************************************
      D    DISPLAY '100-EDIT-CHANGE'.
           ADD 1 TO WS-CHG-KTR.
           MOVE SPACES TO WS-REJECT-REASON.

           MOVE 'N' TO SW-LDG-FOUND.
           PERFORM VARYING LDG-TABLE-SUB FROM 1 BY 1
              UNTIL LDG-TABLE-SUB > LDG-TABLE-MAX
                   MOVE LDG-ENTRY(LDG-TABLE-SUB) TO LEDGER-REC
                   IF LDG-PO-NUMBER EQUAL TO CT-PO-NUMBER
                      THEN
                      MOVE 'Y' TO SW-LDG-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

      * Ledger entries written before revisions were kept carry
      * no revision number yet - they are at revision zero
           IF LDG-FOUND AND LDG-REVISION-NO NOT NUMERIC
              THEN
              MOVE 0 TO LDG-REVISION-NO
           END-IF.
           IF LDG-FOUND
              THEN
              COMPUTE WS-NEXT-REVISION = LDG-REVISION-NO + 1
           END-IF.

           EVALUATE TRUE
           WHEN NOT LDG-FOUND
                MOVE 'PO NOT ON COMMITMENT LEDGER'
                   TO WS-REJECT-REASON
           WHEN LDG-CANCELLED
                MOVE 'PO ALREADY CANCELLED' TO WS-REJECT-REASON
           WHEN NOT CT-VALID-ACTION
                MOVE 'INVALID CHANGE ACTION' TO WS-REJECT-REASON
           WHEN CT-REVISION-NO NOT NUMERIC
             OR CT-REVISION-NO NOT EQUAL TO WS-NEXT-REVISION
                MOVE 'REVISION OUT OF SEQUENCE' TO WS-REJECT-REASON
           WHEN CT-CHANGE-DATE NOT NUMERIC
             OR CT-CHANGE-DATE < 19000101
             OR CT-CHANGE-DATE > WS-CURRENT-DATE
                MOVE 'CHANGE DATE INVALID' TO WS-REJECT-REASON
           WHEN LDG-CLOSED
                MOVE 'PO CLOSED - NO FURTHER CHANGE'
                   TO WS-REJECT-REASON
           WHEN OTHER
                PERFORM 150-BUILD-REVISED-PO
           END-EVALUATE.

           IF WS-REJECT-REASON EQUAL TO SPACES
              THEN
              PERFORM 200-ACCEPT-CHANGE
           ELSE
              ADD 1 TO WS-REJECT-KTR
              PERFORM 250-WRITE-REPORT-LINE
           END-IF.

           PERFORM 400-READ-CHG-TRAN-FILE.
       150-BUILD-REVISED-PO.
      ************************************************************
      * Revised quantity, price and delivery date by action; the *
      * revised PO goes through POEDIT unless it is being        *
      * cancelled or closed short, which only lower its value    *
      ************************************************************
      D    DISPLAY '150-BUILD-REVISED-PO'.
           MOVE LDG-QTY-ORDERED TO WS-NEW-QUANTITY.
           MOVE LDG-UNIT-PRICE-USD TO WS-NEW-UNIT-PRICE.
           MOVE LDG-DELIVERY-DATE TO WS-NEW-DELIVERY-DATE.

           EVALUATE TRUE
           WHEN CT-QTY-CHANGE
                MOVE CT-NEW-QUANTITY TO WS-NEW-QUANTITY
                IF CT-NEW-QUANTITY NUMERIC
                   AND WS-NEW-QUANTITY < LDG-QTY-RECEIVED
                   THEN
                   MOVE 'QTY BELOW QTY RECEIVED' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
                END-IF
           WHEN CT-PRICE-CHANGE
                MOVE CT-NEW-UNIT-PRICE TO WS-NEW-UNIT-PRICE
           WHEN CT-DELIV-CHANGE
                MOVE CT-NEW-DELIVERY-DATE TO WS-NEW-DELIVERY-DATE
           WHEN CT-CANCEL
                IF LDG-QTY-RECEIVED > 0
                   THEN
                   MOVE 'RECEIPTS POSTED - CLOSE SHORT'
                      TO WS-REJECT-REASON
                   EXIT PARAGRAPH
                END-IF
                MOVE 0 TO WS-NEW-QUANTITY
           WHEN CT-CLOSE-SHORT
                IF LDG-QTY-RECEIVED NOT > 0
                   THEN
                   MOVE 'NOTHING RECEIVED - CANCEL'
                      TO WS-REJECT-REASON
                   EXIT PARAGRAPH
                END-IF
                MOVE LDG-QTY-RECEIVED TO WS-NEW-QUANTITY
           END-EVALUATE.

           IF CT-CANCEL OR CT-CLOSE-SHORT
              THEN
              EXIT PARAGRAPH
           END-IF.

           IF WS-NEW-DELIVERY-DATE NOT NUMERIC
              THEN
              MOVE 'NO DELIVERY DATE - SEND DLVCHG'
                 TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           PERFORM 160-CALL-POEDIT.
       160-CALL-POEDIT.
      ************************************************************
      * Same edits PARTSUPX puts a new PO through, on the        *
      * revised PO - the buyer authority limit is re-checked on  *
      * the revised extended value                               *
      ************************************************************
      D    DISPLAY '160-CALL-POEDIT'.
           MOVE SPACES TO PURCHORD-STRUCTURE.
           MOVE LDG-PO-NUMBER TO PO-NUMBER(1).
           MOVE LDG-BUYER-CODE TO BUYER-CODE(1).
           MOVE WS-NEW-QUANTITY TO QUANTITY(1).
           MOVE WS-NEW-UNIT-PRICE TO UNIT-PRICE(1).
           MOVE LDG-ORDER-DATE TO ORDER-DATE(1).
           MOVE WS-NEW-DELIVERY-DATE TO DELIVERY-DATE(1).
           MOVE 0 TO ERROR-SUB.
           MOVE SPACES TO ERROR-STRUCTURE.
           MOVE 0 TO OUTLIER-SUB.
           MOVE SPACES TO OUTLIER-STRUCTURE.

           CALL 'POEDIT' USING
              PURCHORD-STRUCTURE,
              PO-SUB-MAX,
              BUYER-MASTER-STRUCTURE,
              BM-TABLE-SUB-MAX,
              ERROR-SUB,
              ERROR-SUB-MAX,
              ERROR-STRUCTURE,
              PO-QTY-THRESHOLD,
              PO-PRICE-THRESHOLD,
              OUTLIER-SUB,
              OUTLIER-SUB-MAX,
              OUTLIER-STRUCTURE.

      D    DISPLAY "POEDIT called : " WS-CHG-KTR '/' ERROR-SUB.

           IF RETURN-CODE > 0 OR ERROR-SUB > 0
              THEN
              STRING ERROR-CODE(1) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     ERROR-MSG(1) DELIMITED BY SIZE
                 INTO WS-REJECT-REASON
              END-STRING
              MOVE 0 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.

      * Outliers are soft warnings - logged, the change stands
           PERFORM VARYING WS-OUTLIER-SUB FROM 1 BY 1
              UNTIL WS-OUTLIER-SUB > OUTLIER-SUB
                   ADD 1 TO WS-OUTLIER-KTR
                   DISPLAY 'POCHGORD: PO ' CT-PO-NUMBER
                           ' REV ' CT-REVISION-NO ' WARNING: '
                           OUTLIER-FLD(WS-OUTLIER-SUB)
                           OUTLIER-MSG(WS-OUTLIER-SUB)
           END-PERFORM.
       200-ACCEPT-CHANGE.
      ************************************************************
      * Post the change for POCOMMIT/POEXPORT, append the        *
      * revision history and carry the revised PO in the table   *
      ************************************************************
      D    DISPLAY '200-ACCEPT-CHANGE'.
           IF CT-CANCEL
              THEN
              MOVE 0 TO WS-NEW-COMMITTED-AMT
              MOVE 0 TO WS-NEW-RELIEVED-AMT
           ELSE
              COMPUTE WS-NEW-COMMITTED-AMT =
                 WS-NEW-QUANTITY * WS-NEW-UNIT-PRICE
              IF LDG-QTY-RECEIVED > WS-NEW-QUANTITY
                 THEN
                 MOVE WS-NEW-QUANTITY TO WS-QTY-RELIEVABLE
              ELSE
                 MOVE LDG-QTY-RECEIVED TO WS-QTY-RELIEVABLE
              END-IF
              COMPUTE WS-NEW-RELIEVED-AMT =
                 WS-QTY-RELIEVABLE * WS-NEW-UNIT-PRICE
           END-IF.
           COMPUTE WS-NET-CHANGE-AMT = WS-NET-CHANGE-AMT +
              WS-NEW-COMMITTED-AMT - LDG-COMMITTED-AMT.

           MOVE SPACES TO CHG-POSTED-REC.
           MOVE CT-PO-NUMBER TO CP-PO-NUMBER.
           MOVE CT-REVISION-NO TO CP-REVISION-NO.
           MOVE CT-ACTION TO CP-ACTION.
           MOVE LDG-SUPPLIER-CODE TO CP-SUPPLIER-CODE.
           MOVE LDG-PART-NUMBER TO CP-PART-NUMBER.
           MOVE WS-NEW-QUANTITY TO CP-NEW-QUANTITY.
           MOVE WS-NEW-UNIT-PRICE TO CP-NEW-UNIT-PRICE-USD.
           MOVE LDG-ORDER-DATE TO CP-ORDER-DATE.
           MOVE WS-NEW-DELIVERY-DATE TO CP-NEW-DELIVERY-DATE.
           MOVE CT-CHANGE-DATE TO CP-CHANGE-DATE.
           WRITE CHG-POST-OUT-REC FROM CHG-POSTED-REC.

           MOVE SPACES TO REV-HIST-REC.
           MOVE CT-PO-NUMBER TO RH-PO-NUMBER.
           MOVE CT-REVISION-NO TO RH-REVISION-NO.
           MOVE CT-ACTION TO RH-ACTION.
           MOVE CT-CHANGE-DATE TO RH-CHANGE-DATE.
           MOVE LDG-SUPPLIER-CODE TO RH-SUPPLIER-CODE.
           MOVE LDG-BUYER-CODE TO RH-BUYER-CODE.
           MOVE LDG-QTY-ORDERED TO RH-OLD-QUANTITY.
           MOVE WS-NEW-QUANTITY TO RH-NEW-QUANTITY.
           MOVE LDG-UNIT-PRICE-USD TO RH-OLD-UNIT-PRICE-USD.
           MOVE WS-NEW-UNIT-PRICE TO RH-NEW-UNIT-PRICE-USD.
           MOVE LDG-DELIVERY-DATE TO RH-OLD-DELIVERY-DATE.
           MOVE WS-NEW-DELIVERY-DATE TO RH-NEW-DELIVERY-DATE.
           MOVE LDG-COMMITTED-AMT TO RH-OLD-COMMITTED-AMT.
           MOVE WS-NEW-COMMITTED-AMT TO RH-NEW-COMMITTED-AMT.
           MOVE CT-CHANGE-REASON TO RH-CHANGE-REASON.
           MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
           WRITE REV-HIST-OUT-REC FROM REV-HIST-REC.

           ADD 1 TO WS-ACCEPT-KTR.
           EVALUATE TRUE
           WHEN CT-QTY-CHANGE
                ADD 1 TO WS-QTY-CHG-KTR
           WHEN CT-PRICE-CHANGE
                ADD 1 TO WS-PRICE-CHG-KTR
           WHEN CT-DELIV-CHANGE
                ADD 1 TO WS-DELIV-CHG-KTR
           WHEN CT-CANCEL
                ADD 1 TO WS-CANCEL-KTR
           WHEN CT-CLOSE-SHORT
                ADD 1 TO WS-CLOSE-SHORT-KTR
           END-EVALUATE.
           MOVE 'ACCEPTED' TO WS-REJECT-REASON.
           PERFORM 250-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REJECT-REASON.

      * The table entry now shows the PO as POCOMMIT will leave it
           MOVE WS-NEW-QUANTITY TO LDG-QTY-ORDERED.
           MOVE WS-NEW-UNIT-PRICE TO LDG-UNIT-PRICE-USD.
           MOVE WS-NEW-DELIVERY-DATE TO LDG-DELIVERY-DATE.
           MOVE WS-NEW-COMMITTED-AMT TO LDG-COMMITTED-AMT.
           MOVE WS-NEW-RELIEVED-AMT TO LDG-RELIEVED-AMT.
           MOVE CT-REVISION-NO TO LDG-REVISION-NO.
           EVALUATE TRUE
           WHEN CT-CANCEL
                MOVE 'X' TO LDG-STATUS
           WHEN CT-CLOSE-SHORT
                MOVE 'C' TO LDG-STATUS
           WHEN LDG-RELIEVED-AMT NOT < LDG-COMMITTED-AMT
                MOVE 'C' TO LDG-STATUS
           WHEN OTHER
                MOVE 'O' TO LDG-STATUS
           END-EVALUATE.
           MOVE LEDGER-REC TO LDG-ENTRY(LDG-TABLE-SUB).
       250-WRITE-REPORT-LINE.
      ************************************************************
      * Print one change order with its result                   *
      ************************************************************
      D    DISPLAY '250-WRITE-REPORT-LINE'.
           MOVE CT-PO-NUMBER TO DET-PO-NUMBER-O.
           MOVE CHG-TRAN-REC(7:3) TO DET-REVISION-O.
           MOVE CT-ACTION TO DET-ACTION-O.
           IF LDG-FOUND
              THEN
              MOVE LDG-QTY-ORDERED TO DET-OLD-QTY-O
              MOVE LDG-UNIT-PRICE-USD TO DET-OLD-PRICE-O
              MOVE LDG-DELIVERY-DATE TO DET-OLD-DUE-O
           ELSE
              MOVE 0 TO DET-OLD-QTY-O
              MOVE 0 TO DET-OLD-PRICE-O
              MOVE SPACES TO DET-OLD-DUE-O
           END-IF.
           IF WS-REJECT-REASON EQUAL TO 'ACCEPTED'
              THEN
              MOVE WS-NEW-QUANTITY TO DET-NEW-QTY-O
              MOVE WS-NEW-UNIT-PRICE TO DET-NEW-PRICE-O
              MOVE WS-NEW-DELIVERY-DATE TO DET-NEW-DUE-O
           ELSE
              MOVE 0 TO DET-NEW-QTY-O
              MOVE 0 TO DET-NEW-PRICE-O
              MOVE SPACES TO DET-NEW-DUE-O
           END-IF.
           MOVE WS-REJECT-REASON TO DET-RESULT-O.
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
           OPEN INPUT CHG-TRAN-FILE.
           IF NOT CHG-TRAN-FILE-OK
              DISPLAY 'POCHGTRN OPEN PROBLEM, RC=' CHG-TRAN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT COMMLEDG-IN-FILE.
           IF NOT COMMLEDG-IN-FILE-OK
              DISPLAY 'COMMLEDG OPEN PROBLEM, RC='
                      COMMLEDG-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT BUYER-MASTER-FILE.
           IF NOT BUYER-MASTER-FILE-OK
              DISPLAY 'BUYRMSTR OPEN PROBLEM, RC='
                      BUYER-MASTER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CHG-POST-FILE.
           IF NOT CHG-POST-FILE-OK
              DISPLAY 'POCHGPST OPEN PROBLEM, RC=' CHG-POST-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND REV-HIST-FILE.
           IF NOT REV-HIST-FILE-OK
              DISPLAY 'POREVHST OPEN PROBLEM, RC=' REV-HIST-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-READ-CHG-TRAN-FILE.
      ************************************************************
      * Read next change-order transaction                       *
      ************************************************************
      D    DISPLAY '400-READ-CHG-TRAN-FILE'.
           READ CHG-TRAN-FILE
           AT END
              MOVE 'Y' TO CHG-TRAN-FILE-STATUS
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
           IF CTR-PAGES = 0
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           MOVE WS-CHG-KTR TO TOTAL-CHG-O.
           MOVE WS-ACCEPT-KTR TO TOTAL-ACCEPT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-REJECT-KTR TO TOTAL-REJECT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-QTY-CHG-KTR TO TOTAL-QTY-CHG-O.
           MOVE WS-PRICE-CHG-KTR TO TOTAL-PRICE-CHG-O.
           MOVE WS-DELIV-CHG-KTR TO TOTAL-DELIV-CHG-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-CANCEL-KTR TO TOTAL-CANCEL-O.
           MOVE WS-CLOSE-SHORT-KTR TO TOTAL-CLOSE-SHORT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-OUTLIER-KTR TO TOTAL-OUTLIER-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-NET-CHANGE-AMT TO TOTAL-NET-CHANGE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE CHG-TRAN-FILE
                 COMMLEDG-IN-FILE
                 BUYER-MASTER-FILE
                 CHG-POST-FILE
                 REV-HIST-FILE
                 REPORT-FILE.
