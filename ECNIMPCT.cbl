       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECNIMPCT.
      * ------------------------------------------------------------
      * ECNIMPCT:
      * Engineering-change impact report. When a blueprint is
      * revised, superseded or made obsolete while purchase orders
      * for parts built to it are still open, expediting has to
      * tell the supplier before more parts are built to the old
      * drawing.
      *
      *  - the changes ENGCHG applied this cycle (ENGCHGD) are
      *    loaded into a table by BLUEPRINT-NUMBER
      *  - the part master (PARTMSTR) is read front to back for
      *    the parts whose BLUEPRINT-NUMBER was changed
      *  - every open entry on the POCOMMIT commitment ledger
      *    (COMMLEDG) for one of those parts is sorted by
      *    SUPPLIER-CODE and PO-NUMBER and printed with the
      *    blueprint, the old and new revision, the change and
      *    its effective date, grouped by supplier so each
      *    supplier is contacted once
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENG-CHANGE-FILE ASSIGN TO ENGCHGD
           FILE STATUS IS ENG-CHANGE-FILE-ST.

           SELECT PART-MASTER-FILE ASSIGN TO PARTMSTR
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PM-PART-NUMBER
           FILE STATUS IS PART-MASTER-FILE-ST.

           SELECT COMMLEDG-FILE ASSIGN TO COMMLEDG
           FILE STATUS IS COMMLEDG-FILE-ST.

           SELECT IMPACT-SORT-FILE ASSIGN TO SRTWK1.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Applied engineering changes - ENGCHG layout
       FD  ENG-CHANGE-FILE
           RECORDING MODE IS F.
       01 ENG-CHANGE-REC.
          05 CD-BLUEPRINT-NUMBER       PIC X(10).
          05 CD-ACTION                 PIC X(06).
          05 CD-OLD-REVISION           PIC X(02).
          05 CD-NEW-REVISION           PIC X(02).
          05 CD-EFFECTIVE-DATE         PIC 9(08).
          05 CD-NEW-STATUS             PIC X(01).
          05 CD-SUPERSEDED-BY          PIC X(10).
          05 CD-ECN-NUMBER             PIC X(08).
          05 FILLER                    PIC X(33).

      * Persistent part master - PARTSUPX layout
       FD  PART-MASTER-FILE
           RECORDING MODE IS F.
       01 PART-MASTER-REC.
          05 PM-PART-NUMBER            PIC X(23).
          05 PM-PART-NAME              PIC X(14).
          05 PM-SPEC-NUMBER            PIC X(07).
          05 PM-BLUEPRINT-NUMBER       PIC X(10).
          05 PM-UNIT-OF-MEASURE        PIC X(03).

      * Commitment ledger - POCOMMIT LEDGER-REC layout
       FD  COMMLEDG-FILE
           RECORDING MODE IS F.
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
          05 FILLER                    PIC X(11).

       SD  IMPACT-SORT-FILE.
       01 IMPACT-SORT-REC.
          05 SR-SUPPLIER-CODE          PIC X(05).
          05 SR-PO-NUMBER              PIC X(06).
          05 SR-BUYER-CODE             PIC X(03).
          05 SR-PART-NUMBER            PIC X(11).
          05 SR-ORDER-DATE             PIC X(08).
          05 SR-QTY-OPEN               PIC S9(08).
          05 SR-BLUEPRINT-NUMBER       PIC X(10).
          05 SR-ACTION                 PIC X(06).
          05 SR-OLD-REVISION           PIC X(02).
          05 SR-NEW-REVISION           PIC X(02).
          05 SR-EFFECTIVE-DATE         PIC 9(08).
          05 SR-SUPERSEDED-BY          PIC X(10).
          05 SR-ECN-NUMBER             PIC X(08).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Engineering changes this cycle, one entry per blueprint -
      * a blueprint changed twice keeps its first old revision
      * and its last new one
       01 CHG-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 CHG-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 CHG-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 500 COMP.
       01 SW-CHG-FOUND                 PIC X(1)        VALUE 'N'.
          88 CHG-FOUND                                 VALUE 'Y'.
       01 ENG-CHANGE-TABLE.
          05 CHG-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON CHG-TABLE-MAX.
             10 CHG-TBL-BLUEPRINT      PIC X(10).
             10 CHG-TBL-ACTION         PIC X(06).
             10 CHG-TBL-OLD-REVISION   PIC X(02).
             10 CHG-TBL-NEW-REVISION   PIC X(02).
             10 CHG-TBL-EFF-DATE       PIC 9(08).
             10 CHG-TBL-SUPERSEDED-BY  PIC X(10).
             10 CHG-TBL-ECN-NUMBER     PIC X(08).

      * Parts built to a changed blueprint - the ledger carries
      * the first 11 positions of PART-NUMBER, so that is what
      * is matched
       01 PRT-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 PRT-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 PRT-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 2000 COMP.
       01 SW-PRT-FOUND                 PIC X(1)        VALUE 'N'.
          88 PRT-FOUND                                 VALUE 'Y'.
       01 IMPACTED-PART-TABLE.
          05 PRT-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON PRT-TABLE-MAX.
             10 PRT-TBL-PART-NUMBER    PIC X(11).
             10 PRT-TBL-CHG-SUB        PIC 9(5)        COMP.

       01 PROGRAM-SWITCHES.
          05 ENG-CHANGE-FILE-ST        PIC X(2).
             88 ENG-CHANGE-FILE-OK                     VALUE '00'.
          05 PART-MASTER-FILE-ST       PIC X(2).
             88 PART-MASTER-FILE-OK                    VALUE '00'.
          05 COMMLEDG-FILE-ST          PIC X(2).
             88 COMMLEDG-FILE-OK                       VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 ENG-CHANGE-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 ENG-CHANGE-FILE-EOF                    VALUE 'Y'.
          05 PART-MASTER-FILE-STATUS   PIC X(01)       VALUE SPACE.
             88 PART-MASTER-FILE-EOF                   VALUE 'Y'.
          05 COMMLEDG-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 COMMLEDG-FILE-EOF                      VALUE 'Y'.
          05 SORT-EOF-STATUS           PIC X(01)       VALUE SPACE.
             88 SORT-EOF                               VALUE 'Y'.
          05 SW-FIRST-RECORD           PIC X(01)       VALUE 'Y'.
             88 FIRST-RECORD                           VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-CHANGE-KTR             PIC 9(7)        VALUE 0.
          05 WS-PART-READ-KTR          PIC 9(7)        VALUE 0.
          05 WS-LEDGER-KTR             PIC 9(7)        VALUE 0.
          05 WS-IMPACT-KTR             PIC 9(7)        VALUE 0.
          05 WS-SUPPLIER-KTR           PIC 9(7)        VALUE 0.
          05 WS-SUP-PO-KTR             PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-PREV-SUPPLIER          PIC X(05)       VALUE SPACES.
          05 WS-QTY-OPEN               PIC S9(08)      VALUE 0.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                ' ENGINEERING CHANGE IMPACT - OPEN PURCHASE ORDERS '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'SUPPLIER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'PO NO'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(03)       VALUE
                'BYR'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(11)       VALUE
                'PART NUMBER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'ORDERED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                ' OPEN QTY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'BLUEPRINT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE
                'REV'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'CHANGE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'EFF DATE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'SUPERS BY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'ECN'.
          05 FILLER                    PIC X(14)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(03)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(11)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(14)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-SUPPLIER-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PO-NUMBER-O           PIC X(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-BUYER-O               PIC X(03).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PART-NUMBER-O         PIC X(11).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-ORDER-DATE-O          PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-QTY-OPEN-O            PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-BLUEPRINT-O           PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-OLD-REV-O             PIC X(02).
          05 FILLER                    PIC X(03)       VALUE ' > '.
          05 DET-NEW-REV-O             PIC X(02).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-ACTION-O              PIC X(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-EFF-DATE-O            PIC 9(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-SUPERSEDED-BY-O       PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-ECN-O                 PIC X(08).
          05 FILLER                    PIC X(14)       VALUE SPACES.

       01 SUPPLIER-TOTAL-LINE.
          05 FILLER                    PIC X(10)       VALUE SPACES.
          05 FILLER                    PIC X(25)       VALUE
                'OPEN POS TO NOTIFY     :'.
          05 SUP-PO-KTR-O              PIC ZZZZ9.
          05 FILLER                    PIC X(92)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Engineering changes / blueprints :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-CHANGE-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-BLUEPRINT-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Parts read / built to changes    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-PART-READ-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-PART-HIT-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Ledger entries / open POs hit    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-LEDGER-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-IMPACT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Suppliers to notify              :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-SUPPLIER-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           SORT IMPACT-SORT-FILE
              ON ASCENDING KEY SR-SUPPLIER-CODE
              ON ASCENDING KEY SR-PO-NUMBER
              INPUT PROCEDURE IS 100-SELECT-OPEN-POS
              OUTPUT PROCEDURE IS 200-PRINT-IMPACT.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'ECNIMPCT' TO AUD-PROGRAM-ID.
           MOVE WS-LEDGER-KTR TO AUD-RECORDS-READ.
           MOVE WS-IMPACT-KTR TO AUD-RECORDS-WRITTEN.
           MOVE 0 TO AUD-RECORDS-REJECTED.
           MOVE WS-CHANGE-KTR TO AUD-CONTROL-TOTAL.
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
           PERFORM 070-LOAD-CHANGES.
           PERFORM 080-LOAD-IMPACTED-PARTS.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
       070-LOAD-CHANGES.
      ************************************************************
      * Load this cycle's engineering changes by blueprint       *
      ************************************************************
      D    DISPLAY '070-LOAD-CHANGES'.
           PERFORM UNTIL ENG-CHANGE-FILE-EOF
                   READ ENG-CHANGE-FILE
                   AT END
                      MOVE 'Y' TO ENG-CHANGE-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-CHANGE-KTR
                      PERFORM 075-ADD-CHANGE-ENTRY
                   END-READ
           END-PERFORM.
      D    DISPLAY 'CHANGE TABLE: ' CHG-TABLE-MAX ' ENTRIES'.
       075-ADD-CHANGE-ENTRY.
      ************************************************************
      * One change - a new blueprint entry, or a later change to *
      * a blueprint already in the table                         *
      ************************************************************
      D    DISPLAY '075-ADD-CHANGE-ENTRY'.
           MOVE 'N' TO SW-CHG-FOUND.
           PERFORM VARYING CHG-TABLE-SUB FROM 1 BY 1 UNTIL
              CHG-TABLE-SUB > CHG-TABLE-MAX
                   IF CHG-TBL-BLUEPRINT(CHG-TABLE-SUB) EQUAL TO
                      CD-BLUEPRINT-NUMBER
                      THEN
                      MOVE 'Y' TO SW-CHG-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF NOT CHG-FOUND
              THEN
              IF CHG-TABLE-MAX = CHG-TABLE-MAX-LIMIT
                 THEN
                 DISPLAY 'CHANGE TABLE FULL - BLUEPRINT '
                         CD-BLUEPRINT-NUMBER ' NOT REPORTED'
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO CHG-TABLE-MAX
              MOVE CHG-TABLE-MAX TO CHG-TABLE-SUB
              MOVE CD-BLUEPRINT-NUMBER TO
                 CHG-TBL-BLUEPRINT(CHG-TABLE-SUB)
              MOVE CD-OLD-REVISION TO
                 CHG-TBL-OLD-REVISION(CHG-TABLE-SUB)
           END-IF.

           MOVE CD-ACTION TO CHG-TBL-ACTION(CHG-TABLE-SUB).
           MOVE CD-NEW-REVISION TO CHG-TBL-NEW-REVISION(CHG-TABLE-SUB).
           MOVE CD-EFFECTIVE-DATE TO CHG-TBL-EFF-DATE(CHG-TABLE-SUB).
           MOVE CD-SUPERSEDED-BY TO
              CHG-TBL-SUPERSEDED-BY(CHG-TABLE-SUB).
           MOVE CD-ECN-NUMBER TO CHG-TBL-ECN-NUMBER(CHG-TABLE-SUB).
       080-LOAD-IMPACTED-PARTS.
      ************************************************************
      * Read the part master for the parts built to a changed   *
      * blueprint. Nothing changed - nothing to read.            *
      ************************************************************
      D    DISPLAY '080-LOAD-IMPACTED-PARTS'.
           IF CHG-TABLE-MAX = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PART-MASTER-FILE-EOF OR
              PRT-TABLE-MAX = PRT-TABLE-MAX-LIMIT
                   READ PART-MASTER-FILE
                   AT END
                      MOVE 'Y' TO PART-MASTER-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-PART-READ-KTR
                      PERFORM 085-CHECK-PART-BLUEPRINT
                   END-READ
           END-PERFORM.
      D    DISPLAY 'PART TABLE: ' PRT-TABLE-MAX ' ENTRIES'.
       085-CHECK-PART-BLUEPRINT.
      D    DISPLAY '085-CHECK-PART-BLUEPRINT'.
           IF PM-BLUEPRINT-NUMBER EQUAL TO SPACES
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CHG-TABLE-SUB FROM 1 BY 1 UNTIL
              CHG-TABLE-SUB > CHG-TABLE-MAX
                   IF CHG-TBL-BLUEPRINT(CHG-TABLE-SUB) EQUAL TO
                      PM-BLUEPRINT-NUMBER
                      THEN
                      ADD 1 TO PRT-TABLE-MAX
                      MOVE PM-PART-NUMBER(1:11) TO
                         PRT-TBL-PART-NUMBER(PRT-TABLE-MAX)
                      MOVE CHG-TABLE-SUB TO
                         PRT-TBL-CHG-SUB(PRT-TABLE-MAX)
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       100-SELECT-OPEN-POS.
      ************************************************************
      * Sort input - open ledger entries for an impacted part    *
      ************************************************************
      D    DISPLAY '100-SELECT-OPEN-POS'.
           PERFORM UNTIL COMMLEDG-FILE-EOF
                   READ COMMLEDG-FILE
                   AT END
                      MOVE 'Y' TO COMMLEDG-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-LEDGER-KTR
                      IF LDG-OPEN AND PRT-TABLE-MAX > 0
                         THEN
                         PERFORM 150-MATCH-LEDGER-ENTRY
                      END-IF
                   END-READ
           END-PERFORM.
       150-MATCH-LEDGER-ENTRY.
      ************************************************************
      * Release the ledger entry when its part is impacted       *
      ************************************************************
      D    DISPLAY '150-MATCH-LEDGER-ENTRY'.
           MOVE 'N' TO SW-PRT-FOUND.
           PERFORM VARYING PRT-TABLE-SUB FROM 1 BY 1 UNTIL
              PRT-TABLE-SUB > PRT-TABLE-MAX
                   IF PRT-TBL-PART-NUMBER(PRT-TABLE-SUB) EQUAL TO
                      LDG-PART-NUMBER
                      THEN
                      MOVE 'Y' TO SW-PRT-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT PRT-FOUND
              THEN
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-QTY-OPEN = LDG-QTY-ORDERED - LDG-QTY-RECEIVED.
           IF WS-QTY-OPEN < 0
              THEN
              MOVE 0 TO WS-QTY-OPEN
           END-IF.
           MOVE PRT-TBL-CHG-SUB(PRT-TABLE-SUB) TO CHG-TABLE-SUB.

           MOVE LDG-SUPPLIER-CODE TO SR-SUPPLIER-CODE.
           MOVE LDG-PO-NUMBER TO SR-PO-NUMBER.
           MOVE LDG-BUYER-CODE TO SR-BUYER-CODE.
           MOVE LDG-PART-NUMBER TO SR-PART-NUMBER.
           MOVE LDG-ORDER-DATE TO SR-ORDER-DATE.
           MOVE WS-QTY-OPEN TO SR-QTY-OPEN.
           MOVE CHG-TBL-BLUEPRINT(CHG-TABLE-SUB) TO SR-BLUEPRINT-NUMBER.
           MOVE CHG-TBL-ACTION(CHG-TABLE-SUB) TO SR-ACTION.
           MOVE CHG-TBL-OLD-REVISION(CHG-TABLE-SUB) TO SR-OLD-REVISION.
           MOVE CHG-TBL-NEW-REVISION(CHG-TABLE-SUB) TO SR-NEW-REVISION.
           MOVE CHG-TBL-EFF-DATE(CHG-TABLE-SUB) TO SR-EFFECTIVE-DATE.
           MOVE CHG-TBL-SUPERSEDED-BY(CHG-TABLE-SUB) TO
              SR-SUPERSEDED-BY.
           MOVE CHG-TBL-ECN-NUMBER(CHG-TABLE-SUB) TO SR-ECN-NUMBER.
           RELEASE IMPACT-SORT-REC.
           ADD 1 TO WS-IMPACT-KTR.
       200-PRINT-IMPACT.
      ************************************************************
      * Sort output - one line per impacted PO, a count line per *
      * supplier                                                 *
      ************************************************************
      D    DISPLAY '200-PRINT-IMPACT'.
           MOVE SPACE TO SORT-EOF-STATUS.
           PERFORM UNTIL SORT-EOF
                   RETURN IMPACT-SORT-FILE
                   AT END
                      MOVE 'Y' TO SORT-EOF-STATUS
                   NOT AT END
                      PERFORM 210-PRINT-ONE-PO
                   END-RETURN
           END-PERFORM.
           IF NOT FIRST-RECORD
              THEN
              PERFORM 230-SUPPLIER-BREAK
           END-IF.
       210-PRINT-ONE-PO.
      ************************************************************
      * One impacted PO - supplier break, then the detail line   *
      ************************************************************
      D    DISPLAY '210-PRINT-ONE-PO'.
           IF FIRST-RECORD
              THEN
              MOVE 'N' TO SW-FIRST-RECORD
              MOVE SR-SUPPLIER-CODE TO WS-PREV-SUPPLIER
              ADD 1 TO WS-SUPPLIER-KTR
           END-IF.
           IF SR-SUPPLIER-CODE NOT EQUAL TO WS-PREV-SUPPLIER
              THEN
              PERFORM 230-SUPPLIER-BREAK
              MOVE SR-SUPPLIER-CODE TO WS-PREV-SUPPLIER
              ADD 1 TO WS-SUPPLIER-KTR
           END-IF.

           MOVE SPACES TO DET-SUPPLIER-O.
           IF WS-SUP-PO-KTR = 0
              THEN
              MOVE SR-SUPPLIER-CODE TO DET-SUPPLIER-O
           END-IF.
           MOVE SR-PO-NUMBER TO DET-PO-NUMBER-O.
           MOVE SR-BUYER-CODE TO DET-BUYER-O.
           MOVE SR-PART-NUMBER TO DET-PART-NUMBER-O.
           MOVE SR-ORDER-DATE TO DET-ORDER-DATE-O.
           MOVE SR-QTY-OPEN TO DET-QTY-OPEN-O.
           MOVE SR-BLUEPRINT-NUMBER TO DET-BLUEPRINT-O.
           MOVE SR-OLD-REVISION TO DET-OLD-REV-O.
           MOVE SR-NEW-REVISION TO DET-NEW-REV-O.
           MOVE SR-ACTION TO DET-ACTION-O.
           MOVE SR-EFFECTIVE-DATE TO DET-EFF-DATE-O.
           MOVE SR-SUPERSEDED-BY TO DET-SUPERSEDED-BY-O.
           MOVE SR-ECN-NUMBER TO DET-ECN-O.
           PERFORM 500-WRITE-REPORT.
           ADD 1 TO WS-SUP-PO-KTR.
       230-SUPPLIER-BREAK.
      ************************************************************
      * Supplier count line                                      *
      ************************************************************
      D    DISPLAY '230-SUPPLIER-BREAK'.
           MOVE WS-SUP-PO-KTR TO SUP-PO-KTR-O.
           WRITE OUTPUT-LINE FROM SUPPLIER-TOTAL-LINE
              AFTER ADVANCING 1.
           MOVE SPACES TO OUTPUT-LINE.
           WRITE OUTPUT-LINE
              AFTER ADVANCING 1.
           ADD 2 TO CTR-LINES.
           MOVE 0 TO WS-SUP-PO-KTR.
       300-OPEN-FILES.
      *************************************************************
      * Open files                                                 *
      *************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT ENG-CHANGE-FILE.
           IF NOT ENG-CHANGE-FILE-OK
              THEN
              DISPLAY 'ENG-CHANGE-FILE Problem: ' ENG-CHANGE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT PART-MASTER-FILE.
           IF NOT PART-MASTER-FILE-OK
              THEN
              DISPLAY 'PART-MASTER-FILE Problem: '
                      PART-MASTER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT COMMLEDG-FILE.
           IF NOT COMMLEDG-FILE-OK
              THEN
              DISPLAY 'COMMLEDG-FILE Problem: ' COMMLEDG-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              DISPLAY ' Report-FILE Problem: ' REPORT-FILE-ST
              GOBACK
           END-IF.
       500-WRITE-REPORT.
      ************************************************************
      * Write one impacted-PO line                               *
      ************************************************************
      D    DISPLAY '500-WRITE-REPORT'.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.

           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       510-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine                                       *
      ************************************************************
      D    DISPLAY '510-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.

           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1.

           MOVE ZERO TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ***********************************************************
      * Write summary at end of report                          *
      ***********************************************************
      D    DISPLAY '700-WRITE-SUMMARY'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.

           MOVE WS-CHANGE-KTR TO TOTAL-CHANGE-O.
           MOVE CHG-TABLE-MAX TO TOTAL-BLUEPRINT-O.
           MOVE WS-PART-READ-KTR TO TOTAL-PART-READ-O.
           MOVE PRT-TABLE-MAX TO TOTAL-PART-HIT-O.
           MOVE WS-LEDGER-KTR TO TOTAL-LEDGER-O.
           MOVE WS-IMPACT-KTR TO TOTAL-IMPACT-O.
           MOVE WS-SUPPLIER-KTR TO TOTAL-SUPPLIER-O.

           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE ENG-CHANGE-FILE.
           CLOSE PART-MASTER-FILE.
           CLOSE COMMLEDG-FILE.

           CLOSE REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              DISPLAY ' Report-FILE Problem: ' REPORT-FILE-ST
              GOBACK
           END-IF.
