       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDCOST.
      * ------------------------------------------------------------
      * LANDCOST:
      * Landed-cost allocation. UNIT-PRICE-USD is only what the
      * supplier charges; on importer (SUPPLIER-TYPE 'I') and
      * foreign-currency POs the real cost also carries freight,
      * customs duty and broker fees, billed later on separate
      * freight and broker invoices. This program spreads those
      * charges over the PO lines they cover:
      *
      *  - CHGINVC carries the charge invoices, each an 'H'
      *    header (invoice, shipment, charge type, amount in
      *    USD) followed by one 'P' record per PO in the
      *    shipment (with the PO line's shipped weight)
      *  - LCCHGTYP says for each charge type whether it is
      *    freight, duty or brokerage and whether it is spread
      *    by value (QUANTITY x UNIT-PRICE-USD), by quantity or
      *    by weight
      *  - PO lines come from the POCOMMIT commitment ledger
      *    (COMMLEDG); charges already allocated in earlier runs
      *    come from the prior landed-cost file (LANDCST)
      *  - each PO line's share is its basis over the invoice's
      *    basis total; the last line takes the rounding
      *    remainder so every invoice allocates to the cent. An
      *    invoice naming a PO not on the ledger, or with no
      *    basis to spread on, is rejected whole
      *  - LANDCSTO is rewritten with every charged PO line and
      *    its landed unit cost (unit price plus charges per
      *    unit) for the next run and for PRCTREND
      *
      * The report lists this run's allocations and rejects,
      * then every part whose landed cost is more than the
      * uplift percentage (LC-UPLIFT-PCT in the PARMLIB parameter
      * library) over its invoice price, so sourcing compares
      * domestic quotes against the real cost of the foreign FOB
      * price.
      *
      *  Inital Version   2026/10/15
      *  Uplift percentage from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHG-INV-FILE ASSIGN TO CHGINVC
           FILE STATUS IS CHG-INV-FILE-ST.

           SELECT CHG-TYPE-FILE ASSIGN TO LCCHGTYP
           FILE STATUS IS CHG-TYPE-FILE-ST.

           SELECT COMMLEDG-IN-FILE ASSIGN TO COMMLEDG
           FILE STATUS IS COMMLEDG-IN-FILE-ST.

           SELECT OPTIONAL LANDED-IN-FILE ASSIGN TO LANDCST
           FILE STATUS IS LANDED-IN-FILE-ST.

           SELECT LANDED-OUT-FILE ASSIGN TO LANDCSTO
           FILE STATUS IS LANDED-OUT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Freight / duty / broker invoices - 'H' header followed by
      * its 'P' PO-list records
       FD  CHG-INV-FILE
           RECORDING MODE IS F.
       01 CHG-INV-HDR-REC.
          05 CH-REC-TYPE               PIC X(01).
             88 CH-HEADER                              VALUE 'H'.
             88 CH-PO-LINE                             VALUE 'P'.
          05 CH-INVOICE-NO             PIC X(10).
          05 CH-SHIPMENT-ID            PIC X(10).
          05 CH-CHARGE-TYPE            PIC X(03).
          05 CH-BILLED-BY              PIC X(05).
          05 CH-INVOICE-DATE           PIC 9(08).
          05 CH-CHARGE-AMT-USD         PIC 9(09)V99.
          05 FILLER                    PIC X(32).
       01 CHG-INV-PO-REC.
          05 CL-REC-TYPE               PIC X(01).
          05 CL-INVOICE-NO             PIC X(10).
          05 CL-PO-NUMBER              PIC X(06).
          05 CL-SHIP-WEIGHT            PIC 9(07)V99.
          05 FILLER                    PIC X(54).

      * Charge types - class and allocation basis per type
       FD  CHG-TYPE-FILE
           RECORDING MODE IS F.
       01 CHG-TYPE-REC.
          05 CT-CHARGE-TYPE            PIC X(03).
          05 CT-CHARGE-CLASS           PIC X(01).
          05 CT-ALLOC-BASIS            PIC X(01).
          05 CT-DESCRIPTION            PIC X(20).
          05 FILLER                    PIC X(55).

      * Commitment ledger as left by the last POCOMMIT run
       FD  COMMLEDG-IN-FILE
           RECORDING MODE IS F.
       01 COMMLEDG-IN-REC              PIC X(80).

      * Landed-cost file from the prior run (absent on the first)
       FD  LANDED-IN-FILE
           RECORDING MODE IS F.
       01 LANDED-IN-REC                PIC X(100).

       FD  LANDED-OUT-FILE
           RECORDING MODE IS F.
       01 LANDED-OUT-REC               PIC X(100).

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

      * Landed-cost record - carried forward between runs and
      * read by PRCTREND
       01 LANDED-REC.
          05 LC-PO-NUMBER              PIC X(06).
          05 LC-PART-NUMBER            PIC X(11).
          05 LC-SUPPLIER-CODE          PIC X(05).
          05 LC-ORDER-DATE             PIC X(08).
          05 LC-QUANTITY               PIC S9(08).
          05 LC-UNIT-PRICE-USD         PIC S9(7)V99    COMP-3.
          05 LC-FREIGHT-AMT            PIC S9(9)V99    COMP-3.
          05 LC-DUTY-AMT               PIC S9(9)V99    COMP-3.
          05 LC-BROKER-AMT             PIC S9(9)V99    COMP-3.
          05 LC-LANDED-UNIT-COST       PIC S9(7)V99    COMP-3.
          05 LC-LAST-CHARGE-DATE       PIC 9(08).
          05 FILLER                    PIC X(26).

      * Charge-type table
       01 CTY-TABLE-SUB                PIC 9(3)        VALUE 0 COMP.
       01 CTY-TABLE-MAX                PIC 9(3)        VALUE 0 COMP.
       01 CTY-TABLE-MAX-LIMIT          PIC 9(3)        VALUE 50 COMP.
       01 SW-CTY-FOUND                 PIC X(1)        VALUE 'N'.
          88 CTY-FOUND                                 VALUE 'Y'.
       01 CHARGE-TYPE-TABLE.
          05 CTY-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON CTY-TABLE-MAX.
             10 CTY-TBL-CHARGE-TYPE    PIC X(3).
             10 CTY-TBL-CHARGE-CLASS   PIC X(1).
                88 CTY-TBL-FREIGHT                     VALUE 'F'.
                88 CTY-TBL-DUTY                        VALUE 'D'.
                88 CTY-TBL-BROKERAGE                   VALUE 'B'.
             10 CTY-TBL-ALLOC-BASIS    PIC X(1).
                88 CTY-TBL-BY-VALUE                    VALUE 'V'.
                88 CTY-TBL-BY-QUANTITY                 VALUE 'Q'.
                88 CTY-TBL-BY-WEIGHT                   VALUE 'W'.

      * PO-line table - ledger lines plus charges to date
       01 LND-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 LND-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 LND-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 5000 COMP.
       01 SW-LND-FOUND                 PIC X(1)        VALUE 'N'.
          88 LND-FOUND                                 VALUE 'Y'.
       01 PO-LINE-TABLE.
          05 LND-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON LND-TABLE-MAX.
             10 LND-PO-NUMBER          PIC X(6).
             10 LND-PART-NUMBER        PIC X(11).
             10 LND-SUPPLIER-CODE      PIC X(5).
             10 LND-ORDER-DATE         PIC X(8).
             10 LND-QUANTITY           PIC S9(8)       COMP.
             10 LND-UNIT-PRICE         PIC S9(7)V99    COMP-3.
             10 LND-FREIGHT-AMT        PIC S9(9)V99    COMP-3.
             10 LND-DUTY-AMT           PIC S9(9)V99    COMP-3.
             10 LND-BROKER-AMT         PIC S9(9)V99    COMP-3.
             10 LND-LAST-CHARGE-DATE   PIC 9(8)        COMP.

      * PO list of the invoice being collected
       01 INV-PO-SUB                   PIC 9(3)        VALUE 0 COMP.
       01 INV-PO-MAX                   PIC 9(3)        VALUE 0 COMP.
       01 INV-PO-MAX-LIMIT             PIC 9(3)        VALUE 200 COMP.
       01 INVOICE-PO-TABLE.
          05 INV-PO-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON INV-PO-MAX.
             10 INV-PO-NUMBER          PIC X(6).
             10 INV-SHIP-WEIGHT        PIC 9(7)V99     COMP-3.
             10 INV-LND-SUB            PIC 9(5)        COMP.
             10 INV-BASIS              PIC S9(11)V99   COMP-3.

      * Header of the invoice being collected
       01 WS-CUR-INVOICE.
          05 CUR-REC-TYPE              PIC X(01).
          05 CUR-INVOICE-NO            PIC X(10).
          05 CUR-SHIPMENT-ID           PIC X(10).
          05 CUR-CHARGE-TYPE           PIC X(03).
          05 CUR-BILLED-BY             PIC X(05).
          05 CUR-INVOICE-DATE          PIC 9(08).
          05 CUR-CHARGE-AMT-USD        PIC 9(09)V99.
          05 FILLER                    PIC X(32).
       01 SW-INVOICE-OPEN              PIC X(1)        VALUE 'N'.
          88 INVOICE-OPEN                              VALUE 'Y'.

      * Per-part invoice vs landed value for the uplift section
       01 PUP-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 PUP-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 PUP-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 2000 COMP.
       01 SW-PUP-FOUND                 PIC X(1)        VALUE 'N'.
          88 PUP-FOUND                                 VALUE 'Y'.
       01 PART-UPLIFT-TABLE.
          05 PUP-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON PUP-TABLE-MAX.
             10 PUP-TBL-PART-NUMBER    PIC X(11).
             10 PUP-TBL-INVOICE-VALUE  PIC S9(11)V99   COMP-3.
             10 PUP-TBL-CHARGES        PIC S9(11)V99   COMP-3.

       01 PROGRAM-SWITCHES.
          05 CHG-INV-FILE-ST           PIC X(2).
             88 CHG-INV-FILE-OK                        VALUE '00'.
          05 CHG-TYPE-FILE-ST          PIC X(2).
             88 CHG-TYPE-FILE-OK                       VALUE '00'.
          05 COMMLEDG-IN-FILE-ST       PIC X(2).
             88 COMMLEDG-IN-FILE-OK                    VALUE '00'.
          05 LANDED-IN-FILE-ST         PIC X(2).
      *      '05' = no landed-cost file yet - first run
             88 LANDED-IN-FILE-OK                      VALUE '00' '05'.
          05 LANDED-OUT-FILE-ST        PIC X(2).
             88 LANDED-OUT-FILE-OK                     VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 CHG-INV-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 CHG-INV-FILE-EOF                       VALUE 'Y'.
          05 CHG-TYPE-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 CHG-TYPE-FILE-EOF                      VALUE 'Y'.
          05 COMMLEDG-IN-FILE-STATUS   PIC X(01)       VALUE SPACE.
             88 COMMLEDG-IN-FILE-EOF                   VALUE 'Y'.
          05 LANDED-IN-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 LANDED-IN-FILE-EOF                     VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-CHG-REC-KTR            PIC 9(7)        VALUE 0.
          05 WS-INVOICE-KTR            PIC 9(7)        VALUE 0.
          05 WS-REJECT-KTR             PIC 9(7)        VALUE 0.
          05 WS-ORPHAN-LINE-KTR        PIC 9(7)        VALUE 0.
          05 WS-ALLOC-LINE-KTR         PIC 9(7)        VALUE 0.
          05 WS-LANDED-IN-KTR          PIC 9(7)        VALUE 0.
          05 WS-LANDED-OUT-KTR         PIC 9(7)        VALUE 0.
          05 WS-UPLIFT-KTR             PIC 9(7)        VALUE 0.
          05 WS-ALLOCATED-AMT          PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-UPLIFT-LIMIT           PIC 9(3)V9      VALUE 0.
          05 WS-REJECT-REASON          PIC X(30)       VALUE SPACES.
          05 WS-FIND-PO-NUMBER         PIC X(06)       VALUE SPACES.
          05 WS-BASIS-TOTAL            PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-ALLOC-REMAIN           PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-SHARE-AMT              PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-LINE-CHARGES           PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-LINE-VALUE             PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-UPLIFT-PCT             PIC S9(5)V99    VALUE +0
                                                       COMP-3.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the uplift percentage from
      * the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines - allocation detail
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '     LANDED-COST ALLOCATION REPORT                '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(10)       VALUE
                'INVOICE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'SHIPMENT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE
                'TYPE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE
                'BASIS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'PO NBR'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(11)       VALUE
                'PART'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE
                '   BASIS AMT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE
                '   ALLOCATED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'RESULT'.
          05 FILLER                    PIC X(12)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(11)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(12)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-INVOICE-O             PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-SHIPMENT-O            PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-TYPE-O                PIC X(04).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-BASIS-O               PIC X(05).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PO-NUMBER-O           PIC X(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PART-O                PIC X(11).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-BASIS-AMT-O           PIC ZZZ,ZZZ,ZZ9.99
                                                       BLANK WHEN ZERO.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-ALLOC-O               PIC $$$,$$$,$$9.99
                                                       BLANK WHEN ZERO.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-RESULT-O              PIC X(30).
          05 FILLER                    PIC X(12)       VALUE SPACES.

      * Uplift exception section
       01 WS-UPL-HDG1.
          05 FILLER                    PIC X(60)       VALUE ALL "=".
          05 FILLER                    PIC X(72)       VALUE SPACES.

       01 WS-UPL-HDG2.
          05 FILLER                    PIC X(43)       VALUE
                'PARTS WITH LANDED-COST UPLIFT OVER PERCENT:'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 UPL-LIMIT-O               PIC ZZ9.9.
          05 FILLER                    PIC X(83)       VALUE SPACES.

       01 WS-UPL-HDG3.
          05 FILLER                    PIC X(11)       VALUE
                'PART'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE
                'INVOICE VALUE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE
                'LANDED VALUE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'UPLIFT %'.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-UPL-LINE.
          05 UPL-PART-O                PIC X(11).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 UPL-INVOICE-VALUE-O       PIC $$$,$$$,$$9.99.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 UPL-LANDED-VALUE-O        PIC $$$,$$$,$$9.99.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 UPL-PCT-O                 PIC ZZZZ9.99-.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Charge invoices read / rejected  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-INVOICE-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REJECT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'PO lines charged / stray PO recs :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ALLOC-LINE-O        PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-ORPHAN-LINE-O       PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Charges allocated this run (USD) :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ALLOCATED-O         PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Landed-cost records in / out     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-LANDED-IN-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-LANDED-OUT-O        PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Parts over uplift percent        :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-UPLIFT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-PROCESS-CHARGE-REC UNTIL CHG-INV-FILE-EOF.
           IF INVOICE-OPEN
              THEN
              PERFORM 200-ALLOCATE-INVOICE
           END-IF.
           PERFORM 500-WRITE-LANDED-COSTS.
           PERFORM 650-REPORT-UPLIFT.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'LANDCOST' TO AUD-PROGRAM-ID.
           MOVE WS-INVOICE-KTR TO AUD-RECORDS-READ.
           MOVE WS-LANDED-OUT-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-REJECT-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-ALLOCATED-AMT TO AUD-CONTROL-TOTAL.
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
           PERFORM 060-LOAD-PARMS.
           PERFORM 065-LOAD-CHARGE-TYPES.
           PERFORM 070-LOAD-LEDGER-LINES.
           PERFORM 080-LOAD-PRIOR-LANDED.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
       060-LOAD-PARMS.
      ************************************************************
      * Look up the uplift percentage in effect today in the     *
      * PARMLIB parameter library                                *
      ************************************************************
      D    DISPLAY '060-LOAD-PARMS'.
           MOVE 'LANDCOST' TO PLIB-PROGRAM-ID.
           ACCEPT PLIB-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'LC-UPLIFT-PCT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR PLIB-NUM-VALUE > 999.9
              THEN
              DISPLAY 'LC-UPLIFT-PCT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-UPLIFT-LIMIT.
      D    DISPLAY 'UPLIFT PCT: ' WS-UPLIFT-LIMIT.
       065-LOAD-CHARGE-TYPES.
      ************************************************************
      * Load charge type / class / allocation basis              *
      ************************************************************
      D    DISPLAY '065-LOAD-CHARGE-TYPES'.
           PERFORM UNTIL CHG-TYPE-FILE-EOF
                   READ CHG-TYPE-FILE
                   AT END
                      MOVE 'Y' TO CHG-TYPE-FILE-STATUS
                   NOT AT END
                      IF CTY-TABLE-MAX < CTY-TABLE-MAX-LIMIT
                         ADD 1 TO CTY-TABLE-MAX
                         MOVE CT-CHARGE-TYPE TO
                            CTY-TBL-CHARGE-TYPE(CTY-TABLE-MAX)
                         MOVE CT-CHARGE-CLASS TO
                            CTY-TBL-CHARGE-CLASS(CTY-TABLE-MAX)
                         MOVE CT-ALLOC-BASIS TO
                            CTY-TBL-ALLOC-BASIS(CTY-TABLE-MAX)
                      ELSE
                         DISPLAY 'WARNING: CHARGE TYPE TABLE FULL - '
                                 'TYPE DROPPED: ' CT-CHARGE-TYPE
                      END-IF
                   END-READ
           END-PERFORM.
      D    DISPLAY 'CHARGE TYPES: ' CTY-TABLE-MAX ' ENTRIES'.
       070-LOAD-LEDGER-LINES.
      ************************************************************
      * One PO-line entry per commitment ledger entry            *
      ************************************************************
      D    DISPLAY '070-LOAD-LEDGER-LINES'.
           PERFORM UNTIL COMMLEDG-IN-FILE-EOF
                   READ COMMLEDG-IN-FILE INTO LEDGER-REC
                   AT END
                      MOVE 'Y' TO COMMLEDG-IN-FILE-STATUS
                   NOT AT END
                      PERFORM 075-ADD-LEDGER-LINE
                   END-READ
           END-PERFORM.
      D    DISPLAY 'PO-LINE TABLE: ' LND-TABLE-MAX ' ENTRIES'.
       075-ADD-LEDGER-LINE.
      ************************************************************
      * Append the ledger entry just read - no charges yet       *
      ************************************************************
      D    DISPLAY '075-ADD-LEDGER-LINE'.
           IF LND-TABLE-MAX < LND-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO LND-TABLE-MAX
              MOVE LDG-PO-NUMBER TO LND-PO-NUMBER(LND-TABLE-MAX)
              MOVE LDG-PART-NUMBER TO LND-PART-NUMBER(LND-TABLE-MAX)
              MOVE LDG-SUPPLIER-CODE
                 TO LND-SUPPLIER-CODE(LND-TABLE-MAX)
              MOVE LDG-ORDER-DATE TO LND-ORDER-DATE(LND-TABLE-MAX)
              MOVE LDG-QTY-ORDERED TO LND-QUANTITY(LND-TABLE-MAX)
              MOVE LDG-UNIT-PRICE-USD
                 TO LND-UNIT-PRICE(LND-TABLE-MAX)
              MOVE 0 TO LND-FREIGHT-AMT(LND-TABLE-MAX)
              MOVE 0 TO LND-DUTY-AMT(LND-TABLE-MAX)
              MOVE 0 TO LND-BROKER-AMT(LND-TABLE-MAX)
              MOVE 0 TO LND-LAST-CHARGE-DATE(LND-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: PO-LINE TABLE FULL AT '
                      LND-TABLE-MAX-LIMIT
                      ' ENTRIES - PO DROPPED: ' LDG-PO-NUMBER
           END-IF.
       080-LOAD-PRIOR-LANDED.
      ************************************************************
      * Charges allocated in earlier runs onto the PO lines; a   *
      * line since purged from the ledger keeps its own entry    *
      ************************************************************
      D    DISPLAY '080-LOAD-PRIOR-LANDED'.
           PERFORM UNTIL LANDED-IN-FILE-EOF
                   READ LANDED-IN-FILE INTO LANDED-REC
                   AT END
                      MOVE 'Y' TO LANDED-IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-LANDED-IN-KTR
                      PERFORM 085-MERGE-LANDED-LINE
                   END-READ
           END-PERFORM.
       085-MERGE-LANDED-LINE.
      ************************************************************
      * Carry one prior landed-cost record onto its PO line      *
      ************************************************************
      D    DISPLAY '085-MERGE-LANDED-LINE'.
           MOVE LC-PO-NUMBER TO WS-FIND-PO-NUMBER.
           PERFORM 150-FIND-PO-LINE.
           IF NOT LND-FOUND
              THEN
              IF LND-TABLE-MAX < LND-TABLE-MAX-LIMIT
                 THEN
                 ADD 1 TO LND-TABLE-MAX
                 MOVE LND-TABLE-MAX TO LND-TABLE-SUB
                 MOVE LC-PO-NUMBER TO LND-PO-NUMBER(LND-TABLE-SUB)
                 MOVE LC-PART-NUMBER
                    TO LND-PART-NUMBER(LND-TABLE-SUB)
                 MOVE LC-SUPPLIER-CODE
                    TO LND-SUPPLIER-CODE(LND-TABLE-SUB)
                 MOVE LC-ORDER-DATE TO LND-ORDER-DATE(LND-TABLE-SUB)
                 MOVE LC-QUANTITY TO LND-QUANTITY(LND-TABLE-SUB)
                 MOVE LC-UNIT-PRICE-USD
                    TO LND-UNIT-PRICE(LND-TABLE-SUB)
              ELSE
                 DISPLAY 'WARNING: PO-LINE TABLE FULL AT '
                         LND-TABLE-MAX-LIMIT
                         ' ENTRIES - LANDED COST DROPPED: '
                         LC-PO-NUMBER
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE LC-FREIGHT-AMT TO LND-FREIGHT-AMT(LND-TABLE-SUB).
           MOVE LC-DUTY-AMT TO LND-DUTY-AMT(LND-TABLE-SUB).
           MOVE LC-BROKER-AMT TO LND-BROKER-AMT(LND-TABLE-SUB).
           MOVE LC-LAST-CHARGE-DATE
              TO LND-LAST-CHARGE-DATE(LND-TABLE-SUB).
       100-PROCESS-CHARGE-REC.
      ************************************************************
      * An 'H' record closes the invoice being collected and     *
      * starts the next; 'P' records build its PO list           *
      ************************************************************
      D    DISPLAY '100-PROCESS-CHARGE-REC'.
           READ CHG-INV-FILE
           AT END
              MOVE 'Y' TO CHG-INV-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-CHG-REC-KTR.

           EVALUATE TRUE
           WHEN CH-HEADER
                IF INVOICE-OPEN
                   THEN
                   PERFORM 200-ALLOCATE-INVOICE
                END-IF
                MOVE CHG-INV-HDR-REC TO WS-CUR-INVOICE
                MOVE 0 TO INV-PO-MAX
                MOVE 'Y' TO SW-INVOICE-OPEN
           WHEN CH-PO-LINE AND INVOICE-OPEN
                AND CL-INVOICE-NO EQUAL TO CUR-INVOICE-NO
                IF INV-PO-MAX < INV-PO-MAX-LIMIT
                   THEN
                   ADD 1 TO INV-PO-MAX
                   MOVE CL-PO-NUMBER TO INV-PO-NUMBER(INV-PO-MAX)
                   IF CL-SHIP-WEIGHT NUMERIC
                      THEN
                      MOVE CL-SHIP-WEIGHT
                         TO INV-SHIP-WEIGHT(INV-PO-MAX)
                   ELSE
                      MOVE 0 TO INV-SHIP-WEIGHT(INV-PO-MAX)
                   END-IF
                ELSE
                   DISPLAY 'WARNING: INVOICE PO LIST FULL - PO '
                           'DROPPED: ' CL-INVOICE-NO ' '
                           CL-PO-NUMBER
                END-IF
           WHEN OTHER
                ADD 1 TO WS-ORPHAN-LINE-KTR
                DISPLAY 'CHARGE RECORD OUT OF SEQUENCE: '
                        CHG-INV-HDR-REC(1:17)
           END-EVALUATE.
       150-FIND-PO-LINE.
      ************************************************************
      * Locate WS-FIND-PO-NUMBER in the PO-line table            *
      ************************************************************
      D    DISPLAY '150-FIND-PO-LINE'.
           MOVE 'N' TO SW-LND-FOUND.
           PERFORM VARYING LND-TABLE-SUB FROM 1 BY 1
              UNTIL LND-TABLE-SUB > LND-TABLE-MAX
                   IF LND-PO-NUMBER(LND-TABLE-SUB) EQUAL TO
                      WS-FIND-PO-NUMBER
                      THEN
                      MOVE 'Y' TO SW-LND-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       200-ALLOCATE-INVOICE.
      ************************************************************
      * Edit the collected invoice and spread its charge over    *
      * its PO lines; any failure rejects the whole invoice      *
      ************************************************************
      D    DISPLAY '200-ALLOCATE-INVOICE'.
           ADD 1 TO WS-INVOICE-KTR.
           MOVE 'N' TO SW-INVOICE-OPEN.
           MOVE SPACES TO WS-REJECT-REASON.

           MOVE 'N' TO SW-CTY-FOUND.
           PERFORM VARYING CTY-TABLE-SUB FROM 1 BY 1
              UNTIL CTY-TABLE-SUB > CTY-TABLE-MAX
                   IF CTY-TBL-CHARGE-TYPE(CTY-TABLE-SUB) EQUAL TO
                      CUR-CHARGE-TYPE
                      THEN
                      MOVE 'Y' TO SW-CTY-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           EVALUATE TRUE
           WHEN NOT CTY-FOUND
                MOVE 'UNKNOWN CHARGE TYPE' TO WS-REJECT-REASON
           WHEN CUR-CHARGE-AMT-USD NOT NUMERIC
             OR CUR-CHARGE-AMT-USD = 0
                MOVE 'CHARGE AMOUNT INVALID' TO WS-REJECT-REASON
           WHEN CUR-INVOICE-DATE NOT NUMERIC
                MOVE 'INVOICE DATE INVALID' TO WS-REJECT-REASON
           WHEN INV-PO-MAX = 0
                MOVE 'NO PO LIST FOR INVOICE' TO WS-REJECT-REASON
           WHEN OTHER
                PERFORM 210-COMPUTE-BASIS
           END-EVALUATE.

           IF WS-REJECT-REASON NOT EQUAL TO SPACES
              THEN
              ADD 1 TO WS-REJECT-KTR
              PERFORM 250-WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE CUR-CHARGE-AMT-USD TO WS-ALLOC-REMAIN.
           PERFORM 220-SPREAD-CHARGE
              VARYING INV-PO-SUB FROM 1 BY 1
              UNTIL INV-PO-SUB > INV-PO-MAX.
       210-COMPUTE-BASIS.
      ************************************************************
      * Each PO line's share basis by the charge type's rule     *
      ************************************************************
      D    DISPLAY '210-COMPUTE-BASIS'.
           MOVE 0 TO WS-BASIS-TOTAL.
           PERFORM VARYING INV-PO-SUB FROM 1 BY 1
              UNTIL INV-PO-SUB > INV-PO-MAX
                   MOVE INV-PO-NUMBER(INV-PO-SUB)
                      TO WS-FIND-PO-NUMBER
                   PERFORM 150-FIND-PO-LINE
                   IF NOT LND-FOUND
                      THEN
                      STRING 'PO ' DELIMITED BY SIZE
                             WS-FIND-PO-NUMBER DELIMITED BY SIZE
                             ' NOT ON LEDGER' DELIMITED BY SIZE
                         INTO WS-REJECT-REASON
                      END-STRING
                      EXIT PERFORM
                   END-IF
                   MOVE LND-TABLE-SUB TO INV-LND-SUB(INV-PO-SUB)
                   EVALUATE TRUE
                   WHEN CTY-TBL-BY-VALUE(CTY-TABLE-SUB)
                        COMPUTE INV-BASIS(INV-PO-SUB) =
                           LND-QUANTITY(LND-TABLE-SUB) *
                           LND-UNIT-PRICE(LND-TABLE-SUB)
                   WHEN CTY-TBL-BY-QUANTITY(CTY-TABLE-SUB)
                        MOVE LND-QUANTITY(LND-TABLE-SUB)
                           TO INV-BASIS(INV-PO-SUB)
                   WHEN OTHER
                        MOVE INV-SHIP-WEIGHT(INV-PO-SUB)
                           TO INV-BASIS(INV-PO-SUB)
                   END-EVALUATE
                   ADD INV-BASIS(INV-PO-SUB) TO WS-BASIS-TOTAL
           END-PERFORM.

           IF WS-REJECT-REASON EQUAL TO SPACES
              AND WS-BASIS-TOTAL NOT > 0
              THEN
              MOVE 'NO ALLOCATION BASIS' TO WS-REJECT-REASON
           END-IF.
       220-SPREAD-CHARGE.
      ************************************************************
      * One PO line's share - the last line takes the remainder  *
      * so the invoice allocates to the cent                     *
      ************************************************************
      D    DISPLAY '220-SPREAD-CHARGE'.
           MOVE INV-LND-SUB(INV-PO-SUB) TO LND-TABLE-SUB.
           IF INV-PO-SUB = INV-PO-MAX
              THEN
              MOVE WS-ALLOC-REMAIN TO WS-SHARE-AMT
           ELSE
              COMPUTE WS-SHARE-AMT ROUNDED =
                 CUR-CHARGE-AMT-USD * INV-BASIS(INV-PO-SUB)
                 / WS-BASIS-TOTAL
           END-IF.
           SUBTRACT WS-SHARE-AMT FROM WS-ALLOC-REMAIN.

           EVALUATE TRUE
           WHEN CTY-TBL-FREIGHT(CTY-TABLE-SUB)
                ADD WS-SHARE-AMT TO LND-FREIGHT-AMT(LND-TABLE-SUB)
           WHEN CTY-TBL-DUTY(CTY-TABLE-SUB)
                ADD WS-SHARE-AMT TO LND-DUTY-AMT(LND-TABLE-SUB)
           WHEN OTHER
                ADD WS-SHARE-AMT TO LND-BROKER-AMT(LND-TABLE-SUB)
           END-EVALUATE.
           IF CUR-INVOICE-DATE > LND-LAST-CHARGE-DATE(LND-TABLE-SUB)
              THEN
              MOVE CUR-INVOICE-DATE
                 TO LND-LAST-CHARGE-DATE(LND-TABLE-SUB)
           END-IF.
           ADD WS-SHARE-AMT TO WS-ALLOCATED-AMT.
           ADD 1 TO WS-ALLOC-LINE-KTR.

           MOVE CUR-INVOICE-NO TO DET-INVOICE-O.
           MOVE CUR-SHIPMENT-ID TO DET-SHIPMENT-O.
           MOVE CUR-CHARGE-TYPE TO DET-TYPE-O.
           EVALUATE TRUE
           WHEN CTY-TBL-BY-VALUE(CTY-TABLE-SUB)
                MOVE 'VALUE' TO DET-BASIS-O
           WHEN CTY-TBL-BY-QUANTITY(CTY-TABLE-SUB)
                MOVE 'QTY' TO DET-BASIS-O
           WHEN OTHER
                MOVE 'WGT' TO DET-BASIS-O
           END-EVALUATE.
           MOVE LND-PO-NUMBER(LND-TABLE-SUB) TO DET-PO-NUMBER-O.
           MOVE LND-PART-NUMBER(LND-TABLE-SUB) TO DET-PART-O.
           MOVE INV-BASIS(INV-PO-SUB) TO DET-BASIS-AMT-O.
           MOVE WS-SHARE-AMT TO DET-ALLOC-O.
           MOVE 'ALLOCATED' TO DET-RESULT-O.
           PERFORM 260-PRINT-DETAIL.
       250-WRITE-REJECT-LINE.
      ************************************************************
      * One line for a rejected invoice                          *
      ************************************************************
      D    DISPLAY '250-WRITE-REJECT-LINE'.
           MOVE CUR-INVOICE-NO TO DET-INVOICE-O.
           MOVE CUR-SHIPMENT-ID TO DET-SHIPMENT-O.
           MOVE CUR-CHARGE-TYPE TO DET-TYPE-O.
           MOVE SPACES TO DET-BASIS-O.
           MOVE SPACES TO DET-PO-NUMBER-O.
           MOVE SPACES TO DET-PART-O.
           MOVE 0 TO DET-BASIS-AMT-O.
           IF CUR-CHARGE-AMT-USD NUMERIC
              THEN
              MOVE CUR-CHARGE-AMT-USD TO DET-ALLOC-O
           ELSE
              MOVE 0 TO DET-ALLOC-O
           END-IF.
           MOVE WS-REJECT-REASON TO DET-RESULT-O.
           PERFORM 260-PRINT-DETAIL.
       260-PRINT-DETAIL.
      ************************************************************
      * Print the detail line with page break                    *
      ************************************************************
      D    DISPLAY '260-PRINT-DETAIL'.
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
           OPEN INPUT CHG-INV-FILE.
           IF NOT CHG-INV-FILE-OK
              DISPLAY 'CHGINVC OPEN PROBLEM, RC=' CHG-INV-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CHG-TYPE-FILE.
           IF NOT CHG-TYPE-FILE-OK
              DISPLAY 'LCCHGTYP OPEN PROBLEM, RC=' CHG-TYPE-FILE-ST
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
           OPEN INPUT LANDED-IN-FILE.
           IF NOT LANDED-IN-FILE-OK
              DISPLAY 'LANDCST OPEN PROBLEM, RC=' LANDED-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT LANDED-OUT-FILE.
           IF NOT LANDED-OUT-FILE-OK
              DISPLAY 'LANDCSTO OPEN PROBLEM, RC='
                      LANDED-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       500-WRITE-LANDED-COSTS.
      ************************************************************
      * Rewrite every charged PO line with its landed unit cost  *
      * and roll invoice and landed value up by part             *
      ************************************************************
      D    DISPLAY '500-WRITE-LANDED-COSTS'.
           PERFORM VARYING LND-TABLE-SUB FROM 1 BY 1
              UNTIL LND-TABLE-SUB > LND-TABLE-MAX
                   COMPUTE WS-LINE-CHARGES =
                      LND-FREIGHT-AMT(LND-TABLE-SUB) +
                      LND-DUTY-AMT(LND-TABLE-SUB) +
                      LND-BROKER-AMT(LND-TABLE-SUB)
                   IF WS-LINE-CHARGES NOT = 0
                      THEN
                      PERFORM 550-WRITE-ONE-LANDED
                   END-IF
           END-PERFORM.
       550-WRITE-ONE-LANDED.
      ************************************************************
      * Landed unit cost = unit price + charges per unit ordered *
      ************************************************************
      D    DISPLAY '550-WRITE-ONE-LANDED'.
           MOVE SPACES TO LANDED-REC.
           MOVE LND-PO-NUMBER(LND-TABLE-SUB) TO LC-PO-NUMBER.
           MOVE LND-PART-NUMBER(LND-TABLE-SUB) TO LC-PART-NUMBER.
           MOVE LND-SUPPLIER-CODE(LND-TABLE-SUB) TO LC-SUPPLIER-CODE.
           MOVE LND-ORDER-DATE(LND-TABLE-SUB) TO LC-ORDER-DATE.
           MOVE LND-QUANTITY(LND-TABLE-SUB) TO LC-QUANTITY.
           MOVE LND-UNIT-PRICE(LND-TABLE-SUB) TO LC-UNIT-PRICE-USD.
           MOVE LND-FREIGHT-AMT(LND-TABLE-SUB) TO LC-FREIGHT-AMT.
           MOVE LND-DUTY-AMT(LND-TABLE-SUB) TO LC-DUTY-AMT.
           MOVE LND-BROKER-AMT(LND-TABLE-SUB) TO LC-BROKER-AMT.
           MOVE LND-LAST-CHARGE-DATE(LND-TABLE-SUB)
              TO LC-LAST-CHARGE-DATE.
           IF LND-QUANTITY(LND-TABLE-SUB) > 0
              THEN
              COMPUTE LC-LANDED-UNIT-COST ROUNDED =
                 LND-UNIT-PRICE(LND-TABLE-SUB) +
                 (WS-LINE-CHARGES / LND-QUANTITY(LND-TABLE-SUB))
           ELSE
              MOVE LND-UNIT-PRICE(LND-TABLE-SUB)
                 TO LC-LANDED-UNIT-COST
           END-IF.
           MOVE LANDED-REC TO LANDED-OUT-REC.
           WRITE LANDED-OUT-REC.
           ADD 1 TO WS-LANDED-OUT-KTR.

      * Part roll-up for the uplift section
           COMPUTE WS-LINE-VALUE =
              LND-QUANTITY(LND-TABLE-SUB) *
              LND-UNIT-PRICE(LND-TABLE-SUB).
           MOVE 'N' TO SW-PUP-FOUND.
           PERFORM VARYING PUP-TABLE-SUB FROM 1 BY 1
              UNTIL PUP-TABLE-SUB > PUP-TABLE-MAX
                   IF PUP-TBL-PART-NUMBER(PUP-TABLE-SUB) EQUAL TO
                      LND-PART-NUMBER(LND-TABLE-SUB)
                      THEN
                      MOVE 'Y' TO SW-PUP-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT PUP-FOUND
              THEN
              IF PUP-TABLE-MAX < PUP-TABLE-MAX-LIMIT
                 THEN
                 ADD 1 TO PUP-TABLE-MAX
                 MOVE PUP-TABLE-MAX TO PUP-TABLE-SUB
                 MOVE LND-PART-NUMBER(LND-TABLE-SUB) TO
                    PUP-TBL-PART-NUMBER(PUP-TABLE-SUB)
                 MOVE 0 TO PUP-TBL-INVOICE-VALUE(PUP-TABLE-SUB)
                 MOVE 0 TO PUP-TBL-CHARGES(PUP-TABLE-SUB)
              ELSE
                 DISPLAY 'WARNING: PART UPLIFT TABLE FULL'
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD WS-LINE-VALUE TO PUP-TBL-INVOICE-VALUE(PUP-TABLE-SUB).
           ADD WS-LINE-CHARGES TO PUP-TBL-CHARGES(PUP-TABLE-SUB).
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
       650-REPORT-UPLIFT.
      ************************************************************
      * Parts whose landed value is more than the LC-UPLIFT-PCT  *
      * percentage over their invoice value                      *
      ************************************************************
      D    DISPLAY '650-REPORT-UPLIFT'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           MOVE WS-UPLIFT-LIMIT TO UPL-LIMIT-O.
           WRITE OUTPUT-LINE FROM WS-UPL-HDG1
              AFTER ADVANCING 2 LINES.
           WRITE OUTPUT-LINE FROM WS-UPL-HDG2
              AFTER ADVANCING 1 LINE.
           WRITE OUTPUT-LINE FROM WS-UPL-HDG3
              AFTER ADVANCING 1 LINE.
           PERFORM VARYING PUP-TABLE-SUB FROM 1 BY 1
              UNTIL PUP-TABLE-SUB > PUP-TABLE-MAX
                   IF PUP-TBL-INVOICE-VALUE(PUP-TABLE-SUB) > 0
                      THEN
                      COMPUTE WS-UPLIFT-PCT ROUNDED =
                         (PUP-TBL-CHARGES(PUP-TABLE-SUB) * 100)
                         / PUP-TBL-INVOICE-VALUE(PUP-TABLE-SUB)
                      IF WS-UPLIFT-PCT > WS-UPLIFT-LIMIT
                         THEN
                         PERFORM 660-PRINT-UPLIFT-LINE
                      END-IF
                   END-IF
           END-PERFORM.
       660-PRINT-UPLIFT-LINE.
      ************************************************************
      * One part over the uplift percentage                      *
      ************************************************************
      D    DISPLAY '660-PRINT-UPLIFT-LINE'.
           ADD 1 TO WS-UPLIFT-KTR.
           MOVE PUP-TBL-PART-NUMBER(PUP-TABLE-SUB) TO UPL-PART-O.
           MOVE PUP-TBL-INVOICE-VALUE(PUP-TABLE-SUB)
              TO UPL-INVOICE-VALUE-O.
           COMPUTE WS-LINE-VALUE =
              PUP-TBL-INVOICE-VALUE(PUP-TABLE-SUB) +
              PUP-TBL-CHARGES(PUP-TABLE-SUB).
           MOVE WS-LINE-VALUE TO UPL-LANDED-VALUE-O.
           MOVE WS-UPLIFT-PCT TO UPL-PCT-O.
           WRITE OUTPUT-LINE FROM WS-UPL-LINE
              AFTER ADVANCING 1 LINE.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           MOVE WS-INVOICE-KTR TO TOTAL-INVOICE-O.
           MOVE WS-REJECT-KTR TO TOTAL-REJECT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-ALLOC-LINE-KTR TO TOTAL-ALLOC-LINE-O.
           MOVE WS-ORPHAN-LINE-KTR TO TOTAL-ORPHAN-LINE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-ALLOCATED-AMT TO TOTAL-ALLOCATED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-LANDED-IN-KTR TO TOTAL-LANDED-IN-O.
           MOVE WS-LANDED-OUT-KTR TO TOTAL-LANDED-OUT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-UPLIFT-KTR TO TOTAL-UPLIFT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE CHG-INV-FILE
                 CHG-TYPE-FILE
                 COMMLEDG-IN-FILE
                 LANDED-IN-FILE
                 LANDED-OUT-FILE
                 REPORT-FILE.
