       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTMTCH.
      * ------------------------------------------------------------
      * INSTMTCH:
      * Instrument vendor invoice match - the music-side
      * counterpart of APMATCH for the orders FULFILL cuts to
      * VENDORD. For every invoice on the VENDINV input file the
      * program checks:
      *
      *  1. the invoiced order number is on the open-order file
      *     (ORDOPEN, FULFILL's ORDROUT) or, once delivered and
      *     closed, on the instrument asset register (ASSETIN)
      *  2. vendor, instrument type and quality agree with the
      *     order
      *  3. the invoiced amount agrees with the winning-vendor
      *     quote (QX-QUOTE on QUOTEXTR) within the price
      *     tolerance percentage in the PARMLIB parameter library
      *  4. the delivery has been confirmed - a DELVCONF record
      *     for the order, or the order already on the register
      *  5. the order has not been vouchered before (IVHSTI)
      *
      * Invoices that pass every check are written as payment
      * vouchers in the APMATCH voucher layout to MUSVOUCH, which
      * APPAYRUN pays in the same run as APVOUCH, and the order is
      * added to the vouchered-order history (IVHSTO). Invoices
      * that fail any check are printed on the hold report with
      * one reason line per failed check.
      *
      *  Inital Version   2026/10/15
      *  Price tolerance from the PARMLIB library    2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO VENDINV
           FILE STATUS IS INVOICE-FILE-ST.

           SELECT OPTIONAL ORDER-FILE ASSIGN TO ORDOPEN
           FILE STATUS IS ORDER-FILE-ST.

           SELECT OPTIONAL ASSET-FILE ASSIGN TO ASSETIN
           FILE STATUS IS ASSET-FILE-ST.

           SELECT QUOTE-EXTRACT ASSIGN TO QUOTEXTR
           FILE STATUS IS QUOTE-EXTRACT-ST.

           SELECT OPTIONAL DELV-CONF-FILE ASSIGN TO DELVCONF
           FILE STATUS IS DELV-CONF-FILE-ST.

           SELECT OPTIONAL HIST-IN-FILE ASSIGN TO IVHSTI
           FILE STATUS IS HIST-IN-FILE-ST.

           SELECT HIST-OUT-FILE ASSIGN TO IVHSTO
           FILE STATUS IS HIST-OUT-FILE-ST.

           SELECT VOUCHER-FILE ASSIGN TO MUSVOUCH
           FILE STATUS IS VOUCHER-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Instrument vendor invoice - one record per ordered
      * instrument. The supplier code is the SUPPMSTR payee; left
      * blank it defaults to the vendor id.
       FD  INVOICE-FILE
           RECORDING MODE IS F.
       01 INVOICE-REC.
          05 INV-INVOICE-NO            PIC X(10).
          05 INV-ORDER-NO              PIC 9(06).
          05 INV-VENDOR-ID             PIC X(03).
          05 INV-SUPPLIER-CODE         PIC X(05).
          05 INV-INVOICE-DATE          PIC 9(08).
          05 INV-INSTRUMENT-TYPE       PIC X(06).
          05 INV-INSTRUMENT-QUALITY    PIC X(01).
          05 INV-INVOICE-AMT           PIC 9(7)V99.
          05 FILLER                    PIC X(32).

      * Open vendor orders - FULFILL ORDROUT layout
       FD  ORDER-FILE
           RECORDING MODE IS F.
       01 ORDER-REC.
          05 OR-ORDER-NO               PIC 9(06).
          05 OR-ARTIST-ACCT-NO         PIC X(08).
          05 OR-VENDOR-ID              PIC X(03).
          05 OR-INSTRUMENT-TYPE        PIC X(06).
          05 OR-INSTRUMENT-QUALITY     PIC X(01).
          05 OR-QUOTE                  PIC 9(7)V99.
          05 OR-ORDER-DATE             PIC 9(08).
          05 OR-PROPOSAL-DATE          PIC 9(08).
          05 FILLER                    PIC X(11).

      * Instrument asset register - ASSETREG ASSETOUT layout
       FD  ASSET-FILE
           RECORDING MODE IS F.
       01 ASSET-REC.
          05 AS-ASSET-NO               PIC 9(06).
          05 AS-ARTIST-ACCT-NO         PIC X(08).
          05 AS-INSTRUMENT-TYPE        PIC X(06).
          05 AS-INSTRUMENT-QUALITY     PIC X(01).
          05 AS-VENDOR-ID              PIC X(03).
          05 AS-QUOTE                  PIC 9(7)V99.
          05 AS-ORDER-DATE             PIC 9(08).
          05 AS-DELV-DATE              PIC 9(08).
          05 FILLER                    PIC X(46).
          05 AS-PROPOSAL-DATE          PIC 9(08).
          05 FILLER                    PIC X(17).

      * Winning-vendor quotes appended by FAVRFP
       FD  QUOTE-EXTRACT
           RECORDING MODE IS F.
       01 QUOTE-EXTRACT-REC.
          05 QX-ARTIST-ACCT-NO         PIC X(08).
          05 QX-RUN-DATE               PIC 9(08).
          05 QX-INSTRUMENT-TYPE        PIC X(06).
          05 QX-INSTRUMENT-QUALITY     PIC X(01).
          05 QX-VENDOR-ID              PIC X(03).
          05 QX-QUOTE                  PIC 9(7)V99.
          05 FILLER                    PIC X(45).

      * Delivery confirmations by order number
       FD  DELV-CONF-FILE
           RECORDING MODE IS F.
       01 DELV-CONF-REC.
          05 DC-ORDER-NO               PIC 9(06).
          05 DC-DELV-DATE              PIC 9(08).
          05 FILLER                    PIC X(66).

      * Orders already vouchered (empty on the first run)
       FD  HIST-IN-FILE
           RECORDING MODE IS F.
       01 HIST-IN-REC                  PIC X(80).

       FD  HIST-OUT-FILE
           RECORDING MODE IS F.
       01 HIST-OUT-REC                 PIC X(80).

      * Approved payment voucher - APMATCH AP interface record
       FD  VOUCHER-FILE
           RECORDING MODE IS F.
       01 VOUCHER-REC.
          05 VCH-INVOICE-NO            PIC X(10).
          05 VCH-PO-NUMBER             PIC X(06).
          05 VCH-SUPPLIER-CODE         PIC X(05).
          05 VCH-INVOICE-DATE          PIC 9(08).
          05 VCH-QTY-APPROVED          PIC 9(07).
          05 VCH-UNIT-PRICE-USD        PIC 9(7)V99.
          05 VCH-VOUCHER-AMT           PIC 9(9)V99.
          05 VCH-MATCH-DATE            PIC 9(08).
          05 VCH-DEBIT-MEMO-NO         PIC 9(06).
          05 VCH-DEBIT-MEMO-AMT        PIC 9(7)V99.
          05 FILLER                    PIC X(01).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Vouchered-order history record
       01 HIST-REC-WS.
          05 HS-ORDER-NO               PIC 9(06).
          05 HS-INVOICE-NO             PIC X(10).
          05 HS-VENDOR-ID              PIC X(03).
          05 HS-INVOICE-AMT            PIC 9(7)V99.
          05 HS-MATCH-DATE             PIC 9(08).
          05 FILLER                    PIC X(44)       VALUE SPACES.

      * Order table - open orders plus the delivered register
       01 ORD-SUB                      PIC 9(5)        VALUE 0 COMP.
       01 ORD-MAX                      PIC 9(5)        VALUE 0 COMP.
       01 ORD-MAX-LIMIT                PIC 9(5)        VALUE 4000 COMP.
       01 SW-ORD-FOUND                 PIC X(1)        VALUE 'N'.
          88 ORD-FOUND                                 VALUE 'Y'.
       01 ORDER-TABLE.
          05 ORD-ENTRY OCCURS 1 TO 4000 TIMES
                DEPENDING ON ORD-MAX.
             10 ORD-TBL-ORDER-NO       PIC 9(6).
             10 ORD-TBL-ACCT-NO        PIC X(8).
             10 ORD-TBL-VENDOR         PIC X(3).
             10 ORD-TBL-INSTRUMENT     PIC X(6).
             10 ORD-TBL-QUALITY        PIC X(1).
             10 ORD-TBL-PROP-DATE      PIC 9(8).
             10 ORD-TBL-DELIVERED-IND  PIC X(1).
                88 ORD-TBL-DELIVERED                   VALUE 'D'.

      * Quote table from QUOTEXTR
       01 QX-SUB                       PIC 9(5)        VALUE 0 COMP.
       01 QX-MAX                       PIC 9(5)        VALUE 0 COMP.
       01 QX-MAX-LIMIT                 PIC 9(5)        VALUE 4000 COMP.
       01 SW-QX-FOUND                  PIC X(1)        VALUE 'N'.
          88 QX-FOUND                                  VALUE 'Y'.
       01 QUOTE-TABLE.
          05 QX-ENTRY OCCURS 1 TO 4000 TIMES
                DEPENDING ON QX-MAX.
             10 QX-TBL-ACCT-NO         PIC X(8).
             10 QX-TBL-RUN-DATE        PIC 9(8).
             10 QX-TBL-QUOTE           PIC 9(7)V99     COMP-3.

      * Vouchered-order table from IVHSTI plus this run's vouchers
       01 HS-SUB                       PIC 9(5)        VALUE 0 COMP.
       01 HS-MAX                       PIC 9(5)        VALUE 0 COMP.
       01 HS-MAX-LIMIT                 PIC 9(5)        VALUE 9000 COMP.
       01 SW-HS-FOUND                  PIC X(1)        VALUE 'N'.
          88 HS-FOUND                                  VALUE 'Y'.
       01 HISTORY-TABLE.
          05 HS-ENTRY OCCURS 1 TO 9000 TIMES
                DEPENDING ON HS-MAX
                                       PIC X(80).

       01 PROGRAM-SWITCHES.
          05 INVOICE-FILE-ST           PIC X(2).
             88 INVOICE-FILE-OK                        VALUE '00'.
          05 ORDER-FILE-ST             PIC X(2).
             88 ORDER-FILE-OK                          VALUE '00' '05'.
          05 ASSET-FILE-ST             PIC X(2).
             88 ASSET-FILE-OK                          VALUE '00' '05'.
          05 QUOTE-EXTRACT-ST          PIC X(2).
             88 QUOTE-EXTRACT-OK                       VALUE '00'.
          05 DELV-CONF-FILE-ST         PIC X(2).
             88 DELV-CONF-FILE-OK                      VALUE '00' '05'.
          05 HIST-IN-FILE-ST           PIC X(2).
             88 HIST-IN-FILE-OK                        VALUE '00' '05'.
          05 HIST-OUT-FILE-ST          PIC X(2).
             88 HIST-OUT-FILE-OK                       VALUE '00'.
          05 VOUCHER-FILE-ST           PIC X(2).
             88 VOUCHER-FILE-OK                        VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 INVOICE-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 INVOICE-FILE-EOF                       VALUE 'Y'.
          05 ORDER-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 ORDER-FILE-EOF                         VALUE 'Y'.
          05 ASSET-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 ASSET-FILE-EOF                         VALUE 'Y'.
          05 QUOTE-EXTRACT-STATUS      PIC X(01)       VALUE SPACE.
             88 QUOTE-EXTRACT-EOF                      VALUE 'Y'.
          05 DELV-CONF-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 DELV-CONF-FILE-EOF                     VALUE 'Y'.
          05 HIST-IN-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 HIST-IN-FILE-EOF                       VALUE 'Y'.
      * Match result switch for the current invoice
          05 SW-HOLD-INVOICE           PIC X(01)       VALUE 'N'.
             88 HOLD-INVOICE                           VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-INV-KTR                PIC 9(7)        VALUE 0.
          05 WS-ORD-KTR                PIC 9(7)        VALUE 0.
          05 WS-ASSET-KTR              PIC 9(7)        VALUE 0.
          05 WS-DELV-KTR               PIC 9(7)        VALUE 0.
          05 WS-VOUCHER-KTR            PIC 9(7)        VALUE 0.
          05 WS-HOLD-KTR               PIC 9(7)        VALUE 0.
          05 WS-VOUCHER-AMT-TOT        PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-HOLD-AMT-TOT           PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-PRICE-TOL-PCT          PIC 9(3)V9      VALUE 0.
          05 WS-PRICE-DIFF             PIC S9(7)V99    VALUE +0.
          05 WS-PRICE-DIFF-PCT         PIC S9(5)V99    VALUE +0.
          05 WS-QUOTE                  PIC 9(7)V99     VALUE 0.
          05 WS-CURRENT-DATE           PIC 9(8).

      * General ledger activity hand-over to the shared GLFEEDW
      * subprogram
       COPY GLFEEDL.

      * PARMLKUP calling parameters - business-rule settings in
      * effect on the run date from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '  INSTRUMENT VENDOR INVOICE MATCH HOLD REPORT     '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(10)       VALUE
                'INVOICE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'ORDER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'VENDOR'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'INSTR/QUAL'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE
                'INV AMOUNT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(40)       VALUE
                'HOLD REASON'.
          05 FILLER                    PIC X(34)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(40)       VALUE ALL "=".
          05 FILLER                    PIC X(34)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-INVOICE-O             PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-ORDER-NO-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-VENDOR-O              PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-INSTR-O               PIC X(06).
          05 FILLER                    PIC X(01)       VALUE '/'.
          05 DET-QUAL-O                PIC X(01).
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DET-AMT-O                 PIC $$,$$$,$$9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-REASON-O              PIC X(40).
          05 FILLER                    PIC X(35)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Invoices read                    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-INV-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Orders open / on register        :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ORD-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-ASSET-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Vouchers approved / held         :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-VOUCHER-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-HOLD-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Approved voucher amount          :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-VCH-AMT-O           PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Held invoice amount              :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-HOLD-AMT-O          PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MATCH-INVOICE UNTIL INVOICE-FILE-EOF.
           PERFORM 750-SAVE-HISTORY.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 760-WRITE-GL-ACTIVITY.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           PERFORM 060-LOAD-MATCH-PARMS.
           PERFORM 070-LOAD-ORDER-TABLE.
           PERFORM 075-LOAD-QUOTE-TABLE.
           PERFORM 080-LOAD-DELIVERIES.
           PERFORM 090-LOAD-HISTORY.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-INVOICE-FILE.
       060-LOAD-MATCH-PARMS.
      ************************************************************
      * Price tolerance percentage in effect today from the      *
      * PARMLIB parameter library - the same MATCH-PRICE-TOL     *
      * setting APMATCH uses, so both sides match alike          *
      ************************************************************
      D    DISPLAY '060-LOAD-MATCH-PARMS'.
           MOVE 'INSTMTCH' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'MATCH-PRICE-TOL' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'MATCH-PRICE-TOL PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-PRICE-TOL-PCT.
      D    DISPLAY 'PRICE TOLERANCE PCT: ' WS-PRICE-TOL-PCT.
       070-LOAD-ORDER-TABLE.
      ************************************************************
      * Open orders from ORDOPEN, then the delivered orders on   *
      * the asset register - those count as confirmed            *
      ************************************************************
      D    DISPLAY '070-LOAD-ORDER-TABLE'.
           PERFORM UNTIL ORDER-FILE-EOF
                   READ ORDER-FILE
                   AT END
                      MOVE 'Y' TO ORDER-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-ORD-KTR
                      PERFORM 072-ADD-OPEN-ORDER
                   END-READ
           END-PERFORM.
           PERFORM UNTIL ASSET-FILE-EOF
                   READ ASSET-FILE
                   AT END
                      MOVE 'Y' TO ASSET-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-ASSET-KTR
                      PERFORM 074-ADD-DELIVERED-ORDER
                   END-READ
           END-PERFORM.
      D    DISPLAY 'ORDER TABLE: ' ORD-MAX ' ENTRIES'.
       072-ADD-OPEN-ORDER.
      ************************************************************
      * Append one open order to the table                       *
      ************************************************************
           IF ORD-MAX = ORD-MAX-LIMIT
              THEN
              DISPLAY 'WARNING: ORDER TABLE FULL AT '
                      ORD-MAX-LIMIT
                      ' ENTRIES - ORDER IGNORED: ' OR-ORDER-NO
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ORD-MAX.
           MOVE OR-ORDER-NO TO ORD-TBL-ORDER-NO(ORD-MAX).
           MOVE OR-ARTIST-ACCT-NO TO ORD-TBL-ACCT-NO(ORD-MAX).
           MOVE OR-VENDOR-ID TO ORD-TBL-VENDOR(ORD-MAX).
           MOVE OR-INSTRUMENT-TYPE TO ORD-TBL-INSTRUMENT(ORD-MAX).
           MOVE OR-INSTRUMENT-QUALITY TO ORD-TBL-QUALITY(ORD-MAX).
           MOVE OR-PROPOSAL-DATE TO ORD-TBL-PROP-DATE(ORD-MAX).
           MOVE SPACE TO ORD-TBL-DELIVERED-IND(ORD-MAX).
       074-ADD-DELIVERED-ORDER.
      ************************************************************
      * Append one asset-register order, already delivered       *
      ************************************************************
           IF ORD-MAX = ORD-MAX-LIMIT
              THEN
              DISPLAY 'WARNING: ORDER TABLE FULL AT '
                      ORD-MAX-LIMIT
                      ' ENTRIES - ASSET IGNORED: ' AS-ASSET-NO
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ORD-MAX.
           MOVE AS-ASSET-NO TO ORD-TBL-ORDER-NO(ORD-MAX).
           MOVE AS-ARTIST-ACCT-NO TO ORD-TBL-ACCT-NO(ORD-MAX).
           MOVE AS-VENDOR-ID TO ORD-TBL-VENDOR(ORD-MAX).
           MOVE AS-INSTRUMENT-TYPE TO ORD-TBL-INSTRUMENT(ORD-MAX).
           MOVE AS-INSTRUMENT-QUALITY TO ORD-TBL-QUALITY(ORD-MAX).
           IF AS-PROPOSAL-DATE NUMERIC
              THEN
              MOVE AS-PROPOSAL-DATE TO ORD-TBL-PROP-DATE(ORD-MAX)
           ELSE
              MOVE 0 TO ORD-TBL-PROP-DATE(ORD-MAX)
           END-IF.
           MOVE 'D' TO ORD-TBL-DELIVERED-IND(ORD-MAX).
       075-LOAD-QUOTE-TABLE.
      ************************************************************
      * Winning-vendor quotes by account and proposal date       *
      ************************************************************
      D    DISPLAY '075-LOAD-QUOTE-TABLE'.
           PERFORM UNTIL QUOTE-EXTRACT-EOF
                   READ QUOTE-EXTRACT
                   AT END
                      MOVE 'Y' TO QUOTE-EXTRACT-STATUS
                   NOT AT END
                      IF QX-MAX < QX-MAX-LIMIT
                         THEN
                         ADD 1 TO QX-MAX
                         MOVE QX-ARTIST-ACCT-NO TO
                            QX-TBL-ACCT-NO(QX-MAX)
                         MOVE QX-RUN-DATE TO QX-TBL-RUN-DATE(QX-MAX)
                         MOVE QX-QUOTE TO QX-TBL-QUOTE(QX-MAX)
                      ELSE
                         DISPLAY 'WARNING: QUOTE TABLE FULL'
                      END-IF
                   END-READ
           END-PERFORM.
      D    DISPLAY 'QUOTE TABLE: ' QX-MAX ' ENTRIES'.
       080-LOAD-DELIVERIES.
      ************************************************************
      * Mark every open order with a delivery confirmation       *
      ************************************************************
      D    DISPLAY '080-LOAD-DELIVERIES'.
           PERFORM UNTIL DELV-CONF-FILE-EOF
                   READ DELV-CONF-FILE
                   AT END
                      MOVE 'Y' TO DELV-CONF-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-DELV-KTR
                      PERFORM VARYING ORD-SUB FROM 1 BY 1
                         UNTIL ORD-SUB > ORD-MAX
                              IF ORD-TBL-ORDER-NO(ORD-SUB) =
                                 DC-ORDER-NO
                                 THEN
                                 MOVE 'D' TO
                                    ORD-TBL-DELIVERED-IND(ORD-SUB)
                              END-IF
                      END-PERFORM
                   END-READ
           END-PERFORM.
       090-LOAD-HISTORY.
      ************************************************************
      * Orders vouchered on earlier runs                         *
      ************************************************************
      D    DISPLAY '090-LOAD-HISTORY'.
           PERFORM UNTIL HIST-IN-FILE-EOF
                   READ HIST-IN-FILE
                   AT END
                      MOVE 'Y' TO HIST-IN-FILE-STATUS
                   NOT AT END
                      IF HS-MAX < HS-MAX-LIMIT
                         THEN
                         ADD 1 TO HS-MAX
                         MOVE HIST-IN-REC TO HS-ENTRY(HS-MAX)
                      ELSE
                         DISPLAY 'WARNING: HISTORY TABLE FULL AT '
                                 HS-MAX-LIMIT ' ENTRIES'
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                      END-IF
                   END-READ
           END-PERFORM.
      D    DISPLAY 'VOUCHERED ORDERS: ' HS-MAX.
       100-MATCH-INVOICE.
      ************************************************************
      * Match for one instrument invoice                         *
      ************************************************************
      D    DISPLAY '100-MATCH-INVOICE'.
           ADD 1 TO WS-INV-KTR.
           MOVE 'N' TO SW-HOLD-INVOICE.
           IF INV-SUPPLIER-CODE = SPACES
              THEN
              MOVE INV-VENDOR-ID TO INV-SUPPLIER-CODE
           END-IF.

           MOVE 'N' TO SW-ORD-FOUND.
           PERFORM VARYING ORD-SUB FROM 1 BY 1
              UNTIL ORD-SUB > ORD-MAX
                   IF ORD-TBL-ORDER-NO(ORD-SUB) EQUAL TO
                      INV-ORDER-NO
                      THEN
                      MOVE 'Y' TO SW-ORD-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF NOT ORD-FOUND
              THEN
              MOVE 'NO INSTRUMENT ORDER ON FILE' TO DET-REASON-O
              PERFORM 250-WRITE-HOLD-LINE
           ELSE
              PERFORM 150-CHECK-ORDER-DETAILS
              PERFORM 200-CHECK-PRICE
              PERFORM 220-CHECK-DELIVERY
              PERFORM 230-CHECK-HISTORY
           END-IF.

           IF NOT HOLD-INVOICE AND ORD-FOUND
              THEN
              PERFORM 270-WRITE-VOUCHER
           END-IF.
           IF HOLD-INVOICE
              THEN
              ADD INV-INVOICE-AMT TO WS-HOLD-AMT-TOT
           END-IF.

           PERFORM 400-READ-INVOICE-FILE.
       150-CHECK-ORDER-DETAILS.
      ************************************************************
      * Vendor, instrument type and quality must be as ordered   *
      ************************************************************
      D    DISPLAY '150-CHECK-ORDER-DETAILS'.
           IF INV-VENDOR-ID NOT = ORD-TBL-VENDOR(ORD-SUB)
              THEN
              MOVE 'VENDOR DIFFERS FROM ORDER' TO DET-REASON-O
              PERFORM 250-WRITE-HOLD-LINE
           END-IF.
           IF INV-INSTRUMENT-TYPE NOT = ORD-TBL-INSTRUMENT(ORD-SUB)
              THEN
              MOVE 'INSTRUMENT TYPE DIFFERS FROM ORDER'
                 TO DET-REASON-O
              PERFORM 250-WRITE-HOLD-LINE
           END-IF.
           IF INV-INSTRUMENT-QUALITY NOT =
              ORD-TBL-QUALITY(ORD-SUB)
              THEN
              MOVE 'QUALITY DIFFERS FROM ORDER' TO DET-REASON-O
              PERFORM 250-WRITE-HOLD-LINE
           END-IF.
       200-CHECK-PRICE.
      ************************************************************
      * Invoiced amount must agree with the winning quote        *
      * within the price tolerance percentage                    *
      ************************************************************
      D    DISPLAY '200-CHECK-PRICE'.
           MOVE 'N' TO SW-QX-FOUND.
           PERFORM VARYING QX-SUB FROM 1 BY 1
              UNTIL QX-SUB > QX-MAX
                   IF QX-TBL-ACCT-NO(QX-SUB) =
                      ORD-TBL-ACCT-NO(ORD-SUB)
                      AND QX-TBL-RUN-DATE(QX-SUB) =
                      ORD-TBL-PROP-DATE(ORD-SUB)
                      THEN
                      MOVE 'Y' TO SW-QX-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT QX-FOUND
              THEN
              MOVE 'NO QUOTE ON QUOTEXTR FOR ORDER' TO DET-REASON-O
              PERFORM 250-WRITE-HOLD-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE QX-TBL-QUOTE(QX-SUB) TO WS-QUOTE.
           COMPUTE WS-PRICE-DIFF = INV-INVOICE-AMT - WS-QUOTE.
           IF WS-PRICE-DIFF < 0
              THEN
              COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
           END-IF.
           IF WS-QUOTE = 0
              THEN
              MOVE 999.99 TO WS-PRICE-DIFF-PCT
           ELSE
              COMPUTE WS-PRICE-DIFF-PCT ROUNDED =
                 (WS-PRICE-DIFF * 100) / WS-QUOTE
           END-IF.
           IF WS-PRICE-DIFF-PCT > WS-PRICE-TOL-PCT
              THEN
              MOVE 'AMOUNT OUTSIDE QUOTE TOLERANCE'
                 TO DET-REASON-O
              PERFORM 250-WRITE-HOLD-LINE
           END-IF.
       220-CHECK-DELIVERY.
      ************************************************************
      * The instrument must have been delivered                  *
      ************************************************************
      D    DISPLAY '220-CHECK-DELIVERY'.
           IF NOT ORD-TBL-DELIVERED(ORD-SUB)
              THEN
              MOVE 'NO DELIVERY CONFIRMATION' TO DET-REASON-O
              PERFORM 250-WRITE-HOLD-LINE
           END-IF.
       230-CHECK-HISTORY.
      ************************************************************
      * One voucher per order - a second invoice is held         *
      ************************************************************
      D    DISPLAY '230-CHECK-HISTORY'.
           MOVE 'N' TO SW-HS-FOUND.
           PERFORM VARYING HS-SUB FROM 1 BY 1
              UNTIL HS-SUB > HS-MAX
                   MOVE HS-ENTRY(HS-SUB) TO HIST-REC-WS
                   IF HS-ORDER-NO = INV-ORDER-NO
                      THEN
                      MOVE 'Y' TO SW-HS-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF HS-FOUND
              THEN
              MOVE SPACES TO DET-REASON-O
              STRING 'ORDER ALREADY VOUCHERED, INV '
                     HS-INVOICE-NO DELIMITED BY SIZE
                     INTO DET-REASON-O
              PERFORM 250-WRITE-HOLD-LINE
           END-IF.
       250-WRITE-HOLD-LINE.
      ************************************************************
      * Print one hold-report reason line for this invoice       *
      ************************************************************
      D    DISPLAY '250-WRITE-HOLD-LINE'.
           IF NOT HOLD-INVOICE
              THEN
              MOVE 'Y' TO SW-HOLD-INVOICE
              ADD 1 TO WS-HOLD-KTR
           END-IF.
           MOVE INV-INVOICE-NO TO DET-INVOICE-O.
           MOVE INV-ORDER-NO TO DET-ORDER-NO-O.
           MOVE INV-VENDOR-ID TO DET-VENDOR-O.
           MOVE INV-INSTRUMENT-TYPE TO DET-INSTR-O.
           MOVE INV-INSTRUMENT-QUALITY TO DET-QUAL-O.
           MOVE INV-INVOICE-AMT TO DET-AMT-O.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       270-WRITE-VOUCHER.
      ************************************************************
      * All checks passed - write the voucher and record the     *
      * order as vouchered                                       *
      ************************************************************
      D    DISPLAY '270-WRITE-VOUCHER'.
           MOVE SPACES TO VOUCHER-REC.
           MOVE INV-INVOICE-NO TO VCH-INVOICE-NO.
           MOVE INV-ORDER-NO TO VCH-PO-NUMBER.
           MOVE INV-SUPPLIER-CODE TO VCH-SUPPLIER-CODE.
           MOVE INV-INVOICE-DATE TO VCH-INVOICE-DATE.
           MOVE 1 TO VCH-QTY-APPROVED.
           MOVE INV-INVOICE-AMT TO VCH-UNIT-PRICE-USD.
           MOVE INV-INVOICE-AMT TO VCH-VOUCHER-AMT.
           MOVE WS-CURRENT-DATE TO VCH-MATCH-DATE.
           MOVE 0 TO VCH-DEBIT-MEMO-NO.
           MOVE 0 TO VCH-DEBIT-MEMO-AMT.
           WRITE VOUCHER-REC.
           ADD 1 TO WS-VOUCHER-KTR.
           ADD INV-INVOICE-AMT TO WS-VOUCHER-AMT-TOT.

           IF HS-MAX < HS-MAX-LIMIT
              THEN
              MOVE SPACES TO HIST-REC-WS
              MOVE INV-ORDER-NO TO HS-ORDER-NO
              MOVE INV-INVOICE-NO TO HS-INVOICE-NO
              MOVE INV-VENDOR-ID TO HS-VENDOR-ID
              MOVE INV-INVOICE-AMT TO HS-INVOICE-AMT
              MOVE WS-CURRENT-DATE TO HS-MATCH-DATE
              ADD 1 TO HS-MAX
              MOVE HIST-REC-WS TO HS-ENTRY(HS-MAX)
           ELSE
              DISPLAY 'WARNING: HISTORY TABLE FULL - ORDER '
                      INV-ORDER-NO ' NOT RECORDED'
           END-IF.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT INVOICE-FILE.
           IF NOT INVOICE-FILE-OK
              DISPLAY 'VENDINV OPEN PROBLEM, RC=' INVOICE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ORDER-FILE.
           IF NOT ORDER-FILE-OK
              DISPLAY 'ORDOPEN OPEN PROBLEM, RC=' ORDER-FILE-ST
              MOVE 'Y' TO ORDER-FILE-STATUS
           END-IF.
           OPEN INPUT ASSET-FILE.
           IF NOT ASSET-FILE-OK
              DISPLAY 'ASSETIN OPEN PROBLEM, RC=' ASSET-FILE-ST
              MOVE 'Y' TO ASSET-FILE-STATUS
           END-IF.
           OPEN INPUT QUOTE-EXTRACT.
           IF NOT QUOTE-EXTRACT-OK
              DISPLAY 'QUOTEXTR OPEN PROBLEM, RC='
                      QUOTE-EXTRACT-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT DELV-CONF-FILE.
           IF NOT DELV-CONF-FILE-OK
              DISPLAY 'DELVCONF OPEN PROBLEM, RC='
                      DELV-CONF-FILE-ST
              MOVE 'Y' TO DELV-CONF-FILE-STATUS
           END-IF.
           OPEN INPUT HIST-IN-FILE.
           IF NOT HIST-IN-FILE-OK
              DISPLAY 'IVHSTI OPEN PROBLEM, RC=' HIST-IN-FILE-ST
              MOVE 'Y' TO HIST-IN-FILE-STATUS
           END-IF.
           OPEN OUTPUT HIST-OUT-FILE.
           IF NOT HIST-OUT-FILE-OK
              DISPLAY 'IVHSTO OPEN PROBLEM, RC=' HIST-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT VOUCHER-FILE.
           IF NOT VOUCHER-FILE-OK
              DISPLAY 'MUSVOUCH OPEN PROBLEM, RC=' VOUCHER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-READ-INVOICE-FILE.
      ************************************************************
      * Read next invoice record                                 *
      ************************************************************
      D    DISPLAY '400-READ-INVOICE-FILE'.
           READ INVOICE-FILE
           AT END
              MOVE 'Y' TO INVOICE-FILE-STATUS
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
           MOVE WS-INV-KTR TO TOTAL-INV-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-ORD-KTR TO TOTAL-ORD-O.
           MOVE WS-ASSET-KTR TO TOTAL-ASSET-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-VOUCHER-KTR TO TOTAL-VOUCHER-O.
           MOVE WS-HOLD-KTR TO TOTAL-HOLD-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-VOUCHER-AMT-TOT TO TOTAL-VCH-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-HOLD-AMT-TOT TO TOTAL-HOLD-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
       750-SAVE-HISTORY.
      ************************************************************
      * Carry the vouchered orders, old and new, to the next run *
      ************************************************************
      D    DISPLAY '750-SAVE-HISTORY'.
           PERFORM VARYING HS-SUB FROM 1 BY 1
              UNTIL HS-SUB > HS-MAX
                   MOVE HS-ENTRY(HS-SUB) TO HIST-OUT-REC
                   WRITE HIST-OUT-REC
           END-PERFORM.
       760-WRITE-GL-ACTIVITY.
      ************************************************************
      * Hand the run's approved vouchers to the general ledger   *
      * interface, closed by the run's control total             *
      ************************************************************
      D    DISPLAY '760-WRITE-GL-ACTIVITY'.
           MOVE 'INSTMTCH' TO GLF-SOURCE-SYSTEM.
           MOVE 'A' TO GLF-ENTRY-TYPE.
           MOVE 'VOUCHR' TO GLF-TRANS-TYPE.
           MOVE WS-VOUCHER-AMT-TOT TO GLF-AMOUNT.
           MOVE WS-VOUCHER-KTR TO GLF-ITEM-COUNT.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
           MOVE 'C' TO GLF-ENTRY-TYPE.
           MOVE 'CONTRL' TO GLF-TRANS-TYPE.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE INVOICE-FILE
                 ORDER-FILE
                 ASSET-FILE
                 QUOTE-EXTRACT
                 DELV-CONF-FILE
                 HIST-IN-FILE
                 HIST-OUT-FILE
                 VOUCHER-FILE
                 REPORT-FILE.
