       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDORDER.
      * ------------------------------------------------------------
      * CDORDER:
      * CD merchandise orders for the bands on the FAVIN roster.
      * The phone orders used to go into a spreadsheet; they are
      * now keyed to CDORDTRN (band name, quantity, ship-to
      * state, customer) and priced from the roster costs:
      *
      *  - the band must be on FAVIN and still together - orders
      *    for a BAND-STATUS 'N' (divorced) band are rejected
      *  - unit price is CD-COST plus the markup percentage
      *    (CD-MARKUP-PCT in the PARMLIB parameter library);
      *    shipping is SHIPPING-COST per unit; tax is the ship-to
      *    state's rate (CD-TAX-RATE-ss, ss = state code) on the
      *    CD amount, or the band's FAVIN TAX rate for a state
      *    with no rate in effect
      *  - the ship-to state must be a real state code (shared
      *    STATEDIT lookup)
      *  - accepted orders are numbered from the last order
      *    number on CDORDCTL and appended to the CDORDERS order
      *    file, where CDSALES picks them up for the monthly
      *    sales report and the band accrual
      *  - the warehouse gets a picking list (PICKLIST) with the
      *    units to pull per band at the end; every transaction,
      *    accepted or rejected, prints on the order edit report
      *
      *  Inital Version   2026/10/15
      *  Markup and state tax rates from PARMLIB 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAVIN ASSIGN TO FAVIN
           FILE STATUS IS FAVIN-ST.

           SELECT ORDER-TRANS-FILE ASSIGN TO CDORDTRN
           FILE STATUS IS ORDER-TRANS-FILE-ST.

           SELECT OPTIONAL ORDER-CTL-FILE ASSIGN TO CDORDCTL
           FILE STATUS IS ORDER-CTL-FILE-ST.

           SELECT OPTIONAL CD-ORDER-FILE ASSIGN TO CDORDERS
           FILE STATUS IS CD-ORDER-FILE-ST.

           SELECT PICK-LIST ASSIGN TO PICKLIST
           FILE STATUS IS PICK-LIST-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Band roster - same record layout FAVRPT22 reads
       FD  FAVIN
           RECORDING MODE IS F.
       01 FAV-REC.
          05 ARTIST-NAME                PIC X(30).
          05 NUMBER-OF-MUSICIANS        PIC 9(2).
          05 MUSICAL-GENRE              PIC X(12).
          05 COST.
             10 CD-COST                 PIC 9(3)V99.
             10 SHIPPING-COST           PIC 9(2)V99.
             10 TAX                     PIC 9(2)V99.
          05 BAND-STATUS                PIC X(1).
          05 FILLER                     PIC X(22).

      * Phone orders as keyed
       FD  ORDER-TRANS-FILE
           RECORDING MODE IS F.
       01 ORDER-TRANS-REC.
          05 OT-ORDER-DATE             PIC X(08).
          05 OT-ARTIST-NAME            PIC X(30).
          05 OT-QUANTITY               PIC X(04).
          05 OT-SHIP-STATE             PIC X(02).
          05 OT-CUSTOMER-NAME          PIC X(30).
          05 OT-CUSTOMER-PHONE         PIC X(10).
          05 FILLER                    PIC X(16).

      * Last CD order number used - carried from run to run
       FD  ORDER-CTL-FILE
           RECORDING MODE IS F.
       01 ORDER-CTL-REC.
          05 OC-LAST-ORDER-NO          PIC 9(06).
          05 FILLER                    PIC X(74).

      * Accepted CD orders - appended run after run
       FD  CD-ORDER-FILE
           RECORDING MODE IS F.
       01 CD-ORDER-REC.
          05 CO-ORDER-NO               PIC 9(06).
          05 CO-ORDER-DATE             PIC 9(08).
          05 CO-ARTIST-NAME            PIC X(30).
          05 CO-MUSICAL-GENRE          PIC X(12).
          05 CO-QUANTITY               PIC 9(04).
          05 CO-SHIP-STATE             PIC X(02).
          05 CO-CUSTOMER-NAME          PIC X(30).
          05 CO-CUSTOMER-PHONE         PIC X(10).
          05 CO-UNIT-PRICE             PIC 9(5)V99.
          05 CO-CD-AMT                 PIC 9(7)V99.
          05 CO-SHIPPING-AMT           PIC 9(7)V99.
          05 CO-TAX-AMT                PIC 9(7)V99.
          05 CO-ORDER-TOTAL            PIC 9(7)V99.
          05 CO-BAND-OWED-AMT          PIC 9(7)V99.
          05 FILLER                    PIC X(06).

       FD  PICK-LIST
           RECORDING MODE IS F.
       01 PICK-LINE                    PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * In-core roster table
       01 BND-SUB                      PIC 9(3)        VALUE 0 COMP.
       01 BND-MAX                      PIC 9(3)        VALUE 0 COMP.
       01 BND-MAX-LIMIT                PIC 9(3)        VALUE 500 COMP.
       01 SW-BND-FOUND                 PIC X(1)        VALUE 'N'.
          88 BND-FOUND                                 VALUE 'Y'.
       01 BAND-ROSTER-TABLE.
          05 BND-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON BND-MAX.
             10 BND-TBL-REC            PIC X(80).
             10 BND-TBL-FIELDS REDEFINES BND-TBL-REC.
                15 BND-TBL-NAME        PIC X(30).
                15 FILLER              PIC X(02).
                15 BND-TBL-GENRE       PIC X(12).
                15 BND-TBL-CD-COST     PIC 9(3)V99.
                15 BND-TBL-SHIP-COST   PIC 9(2)V99.
                15 BND-TBL-TAX         PIC 9(2)V99.
                15 BND-TBL-STATUS      PIC X(1).
                   88 BND-TBL-DIVORCED                 VALUE 'N'.
                15 FILLER              PIC X(22).
             10 BND-TBL-PICK-UNITS     PIC 9(7)        COMP-3.

      * shared state lookup (STATEDIT) parameters
       COPY STATEL.

      * PARMLKUP calling parameters - the markup and the state
      * sales tax rates from the PARMLIB parameter library
       COPY PARMLKL.

       01 PROGRAM-SWITCHES.
          05 FAVIN-ST                  PIC X(2).
             88 FAVIN-OK                               VALUE '00'.
          05 FAVIN-STATUS              PIC X(01)       VALUE SPACE.
             88 FAVIN-EOF                              VALUE 'Y'.
          05 ORDER-TRANS-FILE-ST       PIC X(2).
             88 ORDER-TRANS-FILE-OK                    VALUE '00'.
          05 ORDER-TRANS-FILE-STATUS   PIC X(01)       VALUE SPACE.
             88 ORDER-TRANS-FILE-EOF                   VALUE 'Y'.
          05 ORDER-CTL-FILE-ST         PIC X(2).
          05 CD-ORDER-FILE-ST          PIC X(2).
             88 CD-ORDER-FILE-OK                       VALUE '00' '05'.
          05 PICK-LIST-ST              PIC X(2).
             88 PICK-LIST-OK                           VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 ORDER-ACCEPTED-STATUS     PIC X(01)       VALUE SPACE.
             88 ORDER-ACCEPTED-IND                     VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-TRANS-KTR              PIC 9(7)        VALUE 0.
          05 WS-ACCEPTED-KTR           PIC 9(7)        VALUE 0.
          05 WS-REJECTED-KTR           PIC 9(7)        VALUE 0.
          05 WS-DIVORCED-KTR           PIC 9(7)        VALUE 0.
          05 WS-UNITS-TOTAL            PIC 9(9)        VALUE 0.
          05 WS-CD-TOTAL               PIC 9(9)V99     VALUE 0.
          05 WS-SHIPPING-TOTAL         PIC 9(9)V99     VALUE 0.
          05 WS-TAX-TOTAL              PIC 9(9)V99     VALUE 0.
          05 WS-ORDER-GRAND            PIC 9(9)V99     VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 99.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.
          05 CTR-PICK-LINES            PIC 99          VALUE 99.
          05 CTR-PICK-PAGES            PIC 999         VALUE 0.

       01 WS-WORK-FIELDS.
          05 WS-RUN-DATE               PIC 9(8)        VALUE 0.
          05 WS-ORDER-NO               PIC 9(6)        VALUE 0.
          05 WS-MARKUP-PCT             PIC 9(3)V99     VALUE 0.
          05 WS-QUANTITY               PIC 9(4)        VALUE 0.
          05 WS-TAX-RATE               PIC 9V9999      VALUE 0.
          05 WS-UNIT-PRICE             PIC 9(5)V99     VALUE 0.
          05 WS-CD-AMT                 PIC 9(7)V99     VALUE 0.
          05 WS-SHIPPING-AMT           PIC 9(7)V99     VALUE 0.
          05 WS-TAX-AMT                PIC 9(7)V99     VALUE 0.
          05 WS-ORDER-TOTAL            PIC 9(7)V99     VALUE 0.
          05 WS-BAND-OWED-AMT          PIC 9(7)V99     VALUE 0.

       01 WS-REJECT-REASON             PIC X(30)       VALUE SPACES.

      * Order edit report lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '       CD MERCHANDISE ORDER EDIT REPORT           '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(07)       VALUE
                'ORDER'.
          05 FILLER                    PIC X(31)       VALUE
                'BAND NAME'.
          05 FILLER                    PIC X(05)       VALUE
                'QTY'.
          05 FILLER                    PIC X(04)       VALUE
                ' ST'.
          05 FILLER                    PIC X(14)       VALUE
                'CUSTOMER'.
          05 FILLER                    PIC X(10)       VALUE
                '      CDS'.
          05 FILLER                    PIC X(10)       VALUE
                '     SHIP'.
          05 FILLER                    PIC X(10)       VALUE
                '      TAX'.
          05 FILLER                    PIC X(11)       VALUE
                '     TOTAL'.
          05 FILLER                    PIC X(30)       VALUE
                'STATUS / REASON'.

       01 HEADING-3.
          05 FILLER                    PIC X(132)      VALUE ALL "=".

       01 DETAIL-LINE.
          05 DET-ORDER-NO-O            PIC ZZZZZ9.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-NAME-O                PIC X(30).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-QTY-O                 PIC X(05).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-STATE-O               PIC X(02).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-CUSTOMER-O            PIC X(14).
          05 DET-CD-AMT-O              PIC ZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-SHIP-AMT-O            PIC ZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-TAX-AMT-O             PIC ZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-TOTAL-O               PIC ZZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-REASON-O              PIC X(30).

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Total Orders read                :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-TRANS-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Accepted / Rejected              :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ACCEPTED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REJECTED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Rejected - band divorced         :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-DIVORCED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Units / CDs / Shipping / Tax     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-UNITS-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-CD-O                PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-SHIPPING-O          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-TAX-O               PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(31)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Orders total / last order no     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ORDERS-O            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-LAST-ORDER-O        PIC ZZZZZ9.
          05 FILLER                    PIC X(70)       VALUE SPACES.

      * Picking list lines
       01 PICK-HDG-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '          CD ORDER PICKING LIST                   '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PICK-PAGE-NUM             PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 PICK-HDG-2.
          05 FILLER                    PIC X(08)       VALUE
                'ORDER'.
          05 FILLER                    PIC X(30)       VALUE
                'BAND NAME'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE
                '  QTY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'SHIP TO'.
          05 FILLER                    PIC X(12)       VALUE
                'PHONE'.
          05 FILLER                    PIC X(05)       VALUE
                'STATE'.
          05 FILLER                    PIC X(38)       VALUE SPACES.

       01 PICK-DETAIL-LINE.
          05 PCK-ORDER-NO-O            PIC ZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 PCK-NAME-O                PIC X(30).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 PCK-QTY-O                 PIC ZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 PCK-CUSTOMER-O            PIC X(30).
          05 PCK-PHONE-O               PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 PCK-STATE-O               PIC X(02).
          05 FILLER                    PIC X(41)       VALUE SPACES.

       01 PICK-SUMMARY-HDG.
          05 FILLER                    PIC X(40)       VALUE
                'UNITS TO PULL BY BAND'.
          05 FILLER                    PIC X(92)       VALUE SPACES.

       01 PICK-SUMMARY-LINE.
          05 FILLER                    PIC X(08)       VALUE SPACES.
          05 PCS-NAME-O                PIC X(30).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 PCS-UNITS-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(85)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAIN UNTIL ORDER-TRANS-FILE-EOF.
           PERFORM 650-WRITE-PICK-SUMMARY.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 760-SAVE-ORDER-CONTROL.
           DISPLAY 'CDORDER: ORDERS READ / ACCEPTED : ' WS-TRANS-KTR
                   ' / ' WS-ACCEPTED-KTR.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 300-OPEN-FILES.
           PERFORM 050-LOAD-ORDER-CONTROL.
           PERFORM 060-LOAD-ROSTER.
           PERFORM 070-LOAD-MARKUP.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
           MOVE 41 TO CTR-PICK-LINES.
      * Priming Read:
           PERFORM 400-READ-ORDER-TRANS.
       050-LOAD-ORDER-CONTROL.
      ************************************************************
      * Last CD order number used persists across runs; a        *
      * missing control starts the series at zero                *
      ************************************************************
      D    DISPLAY '050-LOAD-ORDER-CONTROL'.
           OPEN INPUT ORDER-CTL-FILE.
           READ ORDER-CTL-FILE
              AT END
                 CONTINUE
           NOT AT END
              MOVE OC-LAST-ORDER-NO TO WS-ORDER-NO
           END-READ.
           CLOSE ORDER-CTL-FILE.
      D    DISPLAY 'LAST ORDER NO   : ' WS-ORDER-NO.
       060-LOAD-ROSTER.
      ************************************************************
      * Load the band roster                                     *
      ************************************************************
      D    DISPLAY '060-LOAD-ROSTER'.
           PERFORM UNTIL FAVIN-EOF OR BND-MAX = BND-MAX-LIMIT
                   READ FAVIN
                   AT END
                      MOVE 'Y' TO FAVIN-STATUS
                   NOT AT END
                      ADD 1 TO BND-MAX
                      MOVE FAV-REC TO BND-TBL-REC(BND-MAX)
                      MOVE 0 TO BND-TBL-PICK-UNITS(BND-MAX)
                   END-READ
           END-PERFORM.
      D    DISPLAY 'ROSTER TABLE: ' BND-MAX ' BANDS'.
       070-LOAD-MARKUP.
      ************************************************************
      * Look up the markup percentage in effect on the run date  *
      * in the PARMLIB parameter library                         *
      ************************************************************
      D    DISPLAY '070-LOAD-MARKUP'.
           MOVE 'CDORDER' TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.

           MOVE 'CD-MARKUP-PCT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR PLIB-NUM-VALUE > 999.99
              THEN
              DISPLAY 'CD-MARKUP-PCT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-MARKUP-PCT.
      D    DISPLAY 'MARKUP PCT      : ' WS-MARKUP-PCT.
       100-MAIN.
      ************************************************************
      * Main Routine - edit, price and file one phone order      *
      ************************************************************
      D    DISPLAY '100-MAIN'.
           ADD 1 TO WS-TRANS-KTR.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'Y' TO ORDER-ACCEPTED-STATUS.
           MOVE SPACES TO DETAIL-LINE.
           MOVE OT-ARTIST-NAME TO DET-NAME-O.
           MOVE OT-QUANTITY TO DET-QTY-O.
           MOVE OT-SHIP-STATE TO DET-STATE-O.
           MOVE OT-CUSTOMER-NAME TO DET-CUSTOMER-O.

           PERFORM 200-EDIT-ORDER.

           IF ORDER-ACCEPTED-IND
              THEN
              PERFORM 250-PRICE-ORDER
              PERFORM 260-WRITE-ORDER
              PERFORM 550-WRITE-PICK-LINE
              ADD 1 TO WS-ACCEPTED-KTR
              MOVE WS-ORDER-NO TO DET-ORDER-NO-O
              MOVE WS-CD-AMT TO DET-CD-AMT-O
              MOVE WS-SHIPPING-AMT TO DET-SHIP-AMT-O
              MOVE WS-TAX-AMT TO DET-TAX-AMT-O
              MOVE WS-ORDER-TOTAL TO DET-TOTAL-O
              MOVE 'ACCEPTED' TO DET-REASON-O
           ELSE
              ADD 1 TO WS-REJECTED-KTR
              MOVE WS-REJECT-REASON TO DET-REASON-O
           END-IF.

           PERFORM 500-WRITE-REPORT.
           PERFORM 400-READ-ORDER-TRANS.
       150-FIND-BAND.
      ************************************************************
      * Locate the order's band name in the roster table         *
      ************************************************************
      D    DISPLAY '150-FIND-BAND'.
           MOVE 'N' TO SW-BND-FOUND.
           PERFORM VARYING BND-SUB FROM 1 BY 1
              UNTIL BND-SUB > BND-MAX
                   IF BND-TBL-NAME(BND-SUB) = OT-ARTIST-NAME
                      THEN
                      MOVE 'Y' TO SW-BND-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       200-EDIT-ORDER.
      ************************************************************
      * Band on the roster and still together, a real quantity,  *
      * a real ship-to state and a customer                      *
      ************************************************************
      D    DISPLAY '200-EDIT-ORDER'.
           PERFORM 150-FIND-BAND.
           IF NOT BND-FOUND
              THEN
              MOVE 'N' TO ORDER-ACCEPTED-STATUS
              MOVE 'BAND NOT ON ROSTER' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF BND-TBL-DIVORCED(BND-SUB)
              THEN
              MOVE 'N' TO ORDER-ACCEPTED-STATUS
              MOVE 'BAND DIVORCED - NOT SELLING' TO WS-REJECT-REASON
              ADD 1 TO WS-DIVORCED-KTR
              EXIT PARAGRAPH
           END-IF.
           IF OT-QUANTITY NOT NUMERIC
              THEN
              MOVE 'N' TO ORDER-ACCEPTED-STATUS
              MOVE 'QUANTITY NOT NUMERIC' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE OT-QUANTITY TO WS-QUANTITY.
           IF WS-QUANTITY = 0
              THEN
              MOVE 'N' TO ORDER-ACCEPTED-STATUS
              MOVE 'QUANTITY ZERO' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF OT-ORDER-DATE NOT = SPACES
              AND OT-ORDER-DATE NOT NUMERIC
              THEN
              MOVE 'N' TO ORDER-ACCEPTED-STATUS
              MOVE 'ORDER DATE NOT NUMERIC' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF OT-CUSTOMER-NAME = SPACES
              THEN
              MOVE 'N' TO ORDER-ACCEPTED-STATUS
              MOVE 'CUSTOMER NAME BLANK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO STATE-FUNC.
           MOVE OT-SHIP-STATE TO STATE-CODE-IO.
           MOVE SPACES TO STATE-NAME-IO.
           CALL 'STATEDIT' USING
              STATE-FUNC, STATE-CODE-IO, STATE-NAME-IO,
              STATE-EDIT-STATUS.
           IF STATE-EDIT-STATUS NOT EQUAL TO '00'
              THEN
              MOVE 'N' TO ORDER-ACCEPTED-STATUS
              MOVE 'SHIP-TO STATE UNKNOWN' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE BND-TBL-TAX(BND-SUB) TO WS-TAX-RATE.
           MOVE 'CD-TAX-RATE-' TO PLIB-PARM-NAME.
           MOVE OT-SHIP-STATE TO PLIB-PARM-NAME(13:2).
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 9.9999
                 THEN
                 MOVE 'N' TO ORDER-ACCEPTED-STATUS
                 MOVE 'STATE TAX RATE NOT VALID' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE PLIB-NUM-VALUE TO WS-TAX-RATE
           END-IF.
       250-PRICE-ORDER.
      ************************************************************
      * Price from the roster costs: marked-up CD cost, shipping *
      * per unit, tax at the ship-to state's rate (the band's    *
      * FAVIN TAX rate where the state has no rate in effect),   *
      * as set by the edit                                       *
      ************************************************************
      D    DISPLAY '250-PRICE-ORDER'.
           COMPUTE WS-UNIT-PRICE ROUNDED =
              BND-TBL-CD-COST(BND-SUB) * (100 + WS-MARKUP-PCT)
              / 100.
           COMPUTE WS-CD-AMT = WS-UNIT-PRICE * WS-QUANTITY.
           COMPUTE WS-SHIPPING-AMT =
              BND-TBL-SHIP-COST(BND-SUB) * WS-QUANTITY.
           COMPUTE WS-BAND-OWED-AMT =
              BND-TBL-CD-COST(BND-SUB) * WS-QUANTITY.

           COMPUTE WS-TAX-AMT ROUNDED = WS-CD-AMT * WS-TAX-RATE.
           COMPUTE WS-ORDER-TOTAL =
              WS-CD-AMT + WS-SHIPPING-AMT + WS-TAX-AMT.

           ADD WS-QUANTITY TO WS-UNITS-TOTAL
                              BND-TBL-PICK-UNITS(BND-SUB).
           ADD WS-CD-AMT TO WS-CD-TOTAL.
           ADD WS-SHIPPING-AMT TO WS-SHIPPING-TOTAL.
           ADD WS-TAX-AMT TO WS-TAX-TOTAL.
           ADD WS-ORDER-TOTAL TO WS-ORDER-GRAND.
       260-WRITE-ORDER.
      ************************************************************
      * Number the order and append it to CDORDERS               *
      ************************************************************
      D    DISPLAY '260-WRITE-ORDER'.
           ADD 1 TO WS-ORDER-NO.
           MOVE SPACES TO CD-ORDER-REC.
           MOVE WS-ORDER-NO TO CO-ORDER-NO.
           IF OT-ORDER-DATE = SPACES
              THEN
              MOVE WS-RUN-DATE TO CO-ORDER-DATE
           ELSE
              MOVE OT-ORDER-DATE TO CO-ORDER-DATE
           END-IF.
           MOVE BND-TBL-NAME(BND-SUB) TO CO-ARTIST-NAME.
           MOVE BND-TBL-GENRE(BND-SUB) TO CO-MUSICAL-GENRE.
           MOVE WS-QUANTITY TO CO-QUANTITY.
           MOVE OT-SHIP-STATE TO CO-SHIP-STATE.
           MOVE OT-CUSTOMER-NAME TO CO-CUSTOMER-NAME.
           MOVE OT-CUSTOMER-PHONE TO CO-CUSTOMER-PHONE.
           MOVE WS-UNIT-PRICE TO CO-UNIT-PRICE.
           MOVE WS-CD-AMT TO CO-CD-AMT.
           MOVE WS-SHIPPING-AMT TO CO-SHIPPING-AMT.
           MOVE WS-TAX-AMT TO CO-TAX-AMT.
           MOVE WS-ORDER-TOTAL TO CO-ORDER-TOTAL.
           MOVE WS-BAND-OWED-AMT TO CO-BAND-OWED-AMT.
           WRITE CD-ORDER-REC.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT FAVIN.
           IF NOT FAVIN-OK
              DISPLAY 'FAVIN OPEN PROBLEM, RC=' FAVIN-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ORDER-TRANS-FILE.
           IF NOT ORDER-TRANS-FILE-OK
              DISPLAY 'CDORDTRN OPEN PROBLEM, RC='
                      ORDER-TRANS-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND CD-ORDER-FILE.
           IF NOT CD-ORDER-FILE-OK
              DISPLAY 'CDORDERS OPEN PROBLEM, RC='
                      CD-ORDER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT PICK-LIST.
           IF NOT PICK-LIST-OK
              DISPLAY 'PICKLIST OPEN PROBLEM, RC=' PICK-LIST-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-READ-ORDER-TRANS.
      ************************************************************
      * Read Order Transaction record                            *
      ************************************************************
      D    DISPLAY '400-READ-ORDER-TRANS'.
           READ ORDER-TRANS-FILE
           AT END
              MOVE "Y" TO ORDER-TRANS-FILE-STATUS
           END-READ.
       500-WRITE-REPORT.
      ************************************************************
      * Write one edit line per order transaction                *
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
       550-WRITE-PICK-LINE.
      ************************************************************
      * One picking list line per accepted order                 *
      ************************************************************
      D    DISPLAY '550-WRITE-PICK-LINE'.
           IF CTR-PICK-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 560-PICK-PAGE-CHANGE
           END-IF.
           MOVE WS-ORDER-NO TO PCK-ORDER-NO-O.
           MOVE BND-TBL-NAME(BND-SUB) TO PCK-NAME-O.
           MOVE WS-QUANTITY TO PCK-QTY-O.
           MOVE OT-CUSTOMER-NAME TO PCK-CUSTOMER-O.
           MOVE OT-CUSTOMER-PHONE TO PCK-PHONE-O.
           MOVE OT-SHIP-STATE TO PCK-STATE-O.
           WRITE PICK-LINE FROM PICK-DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-PICK-LINES.
       560-PICK-PAGE-CHANGE.
      ************************************************************
      * Picking list page break                                  *
      ************************************************************
      D    DISPLAY '560-PICK-PAGE-CHANGE'.
           ADD 1 TO CTR-PICK-PAGES.
           MOVE CTR-PICK-PAGES TO PICK-PAGE-NUM.
           WRITE PICK-LINE FROM PICK-HDG-1
              AFTER ADVANCING PAGE.
           WRITE PICK-LINE FROM PICK-HDG-2
              AFTER ADVANCING 2.
           WRITE PICK-LINE FROM HEADING-3
              AFTER ADVANCING 1.
           MOVE ZERO TO CTR-PICK-LINES.
       650-WRITE-PICK-SUMMARY.
      ************************************************************
      * Units to pull per band at the end of the picking list    *
      ************************************************************
      D    DISPLAY '650-WRITE-PICK-SUMMARY'.
           IF WS-ACCEPTED-KTR = 0
              THEN
              PERFORM 560-PICK-PAGE-CHANGE
           END-IF.
           WRITE PICK-LINE FROM PICK-SUMMARY-HDG
              AFTER ADVANCING 3.
           PERFORM VARYING BND-SUB FROM 1 BY 1
              UNTIL BND-SUB > BND-MAX
                   IF BND-TBL-PICK-UNITS(BND-SUB) > 0
                      THEN
                      MOVE BND-TBL-NAME(BND-SUB) TO PCS-NAME-O
                      MOVE BND-TBL-PICK-UNITS(BND-SUB)
                         TO PCS-UNITS-O
                      WRITE PICK-LINE FROM PICK-SUMMARY-LINE
                         AFTER ADVANCING 1
                   END-IF
           END-PERFORM.
           MOVE SPACES TO PCS-NAME-O.
           MOVE WS-UNITS-TOTAL TO PCS-UNITS-O.
           WRITE PICK-LINE FROM PICK-SUMMARY-LINE
              AFTER ADVANCING 2.
       700-WRITE-SUMMARY-REPORT.
      ***********************************************************
      * Write summary at end of report                          *
      ***********************************************************
      D    DISPLAY '700-WRITE-SUMMARY'.
           IF WS-TRANS-KTR = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE WS-TRANS-KTR TO TOTAL-TRANS-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           MOVE WS-ACCEPTED-KTR TO TOTAL-ACCEPTED-O.
           MOVE WS-REJECTED-KTR TO TOTAL-REJECTED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           MOVE WS-DIVORCED-KTR TO TOTAL-DIVORCED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           MOVE WS-UNITS-TOTAL TO TOTAL-UNITS-O.
           MOVE WS-CD-TOTAL TO TOTAL-CD-O.
           MOVE WS-SHIPPING-TOTAL TO TOTAL-SHIPPING-O.
           MOVE WS-TAX-TOTAL TO TOTAL-TAX-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
           MOVE WS-ORDER-GRAND TO TOTAL-ORDERS-O.
           MOVE WS-ORDER-NO TO TOTAL-LAST-ORDER-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1.
       760-SAVE-ORDER-CONTROL.
      ************************************************************
      * Save the last order number used for the next run         *
      ************************************************************
      D    DISPLAY '760-SAVE-ORDER-CONTROL'.
           OPEN OUTPUT ORDER-CTL-FILE.
           MOVE SPACES TO ORDER-CTL-REC.
           MOVE WS-ORDER-NO TO OC-LAST-ORDER-NO.
           WRITE ORDER-CTL-REC.
           CLOSE ORDER-CTL-FILE.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE FAVIN
                 ORDER-TRANS-FILE
                 CD-ORDER-FILE
                 PICK-LIST
                 REPORT-FILE.
