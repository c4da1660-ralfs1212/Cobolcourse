       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETREG.
      * ------------------------------------------------------------
      * ASSETREG:
      * Instrument asset register. Once FULFILL closed an order on
      * DELVCONF nobody could say who supplied an instrument, when,
      * or at what price - so a warranty claim could not be made.
      *
      *  - every order FULFILL delivers (DELVORD) becomes an asset,
      *    numbered by its order number, carrying the artist
      *    account, instrument type and quality, vendor, quoted
      *    price and delivery date
      *  - the warranty expiry is the delivery date plus the months
      *    in the WARR-MONTHS-vvvq setting (PARMLIB parameter
      *    library) for the vendor vvv and quality q (vendor '***'
      *    and quality '*' are the fallbacks)
      *  - service and repair transactions (SVCTRAN) are logged
      *    against the asset on SVCLOG, marked in or out of
      *    warranty, and accumulated on the asset
      *  - the register carries forward ASSETIN -> ASSETOUT
      *  - the monthly report (PRTLINE) lists the assets coming off
      *    warranty within the WARR-LOOKAHEAD days and the repair
      *    cost by vendor; the same vendor figures go to VENDREL,
      *    where FAVRFP weighs repair cost against quoted price
      *
      *  Inital Version   2026/10/15
      *  Proposal date carried for invoice matching   2026/10/15
      *  Warranty terms from the PARMLIB library      2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASSET-IN-FILE ASSIGN TO ASSETIN
           FILE STATUS IS ASSET-IN-FILE-ST.

           SELECT ASSET-OUT-FILE ASSIGN TO ASSETOUT
           FILE STATUS IS ASSET-OUT-FILE-ST.

           SELECT OPTIONAL DELV-ORDER-FILE ASSIGN TO DELVORD
           FILE STATUS IS DELV-ORDER-FILE-ST.

           SELECT OPTIONAL SVC-TRANS-FILE ASSIGN TO SVCTRAN
           FILE STATUS IS SVC-TRANS-FILE-ST.

           SELECT OPTIONAL SVC-LOG-FILE ASSIGN TO SVCLOG
           FILE STATUS IS SVC-LOG-FILE-ST.

           SELECT VENDOR-REL-FILE ASSIGN TO VENDREL
           FILE STATUS IS VENDOR-REL-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-IN-FILE
           RECORDING MODE IS F.
       01 ASSET-IN-REC                 PIC X(120).

       FD  ASSET-OUT-FILE
           RECORDING MODE IS F.
       01 ASSET-OUT-REC                PIC X(120).

      * Delivered orders written by FULFILL
       FD  DELV-ORDER-FILE
           RECORDING MODE IS F.
       01 DELV-ORDER-REC.
          05 DO-ORDER-NO               PIC 9(06).
          05 DO-ARTIST-ACCT-NO         PIC X(08).
          05 DO-VENDOR-ID              PIC X(03).
          05 DO-INSTRUMENT-TYPE        PIC X(06).
          05 DO-INSTRUMENT-QUALITY     PIC X(01).
          05 DO-QUOTE                  PIC 9(7)V99.
          05 DO-ORDER-DATE             PIC 9(08).
          05 DO-PROPOSAL-DATE          PIC 9(08).
          05 DO-DELV-DATE              PIC 9(08).
          05 FILLER                    PIC X(23).

      * Service and repair transactions against an asset
       FD  SVC-TRANS-FILE
           RECORDING MODE IS F.
       01 SVC-TRANS-REC.
          05 SV-ASSET-NO               PIC 9(06).
          05 SV-DATE                   PIC 9(08).
          05 SV-TYPE                   PIC X(01).
             88 SV-SERVICE                             VALUE 'S'.
             88 SV-REPAIR                              VALUE 'R'.
          05 SV-COST                   PIC 9(5)V99.
          05 SV-DESC                   PIC X(40).
          05 FILLER                    PIC X(18).

      * Service history - every transaction applied, appended
       FD  SVC-LOG-FILE
           RECORDING MODE IS F.
       01 SVC-LOG-REC.
          05 SL-ASSET-NO               PIC 9(06).
          05 SL-DATE                   PIC 9(08).
          05 SL-TYPE                   PIC X(01).
          05 SL-COST                   PIC 9(5)V99.
          05 SL-DESC                   PIC X(40).
          05 SL-VENDOR-ID              PIC X(03).
          05 SL-ARTIST-ACCT-NO         PIC X(08).
          05 SL-IN-WARRANTY            PIC X(01).
          05 SL-LOGGED-DATE            PIC 9(08).
          05 FILLER                    PIC X(18).

      * Vendor reliability - read by FAVRFP
       FD  VENDOR-REL-FILE
           RECORDING MODE IS F.
       01 VENDOR-REL-REC.
          05 VR-VENDOR-ID              PIC X(03).
          05 VR-ASSET-COUNT            PIC 9(05).
          05 VR-PURCHASE-TOTAL         PIC 9(9)V99.
          05 VR-REPAIR-COUNT           PIC 9(05).
          05 VR-REPAIR-COST            PIC 9(9)V99.
          05 VR-REPAIR-PCT             PIC 9(3)V99.
          05 VR-RUN-DATE               PIC 9(08).
          05 FILLER                    PIC X(32).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Asset register record carried forward between runs
       01 ASSET-REC-WS.
          05 AS-ASSET-NO               PIC 9(06).
          05 AS-ARTIST-ACCT-NO         PIC X(08).
          05 AS-INSTRUMENT-TYPE        PIC X(06).
          05 AS-INSTRUMENT-QUALITY     PIC X(01).
          05 AS-VENDOR-ID              PIC X(03).
          05 AS-QUOTE                  PIC 9(7)V99.
          05 AS-ORDER-DATE             PIC 9(08).
          05 AS-DELV-DATE              PIC 9(08).
          05 AS-WARR-MONTHS            PIC 9(03).
          05 AS-WARR-EXPIRY            PIC 9(08).
          05 AS-SVC-COUNT              PIC 9(03).
          05 AS-SVC-COST               PIC 9(7)V99.
          05 AS-REPAIR-COUNT           PIC 9(03).
          05 AS-WARR-REPAIR-COUNT      PIC 9(03).
          05 AS-REPAIR-COST            PIC 9(7)V99.
          05 AS-LAST-SVC-DATE          PIC 9(08).
          05 AS-PROPOSAL-DATE          PIC 9(08).
          05 FILLER                    PIC X(17)       VALUE SPACES.

       01 AS-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 AS-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 AS-MAX-LIMIT                 PIC 9(4)        VALUE 3000 COMP.
       01 SW-AS-FOUND                  PIC X(1)        VALUE 'N'.
          88 AS-FOUND                                  VALUE 'Y'.
       01 ASSET-TABLE.
          05 AS-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON AS-MAX.
             10 AS-TBL-ASSET-NO        PIC 9(6).
             10 AS-TBL-REC             PIC X(120).

      * Warranty term lookup - vendor and quality of the setting
      * being tried
       01 WT-VENDOR                    PIC X(3)        VALUE SPACES.
       01 WT-QUALITY                   PIC X(1)        VALUE SPACE.
       01 SW-WT-FOUND                  PIC X(1)        VALUE 'N'.
          88 WT-FOUND                                  VALUE 'Y'.

      * Repair totals by vendor
       01 VN-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 VN-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 VN-MAX-LIMIT                 PIC 9(4)        VALUE 100 COMP.
       01 SW-VN-FOUND                  PIC X(1)        VALUE 'N'.
          88 VN-FOUND                                  VALUE 'Y'.
       01 VENDOR-TABLE.
          05 VN-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON VN-MAX.
             10 VN-TBL-VENDOR          PIC X(3).
             10 VN-TBL-ASSETS          PIC 9(5).
             10 VN-TBL-PURCHASE        PIC 9(9)V99     COMP-3.
             10 VN-TBL-REPAIRS         PIC 9(5).
             10 VN-TBL-WARR-REPAIRS    PIC 9(5).
             10 VN-TBL-REPAIR-COST     PIC 9(9)V99     COMP-3.

       01 PROGRAM-SWITCHES.
          05 ASSET-IN-FILE-ST          PIC X(2).
             88 ASSET-IN-FILE-OK                       VALUE '00' '05'.
          05 ASSET-IN-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 ASSET-IN-FILE-EOF                      VALUE 'Y'.
          05 ASSET-OUT-FILE-ST         PIC X(2).
             88 ASSET-OUT-FILE-OK                      VALUE '00'.
          05 DELV-ORDER-FILE-ST        PIC X(2).
             88 DELV-ORDER-FILE-OK                     VALUE '00' '05'.
          05 DELV-ORDER-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 DELV-ORDER-FILE-EOF                    VALUE 'Y'.
          05 SVC-TRANS-FILE-ST         PIC X(2).
             88 SVC-TRANS-FILE-OK                      VALUE '00' '05'.
          05 SVC-TRANS-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 SVC-TRANS-FILE-EOF                     VALUE 'Y'.
          05 SVC-LOG-FILE-ST           PIC X(2).
             88 SVC-LOG-FILE-OK                        VALUE '00' '05'.
          05 VENDOR-REL-FILE-ST        PIC X(2).
             88 VENDOR-REL-FILE-OK                     VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * which column headings a page break repeats
          05 WS-REPORT-SECTION         PIC X(01)       VALUE 'W'.
             88 SECTION-WARRANTY                       VALUE 'W'.
             88 SECTION-VENDOR                         VALUE 'V'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-ASSET-IN-KTR           PIC 9(5)        VALUE 0.
          05 WS-DELV-KTR               PIC 9(5)        VALUE 0.
          05 WS-ADDED-KTR              PIC 9(5)        VALUE 0.
          05 WS-DUP-KTR                PIC 9(5)        VALUE 0.
          05 WS-NO-TERMS-KTR           PIC 9(5)        VALUE 0.
          05 WS-SVC-KTR                PIC 9(5)        VALUE 0.
          05 WS-SVC-APPLIED-KTR        PIC 9(5)        VALUE 0.
          05 WS-SVC-REJECT-KTR         PIC 9(5)        VALUE 0.
          05 WS-EXPIRING-KTR           PIC 9(5)        VALUE 0.
          05 WS-ASSET-OUT-KTR          PIC 9(5)        VALUE 0.
          05 WS-LOOKAHEAD-DAYS         PIC 9(3)        VALUE 60.
          05 CTR-LINES                 PIC 99          VALUE 99.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-DATE-VARS.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-TODAY-INT              PIC S9(8)       VALUE 0 COMP.
          05 WS-EXPIRY-INT             PIC S9(8)       VALUE 0 COMP.
          05 WS-DAYS-LEFT              PIC S9(5)       VALUE 0 COMP.
          05 WS-MONTH-KTR              PIC 9(5)        VALUE 0 COMP.
          05 WS-YEAR-ADD               PIC 9(5)        VALUE 0 COMP.
          05 WS-LEAP-REM               PIC 9(3)        VALUE 0 COMP.
          05 WS-MONTH-DAYS             PIC 99          VALUE 0.
          05 WS-REPAIR-PCT             PIC 9(3)V99     VALUE 0.

      * Delivery date plus the warranty months
       01 WS-EXPIRY-DATE               PIC 9(08)       VALUE 0.
       01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-DATE.
          05 WS-EXPIRY-YYYY            PIC 9(04).
          05 WS-EXPIRY-MM              PIC 9(02).
          05 WS-EXPIRY-DD              PIC 9(02).

       01 MONTH-DAYS-VALUES            PIC X(24)       VALUE
                '312831303130313130313031'.
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
          05 MD-DAYS OCCURS 12 TIMES   PIC 99.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                ' INSTRUMENT ASSET REGISTER - WARRANTY AND REPAIRS '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 WARR-TITLE-LINE.
          05 FILLER                    PIC X(39)       VALUE
                'ASSETS COMING OFF WARRANTY IN THE NEXT '.
          05 WTL-DAYS-O                PIC ZZ9.
          05 FILLER                    PIC X(05)       VALUE ' DAYS'.
          05 FILLER                    PIC X(85)       VALUE SPACES.

       01 WARR-HEADING-2.
          05 FILLER                    PIC X(8)        VALUE
                'ASSET'.
          05 FILLER                    PIC X(10)       VALUE
                'ACCOUNT'.
          05 FILLER                    PIC X(8)        VALUE
                'VENDOR'.
          05 FILLER                    PIC X(8)        VALUE
                'INSTR'.
          05 FILLER                    PIC X(5)        VALUE
                'QUAL'.
          05 FILLER                    PIC X(14)       VALUE
                'QUOTED PRICE'.
          05 FILLER                    PIC X(10)       VALUE
                'DELIVERED'.
          05 FILLER                    PIC X(10)       VALUE
                'WARR ENDS'.
          05 FILLER                    PIC X(10)       VALUE
                'DAYS LEFT'.
          05 FILLER                    PIC X(8)        VALUE
                'REPAIRS'.
          05 FILLER                    PIC X(41)       VALUE SPACES.

       01 VEND-TITLE-LINE.
          05 FILLER                    PIC X(40)       VALUE
                'REPAIR COST BY VENDOR - ALL ASSETS'.
          05 FILLER                    PIC X(92)       VALUE SPACES.

       01 VEND-HEADING-2.
          05 FILLER                    PIC X(8)        VALUE
                'VENDOR'.
          05 FILLER                    PIC X(8)        VALUE
                'ASSETS'.
          05 FILLER                    PIC X(16)       VALUE
                'PURCHASE VALUE'.
          05 FILLER                    PIC X(9)        VALUE
                'REPAIRS'.
          05 FILLER                    PIC X(10)       VALUE
                'IN WARR'.
          05 FILLER                    PIC X(16)       VALUE
                'REPAIR COST'.
          05 FILLER                    PIC X(12)       VALUE
                '% OF PRICE'.
          05 FILLER                    PIC X(53)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(81)       VALUE ALL '='.
          05 FILLER                    PIC X(51)       VALUE SPACES.

       01 WARR-DETAIL-LINE.
          05 WDL-ASSET-NO-O            PIC 9(6).
          05 FILLER                    PIC X(2)        VALUE SPACES.
          05 WDL-ACCT-O                PIC X(8).
          05 FILLER                    PIC X(2)        VALUE SPACES.
          05 WDL-VENDOR-O              PIC X(3).
          05 FILLER                    PIC X(5)        VALUE SPACES.
          05 WDL-INSTR-O               PIC X(6).
          05 FILLER                    PIC X(2)        VALUE SPACES.
          05 WDL-QUAL-O                PIC X(1).
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 WDL-QUOTE-O               PIC $$,$$$,$$9.99.
          05 FILLER                    PIC X(1)        VALUE SPACES.
          05 WDL-DELV-DATE-O           PIC 9(8).
          05 FILLER                    PIC X(2)        VALUE SPACES.
          05 WDL-EXPIRY-O              PIC 9(8).
          05 FILLER                    PIC X(2)        VALUE SPACES.
          05 WDL-DAYS-O                PIC ZZZZ9.
          05 FILLER                    PIC X(5)        VALUE SPACES.
          05 WDL-REPAIRS-O             PIC ZZ9.
          05 FILLER                    PIC X(46)       VALUE SPACES.

       01 VEND-DETAIL-LINE.
          05 VDL-VENDOR-O              PIC X(3).
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 VDL-ASSETS-O              PIC ZZZZ9.
          05 FILLER                    PIC X(2)        VALUE SPACES.
          05 VDL-PURCHASE-O            PIC $$$$,$$$,$$9.99.
          05 FILLER                    PIC X(3)        VALUE SPACES.
          05 VDL-REPAIRS-O             PIC ZZZZ9.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 VDL-WARR-REPAIRS-O        PIC ZZZZ9.
          05 FILLER                    PIC X(2)        VALUE SPACES.
          05 VDL-REPAIR-COST-O         PIC $$$$,$$$,$$9.99.
          05 FILLER                    PIC X(3)        VALUE SPACES.
          05 VDL-PCT-O                 PIC ZZ9.99.
          05 FILLER                    PIC X(60)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Assets in / delivered / added    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ASSET-IN-O          PIC ZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-DELV-O              PIC ZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-ADDED-O             PIC ZZZZ9.
          05 FILLER                    PIC X(70)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Already on file / no warranty row:'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-DUP-O               PIC ZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-NO-TERMS-O          PIC ZZZZ9.
          05 FILLER                    PIC X(78)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Service read / logged / rejected :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-SVC-O               PIC ZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-SVC-APPLIED-O       PIC ZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-SVC-REJECT-O        PIC ZZZZ9.
          05 FILLER                    PIC X(70)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Coming off warranty / on file    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-EXPIRING-O          PIC ZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-ASSET-OUT-O         PIC ZZZZ9.
          05 FILLER                    PIC X(78)       VALUE SPACES.

      * PARMLKUP calling parameters - the warranty months and
      * look-ahead from the PARMLIB parameter library
       COPY PARMLKL.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 050-LOAD-WARRANTY-TERMS.
           PERFORM 100-LOAD-ASSETS UNTIL ASSET-IN-FILE-EOF.
           PERFORM 200-ADD-DELIVERED UNTIL DELV-ORDER-FILE-EOF.
           PERFORM 250-APPLY-SERVICE UNTIL SVC-TRANS-FILE-EOF.
           PERFORM 500-CARRY-AND-REPORT.
           PERFORM 560-VENDOR-REPORT.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
       050-LOAD-WARRANTY-TERMS.
      ************************************************************
      * Report look-ahead (WARR-LOOKAHEAD) from the PARMLIB      *
      * parameter library; the warranty months are looked up     *
      * per asset. Without the library there are no warranty     *
      * terms, so the run stops.                                 *
      ************************************************************
      D    DISPLAY '050-LOAD-WARRANTY-TERMS'.
           MOVE 'ASSETREG' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'WARR-LOOKAHEAD' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FILE-ERROR
              THEN
              DISPLAY 'PARMLIB PROBLEM, STATUS ' PLIB-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF PLIB-FOUND
              AND PLIB-IS-NUMERIC
              AND PLIB-NUM-VALUE > 0
              AND PLIB-NUM-VALUE NOT > 999
              THEN
              MOVE PLIB-NUM-VALUE TO WS-LOOKAHEAD-DAYS
           END-IF.
       100-LOAD-ASSETS.
      ************************************************************
      * Load the register carried forward from prior runs        *
      ************************************************************
      D    DISPLAY '100-LOAD-ASSETS'.
           READ ASSET-IN-FILE
           AT END
              MOVE 'Y' TO ASSET-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           MOVE ASSET-IN-REC TO ASSET-REC-WS.
           IF AS-MAX < AS-MAX-LIMIT
              THEN
              ADD 1 TO AS-MAX
              ADD 1 TO WS-ASSET-IN-KTR
              MOVE AS-ASSET-NO TO AS-TBL-ASSET-NO(AS-MAX)
              MOVE ASSET-REC-WS TO AS-TBL-REC(AS-MAX)
           ELSE
              DISPLAY 'ASSET TABLE FULL - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       200-ADD-DELIVERED.
      ************************************************************
      * One delivered FULFILL order becomes an asset             *
      ************************************************************
      D    DISPLAY '200-ADD-DELIVERED'.
           READ DELV-ORDER-FILE
           AT END
              MOVE 'Y' TO DELV-ORDER-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-DELV-KTR.

      * a delivery fed twice is only registered once
           MOVE DO-ORDER-NO TO SV-ASSET-NO.
           PERFORM 400-FIND-ASSET.
           IF AS-FOUND
              THEN
              ADD 1 TO WS-DUP-KTR
              DISPLAY 'ORDER ALREADY REGISTERED: ' DO-ORDER-NO
              EXIT PARAGRAPH
           END-IF.
           IF AS-MAX = AS-MAX-LIMIT
              THEN
              DISPLAY 'ASSET TABLE FULL - ORDER NOT REGISTERED: '
                      DO-ORDER-NO
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ASSET-REC-WS.
           MOVE DO-ORDER-NO TO AS-ASSET-NO.
           MOVE DO-ARTIST-ACCT-NO TO AS-ARTIST-ACCT-NO.
           MOVE DO-INSTRUMENT-TYPE TO AS-INSTRUMENT-TYPE.
           MOVE DO-INSTRUMENT-QUALITY TO AS-INSTRUMENT-QUALITY.
           MOVE DO-VENDOR-ID TO AS-VENDOR-ID.
           MOVE DO-QUOTE TO AS-QUOTE.
           MOVE DO-ORDER-DATE TO AS-ORDER-DATE.
           MOVE DO-DELV-DATE TO AS-DELV-DATE.
           MOVE DO-PROPOSAL-DATE TO AS-PROPOSAL-DATE.
           PERFORM 210-FIND-WARRANTY-TERM.
           PERFORM 220-COMPUTE-EXPIRY.
           MOVE WS-EXPIRY-DATE TO AS-WARR-EXPIRY.
           MOVE 0 TO AS-SVC-COUNT AS-SVC-COST AS-REPAIR-COUNT
                     AS-WARR-REPAIR-COUNT AS-REPAIR-COST
                     AS-LAST-SVC-DATE.
           ADD 1 TO AS-MAX.
           ADD 1 TO WS-ADDED-KTR.
           MOVE AS-ASSET-NO TO AS-TBL-ASSET-NO(AS-MAX).
           MOVE ASSET-REC-WS TO AS-TBL-REC(AS-MAX).
       210-FIND-WARRANTY-TERM.
      ************************************************************
      * Vendor + quality first, then the '***' / '*' fallbacks   *
      ************************************************************
           MOVE 'N' TO SW-WT-FOUND.
           MOVE 0 TO AS-WARR-MONTHS.
           MOVE AS-VENDOR-ID TO WT-VENDOR.
           MOVE AS-INSTRUMENT-QUALITY TO WT-QUALITY.
           PERFORM 215-LOOKUP-WARRANTY-TERM.
           IF NOT WT-FOUND
              THEN
              MOVE '*' TO WT-QUALITY
              PERFORM 215-LOOKUP-WARRANTY-TERM
           END-IF.
           IF NOT WT-FOUND
              THEN
              MOVE '***' TO WT-VENDOR
              MOVE AS-INSTRUMENT-QUALITY TO WT-QUALITY
              PERFORM 215-LOOKUP-WARRANTY-TERM
           END-IF.
           IF NOT WT-FOUND
              THEN
              MOVE '*' TO WT-QUALITY
              PERFORM 215-LOOKUP-WARRANTY-TERM
           END-IF.
           IF NOT WT-FOUND
              THEN
              ADD 1 TO WS-NO-TERMS-KTR
              DISPLAY 'NO WARRANTY TERMS FOR VENDOR ' AS-VENDOR-ID
                      ' QUALITY ' AS-INSTRUMENT-QUALITY
                      ' - ORDER ' AS-ASSET-NO ' HAS NONE'
           END-IF.
       215-LOOKUP-WARRANTY-TERM.
      ************************************************************
      * Warranty months for one vendor / quality pair; a value   *
      * that is not a month count is reported and skipped        *
      ************************************************************
           MOVE 'WARR-MONTHS-' TO PLIB-PARM-NAME.
           MOVE WT-VENDOR TO PLIB-PARM-NAME(13:3).
           MOVE WT-QUALITY TO PLIB-PARM-NAME(16:1).
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF PLIB-IS-NUMERIC
              AND PLIB-NUM-VALUE NOT < 0
              AND PLIB-NUM-VALUE NOT > 999
              THEN
              MOVE 'Y' TO SW-WT-FOUND
              MOVE PLIB-NUM-VALUE TO AS-WARR-MONTHS
           ELSE
              DISPLAY 'WARRANTY SETTING IGNORED: ' PLIB-PARM-NAME
                      ' ' PLIB-VALUE
           END-IF.
       220-COMPUTE-EXPIRY.
      ************************************************************
      * Delivery date + warranty months, day held to month end   *
      ************************************************************
           MOVE AS-DELV-DATE TO WS-EXPIRY-DATE.
           COMPUTE WS-MONTH-KTR = WS-EXPIRY-MM - 1 + AS-WARR-MONTHS.
           DIVIDE WS-MONTH-KTR BY 12 GIVING WS-YEAR-ADD
              REMAINDER WS-MONTH-KTR.
           ADD WS-YEAR-ADD TO WS-EXPIRY-YYYY.
           COMPUTE WS-EXPIRY-MM = WS-MONTH-KTR + 1.
           MOVE MD-DAYS(WS-EXPIRY-MM) TO WS-MONTH-DAYS.
           IF WS-EXPIRY-MM = 2
              THEN
              DIVIDE WS-EXPIRY-YYYY BY 4 GIVING WS-YEAR-ADD
                 REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = 0
                 THEN
                 MOVE 29 TO WS-MONTH-DAYS
                 DIVIDE WS-EXPIRY-YYYY BY 100 GIVING WS-YEAR-ADD
                    REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    THEN
                    DIVIDE WS-EXPIRY-YYYY BY 400 GIVING WS-YEAR-ADD
                       REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM NOT = 0
                       THEN
                       MOVE 28 TO WS-MONTH-DAYS
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-EXPIRY-DD > WS-MONTH-DAYS
              THEN
              MOVE WS-MONTH-DAYS TO WS-EXPIRY-DD
           END-IF.
       250-APPLY-SERVICE.
      ************************************************************
      * Log one service or repair against its asset              *
      ************************************************************
      D    DISPLAY '250-APPLY-SERVICE'.
           READ SVC-TRANS-FILE
           AT END
              MOVE 'Y' TO SVC-TRANS-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-SVC-KTR.
           IF NOT SV-SERVICE AND NOT SV-REPAIR
              THEN
              ADD 1 TO WS-SVC-REJECT-KTR
              DISPLAY 'SERVICE TYPE NOT S OR R: ' SV-ASSET-NO
                      ' ' SV-TYPE
              EXIT PARAGRAPH
           END-IF.
           IF SV-DATE NOT NUMERIC OR SV-COST NOT NUMERIC
              THEN
              ADD 1 TO WS-SVC-REJECT-KTR
              DISPLAY 'SERVICE DATE/COST NOT NUMERIC: ' SV-ASSET-NO
              EXIT PARAGRAPH
           END-IF.
           PERFORM 400-FIND-ASSET.
           IF NOT AS-FOUND
              THEN
              ADD 1 TO WS-SVC-REJECT-KTR
              DISPLAY 'SERVICE FOR UNKNOWN ASSET: ' SV-ASSET-NO
              EXIT PARAGRAPH
           END-IF.

           MOVE AS-TBL-REC(AS-SUB) TO ASSET-REC-WS.
           MOVE SPACES TO SVC-LOG-REC.
           MOVE SV-ASSET-NO TO SL-ASSET-NO.
           MOVE SV-DATE TO SL-DATE.
           MOVE SV-TYPE TO SL-TYPE.
           MOVE SV-COST TO SL-COST.
           MOVE SV-DESC TO SL-DESC.
           MOVE AS-VENDOR-ID TO SL-VENDOR-ID.
           MOVE AS-ARTIST-ACCT-NO TO SL-ARTIST-ACCT-NO.
           MOVE WS-CURRENT-DATE TO SL-LOGGED-DATE.
           IF SV-DATE NOT > AS-WARR-EXPIRY
              THEN
              MOVE 'Y' TO SL-IN-WARRANTY
           ELSE
              MOVE 'N' TO SL-IN-WARRANTY
           END-IF.
           IF SV-REPAIR
              THEN
              ADD 1 TO AS-REPAIR-COUNT
              ADD SV-COST TO AS-REPAIR-COST
              IF SL-IN-WARRANTY = 'Y'
                 THEN
                 ADD 1 TO AS-WARR-REPAIR-COUNT
              END-IF
           ELSE
              ADD 1 TO AS-SVC-COUNT
              ADD SV-COST TO AS-SVC-COST
           END-IF.
           IF SV-DATE > AS-LAST-SVC-DATE
              THEN
              MOVE SV-DATE TO AS-LAST-SVC-DATE
           END-IF.
           MOVE ASSET-REC-WS TO AS-TBL-REC(AS-SUB).
           WRITE SVC-LOG-REC.
           ADD 1 TO WS-SVC-APPLIED-KTR.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT ASSET-IN-FILE.
           IF NOT ASSET-IN-FILE-OK
              MOVE 'Y' TO ASSET-IN-FILE-STATUS
           END-IF.
           OPEN INPUT DELV-ORDER-FILE.
           IF NOT DELV-ORDER-FILE-OK
              MOVE 'Y' TO DELV-ORDER-FILE-STATUS
           END-IF.
           OPEN INPUT SVC-TRANS-FILE.
           IF NOT SVC-TRANS-FILE-OK
              MOVE 'Y' TO SVC-TRANS-FILE-STATUS
           END-IF.
           OPEN EXTEND SVC-LOG-FILE.
           IF NOT SVC-LOG-FILE-OK
              DISPLAY 'SVCLOG OPEN PROBLEM, RC=' SVC-LOG-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ASSET-OUT-FILE.
           IF NOT ASSET-OUT-FILE-OK
              DISPLAY 'ASSETOUT OPEN PROBLEM, RC='
                      ASSET-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT VENDOR-REL-FILE.
           IF NOT VENDOR-REL-FILE-OK
              DISPLAY 'VENDREL OPEN PROBLEM, RC='
                      VENDOR-REL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-FIND-ASSET.
      ************************************************************
      * Asset by number (SV-ASSET-NO)                            *
      ************************************************************
           MOVE 'N' TO SW-AS-FOUND.
           PERFORM VARYING AS-SUB FROM 1 BY 1
              UNTIL AS-SUB > AS-MAX
                   IF AS-TBL-ASSET-NO(AS-SUB) = SV-ASSET-NO
                      THEN
                      MOVE 'Y' TO SW-AS-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       500-CARRY-AND-REPORT.
      ************************************************************
      * Every asset carries forward; those whose warranty ends   *
      * within the look-ahead are listed; vendor totals build    *
      ************************************************************
      D    DISPLAY '500-CARRY-AND-REPORT'.
           MOVE 'W' TO WS-REPORT-SECTION.
           MOVE WS-LOOKAHEAD-DAYS TO WTL-DAYS-O.
           PERFORM 600-WRITE-HEADINGS.
           PERFORM VARYING AS-SUB FROM 1 BY 1
              UNTIL AS-SUB > AS-MAX
                   MOVE AS-TBL-REC(AS-SUB) TO ASSET-REC-WS
                   MOVE ASSET-REC-WS TO ASSET-OUT-REC
                   WRITE ASSET-OUT-REC
                   ADD 1 TO WS-ASSET-OUT-KTR
                   PERFORM 510-ADD-TO-VENDOR
                   COMPUTE WS-EXPIRY-INT =
                      FUNCTION INTEGER-OF-DATE(AS-WARR-EXPIRY)
                   COMPUTE WS-DAYS-LEFT =
                      WS-EXPIRY-INT - WS-TODAY-INT
                   IF WS-DAYS-LEFT NOT < 0
                      AND WS-DAYS-LEFT NOT > WS-LOOKAHEAD-DAYS
                      THEN
                      PERFORM 550-WRITE-EXPIRING
                   END-IF
           END-PERFORM.
       510-ADD-TO-VENDOR.
      ************************************************************
      * Asset's purchase and repair figures into its vendor row  *
      ************************************************************
           MOVE 'N' TO SW-VN-FOUND.
           PERFORM VARYING VN-SUB FROM 1 BY 1
              UNTIL VN-SUB > VN-MAX
                   IF VN-TBL-VENDOR(VN-SUB) = AS-VENDOR-ID
                      THEN
                      MOVE 'Y' TO SW-VN-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT VN-FOUND
              THEN
              IF VN-MAX = VN-MAX-LIMIT
                 THEN
                 DISPLAY 'VENDOR TABLE FULL - ' AS-VENDOR-ID
                         ' NOT TOTALLED'
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO VN-MAX
              MOVE VN-MAX TO VN-SUB
              MOVE AS-VENDOR-ID TO VN-TBL-VENDOR(VN-SUB)
              MOVE 0 TO VN-TBL-ASSETS(VN-SUB)
                        VN-TBL-PURCHASE(VN-SUB)
                        VN-TBL-REPAIRS(VN-SUB)
                        VN-TBL-WARR-REPAIRS(VN-SUB)
                        VN-TBL-REPAIR-COST(VN-SUB)
           END-IF.
           ADD 1 TO VN-TBL-ASSETS(VN-SUB).
           ADD AS-QUOTE TO VN-TBL-PURCHASE(VN-SUB).
           ADD AS-REPAIR-COUNT TO VN-TBL-REPAIRS(VN-SUB).
           ADD AS-WARR-REPAIR-COUNT TO VN-TBL-WARR-REPAIRS(VN-SUB).
           ADD AS-REPAIR-COST TO VN-TBL-REPAIR-COST(VN-SUB).
       550-WRITE-EXPIRING.
      ************************************************************
      * One asset coming off warranty                            *
      ************************************************************
           ADD 1 TO WS-EXPIRING-KTR.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           MOVE AS-ASSET-NO TO WDL-ASSET-NO-O.
           MOVE AS-ARTIST-ACCT-NO TO WDL-ACCT-O.
           MOVE AS-VENDOR-ID TO WDL-VENDOR-O.
           MOVE AS-INSTRUMENT-TYPE TO WDL-INSTR-O.
           MOVE AS-INSTRUMENT-QUALITY TO WDL-QUAL-O.
           MOVE AS-QUOTE TO WDL-QUOTE-O.
           MOVE AS-DELV-DATE TO WDL-DELV-DATE-O.
           MOVE AS-WARR-EXPIRY TO WDL-EXPIRY-O.
           MOVE WS-DAYS-LEFT TO WDL-DAYS-O.
           MOVE AS-REPAIR-COUNT TO WDL-REPAIRS-O.
           WRITE OUTPUT-LINE FROM WARR-DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       560-VENDOR-REPORT.
      ************************************************************
      * Repair cost by vendor, also written to VENDREL           *
      ************************************************************
      D    DISPLAY '560-VENDOR-REPORT'.
           MOVE 'V' TO WS-REPORT-SECTION.
           MOVE 99 TO CTR-LINES.
           PERFORM VARYING VN-SUB FROM 1 BY 1
              UNTIL VN-SUB > VN-MAX
                   IF CTR-LINES > CTR-LINES-MAX
                      THEN
                      PERFORM 600-WRITE-HEADINGS
                   END-IF
                   MOVE 0 TO WS-REPAIR-PCT
                   IF VN-TBL-PURCHASE(VN-SUB) > 0
                      THEN
                      COMPUTE WS-REPAIR-PCT ROUNDED =
                         VN-TBL-REPAIR-COST(VN-SUB) * 100
                         / VN-TBL-PURCHASE(VN-SUB)
                         ON SIZE ERROR
                            MOVE 999.99 TO WS-REPAIR-PCT
                      END-COMPUTE
                   END-IF
                   MOVE VN-TBL-VENDOR(VN-SUB) TO VDL-VENDOR-O
                   MOVE VN-TBL-ASSETS(VN-SUB) TO VDL-ASSETS-O
                   MOVE VN-TBL-PURCHASE(VN-SUB) TO VDL-PURCHASE-O
                   MOVE VN-TBL-REPAIRS(VN-SUB) TO VDL-REPAIRS-O
                   MOVE VN-TBL-WARR-REPAIRS(VN-SUB) TO
                      VDL-WARR-REPAIRS-O
                   MOVE VN-TBL-REPAIR-COST(VN-SUB) TO
                      VDL-REPAIR-COST-O
                   MOVE WS-REPAIR-PCT TO VDL-PCT-O
                   WRITE OUTPUT-LINE FROM VEND-DETAIL-LINE
                      AFTER ADVANCING 1
                   ADD 1 TO CTR-LINES
                   MOVE SPACES TO VENDOR-REL-REC
                   MOVE VN-TBL-VENDOR(VN-SUB) TO VR-VENDOR-ID
                   MOVE VN-TBL-ASSETS(VN-SUB) TO VR-ASSET-COUNT
                   MOVE VN-TBL-PURCHASE(VN-SUB) TO VR-PURCHASE-TOTAL
                   MOVE VN-TBL-REPAIRS(VN-SUB) TO VR-REPAIR-COUNT
                   MOVE VN-TBL-REPAIR-COST(VN-SUB) TO VR-REPAIR-COST
                   MOVE WS-REPAIR-PCT TO VR-REPAIR-PCT
                   MOVE WS-CURRENT-DATE TO VR-RUN-DATE
                   WRITE VENDOR-REL-REC
           END-PERFORM.
       600-WRITE-HEADINGS.
      ************************************************************
      * Page headings for the section being printed              *
      ************************************************************
      D    DISPLAY '600-WRITE-HEADINGS'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           IF SECTION-WARRANTY
              THEN
              WRITE OUTPUT-LINE FROM WARR-TITLE-LINE
                 AFTER ADVANCING 2
              WRITE OUTPUT-LINE FROM WARR-HEADING-2
                 AFTER ADVANCING 2
           ELSE
              WRITE OUTPUT-LINE FROM VEND-TITLE-LINE
                 AFTER ADVANCING 2
              WRITE OUTPUT-LINE FROM VEND-HEADING-2
                 AFTER ADVANCING 2
           END-IF.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1.
           MOVE 5 TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           MOVE WS-ASSET-IN-KTR TO TOTAL-ASSET-IN-O.
           MOVE WS-DELV-KTR TO TOTAL-DELV-O.
           MOVE WS-ADDED-KTR TO TOTAL-ADDED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           MOVE WS-DUP-KTR TO TOTAL-DUP-O.
           MOVE WS-NO-TERMS-KTR TO TOTAL-NO-TERMS-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           MOVE WS-SVC-KTR TO TOTAL-SVC-O.
           MOVE WS-SVC-APPLIED-KTR TO TOTAL-SVC-APPLIED-O.
           MOVE WS-SVC-REJECT-KTR TO TOTAL-SVC-REJECT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           MOVE WS-EXPIRING-KTR TO TOTAL-EXPIRING-O.
           MOVE WS-ASSET-OUT-KTR TO TOTAL-ASSET-OUT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE ASSET-IN-FILE
                 DELV-ORDER-FILE
                 SVC-TRANS-FILE
                 SVC-LOG-FILE
                 ASSET-OUT-FILE
                 VENDOR-REL-FILE
                 REPORT-FILE.
