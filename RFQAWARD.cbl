       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFQAWARD.
      * ------------------------------------------------------------
      * RFQAWARD:
      * Quote capture, bid tabulation and award for the requests
      * for quote issued by RFQGEN.
      *
      * The open RFQs (RFQOPEN, one record per RFQ and supplier
      * invited) are matched with the supplier quotes keyed in by
      * the buyers on RFQQUOTE (unit price, currency, lead time in
      * days, quote date and the supplier's quote reference). A
      * quote is rejected when the RFQ is not open, the supplier
      * was not invited, a field is invalid, it was dated after
      * the due date, it is not in the currency the supplier is
      * paid in (SUPCURR - suppliers not listed are paid in USD)
      * or FXRATES has no rate for that currency. A later quote
      * from the same supplier on the same RFQ replaces the
      * earlier one.
      *
      * An RFQ closes once its quote due date has passed or every
      * supplier invited has quoted. Each bid on a closed RFQ is
      * scored out of the three PARMLIB weights (program
      * RFQAWARD) - the points for each measure add up to the
      * score:
      *   RFQ-PRICE-WGHT  - landed USD price: the quote converted
      *                     through FXRATES exactly as PARTSUPX
      *                     converts UNIT-PRICE, plus the supplier's
      *                     freight/duty/brokerage uplift over
      *                     invoice price on the landed-cost file
      *                     (LANDCST); the lowest landed price
      *                     earns full points, the others in
      *                     proportion (default 60)
      *   RFQ-LEAD-WGHT   - lead time against the need-by date:
      *                     full points when delivery from today
      *                     falls on or before the need-by date,
      *                     else the share of the lead time that
      *                     the days left cover (default 25)
      *   RFQ-RATING-WGHT - SUPPLIER-RATING ('3' highest) from the
      *                     supplier's latest record on the
      *                     PARTSUPP history (PSHIST); a supplier
      *                     with no rating on file is scored as
      *                     average '2' (default 15)
      * The highest score wins; ties go to the lower landed price,
      * then the earlier delivery, then the preferred AVL rank.
      *
      * The award is written to RFQAWDO as a PARTSUPP record for
      * the next PARTSUPX run. The PARTS and SUPPLIERS groups and
      * the addresses come from the part's and the supplier's
      * latest PARTSUPP history records (from the RFQ when there
      * is none - the report says so, and PARTSUPX's edits will
      * want the rest filled in). The quantity is placed as three
      * scheduled releases, PO numbers RFQ number plus 1, 2 and 3,
      * at the quoted unit price in the supplier's currency: the
      * first due on the quoted delivery date, the last on the
      * need-by date (the quoted date when that is later) and the
      * second between them.
      *
      * The bid tabulation report shows every closed RFQ with each
      * supplier's bid, score and rank, the award and why it was
      * made; the same tabulation is kept on the award history
      * file (RFQAWDH, appended to) as the audit record that the
      * part went out for bids. RFQs still open are carried to
      * RFQOPENO, with their quotes so far to RFQQUOTO.
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RFQ-IN-FILE ASSIGN TO RFQOPEN
           FILE STATUS IS RFQ-IN-FILE-ST.

           SELECT RFQ-OUT-FILE ASSIGN TO RFQOPENO
           FILE STATUS IS RFQ-OUT-FILE-ST.

           SELECT OPTIONAL QUOTE-IN-FILE ASSIGN TO RFQQUOTE
           FILE STATUS IS QUOTE-IN-FILE-ST.

           SELECT QUOTE-OUT-FILE ASSIGN TO RFQQUOTO
           FILE STATUS IS QUOTE-OUT-FILE-ST.

      * Daily exchange rates and the supplier-to-currency mapping,
      * the same files PARTSUPX converts UNIT-PRICE with
           SELECT FX-RATE-FILE ASSIGN TO FXRATES
           FILE STATUS IS FX-RATE-FILE-ST.

           SELECT SUPP-CURR-FILE ASSIGN TO SUPCURR
           FILE STATUS IS SUPP-CURR-FILE-ST.

           SELECT OPTIONAL LANDED-FILE ASSIGN TO LANDCST
           FILE STATUS IS LANDED-FILE-ST.

           SELECT OPTIONAL PS-HIST-FILE ASSIGN TO PSHIST
           FILE STATUS IS PS-HIST-FILE-ST.

           SELECT AWARD-FILE ASSIGN TO RFQAWDO
           FILE STATUS IS AWARD-FILE-ST.

           SELECT OPTIONAL AWARD-HIST-FILE ASSIGN TO RFQAWDH
           FILE STATUS IS AWARD-HIST-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Open RFQs - same record layout as RFQ-REC in RFQGEN
       FD  RFQ-IN-FILE
           RECORDING MODE IS F.
       01 RFQ-IN-REC                   PIC X(120).

       FD  RFQ-OUT-FILE
           RECORDING MODE IS F.
       01 RFQ-OUT-REC                  PIC X(120).

      * Supplier quotes as keyed by the buyers
       FD  QUOTE-IN-FILE
           RECORDING MODE IS F.
       01 QUOTE-IN-REC                 PIC X(80).

       FD  QUOTE-OUT-FILE
           RECORDING MODE IS F.
       01 QUOTE-OUT-REC                PIC X(80).

      * Daily exchange-rate file - same layout as PARTSUPX
       FD  FX-RATE-FILE
           RECORDING MODE IS F.
       01 FX-RATE-REC.
          05 FX-CURRENCY-CODE          PIC X(03).
          05 FX-RATE-TO-USD            PIC 9(3)V9(6).
          05 FILLER                    PIC X(68).

      * Supplier currency mapping - same layout as PARTSUPX
       FD  SUPP-CURR-FILE
           RECORDING MODE IS F.
       01 SUPP-CURR-REC.
          05 SC-SUPPLIER-CODE          PIC X(05).
          05 SC-CURRENCY-CODE          PIC X(03).
          05 FILLER                    PIC X(72).

      * Landed-cost file - same layout as LANDED-REC in LANDCOST
       FD  LANDED-FILE
           RECORDING MODE IS F.
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

      * PARTSUPP history - earlier PARTSUPX input, read for the
      * PARTS, SUPPLIERS and address groups of the award
       FD  PS-HIST-FILE
           RECORDING MODE IS F.
       01 PS-HIST-REC.
          05 PH-PARTS.
             10 PH-PART-NUMBER         PIC X(23).
             10 FILLER                 PIC X(69).
          05 PH-SUPPLIERS.
             10 PH-SUPPLIER-CODE       PIC X(10).
             10 FILLER                 PIC X(19).
             10 PH-SUPPLIER-RATING     PIC X(01).
                88 PH-VALID-RATING                     VALUE '1' '2'
                                                             '3'.
             10 FILLER                 PIC X(09).
          05 PH-ADDRESS-STRUCTURE      PIC X(219).
          05 PH-PURCHORD-STRUCTURE     PIC X(123).

      * Awards for the next PARTSUPX run
       FD  AWARD-FILE
           RECORDING MODE IS F.
       01 AWARD-REC.
           COPY PARTSUPP.

      * Award history - the kept bid tabulation: one 'A' record
      * per closed RFQ with the award and its justification, and
      * one 'B' record per supplier invited
       FD  AWARD-HIST-FILE
           RECORDING MODE IS F.
       01 AWARD-HIST-REC.
          05 AH-REC-TYPE               PIC X(01).
             88 AH-AWARD                               VALUE 'A'.
             88 AH-BID                                 VALUE 'B'.
          05 AH-RFQ-NUMBER             PIC X(05).
          05 AH-CLOSE-DATE             PIC 9(08).
          05 AH-PART-NUMBER            PIC X(23).
          05 AH-QUANTITY               PIC 9(07).
          05 AH-NEED-BY-DATE           PIC 9(08).
          05 AH-BUYER-CODE             PIC X(03).
          05 AH-SUPPLIER-CODE          PIC X(05).
          05 AH-DETAIL                 PIC X(90).
          05 AH-AWARD-DETAIL REDEFINES AH-DETAIL.
             10 AH-INVITED-KTR         PIC 9(03).
             10 AH-BID-KTR             PIC 9(03).
             10 AH-PO-NUMBER-STEM      PIC X(05).
             10 AH-AWARD-SCORE         PIC 9(3)V99.
             10 AH-AWARD-LANDED-USD    PIC 9(7)V9(4).
             10 AH-JUSTIFICATION       PIC X(40).
             10 FILLER                 PIC X(23).
          05 AH-BID-DETAIL REDEFINES AH-DETAIL.
             10 AH-BID-RANK            PIC 9(02).
             10 AH-QUOTE-REF           PIC X(15).
             10 AH-UNIT-PRICE          PIC 9(7)V99.
             10 AH-CURRENCY-CODE       PIC X(03).
             10 AH-FX-RATE             PIC 9(3)V9(6).
             10 AH-LANDED-USD          PIC 9(7)V9(4).
             10 AH-LEAD-DAYS           PIC 9(03).
             10 AH-PROMISE-DATE        PIC 9(08).
             10 AH-ON-TIME             PIC X(01).
             10 AH-RATING              PIC X(01).
             10 AH-BID-SCORE           PIC 9(3)V99.
             10 AH-BID-STATUS          PIC X(01).
                88 AH-QUOTED                           VALUE 'Q'.
                88 AH-NO-QUOTE                         VALUE 'N'.
             10 FILLER                 PIC X(22).
          05 FILLER                    PIC X(10).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * RFQ record - same layout as RFQGEN
       01 RFQ-REC.
          05 RQ-RFQ-NUMBER             PIC X(05).
          05 RQ-SUPPLIER-CODE          PIC X(05).
          05 RQ-PART-NUMBER            PIC X(23).
          05 RQ-PART-NAME              PIC X(14).
          05 RQ-UNIT-OF-MEASURE        PIC X(03).
          05 RQ-QUANTITY               PIC 9(07).
          05 RQ-NEED-BY-DATE           PIC 9(08).
          05 RQ-QUOTE-DUE-DATE         PIC 9(08).
          05 RQ-BUYER-CODE             PIC X(03).
          05 RQ-ISSUE-DATE             PIC 9(08).
          05 RQ-SUPPLIER-NAME          PIC X(15).
          05 RQ-PREFERRED-RANK         PIC 9(02).
          05 FILLER                    PIC X(19).

      * Supplier quote
       01 QUOTE-REC.
          05 QT-RFQ-NUMBER             PIC X(05).
          05 QT-SUPPLIER-CODE          PIC X(05).
          05 QT-UNIT-PRICE             PIC X(09).
          05 QT-UNIT-PRICE-N           REDEFINES QT-UNIT-PRICE
                                       PIC 9(7)V99.
          05 QT-CURRENCY-CODE          PIC X(03).
          05 QT-LEAD-DAYS              PIC X(03).
          05 QT-LEAD-DAYS-N            REDEFINES QT-LEAD-DAYS
                                       PIC 9(03).
          05 QT-QUOTE-DATE             PIC X(08).
          05 QT-QUOTE-DATE-N           REDEFINES QT-QUOTE-DATE
                                       PIC 9(08).
          05 QT-QUOTE-REF              PIC X(15).
          05 FILLER                    PIC X(32).

      * One entry per RFQ and supplier invited, in RFQOPEN order,
      * with the supplier's quote and its evaluation
       01 LN-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 LN-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 LN-MAX-LIMIT                 PIC 9(4)        VALUE 1000 COMP.
       01 RFQ-LINE-TABLE.
          05 LN-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON LN-MAX.
             10 LN-RFQ-IMAGE           PIC X(120).
             10 LN-RFQ-NUMBER          PIC X(05).
             10 LN-SUPPLIER-CODE       PIC X(05).
             10 LN-PART-NUMBER         PIC X(23).
             10 LN-QUOTE-IND           PIC X(01).
                88 LN-QUOTED                           VALUE 'Y'.
             10 LN-QUOTE-IMAGE         PIC X(80).
             10 LN-UNIT-PRICE          PIC 9(7)V99.
             10 LN-CURRENCY-CODE       PIC X(03).
             10 LN-FX-RATE             PIC 9(3)V9(6).
             10 LN-LEAD-DAYS           PIC 9(03).
             10 LN-UPLIFT-PCT          PIC 9(3)V99.
             10 LN-LANDED-USD          PIC 9(7)V9(4).
             10 LN-PROMISE-DATE        PIC 9(08).
             10 LN-ON-TIME-IND         PIC X(01).
                88 LN-ON-TIME                          VALUE 'Y'.
             10 LN-RATING              PIC X(01).
             10 LN-RATING-IND          PIC X(01).
                88 LN-RATING-ON-FILE                   VALUE 'Y'.
             10 LN-SCORE               PIC 9(3)V99.
             10 LN-RANK                PIC 9(02).
             10 LN-HIST-PART-IND       PIC X(01).
                88 LN-HIST-PART-FOUND                  VALUE 'Y'.
             10 LN-HIST-PARTS          PIC X(92).
             10 LN-HIST-SUPP-IND       PIC X(01).
                88 LN-HIST-SUPP-FOUND                  VALUE 'Y'.
             10 LN-HIST-SUPPLIERS      PIC X(39).
             10 LN-HIST-ADDRESS        PIC X(219).

      * Exchange-rate and supplier-currency tables, as PARTSUPX
       01 FX-TABLE-SUB                 PIC 9(3)        VALUE 0 COMP.
       01 FX-TABLE-MAX                 PIC 9(3)        VALUE 0 COMP.
       01 FX-TABLE-MAX-LIMIT           PIC 9(3)        VALUE 50 COMP.
       01 FX-RATE-TABLE.
          05 FX-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON FX-TABLE-MAX.
             10 FX-TBL-CURRENCY        PIC X(3).
             10 FX-TBL-RATE            PIC 9(3)V9(6)   COMP-3.
       01 SC-TABLE-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 SC-TABLE-MAX                 PIC 9(5)        VALUE 0 COMP.
       01 SC-TABLE-MAX-LIMIT           PIC 9(5)        VALUE 2000 COMP.
       01 SUPP-CURR-TABLE.
          05 SC-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON SC-TABLE-MAX.
             10 SC-TBL-SUPPLIER-CODE   PIC X(5).
             10 SC-TBL-CURRENCY        PIC X(3).

      * Invoice and landed value of each supplier's charged PO
      * lines on LANDCST
       01 LU-TABLE-SUB                 PIC 9(4)        VALUE 0 COMP.
       01 LU-TABLE-MAX                 PIC 9(4)        VALUE 0 COMP.
       01 LU-TABLE-MAX-LIMIT           PIC 9(4)        VALUE 1000 COMP.
       01 LANDED-UPLIFT-TABLE.
          05 LU-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON LU-TABLE-MAX.
             10 LU-TBL-SUPPLIER-CODE   PIC X(5).
             10 LU-TBL-PRICE-VALUE     PIC S9(11)V99   COMP-3.
             10 LU-TBL-LANDED-VALUE    PIC S9(11)V99   COMP-3.

       01 PROGRAM-SWITCHES.
          05 RFQ-IN-FILE-ST            PIC X(2).
             88 RFQ-IN-FILE-OK                         VALUE '00' '05'.
          05 RFQ-OUT-FILE-ST           PIC X(2).
             88 RFQ-OUT-FILE-OK                        VALUE '00'.
          05 QUOTE-IN-FILE-ST          PIC X(2).
             88 QUOTE-IN-FILE-OK                       VALUE '00' '05'.
          05 QUOTE-OUT-FILE-ST         PIC X(2).
             88 QUOTE-OUT-FILE-OK                      VALUE '00'.
          05 FX-RATE-FILE-ST           PIC X(2).
             88 FX-RATE-FILE-OK                        VALUE '00'.
          05 SUPP-CURR-FILE-ST         PIC X(2).
             88 SUPP-CURR-FILE-OK                      VALUE '00'.
          05 LANDED-FILE-ST            PIC X(2).
             88 LANDED-FILE-OK                         VALUE '00' '05'.
          05 PS-HIST-FILE-ST           PIC X(2).
             88 PS-HIST-FILE-OK                        VALUE '00' '05'.
          05 AWARD-FILE-ST             PIC X(2).
             88 AWARD-FILE-OK                          VALUE '00'.
          05 AWARD-HIST-FILE-ST        PIC X(2).
             88 AWARD-HIST-FILE-OK                     VALUE '00' '05'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 RFQ-IN-FILE-STATUS        PIC X(01)       VALUE SPACE.
             88 RFQ-IN-FILE-EOF                        VALUE 'Y'.
          05 QUOTE-IN-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 QUOTE-IN-FILE-EOF                      VALUE 'Y'.
          05 FX-RATE-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 FX-RATE-FILE-EOF                       VALUE 'Y'.
          05 SUPP-CURR-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 SUPP-CURR-FILE-EOF                     VALUE 'Y'.
          05 LANDED-FILE-STATUS        PIC X(01)       VALUE SPACE.
             88 LANDED-FILE-EOF                        VALUE 'Y'.
          05 PS-HIST-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 PS-HIST-FILE-EOF                       VALUE 'Y'.
          05 SW-RFQ-CLOSED             PIC X(01)       VALUE 'N'.
             88 RFQ-CLOSED                             VALUE 'Y'.
          05 SW-QUOTE-OK               PIC X(01)       VALUE 'N'.
             88 QUOTE-OK                               VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-RFQ-LINE-KTR           PIC 9(7)        VALUE 0.
          05 WS-RFQ-OPEN-KTR           PIC 9(7)        VALUE 0.
          05 WS-RFQ-CLOSED-KTR         PIC 9(7)        VALUE 0.
          05 WS-RFQ-AWARDED-KTR        PIC 9(7)        VALUE 0.
          05 WS-RFQ-NO-BID-KTR         PIC 9(7)        VALUE 0.
          05 WS-QUOTE-KTR              PIC 9(7)        VALUE 0.
          05 WS-QUOTE-ACCEPT-KTR       PIC 9(7)        VALUE 0.
          05 WS-QUOTE-REVISED-KTR      PIC 9(7)        VALUE 0.
          05 WS-QUOTE-REJECT-KTR       PIC 9(7)        VALUE 0.
          05 WS-QUOTE-CARRIED-KTR      PIC 9(7)        VALUE 0.
          05 WS-AWARD-KTR              PIC 9(7)        VALUE 0.
          05 WS-HIST-KTR               PIC 9(7)        VALUE 0.
          05 WS-AWARD-VALUE-USD        PIC 9(11)V99    VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

      * Scoring weights from the parameter library
       01 WS-WEIGHTS.
          05 WS-PRICE-WEIGHT           PIC 9(3)        VALUE 60.
          05 WS-LEAD-WEIGHT            PIC 9(3)        VALUE 25.
          05 WS-RATING-WEIGHT          PIC 9(3)        VALUE 15.

       01 WS-WORK-FIELDS.
          05 WS-RUN-DATE               PIC 9(8)        VALUE 0.
          05 WS-RUN-DATE-INT           PIC S9(7) COMP  VALUE 0.
          05 WS-NEED-BY-INT            PIC S9(7) COMP  VALUE 0.
          05 WS-DAYS-LEFT              PIC S9(5) COMP  VALUE 0.
          05 WS-PROMISE-INT            PIC S9(7) COMP  VALUE 0.
          05 WS-FINAL-INT              PIC S9(7) COMP  VALUE 0.
          05 WS-REJECT-REASON          PIC X(30)       VALUE SPACES.
          05 WS-FX-SUPPLIER            PIC X(5)        VALUE SPACES.
          05 WS-PO-CURRENCY            PIC X(3)        VALUE 'USD'.
          05 WS-QUOTE-CURRENCY         PIC X(3)        VALUE 'USD'.
          05 WS-FX-RATE                PIC 9(3)V9(6)   VALUE 1.
          05 WS-FX-FOUND-IND           PIC X(1)        VALUE 'N'.
             88 WS-FX-FOUND                            VALUE 'Y'.
          05 WS-RFQ-FOUND-IND          PIC X(1)        VALUE 'N'.
             88 WS-RFQ-FOUND                           VALUE 'Y'.
          05 WS-MATCH-SUB              PIC 9(4)        VALUE 0 COMP.
      * The RFQ in hand - its first and last table entries
          05 GRP-FIRST                 PIC 9(4)        VALUE 0 COMP.
          05 GRP-LAST                  PIC 9(4)        VALUE 0 COMP.
          05 GRP-SUB                   PIC 9(4)        VALUE 0 COMP.
          05 GRP-INVITED-KTR           PIC 9(3)        VALUE 0.
          05 GRP-BID-KTR               PIC 9(3)        VALUE 0.
          05 GRP-ON-TIME-KTR           PIC 9(3)        VALUE 0.
          05 GRP-LOW-SUB               PIC 9(4)        VALUE 0 COMP.
          05 GRP-WIN-SUB               PIC 9(4)        VALUE 0 COMP.
          05 GRP-BEST-SUB              PIC 9(4)        VALUE 0 COMP.
          05 GRP-RANK                  PIC 9(2)        VALUE 0.
          05 GRP-LOW-LANDED            PIC 9(7)V9(4)   VALUE 0.
          05 WS-USD-PRICE              PIC 9(7)V9(4)   VALUE 0.
          05 WS-PRICE-POINTS           PIC 9(3)V9(4)   VALUE 0.
          05 WS-LEAD-POINTS            PIC 9(3)V9(4)   VALUE 0.
          05 WS-RATING-POINTS          PIC 9(3)V9(4)   VALUE 0.
          05 WS-RATING-NUM             PIC 9(1)        VALUE 0.
          05 WS-CAND-PREF-RANK         PIC 9(2)        VALUE 0.
          05 WS-JUSTIFICATION          PIC X(40)       VALUE SPACES.
      * The three scheduled releases of an award
          05 WS-RELEASE-QTY            PIC 9(07)       VALUE 0.
          05 WS-LAST-RELEASE-QTY       PIC 9(07)       VALUE 0.
          05 WS-RELEASE-DATE-1         PIC 9(08)       VALUE 0.
          05 WS-RELEASE-DATE-2         PIC 9(08)       VALUE 0.
          05 WS-RELEASE-DATE-3         PIC 9(08)       VALUE 0.
          05 WS-PO-SUB                 PIC 9(1)        VALUE 0.
          05 WS-PO-NUMBER.
             10 WS-PO-STEM             PIC X(05).
             10 WS-PO-RELEASE          PIC 9(01).

      * PARMLKUP calling parameters - business-rule settings in
      * effect on the run date from the PARMLIB parameter library
       COPY PARMLKL.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(44)       VALUE
                '   RFQ BID TABULATION AND AWARD REPORT FOR  '.
          05 HDG-RUN-DATE-O            PIC 9(8).
          05 FILLER                    PIC X(6)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 WEIGHT-HDG.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(23)       VALUE
                'SCORING WEIGHTS: PRICE '.
          05 WGT-PRICE-O               PIC ZZ9.
          05 FILLER                    PIC X(07)       VALUE
                '  LEAD '.
          05 WGT-LEAD-O                PIC ZZ9.
          05 FILLER                    PIC X(09)       VALUE
                '  RATING '.
          05 WGT-RATING-O              PIC ZZ9.
          05 FILLER                    PIC X(59)       VALUE SPACES.

       01 QREJ-HDG.
          05 FILLER                    PIC X(28)       VALUE
                '*** QUOTES REJECTED ***'.
          05 FILLER                    PIC X(104)      VALUE SPACES.

       01 QREJ-HDG-2.
          05 FILLER                    PIC X(07)       VALUE
                'RFQ'.
          05 FILLER                    PIC X(07)       VALUE
                'SUPP'.
          05 FILLER                    PIC X(11)       VALUE
                'UNIT PRICE'.
          05 FILLER                    PIC X(05)       VALUE
                'CUR'.
          05 FILLER                    PIC X(06)       VALUE
                'LEAD'.
          05 FILLER                    PIC X(10)       VALUE
                'QUOTED'.
          05 FILLER                    PIC X(17)       VALUE
                'QUOTE REF'.
          05 FILLER                    PIC X(30)       VALUE
                'REASON'.
          05 FILLER                    PIC X(39)       VALUE SPACES.

       01 QREJ-LINE.
          05 QREJ-RFQ-O                PIC X(05).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 QREJ-SUPPLIER-O           PIC X(05).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 QREJ-PRICE-O              PIC X(09).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 QREJ-CURRENCY-O           PIC X(03).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 QREJ-LEAD-O               PIC X(03).
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 QREJ-DATE-O               PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 QREJ-REF-O                PIC X(15).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 QREJ-REASON-O             PIC X(30).
          05 FILLER                    PIC X(39)       VALUE SPACES.

       01 TAB-HDG.
          05 FILLER                    PIC X(40)       VALUE
                '*** BID TABULATION - RFQS CLOSED ***'.
          05 FILLER                    PIC X(92)       VALUE SPACES.

       01 RFQ-HDG-LINE.
          05 FILLER                    PIC X(04)       VALUE 'RFQ '.
          05 RH-RFQ-NUMBER-O           PIC X(05).
          05 FILLER                    PIC X(06)       VALUE ' PART '.
          05 RH-PART-NUMBER-O          PIC X(23).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 RH-PART-NAME-O            PIC X(14).
          05 FILLER                    PIC X(05)       VALUE ' QTY '.
          05 RH-QUANTITY-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 RH-UOM-O                  PIC X(03).
          05 FILLER                    PIC X(09)       VALUE
                ' NEED-BY '.
          05 RH-NEED-BY-O              PIC 9(08).
          05 FILLER                    PIC X(05)       VALUE ' DUE '.
          05 RH-DUE-O                  PIC 9(08).
          05 FILLER                    PIC X(07)       VALUE
                ' BUYER '.
          05 RH-BUYER-O                PIC X(03).
          05 FILLER                    PIC X(09)       VALUE
                ' INVITED '.
          05 RH-INVITED-O              PIC ZZ9.
          05 FILLER                    PIC X(08)       VALUE
                ' QUOTED '.
          05 RH-QUOTED-O               PIC ZZ9.

       01 BID-HDG.
          05 FILLER                    PIC X(06)       VALUE
                'RANK'.
          05 FILLER                    PIC X(07)       VALUE
                'SUPP'.
          05 FILLER                    PIC X(17)       VALUE
                'SUPPLIER NAME'.
          05 FILLER                    PIC X(13)       VALUE
                '  UNIT PRICE'.
          05 FILLER                    PIC X(05)       VALUE
                ' CUR'.
          05 FILLER                    PIC X(12)       VALUE
                '   FX RATE'.
          05 FILLER                    PIC X(15)       VALUE
                '   LANDED USD'.
          05 FILLER                    PIC X(08)       VALUE
                'UPLIFT%'.
          05 FILLER                    PIC X(06)       VALUE
                'LEAD'.
          05 FILLER                    PIC X(10)       VALUE
                'DELIVERY'.
          05 FILLER                    PIC X(06)       VALUE
                'ONTM'.
          05 FILLER                    PIC X(05)       VALUE
                'RTG'.
          05 FILLER                    PIC X(08)       VALUE
                ' SCORE'.
          05 FILLER                    PIC X(14)       VALUE
                'REMARK'.

       01 BID-LINE.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 BID-RANK-O                PIC Z9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 BID-SUPPLIER-O            PIC X(05).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 BID-NAME-O                PIC X(15).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 BID-PRICE-O               PIC Z,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 BID-CURRENCY-O            PIC X(03).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 BID-FX-RATE-O             PIC ZZ9.999999.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 BID-LANDED-O              PIC Z,ZZZ,ZZ9.9999.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 BID-UPLIFT-O              PIC ZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 BID-LEAD-O                PIC ZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 BID-PROMISE-O             PIC X(08).
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 BID-ON-TIME-O             PIC X(01).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 BID-RATING-O              PIC X(02).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 BID-SCORE-O               PIC ZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 BID-REMARK-O              PIC X(14).

       01 AWARD-LINE.
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 AWD-TEXT-O                PIC X(07)       VALUE
                'AWARD: '.
          05 AWD-SUPPLIER-O            PIC X(05).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 AWD-NAME-O                PIC X(15).
          05 FILLER                    PIC X(06)       VALUE
                '  POS '.
          05 AWD-PO-FIRST-O            PIC X(06).
          05 FILLER                    PIC X(01)       VALUE '-'.
          05 AWD-PO-LAST-O             PIC X(06).
          05 FILLER                    PIC X(09)       VALUE
                '  SCORE '.
          05 AWD-SCORE-O               PIC ZZ9.99.
          05 FILLER                    PIC X(17)       VALUE
                '  JUSTIFICATION: '.
          05 AWD-JUSTIFICATION-O       PIC X(40).
          05 FILLER                    PIC X(09)       VALUE SPACES.

       01 NO-AWARD-LINE.
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 FILLER                    PIC X(40)       VALUE
                'NO AWARD - NO VALID QUOTE RECEIVED'.
          05 FILLER                    PIC X(88)       VALUE SPACES.

       01 NO-HIST-LINE.
          05 FILLER                    PIC X(11)       VALUE SPACES.
          05 NHL-TEXT-O                PIC X(60).
          05 FILLER                    PIC X(61)       VALUE SPACES.

       01 NONE-LINE.
          05 FILLER                    PIC X(40)       VALUE
                'NONE'.
          05 FILLER                    PIC X(92)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'RFQ lines read / still open      :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-RFQ-LINE-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-RFQ-OPEN-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'RFQs closed / awarded / no bid   :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-RFQ-CLOSED-O        PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-RFQ-AWARDED-O       PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-RFQ-NO-BID-O        PIC ZZZZZZ9.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Quotes read / accepted / revised :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-QUOTE-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-QUOTE-ACCEPT-O      PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-QUOTE-REVISED-O     PIC ZZZZZZ9.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Quotes rejected / carried forward:'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-QUOTE-REJECT-O      PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-QUOTE-CARRIED-O     PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Award records / landed USD value :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-AWARD-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-AWARD-VALUE-O       PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(65)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 200-WRITE-QUOTE-REJECTS.
           PERFORM 250-TABULATE-RFQS.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'RFQAWARD' TO AUD-PROGRAM-ID.
           MOVE WS-QUOTE-KTR TO AUD-RECORDS-READ.
           MOVE WS-AWARD-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-QUOTE-REJECT-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-RFQ-CLOSED-KTR TO AUD-CONTROL-TOTAL.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE WS-RUN-DATE TO HDG-RUN-DATE-O.
           PERFORM 040-LOOKUP-WEIGHTS.
           PERFORM 050-LOAD-RFQ-LINES.
           PERFORM 060-LOAD-FX-RATES.
           PERFORM 065-LOAD-SUPP-CURRENCIES.
           PERFORM 070-LOAD-LANDED-COSTS.
           PERFORM 090-SCAN-PARTSUPP-HISTORY.
           PERFORM 510-PAGE-CHANGE-RTN.
       040-LOOKUP-WEIGHTS.
      ************************************************************
      * Scoring weights from the parameter library               *
      ************************************************************
      D    DISPLAY '040-LOOKUP-WEIGHTS'.
           MOVE 'RFQAWARD' TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.
           MOVE 'RFQ-PRICE-WGHT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           EVALUATE TRUE
              WHEN PLIB-FOUND AND PLIB-IS-NUMERIC
                 MOVE PLIB-NUM-VALUE TO WS-PRICE-WEIGHT
              WHEN PLIB-NOT-FOUND
                 DISPLAY 'RFQ-PRICE-WGHT NOT SET - DEFAULTS TO 60'
              WHEN OTHER
                 DISPLAY 'RFQ-PRICE-WGHT PROBLEM: PARMLIB STATUS '
                         PLIB-STATUS ' VALUE ' PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           MOVE 'RFQ-LEAD-WGHT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           EVALUATE TRUE
              WHEN PLIB-FOUND AND PLIB-IS-NUMERIC
                 MOVE PLIB-NUM-VALUE TO WS-LEAD-WEIGHT
              WHEN PLIB-NOT-FOUND
                 DISPLAY 'RFQ-LEAD-WGHT NOT SET - DEFAULTS TO 25'
              WHEN OTHER
                 DISPLAY 'RFQ-LEAD-WGHT PROBLEM: PARMLIB STATUS '
                         PLIB-STATUS ' VALUE ' PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           MOVE 'RFQ-RATING-WGHT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           EVALUATE TRUE
              WHEN PLIB-FOUND AND PLIB-IS-NUMERIC
                 MOVE PLIB-NUM-VALUE TO WS-RATING-WEIGHT
              WHEN PLIB-NOT-FOUND
                 DISPLAY 'RFQ-RATING-WGHT NOT SET - DEFAULTS TO 15'
              WHEN OTHER
                 DISPLAY 'RFQ-RATING-WGHT PROBLEM: PARMLIB STATUS '
                         PLIB-STATUS ' VALUE ' PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           MOVE WS-PRICE-WEIGHT TO WGT-PRICE-O.
           MOVE WS-LEAD-WEIGHT TO WGT-LEAD-O.
           MOVE WS-RATING-WEIGHT TO WGT-RATING-O.
       050-LOAD-RFQ-LINES.
      ************************************************************
      * Load the open RFQs. Every one must be held - an RFQ left *
      * out would be dropped from RFQOPENO - so a full table     *
      * stops the run                                            *
      ************************************************************
      D    DISPLAY '050-LOAD-RFQ-LINES'.
           PERFORM UNTIL RFQ-IN-FILE-EOF
                   READ RFQ-IN-FILE INTO RFQ-REC
                   AT END
                      MOVE 'Y' TO RFQ-IN-FILE-STATUS
                   NOT AT END
                      PERFORM 055-STORE-RFQ-LINE
                   END-READ
           END-PERFORM.
      D    DISPLAY 'RFQ LINE TABLE: ' LN-MAX ' ENTRIES'.
       055-STORE-RFQ-LINE.
      ************************************************************
      * One RFQ record into the table                            *
      ************************************************************
           IF LN-MAX = LN-MAX-LIMIT
              THEN
              DISPLAY 'RFQ LINE TABLE FULL AT ' LN-MAX-LIMIT
                      ' ENTRIES - RUN STOPPED, NOTHING AWARDED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO LN-MAX.
           ADD 1 TO WS-RFQ-LINE-KTR.
           MOVE RFQ-REC TO LN-RFQ-IMAGE(LN-MAX).
           MOVE RQ-RFQ-NUMBER TO LN-RFQ-NUMBER(LN-MAX).
           MOVE RQ-SUPPLIER-CODE TO LN-SUPPLIER-CODE(LN-MAX).
           MOVE RQ-PART-NUMBER TO LN-PART-NUMBER(LN-MAX).
           MOVE 'N' TO LN-QUOTE-IND(LN-MAX).
           MOVE SPACES TO LN-QUOTE-IMAGE(LN-MAX).
           MOVE 0 TO LN-UNIT-PRICE(LN-MAX).
           MOVE SPACES TO LN-CURRENCY-CODE(LN-MAX).
           MOVE 0 TO LN-FX-RATE(LN-MAX).
           MOVE 0 TO LN-LEAD-DAYS(LN-MAX).
           MOVE 0 TO LN-UPLIFT-PCT(LN-MAX).
           MOVE 0 TO LN-LANDED-USD(LN-MAX).
           MOVE 0 TO LN-PROMISE-DATE(LN-MAX).
           MOVE 'N' TO LN-ON-TIME-IND(LN-MAX).
           MOVE '2' TO LN-RATING(LN-MAX).
           MOVE 'N' TO LN-RATING-IND(LN-MAX).
           MOVE 0 TO LN-SCORE(LN-MAX).
           MOVE 0 TO LN-RANK(LN-MAX).
           MOVE 'N' TO LN-HIST-PART-IND(LN-MAX).
           MOVE SPACES TO LN-HIST-PARTS(LN-MAX).
           MOVE 'N' TO LN-HIST-SUPP-IND(LN-MAX).
           MOVE SPACES TO LN-HIST-SUPPLIERS(LN-MAX).
           MOVE SPACES TO LN-HIST-ADDRESS(LN-MAX).
       060-LOAD-FX-RATES.
      ************************************************************
      * Load the daily exchange rates from FXRATES. USD itself    *
      * never needs a record - the default rate is 1.             *
      ************************************************************
      D    DISPLAY '060-LOAD-FX-RATES'.
           PERFORM UNTIL FX-RATE-FILE-EOF OR
              FX-TABLE-MAX = FX-TABLE-MAX-LIMIT
                   READ FX-RATE-FILE
                   AT END
                      MOVE 'Y' TO FX-RATE-FILE-STATUS
                   NOT AT END
                      ADD 1 TO FX-TABLE-MAX
                      MOVE FX-CURRENCY-CODE TO
                         FX-TBL-CURRENCY(FX-TABLE-MAX)
                      MOVE FX-RATE-TO-USD TO
                         FX-TBL-RATE(FX-TABLE-MAX)
                   END-READ
           END-PERFORM.
      D    DISPLAY 'FX-RATE TABLE: ' FX-TABLE-MAX ' ENTRIES'.
       065-LOAD-SUPP-CURRENCIES.
      ************************************************************
      * Load the supplier-to-currency mapping from SUPCURR.       *
      * Suppliers not listed are paid in USD.                     *
      ************************************************************
      D    DISPLAY '065-LOAD-SUPP-CURRENCIES'.
           PERFORM UNTIL SUPP-CURR-FILE-EOF OR
              SC-TABLE-MAX = SC-TABLE-MAX-LIMIT
                   READ SUPP-CURR-FILE
                   AT END
                      MOVE 'Y' TO SUPP-CURR-FILE-STATUS
                   NOT AT END
                      ADD 1 TO SC-TABLE-MAX
                      MOVE SC-SUPPLIER-CODE TO
                         SC-TBL-SUPPLIER-CODE(SC-TABLE-MAX)
                      MOVE SC-CURRENCY-CODE TO
                         SC-TBL-CURRENCY(SC-TABLE-MAX)
                   END-READ
           END-PERFORM.
      D    DISPLAY 'SUPP-CURR TABLE: ' SC-TABLE-MAX ' ENTRIES'.
       070-LOAD-LANDED-COSTS.
      ************************************************************
      * Invoice and landed value of each supplier's PO lines on   *
      * the landed-cost file - the supplier's uplift for freight, *
      * duty and brokerage over the price it invoices             *
      ************************************************************
      D    DISPLAY '070-LOAD-LANDED-COSTS'.
           PERFORM UNTIL LANDED-FILE-EOF
                   READ LANDED-FILE
                   AT END
                      MOVE 'Y' TO LANDED-FILE-STATUS
                   NOT AT END
                      PERFORM 075-ADD-LANDED-LINE
                   END-READ
           END-PERFORM.
      D    DISPLAY 'LANDED UPLIFT TABLE: ' LU-TABLE-MAX ' SUPPLIERS'.
       075-ADD-LANDED-LINE.
      ************************************************************
      * One landed-cost PO line into its supplier's totals       *
      ************************************************************
           PERFORM VARYING LU-TABLE-SUB FROM 1 BY 1
              UNTIL LU-TABLE-SUB > LU-TABLE-MAX
                   IF LU-TBL-SUPPLIER-CODE(LU-TABLE-SUB) =
                      LC-SUPPLIER-CODE
                      THEN
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF LU-TABLE-SUB > LU-TABLE-MAX
              THEN
              IF LU-TABLE-MAX = LU-TABLE-MAX-LIMIT
                 THEN
                 DISPLAY 'WARNING: LANDED UPLIFT TABLE FULL - '
                         'SUPPLIER ' LC-SUPPLIER-CODE ' NOT USED'
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO LU-TABLE-MAX
              MOVE LU-TABLE-MAX TO LU-TABLE-SUB
              MOVE LC-SUPPLIER-CODE
                 TO LU-TBL-SUPPLIER-CODE(LU-TABLE-SUB)
              MOVE 0 TO LU-TBL-PRICE-VALUE(LU-TABLE-SUB)
              MOVE 0 TO LU-TBL-LANDED-VALUE(LU-TABLE-SUB)
           END-IF.
           COMPUTE LU-TBL-PRICE-VALUE(LU-TABLE-SUB) =
              LU-TBL-PRICE-VALUE(LU-TABLE-SUB) +
              (LC-QUANTITY * LC-UNIT-PRICE-USD).
           COMPUTE LU-TBL-LANDED-VALUE(LU-TABLE-SUB) =
              LU-TBL-LANDED-VALUE(LU-TABLE-SUB) +
              (LC-QUANTITY * LC-LANDED-UNIT-COST).
       080-LOAD-QUOTES.
      ************************************************************
      * Edit each quote and attach it to its RFQ line            *
      ************************************************************
      D    DISPLAY '080-LOAD-QUOTES'.
           PERFORM UNTIL QUOTE-IN-FILE-EOF
                   READ QUOTE-IN-FILE INTO QUOTE-REC
                   AT END
                      MOVE 'Y' TO QUOTE-IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-QUOTE-KTR
                      PERFORM 085-EDIT-QUOTE
                      IF QUOTE-OK
                         THEN
                         PERFORM 087-STORE-QUOTE
                      ELSE
                         PERFORM 210-WRITE-QUOTE-REJECT
                      END-IF
                   END-READ
           END-PERFORM.
       085-EDIT-QUOTE.
      ************************************************************
      * Quote edits - the RFQ line, the fields, the due date and *
      * the currency                                             *
      ************************************************************
      D    DISPLAY '085-EDIT-QUOTE'.
           MOVE 'N' TO SW-QUOTE-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-MATCH-SUB.
           MOVE 'N' TO WS-RFQ-FOUND-IND.
           PERFORM VARYING LN-SUB FROM 1 BY 1
              UNTIL LN-SUB > LN-MAX
                   IF LN-RFQ-NUMBER(LN-SUB) = QT-RFQ-NUMBER
                      THEN
                      MOVE 'Y' TO WS-RFQ-FOUND-IND
                      IF LN-SUPPLIER-CODE(LN-SUB) = QT-SUPPLIER-CODE
                         THEN
                         MOVE LN-SUB TO WS-MATCH-SUB
                         EXIT PERFORM
                      END-IF
                   END-IF
           END-PERFORM.
           IF NOT WS-RFQ-FOUND
              THEN
              MOVE 'RFQ NOT OPEN' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-MATCH-SUB = 0
              THEN
              MOVE 'SUPPLIER NOT INVITED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF QT-UNIT-PRICE NOT NUMERIC
              OR QT-UNIT-PRICE-N = ZERO
              THEN
              MOVE 'INVALID UNIT PRICE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF QT-LEAD-DAYS NOT NUMERIC
              THEN
              MOVE 'INVALID LEAD TIME' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF QT-QUOTE-DATE NOT NUMERIC
              THEN
              MOVE 'INVALID QUOTE DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(QT-QUOTE-DATE-N)
              NOT EQUAL TO ZERO
              THEN
              MOVE 'INVALID QUOTE DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE LN-RFQ-IMAGE(WS-MATCH-SUB) TO RFQ-REC.
           IF QT-QUOTE-DATE-N > RQ-QUOTE-DUE-DATE
              THEN
              MOVE 'QUOTED AFTER DUE DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE QT-CURRENCY-CODE TO WS-QUOTE-CURRENCY.
           IF WS-QUOTE-CURRENCY = SPACES
              THEN
              MOVE 'USD' TO WS-QUOTE-CURRENCY
           END-IF.
           MOVE QT-SUPPLIER-CODE TO WS-FX-SUPPLIER.
           PERFORM 095-GET-SUPPLIER-RATE.
           IF WS-QUOTE-CURRENCY NOT = WS-PO-CURRENCY
              THEN
              MOVE 'NOT SUPPLIER PO CURRENCY' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF NOT WS-FX-FOUND
              THEN
              MOVE 'NO FXRATES RATE FOR CURRENCY' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SW-QUOTE-OK.
       087-STORE-QUOTE.
      ************************************************************
      * Accepted quote onto its RFQ line - a later quote from    *
      * the supplier replaces the earlier one                    *
      ************************************************************
      D    DISPLAY '087-STORE-QUOTE'.
           IF LN-QUOTED(WS-MATCH-SUB)
              THEN
              ADD 1 TO WS-QUOTE-REVISED-KTR
           ELSE
              ADD 1 TO WS-QUOTE-ACCEPT-KTR
           END-IF.
           MOVE 'Y' TO LN-QUOTE-IND(WS-MATCH-SUB).
           MOVE QUOTE-REC TO LN-QUOTE-IMAGE(WS-MATCH-SUB).
           MOVE QT-UNIT-PRICE-N TO LN-UNIT-PRICE(WS-MATCH-SUB).
           MOVE WS-QUOTE-CURRENCY TO LN-CURRENCY-CODE(WS-MATCH-SUB).
           MOVE WS-FX-RATE TO LN-FX-RATE(WS-MATCH-SUB).
           MOVE QT-LEAD-DAYS-N TO LN-LEAD-DAYS(WS-MATCH-SUB).
       090-SCAN-PARTSUPP-HISTORY.
      ************************************************************
      * Latest PARTSUPP history for each RFQ line's part and     *
      * supplier - the record read last wins                     *
      ************************************************************
      D    DISPLAY '090-SCAN-PARTSUPP-HISTORY'.
           PERFORM UNTIL PS-HIST-FILE-EOF
                   READ PS-HIST-FILE
                   AT END
                      MOVE 'Y' TO PS-HIST-FILE-STATUS
                   NOT AT END
                      PERFORM 092-MATCH-HISTORY
                   END-READ
           END-PERFORM.
       092-MATCH-HISTORY.
      ************************************************************
      * One history record against every RFQ line                *
      ************************************************************
           PERFORM VARYING LN-SUB FROM 1 BY 1
              UNTIL LN-SUB > LN-MAX
                   IF PH-PART-NUMBER = LN-PART-NUMBER(LN-SUB)
                      THEN
                      MOVE 'Y' TO LN-HIST-PART-IND(LN-SUB)
                      MOVE PH-PARTS TO LN-HIST-PARTS(LN-SUB)
                   END-IF
                   IF PH-SUPPLIER-CODE(1:5) = LN-SUPPLIER-CODE(LN-SUB)
                      THEN
                      MOVE 'Y' TO LN-HIST-SUPP-IND(LN-SUB)
                      MOVE PH-SUPPLIERS TO LN-HIST-SUPPLIERS(LN-SUB)
                      MOVE PH-ADDRESS-STRUCTURE
                         TO LN-HIST-ADDRESS(LN-SUB)
                      IF PH-VALID-RATING
                         THEN
                         MOVE PH-SUPPLIER-RATING TO LN-RATING(LN-SUB)
                         MOVE 'Y' TO LN-RATING-IND(LN-SUB)
                      END-IF
                   END-IF
           END-PERFORM.
       095-GET-SUPPLIER-RATE.
      ************************************************************
      * Resolve the PO currency of the supplier in WS-FX-SUPPLIER *
      * from SUPCURR (USD when not listed) and the USD rate of    *
      * the quote currency from FXRATES                          *
      ************************************************************
      D    DISPLAY '095-GET-SUPPLIER-RATE'.
           MOVE 'USD' TO WS-PO-CURRENCY.
           MOVE 1 TO WS-FX-RATE.
           MOVE 'N' TO WS-FX-FOUND-IND.

           PERFORM VARYING SC-TABLE-SUB FROM 1 BY 1
              UNTIL SC-TABLE-SUB > SC-TABLE-MAX
                   IF SC-TBL-SUPPLIER-CODE(SC-TABLE-SUB) EQUAL TO
                      WS-FX-SUPPLIER
                      THEN
                      MOVE SC-TBL-CURRENCY(SC-TABLE-SUB)
                         TO WS-PO-CURRENCY
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF WS-QUOTE-CURRENCY = 'USD'
              THEN
              MOVE 'Y' TO WS-FX-FOUND-IND
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING FX-TABLE-SUB FROM 1 BY 1
              UNTIL FX-TABLE-SUB > FX-TABLE-MAX
                   IF FX-TBL-CURRENCY(FX-TABLE-SUB) EQUAL TO
                      WS-QUOTE-CURRENCY
                      THEN
                      MOVE FX-TBL-RATE(FX-TABLE-SUB) TO WS-FX-RATE
                      MOVE 'Y' TO WS-FX-FOUND-IND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       200-WRITE-QUOTE-REJECTS.
      ************************************************************
      * Read the quotes; the rejected ones are listed here       *
      ************************************************************
      D    DISPLAY '200-WRITE-QUOTE-REJECTS'.
           WRITE OUTPUT-LINE FROM QREJ-HDG
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM QREJ-HDG-2
              AFTER ADVANCING 1.
           ADD 3 TO CTR-LINES.
           PERFORM 080-LOAD-QUOTES.
           IF WS-QUOTE-REJECT-KTR = 0
              THEN
              WRITE OUTPUT-LINE FROM NONE-LINE
                 AFTER ADVANCING 1
              ADD 1 TO CTR-LINES
           END-IF.
       210-WRITE-QUOTE-REJECT.
      ************************************************************
      * One rejected quote                                       *
      ************************************************************
           ADD 1 TO WS-QUOTE-REJECT-KTR.
           MOVE QT-RFQ-NUMBER TO QREJ-RFQ-O.
           MOVE QT-SUPPLIER-CODE TO QREJ-SUPPLIER-O.
           MOVE QT-UNIT-PRICE TO QREJ-PRICE-O.
           MOVE QT-CURRENCY-CODE TO QREJ-CURRENCY-O.
           MOVE QT-LEAD-DAYS TO QREJ-LEAD-O.
           MOVE QT-QUOTE-DATE TO QREJ-DATE-O.
           MOVE QT-QUOTE-REF TO QREJ-REF-O.
           MOVE WS-REJECT-REASON TO QREJ-REASON-O.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM QREJ-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       250-TABULATE-RFQS.
      ************************************************************
      * Each RFQ in turn - the table holds its lines together    *
      ************************************************************
      D    DISPLAY '250-TABULATE-RFQS'.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX - 4
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM TAB-HDG
              AFTER ADVANCING 3.
           ADD 3 TO CTR-LINES.
           MOVE 1 TO GRP-FIRST.
           PERFORM 260-ONE-RFQ
              UNTIL GRP-FIRST > LN-MAX.
           IF WS-RFQ-CLOSED-KTR = 0
              THEN
              WRITE OUTPUT-LINE FROM NONE-LINE
                 AFTER ADVANCING 1
              ADD 1 TO CTR-LINES
           END-IF.
       260-ONE-RFQ.
      ************************************************************
      * Find the RFQ's last line; close and award it, or carry   *
      * it forward                                               *
      ************************************************************
      D    DISPLAY '260-ONE-RFQ'.
           MOVE GRP-FIRST TO GRP-LAST.
           PERFORM UNTIL GRP-LAST = LN-MAX
              OR LN-RFQ-NUMBER(GRP-LAST + 1) NOT =
                 LN-RFQ-NUMBER(GRP-FIRST)
                   ADD 1 TO GRP-LAST
           END-PERFORM.
           MOVE LN-RFQ-IMAGE(GRP-FIRST) TO RFQ-REC.

           COMPUTE GRP-INVITED-KTR = GRP-LAST - GRP-FIRST + 1.
           MOVE 0 TO GRP-BID-KTR.
           PERFORM VARYING GRP-SUB FROM GRP-FIRST BY 1
              UNTIL GRP-SUB > GRP-LAST
                   IF LN-QUOTED(GRP-SUB)
                      THEN
                      ADD 1 TO GRP-BID-KTR
                   END-IF
           END-PERFORM.

           IF RQ-QUOTE-DUE-DATE < WS-RUN-DATE
              OR GRP-BID-KTR = GRP-INVITED-KTR
              THEN
              MOVE 'Y' TO SW-RFQ-CLOSED
           ELSE
              MOVE 'N' TO SW-RFQ-CLOSED
           END-IF.

           IF RFQ-CLOSED
              THEN
              ADD 1 TO WS-RFQ-CLOSED-KTR
              PERFORM 270-SCORE-BIDS
              PERFORM 280-RANK-BIDS
              PERFORM 400-WRITE-TABULATION
              IF GRP-BID-KTR > 0
                 THEN
                 ADD 1 TO WS-RFQ-AWARDED-KTR
                 PERFORM 290-JUSTIFY-AWARD
                 PERFORM 450-WRITE-AWARD-RECORD
              ELSE
                 ADD 1 TO WS-RFQ-NO-BID-KTR
                 MOVE 0 TO GRP-WIN-SUB
              END-IF
              PERFORM 420-WRITE-AWARD-LINES
              PERFORM 470-WRITE-AWARD-HISTORY
           ELSE
              PERFORM 265-CARRY-OPEN-RFQ
           END-IF.

           COMPUTE GRP-FIRST = GRP-LAST + 1.
       265-CARRY-OPEN-RFQ.
      ************************************************************
      * RFQ still open - its lines and quotes so far go forward  *
      ************************************************************
      D    DISPLAY '265-CARRY-OPEN-RFQ'.
           PERFORM VARYING GRP-SUB FROM GRP-FIRST BY 1
              UNTIL GRP-SUB > GRP-LAST
                   WRITE RFQ-OUT-REC FROM LN-RFQ-IMAGE(GRP-SUB)
                   ADD 1 TO WS-RFQ-OPEN-KTR
                   IF LN-QUOTED(GRP-SUB)
                      THEN
                      WRITE QUOTE-OUT-REC
                         FROM LN-QUOTE-IMAGE(GRP-SUB)
                      ADD 1 TO WS-QUOTE-CARRIED-KTR
                   END-IF
           END-PERFORM.
       270-SCORE-BIDS.
      ************************************************************
      * Landed USD price and delivery of each bid, then its      *
      * score against the lowest landed price                    *
      ************************************************************
      D    DISPLAY '270-SCORE-BIDS'.
           COMPUTE WS-NEED-BY-INT =
              FUNCTION INTEGER-OF-DATE(RQ-NEED-BY-DATE).
           COMPUTE WS-DAYS-LEFT = WS-NEED-BY-INT - WS-RUN-DATE-INT.
           MOVE 0 TO GRP-LOW-SUB.
           MOVE 0 TO GRP-ON-TIME-KTR.

           PERFORM VARYING GRP-SUB FROM GRP-FIRST BY 1
              UNTIL GRP-SUB > GRP-LAST
                   IF LN-QUOTED(GRP-SUB)
                      THEN
                      PERFORM 272-PRICE-ONE-BID
                   END-IF
           END-PERFORM.

           PERFORM VARYING GRP-SUB FROM GRP-FIRST BY 1
              UNTIL GRP-SUB > GRP-LAST
                   IF LN-QUOTED(GRP-SUB)
                      THEN
                      PERFORM 275-SCORE-ONE-BID
                   END-IF
           END-PERFORM.
       272-PRICE-ONE-BID.
      ************************************************************
      * Quote price to USD at the FXRATES rate, plus the         *
      * supplier's landed-cost uplift; the delivery date is the  *
      * quoted lead time from today                              *
      ************************************************************
           COMPUTE WS-USD-PRICE ROUNDED =
              LN-UNIT-PRICE(GRP-SUB) * LN-FX-RATE(GRP-SUB).

           MOVE 0 TO LN-UPLIFT-PCT(GRP-SUB).
           PERFORM VARYING LU-TABLE-SUB FROM 1 BY 1
              UNTIL LU-TABLE-SUB > LU-TABLE-MAX
                   IF LU-TBL-SUPPLIER-CODE(LU-TABLE-SUB) =
                      LN-SUPPLIER-CODE(GRP-SUB)
                      AND LU-TBL-PRICE-VALUE(LU-TABLE-SUB) > 0
                      AND LU-TBL-LANDED-VALUE(LU-TABLE-SUB) >
                          LU-TBL-PRICE-VALUE(LU-TABLE-SUB)
                      THEN
                      COMPUTE LN-UPLIFT-PCT(GRP-SUB) ROUNDED =
                         ((LU-TBL-LANDED-VALUE(LU-TABLE-SUB) /
                           LU-TBL-PRICE-VALUE(LU-TABLE-SUB)) - 1)
                         * 100
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           COMPUTE LN-LANDED-USD(GRP-SUB) ROUNDED =
              WS-USD-PRICE +
              (WS-USD-PRICE * LN-UPLIFT-PCT(GRP-SUB) / 100).

           COMPUTE WS-PROMISE-INT =
              WS-RUN-DATE-INT + LN-LEAD-DAYS(GRP-SUB).
           COMPUTE LN-PROMISE-DATE(GRP-SUB) =
              FUNCTION DATE-OF-INTEGER(WS-PROMISE-INT).
           IF WS-PROMISE-INT NOT > WS-NEED-BY-INT
              THEN
              MOVE 'Y' TO LN-ON-TIME-IND(GRP-SUB)
              ADD 1 TO GRP-ON-TIME-KTR
           ELSE
              MOVE 'N' TO LN-ON-TIME-IND(GRP-SUB)
           END-IF.

           IF GRP-LOW-SUB = 0
              OR LN-LANDED-USD(GRP-SUB) < GRP-LOW-LANDED
              THEN
              MOVE GRP-SUB TO GRP-LOW-SUB
              MOVE LN-LANDED-USD(GRP-SUB) TO GRP-LOW-LANDED
           END-IF.
       275-SCORE-ONE-BID.
      ************************************************************
      * Price, lead-time and rating points for one bid           *
      ************************************************************
           IF LN-LANDED-USD(GRP-SUB) > 0
              THEN
              COMPUTE WS-PRICE-POINTS ROUNDED =
                 WS-PRICE-WEIGHT * GRP-LOW-LANDED /
                 LN-LANDED-USD(GRP-SUB)
           ELSE
              MOVE WS-PRICE-WEIGHT TO WS-PRICE-POINTS
           END-IF.

           EVALUATE TRUE
              WHEN LN-ON-TIME(GRP-SUB)
                 MOVE WS-LEAD-WEIGHT TO WS-LEAD-POINTS
              WHEN WS-DAYS-LEFT NOT > 0
                 MOVE 0 TO WS-LEAD-POINTS
              WHEN OTHER
                 COMPUTE WS-LEAD-POINTS ROUNDED =
                    WS-LEAD-WEIGHT * WS-DAYS-LEFT /
                    LN-LEAD-DAYS(GRP-SUB)
           END-EVALUATE.

           MOVE LN-RATING(GRP-SUB) TO WS-RATING-NUM.
           COMPUTE WS-RATING-POINTS ROUNDED =
              WS-RATING-WEIGHT * WS-RATING-NUM / 3.

           COMPUTE LN-SCORE(GRP-SUB) ROUNDED =
              WS-PRICE-POINTS + WS-LEAD-POINTS + WS-RATING-POINTS.
       280-RANK-BIDS.
      ************************************************************
      * Rank the bids - best score first; ties to the lower      *
      * landed price, the earlier delivery, the preferred rank   *
      ************************************************************
      D    DISPLAY '280-RANK-BIDS'.
           MOVE 0 TO GRP-RANK.
           MOVE 0 TO GRP-WIN-SUB.
           PERFORM 282-NEXT-RANK GRP-BID-KTR TIMES.
       282-NEXT-RANK.
      ************************************************************
      * Best bid not yet ranked                                  *
      ************************************************************
           MOVE 0 TO GRP-BEST-SUB.
           PERFORM VARYING GRP-SUB FROM GRP-FIRST BY 1
              UNTIL GRP-SUB > GRP-LAST
                   IF LN-QUOTED(GRP-SUB)
                      AND LN-RANK(GRP-SUB) = 0
                      THEN
                      PERFORM 284-COMPARE-BID
                   END-IF
           END-PERFORM.
           ADD 1 TO GRP-RANK.
           MOVE GRP-RANK TO LN-RANK(GRP-BEST-SUB).
           IF GRP-RANK = 1
              THEN
              MOVE GRP-BEST-SUB TO GRP-WIN-SUB
           END-IF.
       284-COMPARE-BID.
      ************************************************************
      * Is the bid at GRP-SUB better than the best so far        *
      ************************************************************
           IF GRP-BEST-SUB = 0
              THEN
              MOVE GRP-SUB TO GRP-BEST-SUB
              EXIT PARAGRAPH
           END-IF.
           MOVE LN-RFQ-IMAGE(GRP-SUB) TO RFQ-REC.
           MOVE RQ-PREFERRED-RANK TO WS-CAND-PREF-RANK.
           MOVE LN-RFQ-IMAGE(GRP-BEST-SUB) TO RFQ-REC.
           EVALUATE TRUE
              WHEN LN-SCORE(GRP-SUB) > LN-SCORE(GRP-BEST-SUB)
                 MOVE GRP-SUB TO GRP-BEST-SUB
              WHEN LN-SCORE(GRP-SUB) < LN-SCORE(GRP-BEST-SUB)
                 CONTINUE
              WHEN LN-LANDED-USD(GRP-SUB) <
                   LN-LANDED-USD(GRP-BEST-SUB)
                 MOVE GRP-SUB TO GRP-BEST-SUB
              WHEN LN-LANDED-USD(GRP-SUB) >
                   LN-LANDED-USD(GRP-BEST-SUB)
                 CONTINUE
              WHEN LN-PROMISE-DATE(GRP-SUB) <
                   LN-PROMISE-DATE(GRP-BEST-SUB)
                 MOVE GRP-SUB TO GRP-BEST-SUB
              WHEN LN-PROMISE-DATE(GRP-SUB) >
                   LN-PROMISE-DATE(GRP-BEST-SUB)
                 CONTINUE
              WHEN WS-CAND-PREF-RANK < RQ-PREFERRED-RANK
                 MOVE GRP-SUB TO GRP-BEST-SUB
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE LN-RFQ-IMAGE(GRP-FIRST) TO RFQ-REC.
       290-JUSTIFY-AWARD.
      ************************************************************
      * Why the winning bid won                                  *
      ************************************************************
      D    DISPLAY '290-JUSTIFY-AWARD'.
           EVALUATE TRUE
              WHEN GRP-BID-KTR = 1
                 MOVE 'SOLE VALID BID RECEIVED'
                    TO WS-JUSTIFICATION
              WHEN GRP-WIN-SUB = GRP-LOW-SUB
                   AND LN-ON-TIME(GRP-WIN-SUB)
                 MOVE 'LOWEST LANDED PRICE, MEETS NEED-BY'
                    TO WS-JUSTIFICATION
              WHEN GRP-ON-TIME-KTR = 0
                 MOVE 'NO BID MEETS NEED-BY - BEST SCORE'
                    TO WS-JUSTIFICATION
              WHEN NOT LN-ON-TIME(GRP-WIN-SUB)
                 MOVE 'BEST SCORE DESPITE LATER DELIVERY'
                    TO WS-JUSTIFICATION
              WHEN NOT LN-ON-TIME(GRP-LOW-SUB)
                 MOVE 'LOWER BID MISSES NEED-BY DATE'
                    TO WS-JUSTIFICATION
              WHEN OTHER
                 MOVE 'SUPPLIER RATING OUTWEIGHS PRICE'
                    TO WS-JUSTIFICATION
           END-EVALUATE.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT RFQ-IN-FILE.
           IF NOT RFQ-IN-FILE-OK
              DISPLAY 'RFQOPEN OPEN PROBLEM, RC=' RFQ-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT QUOTE-IN-FILE.
           IF NOT QUOTE-IN-FILE-OK
              DISPLAY 'RFQQUOTE OPEN PROBLEM, RC=' QUOTE-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT FX-RATE-FILE.
           IF NOT FX-RATE-FILE-OK
              DISPLAY 'FXRATES OPEN PROBLEM, RC=' FX-RATE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SUPP-CURR-FILE.
           IF NOT SUPP-CURR-FILE-OK
              DISPLAY 'SUPCURR OPEN PROBLEM, RC=' SUPP-CURR-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT LANDED-FILE.
           IF NOT LANDED-FILE-OK
              DISPLAY 'LANDCST OPEN PROBLEM, RC=' LANDED-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PS-HIST-FILE.
           IF NOT PS-HIST-FILE-OK
              DISPLAY 'PSHIST OPEN PROBLEM, RC=' PS-HIST-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RFQ-OUT-FILE.
           IF NOT RFQ-OUT-FILE-OK
              DISPLAY 'RFQOPENO OPEN PROBLEM, RC=' RFQ-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT QUOTE-OUT-FILE.
           IF NOT QUOTE-OUT-FILE-OK
              DISPLAY 'RFQQUOTO OPEN PROBLEM, RC=' QUOTE-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT AWARD-FILE.
           IF NOT AWARD-FILE-OK
              DISPLAY 'RFQAWDO OPEN PROBLEM, RC=' AWARD-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND AWARD-HIST-FILE.
           IF NOT AWARD-HIST-FILE-OK
              DISPLAY 'RFQAWDH OPEN PROBLEM, RC=' AWARD-HIST-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-WRITE-TABULATION.
      ************************************************************
      * RFQ heading and one line per supplier invited, in rank   *
      * order, the suppliers that did not quote last             *
      ************************************************************
      D    DISPLAY '400-WRITE-TABULATION'.
           IF CTR-LINES IS GREATER THAN
              CTR-LINES-MAX - GRP-INVITED-KTR - 4
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE RQ-RFQ-NUMBER TO RH-RFQ-NUMBER-O.
           MOVE RQ-PART-NUMBER TO RH-PART-NUMBER-O.
           MOVE RQ-PART-NAME TO RH-PART-NAME-O.
           MOVE RQ-QUANTITY TO RH-QUANTITY-O.
           MOVE RQ-UNIT-OF-MEASURE TO RH-UOM-O.
           MOVE RQ-NEED-BY-DATE TO RH-NEED-BY-O.
           MOVE RQ-QUOTE-DUE-DATE TO RH-DUE-O.
           MOVE RQ-BUYER-CODE TO RH-BUYER-O.
           MOVE GRP-INVITED-KTR TO RH-INVITED-O.
           MOVE GRP-BID-KTR TO RH-QUOTED-O.
           WRITE OUTPUT-LINE FROM RFQ-HDG-LINE
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM BID-HDG
              AFTER ADVANCING 1.
           ADD 3 TO CTR-LINES.

           PERFORM VARYING GRP-RANK FROM 1 BY 1
              UNTIL GRP-RANK > GRP-BID-KTR
                   PERFORM VARYING GRP-SUB FROM GRP-FIRST BY 1
                      UNTIL GRP-SUB > GRP-LAST
                           IF LN-QUOTED(GRP-SUB)
                              AND LN-RANK(GRP-SUB) = GRP-RANK
                              THEN
                              PERFORM 410-WRITE-BID-LINE
                           END-IF
                   END-PERFORM
           END-PERFORM.
           PERFORM VARYING GRP-SUB FROM GRP-FIRST BY 1
              UNTIL GRP-SUB > GRP-LAST
                   IF NOT LN-QUOTED(GRP-SUB)
                      THEN
                      PERFORM 410-WRITE-BID-LINE
                   END-IF
           END-PERFORM.
           MOVE LN-RFQ-IMAGE(GRP-FIRST) TO RFQ-REC.
       410-WRITE-BID-LINE.
      ************************************************************
      * One supplier's bid                                       *
      ************************************************************
           MOVE SPACES TO BID-LINE.
           MOVE LN-RFQ-IMAGE(GRP-SUB) TO RFQ-REC.
           MOVE LN-SUPPLIER-CODE(GRP-SUB) TO BID-SUPPLIER-O.
           MOVE RQ-SUPPLIER-NAME TO BID-NAME-O.
           IF NOT LN-QUOTED(GRP-SUB)
              THEN
              MOVE 'NO QUOTE' TO BID-REMARK-O
           ELSE
              MOVE LN-RANK(GRP-SUB) TO BID-RANK-O
              MOVE LN-UNIT-PRICE(GRP-SUB) TO BID-PRICE-O
              MOVE LN-CURRENCY-CODE(GRP-SUB) TO BID-CURRENCY-O
              MOVE LN-FX-RATE(GRP-SUB) TO BID-FX-RATE-O
              MOVE LN-LANDED-USD(GRP-SUB) TO BID-LANDED-O
              MOVE LN-UPLIFT-PCT(GRP-SUB) TO BID-UPLIFT-O
              MOVE LN-LEAD-DAYS(GRP-SUB) TO BID-LEAD-O
              MOVE LN-PROMISE-DATE(GRP-SUB) TO BID-PROMISE-O
              MOVE LN-ON-TIME-IND(GRP-SUB) TO BID-ON-TIME-O
              MOVE LN-RATING(GRP-SUB) TO BID-RATING-O
              IF NOT LN-RATING-ON-FILE(GRP-SUB)
                 THEN
                 MOVE '*' TO BID-RATING-O(2:1)
              END-IF
              MOVE LN-SCORE(GRP-SUB) TO BID-SCORE-O
              IF LN-RANK(GRP-SUB) = 1
                 THEN
                 MOVE 'AWARDED' TO BID-REMARK-O
              END-IF
           END-IF.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM BID-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       420-WRITE-AWARD-LINES.
      ************************************************************
      * The award and its justification, or no award             *
      ************************************************************
      D    DISPLAY '420-WRITE-AWARD-LINES'.
           IF GRP-WIN-SUB = 0
              THEN
              WRITE OUTPUT-LINE FROM NO-AWARD-LINE
                 AFTER ADVANCING 1
              ADD 1 TO CTR-LINES
              EXIT PARAGRAPH
           END-IF.

           MOVE LN-RFQ-IMAGE(GRP-WIN-SUB) TO RFQ-REC.
           MOVE LN-SUPPLIER-CODE(GRP-WIN-SUB) TO AWD-SUPPLIER-O.
           MOVE RQ-SUPPLIER-NAME TO AWD-NAME-O.
           MOVE RQ-RFQ-NUMBER TO WS-PO-STEM.
           MOVE 1 TO WS-PO-RELEASE.
           MOVE WS-PO-NUMBER TO AWD-PO-FIRST-O.
           MOVE 3 TO WS-PO-RELEASE.
           MOVE WS-PO-NUMBER TO AWD-PO-LAST-O.
           MOVE LN-SCORE(GRP-WIN-SUB) TO AWD-SCORE-O.
           MOVE WS-JUSTIFICATION TO AWD-JUSTIFICATION-O.
           WRITE OUTPUT-LINE FROM AWARD-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.

           IF NOT LN-HIST-PART-FOUND(GRP-WIN-SUB)
              THEN
              MOVE 'NO PARTSUPP HISTORY FOR THE PART - COMPLETE PARTS'
                 TO NHL-TEXT-O
              WRITE OUTPUT-LINE FROM NO-HIST-LINE
                 AFTER ADVANCING 1
              ADD 1 TO CTR-LINES
           END-IF.
           IF NOT LN-HIST-SUPP-FOUND(GRP-WIN-SUB)
              THEN
              MOVE 'NO PARTSUPP HISTORY FOR SUPPLIER - COMPLETE ADDRESS'
                 TO NHL-TEXT-O
              WRITE OUTPUT-LINE FROM NO-HIST-LINE
                 AFTER ADVANCING 1
              ADD 1 TO CTR-LINES
           END-IF.
           MOVE LN-RFQ-IMAGE(GRP-FIRST) TO RFQ-REC.
       450-WRITE-AWARD-RECORD.
      ************************************************************
      * The award as a PARTSUPP record - three scheduled         *
      * releases of the quantity at the quoted price             *
      ************************************************************
      D    DISPLAY '450-WRITE-AWARD-RECORD'.
           MOVE LN-RFQ-IMAGE(GRP-WIN-SUB) TO RFQ-REC.
           MOVE SPACES TO AWARD-REC.

           IF LN-HIST-PART-FOUND(GRP-WIN-SUB)
              THEN
              MOVE LN-HIST-PARTS(GRP-WIN-SUB) TO PARTS
           ELSE
              MOVE RQ-PART-NUMBER TO PART-NUMBER IN AWARD-REC
              MOVE RQ-PART-NAME TO PART-NAME IN AWARD-REC
              MOVE RQ-UNIT-OF-MEASURE
                 TO UNIT-OF-MEASURE IN AWARD-REC
              MOVE '0000' TO VEHICLE-YEAR IN AWARD-REC
           END-IF.
           DIVIDE LN-LEAD-DAYS(GRP-WIN-SUB) BY 7
              GIVING WEEKS-LEAD-TIME IN AWARD-REC.

           IF LN-HIST-SUPP-FOUND(GRP-WIN-SUB)
              THEN
              MOVE LN-HIST-SUPPLIERS(GRP-WIN-SUB) TO SUPPLIERS
              MOVE LN-HIST-ADDRESS(GRP-WIN-SUB)
                 TO ADDRESS-STRUCTURE
           ELSE
              MOVE RQ-SUPPLIER-CODE TO SUPPLIER-CODE IN AWARD-REC
              MOVE RQ-SUPPLIER-NAME TO SUPPLIER-NAME IN AWARD-REC
              MOVE 0 TO SUPPLIER-PERF IN AWARD-REC
              MOVE 0 TO SUPPLIER-ACT-DATE IN AWARD-REC
           END-IF.

           DIVIDE RQ-QUANTITY BY 3 GIVING WS-RELEASE-QTY.
           COMPUTE WS-LAST-RELEASE-QTY =
              RQ-QUANTITY - (2 * WS-RELEASE-QTY).
           MOVE LN-PROMISE-DATE(GRP-WIN-SUB) TO WS-RELEASE-DATE-1.
           IF LN-ON-TIME(GRP-WIN-SUB)
              THEN
              MOVE RQ-NEED-BY-DATE TO WS-RELEASE-DATE-3
           ELSE
              MOVE WS-RELEASE-DATE-1 TO WS-RELEASE-DATE-3
           END-IF.
           COMPUTE WS-PROMISE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RELEASE-DATE-1).
           COMPUTE WS-FINAL-INT =
              FUNCTION INTEGER-OF-DATE(WS-RELEASE-DATE-3).
           COMPUTE WS-RELEASE-DATE-2 = FUNCTION DATE-OF-INTEGER(
              WS-PROMISE-INT + ((WS-FINAL-INT - WS-PROMISE-INT) / 2)).

           MOVE RQ-RFQ-NUMBER TO WS-PO-STEM.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
              UNTIL WS-PO-SUB > 3
                   MOVE WS-PO-SUB TO WS-PO-RELEASE
                   MOVE WS-PO-NUMBER TO PO-NUMBER(WS-PO-SUB)
                   MOVE RQ-BUYER-CODE TO BUYER-CODE(WS-PO-SUB)
                   MOVE WS-RELEASE-QTY TO QUANTITY(WS-PO-SUB)
                   MOVE LN-UNIT-PRICE(GRP-WIN-SUB)
                      TO UNIT-PRICE(WS-PO-SUB)
                   MOVE WS-RUN-DATE TO ORDER-DATE(WS-PO-SUB)
           END-PERFORM.
           MOVE WS-LAST-RELEASE-QTY TO QUANTITY(3).
           MOVE WS-RELEASE-DATE-1 TO DELIVERY-DATE(1).
           MOVE WS-RELEASE-DATE-2 TO DELIVERY-DATE(2).
           MOVE WS-RELEASE-DATE-3 TO DELIVERY-DATE(3).

           WRITE AWARD-REC.
           ADD 1 TO WS-AWARD-KTR.
           COMPUTE WS-AWARD-VALUE-USD ROUNDED = WS-AWARD-VALUE-USD +
              (RQ-QUANTITY * LN-LANDED-USD(GRP-WIN-SUB)).
           MOVE LN-RFQ-IMAGE(GRP-FIRST) TO RFQ-REC.
       470-WRITE-AWARD-HISTORY.
      ************************************************************
      * Keep the tabulation - the award record, then one record  *
      * per supplier invited                                     *
      ************************************************************
      D    DISPLAY '470-WRITE-AWARD-HISTORY'.
           MOVE SPACES TO AWARD-HIST-REC.
           MOVE 'A' TO AH-REC-TYPE.
           PERFORM 475-HISTORY-KEY-FIELDS.
           MOVE GRP-INVITED-KTR TO AH-INVITED-KTR.
           MOVE GRP-BID-KTR TO AH-BID-KTR.
           IF GRP-WIN-SUB = 0
              THEN
              MOVE 0 TO AH-AWARD-SCORE
              MOVE 0 TO AH-AWARD-LANDED-USD
              MOVE 'NO AWARD - NO VALID QUOTE RECEIVED'
                 TO AH-JUSTIFICATION
           ELSE
              MOVE LN-SUPPLIER-CODE(GRP-WIN-SUB) TO AH-SUPPLIER-CODE
              MOVE RQ-RFQ-NUMBER TO AH-PO-NUMBER-STEM
              MOVE LN-SCORE(GRP-WIN-SUB) TO AH-AWARD-SCORE
              MOVE LN-LANDED-USD(GRP-WIN-SUB) TO AH-AWARD-LANDED-USD
              MOVE WS-JUSTIFICATION TO AH-JUSTIFICATION
           END-IF.
           WRITE AWARD-HIST-REC.
           ADD 1 TO WS-HIST-KTR.

           PERFORM VARYING GRP-SUB FROM GRP-FIRST BY 1
              UNTIL GRP-SUB > GRP-LAST
                   MOVE SPACES TO AWARD-HIST-REC
                   MOVE 'B' TO AH-REC-TYPE
                   PERFORM 475-HISTORY-KEY-FIELDS
                   MOVE LN-SUPPLIER-CODE(GRP-SUB) TO AH-SUPPLIER-CODE
                   MOVE LN-RANK(GRP-SUB) TO AH-BID-RANK
                   MOVE LN-UNIT-PRICE(GRP-SUB) TO AH-UNIT-PRICE
                   MOVE LN-CURRENCY-CODE(GRP-SUB) TO AH-CURRENCY-CODE
                   MOVE LN-FX-RATE(GRP-SUB) TO AH-FX-RATE
                   MOVE LN-LANDED-USD(GRP-SUB) TO AH-LANDED-USD
                   MOVE LN-LEAD-DAYS(GRP-SUB) TO AH-LEAD-DAYS
                   MOVE LN-PROMISE-DATE(GRP-SUB) TO AH-PROMISE-DATE
                   MOVE LN-SCORE(GRP-SUB) TO AH-BID-SCORE
                   IF LN-QUOTED(GRP-SUB)
                      THEN
                      MOVE 'Q' TO AH-BID-STATUS
                      MOVE LN-QUOTE-IMAGE(GRP-SUB) TO QUOTE-REC
                      MOVE QT-QUOTE-REF TO AH-QUOTE-REF
                      MOVE LN-ON-TIME-IND(GRP-SUB) TO AH-ON-TIME
                      MOVE LN-RATING(GRP-SUB) TO AH-RATING
                   ELSE
                      MOVE 'N' TO AH-BID-STATUS
                   END-IF
                   WRITE AWARD-HIST-REC
                   ADD 1 TO WS-HIST-KTR
           END-PERFORM.
       475-HISTORY-KEY-FIELDS.
      ************************************************************
      * RFQ fields common to both history record types           *
      ************************************************************
           MOVE RQ-RFQ-NUMBER TO AH-RFQ-NUMBER.
           MOVE WS-RUN-DATE TO AH-CLOSE-DATE.
           MOVE RQ-PART-NUMBER TO AH-PART-NUMBER.
           MOVE RQ-QUANTITY TO AH-QUANTITY.
           MOVE RQ-NEED-BY-DATE TO AH-NEED-BY-DATE.
           MOVE RQ-BUYER-CODE TO AH-BUYER-CODE.
       510-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine                                       *
      ************************************************************
      D    DISPLAY '510-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM WEIGHT-HDG
              AFTER ADVANCING 1.
           MOVE 2 TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ***********************************************************
      * Write summary at end of report                          *
      ***********************************************************
      D    DISPLAY '700-WRITE-SUMMARY'.
           MOVE WS-RFQ-LINE-KTR TO TOTAL-RFQ-LINE-O.
           MOVE WS-RFQ-OPEN-KTR TO TOTAL-RFQ-OPEN-O.
           MOVE WS-RFQ-CLOSED-KTR TO TOTAL-RFQ-CLOSED-O.
           MOVE WS-RFQ-AWARDED-KTR TO TOTAL-RFQ-AWARDED-O.
           MOVE WS-RFQ-NO-BID-KTR TO TOTAL-RFQ-NO-BID-O.
           MOVE WS-QUOTE-KTR TO TOTAL-QUOTE-O.
           MOVE WS-QUOTE-ACCEPT-KTR TO TOTAL-QUOTE-ACCEPT-O.
           MOVE WS-QUOTE-REVISED-KTR TO TOTAL-QUOTE-REVISED-O.
           MOVE WS-QUOTE-REJECT-KTR TO TOTAL-QUOTE-REJECT-O.
           MOVE WS-QUOTE-CARRIED-KTR TO TOTAL-QUOTE-CARRIED-O.
           MOVE WS-AWARD-KTR TO TOTAL-AWARD-O.
           MOVE WS-AWARD-VALUE-USD TO TOTAL-AWARD-VALUE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1.
           DISPLAY 'RFQAWARD: RFQS CLOSED / AWARDED / STILL OPEN: '
                   WS-RFQ-CLOSED-KTR ' / ' WS-RFQ-AWARDED-KTR ' / '
                   WS-RFQ-OPEN-KTR.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE RFQ-IN-FILE
                 RFQ-OUT-FILE
                 QUOTE-IN-FILE
                 QUOTE-OUT-FILE
                 FX-RATE-FILE
                 SUPP-CURR-FILE
                 LANDED-FILE
                 PS-HIST-FILE
                 AWARD-FILE
                 AWARD-HIST-FILE
                 REPORT-FILE.
