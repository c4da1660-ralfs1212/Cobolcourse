       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCSELCT.
      * ------------------------------------------------------------
      * CYCSELCT:
      * Nightly cycle-count selection and count sheets.
      * Every part on the INVPOST on-hand master (ONHANDI) is
      * counted on a rotating cycle whose length depends on the
      * part's value class, taken from its latest UNIT-PRICE-USD
      * on the price history (PRICEHST), with the breaks and
      * cycles from the PARMLIB parameter library:
      *
      *  - class A  unit price at or above CYC-A-PRICE, counted
      *             every CYC-A-DAYS
      *  - class B  unit price at or above CYC-B-PRICE, counted
      *             every CYC-B-DAYS
      *  - class C  everything else (and parts never priced),
      *             counted every CYC-C-DAYS - at most 365, so
      *             every part is counted at least once a year
      *             and the annual wall-to-wall count is not
      *             needed
      *
      * A part is due when its last-counted date on the count
      * control file (CYCCTLI) is older than its class cycle, or
      * it has never been counted. Due parts are sorted class A
      * first, oldest count first within class, and the first
      * CYC-MAX-PARTS are selected for tonight. Parts already
      * selected and not yet counted are skipped for a week, and
      * parts with a variance waiting for approval are skipped.
      *
      * The count sheets (CNTSHEET) list the selected parts with
      * a blank for the counted quantity - the book quantity is
      * deliberately not printed. The counts are keyed back to
      * CYCCOUNT and reconciled by CYCVARNC, which shares the
      * CYC- settings and the count control file.
      *
      *  Inital Version   2026/10/15
      *  Count cycle settings from PARMLIB 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONHAND-IN-FILE ASSIGN TO ONHANDI
           FILE STATUS IS ONHAND-IN-FILE-ST.

           SELECT PRICE-HIST-FILE ASSIGN TO PRICEHST
           FILE STATUS IS PRICE-HIST-FILE-ST.

           SELECT CYCCTL-IN-FILE ASSIGN TO CYCCTLI
           FILE STATUS IS CYCCTL-IN-FILE-ST.

           SELECT CYCCTL-OUT-FILE ASSIGN TO CYCCTLO
           FILE STATUS IS CYCCTL-OUT-FILE-ST.

           SELECT COUNT-SORT-FILE ASSIGN TO SRTWK1.

           SELECT SHEET-FILE ASSIGN TO CNTSHEET
           FILE STATUS IS SHEET-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Current on-hand master - INVPOST layout
       FD  ONHAND-IN-FILE
           RECORDING MODE IS F.
       01 ONHAND-IN-REC                PIC X(60).

      * Price history - POPRCHST layout
       FD  PRICE-HIST-FILE
           RECORDING MODE IS F.
       01 PRICE-HIST-REC.
          05 PH-PART-NUMBER            PIC X(11).
          05 PH-SUPPLIER-CODE          PIC X(05).
          05 PH-ORDER-DATE             PIC X(08).
          05 PH-UNIT-PRICE-USD         PIC S9(7)V99    COMP-3.
          05 FILLER                    PIC X(11).

      * Prior count control (empty on the first run)
       FD  CYCCTL-IN-FILE
           RECORDING MODE IS F.
       01 CYCCTL-IN-REC                PIC X(80).

       FD  CYCCTL-OUT-FILE
           RECORDING MODE IS F.
       01 CYCCTL-OUT-REC               PIC X(80).

       SD  COUNT-SORT-FILE.
       01 COUNT-SORT-REC.
          05 SR-COUNT-CLASS            PIC X(01).
          05 SR-LAST-COUNT-DATE        PIC 9(08).
          05 SR-PART-NUMBER            PIC X(23).
          05 SR-UNIT-PRICE-USD         PIC 9(7)V99.
          05 SR-CTL-SUB                PIC 9(05).

       FD  SHEET-FILE
           RECORDING MODE IS F.
       01 SHEET-LINE                   PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * On-hand master record - INVPOST layout
       01 INV-MASTER-REC.
          05 INV-PART-NUMBER           PIC X(23).
          05 INV-ON-HAND               PIC S9(09).
          05 INV-WEEKLY-USAGE          PIC S9(07).
          05 INV-WEEKS-LEAD-TIME       PIC 9(03).
          05 FILLER                    PIC X(18).

      * Count control record - one per part ever selected; kept
      * by CYCSELCT (selection) and CYCVARNC (counts)
       01 CYC-CONTROL-REC.
          05 CC-PART-NUMBER            PIC X(23).
          05 CC-LAST-COUNT-DATE        PIC 9(08).
          05 CC-LAST-SELECT-DATE       PIC 9(08).
          05 CC-COUNT-STATUS           PIC X(01).
             88 CC-NOT-PENDING                         VALUE ' '.
             88 CC-SELECTED                            VALUE 'S'.
             88 CC-AWAITING-APPROVAL                   VALUE 'P'.
          05 CC-COUNT-CLASS            PIC X(01).
          05 CC-COUNT-KTR              PIC 9(05).
          05 FILLER                    PIC X(34).

      * Count control table keyed by part
       01 CC-TABLE-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 CC-TABLE-MAX                 PIC 9(5)        VALUE 0 COMP.
       01 CC-TABLE-MAX-LIMIT           PIC 9(5)        VALUE 5000 COMP.
       01 SW-CC-FOUND                  PIC X(1)        VALUE 'N'.
          88 CC-FOUND                                  VALUE 'Y'.
       01 CC-TABLE.
          05 CC-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON CC-TABLE-MAX
                                       PIC X(80).

      * Latest unit price per part (leading 11 bytes)
       01 PRC-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 PRC-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 PRC-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 5000 COMP.
       01 SW-PRC-FOUND                 PIC X(1)        VALUE 'N'.
          88 PRC-FOUND                                 VALUE 'Y'.
       01 PRICE-TABLE.
          05 PRC-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON PRC-TABLE-MAX.
             10 PRC-TBL-PART-NUMBER    PIC X(11).
             10 PRC-TBL-ORDER-DATE     PIC X(08).
             10 PRC-TBL-UNIT-PRICE-USD PIC S9(7)V99    COMP-3.

       01 PROGRAM-SWITCHES.
          05 ONHAND-IN-FILE-ST         PIC X(2).
             88 ONHAND-IN-FILE-OK                      VALUE '00'.
          05 PRICE-HIST-FILE-ST        PIC X(2).
             88 PRICE-HIST-FILE-OK                     VALUE '00'.
          05 CYCCTL-IN-FILE-ST         PIC X(2).
             88 CYCCTL-IN-FILE-OK                      VALUE '00'.
          05 CYCCTL-OUT-FILE-ST        PIC X(2).
             88 CYCCTL-OUT-FILE-OK                     VALUE '00'.
          05 SHEET-FILE-ST             PIC X(2).
             88 SHEET-FILE-OK                          VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 ONHAND-IN-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 ONHAND-IN-FILE-EOF                     VALUE 'Y'.
          05 PRICE-HIST-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 PRICE-HIST-FILE-EOF                    VALUE 'Y'.
          05 CYCCTL-IN-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 CYCCTL-IN-FILE-EOF                     VALUE 'Y'.
          05 SORT-EOF-STATUS           PIC X(01)       VALUE SPACE.
             88 SORT-EOF                               VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-MSTR-KTR               PIC 9(7)        VALUE 0.
          05 WS-DUE-KTR                PIC 9(7)        VALUE 0.
          05 WS-SELECT-KTR             PIC 9(7)        VALUE 0.
          05 WS-PENDING-KTR            PIC 9(7)        VALUE 0.
          05 WS-OVER-YEAR-KTR          PIC 9(7)        VALUE 0.
          05 WS-CLASS-KTRS.
             10 WS-DUE-A-KTR           PIC 9(7)        VALUE 0.
             10 WS-DUE-B-KTR           PIC 9(7)        VALUE 0.
             10 WS-DUE-C-KTR           PIC 9(7)        VALUE 0.
             10 WS-SEL-A-KTR           PIC 9(7)        VALUE 0.
             10 WS-SEL-B-KTR           PIC 9(7)        VALUE 0.
             10 WS-SEL-C-KTR           PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.
          05 CTR-SHEET-LINES           PIC 99          VALUE 0.
          05 CTR-SHEET-PAGES           PIC 999         VALUE 0.

      * Cycle-count settings - shared with CYCVARNC
       01 CYC-PARMS.
          05 CP-A-PRICE                PIC 9(7)V99     VALUE 0.
          05 CP-B-PRICE                PIC 9(7)V99     VALUE 0.
          05 CP-A-DAYS                 PIC 9(3)        VALUE 0.
          05 CP-B-DAYS                 PIC 9(3)        VALUE 0.
          05 CP-C-DAYS                 PIC 9(3)        VALUE 0.
          05 CP-MAX-PARTS              PIC 9(5)        VALUE 0.

       01 WS-WORK-FIELDS.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-RUN-INT                PIC S9(9)       COMP.
          05 WS-LAST-INT               PIC S9(9)       COMP.
          05 WS-DAYS-SINCE             PIC S9(9)       COMP.
          05 WS-CYCLE-DAYS             PIC 9(3)        VALUE 0.
      *   a selected part whose count has not come back is
      *   offered again after this many days
          05 WS-RESELECT-DAYS          PIC 9(3)        VALUE 7.
          05 WS-UNIT-PRICE             PIC S9(7)V99    VALUE +0.
          05 WS-COUNT-CLASS            PIC X(01)       VALUE SPACE.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the cycle-count settings
      * from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines - count sheet
       01 CS-HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '          CYCLE COUNT SHEET                       '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 CS-PAGE-NUM               PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 CS-HEADING-DATE.
          05 FILLER                    PIC X(12)       VALUE
                'COUNT DATE '.
          05 CS-DATE-O                 PIC 9(08).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 FILLER                    PIC X(60)       VALUE
                'COUNT EVERY LOCATION; ENTER THE QUANTITY ON THE SHELF'.
          05 FILLER                    PIC X(48)       VALUE SPACES.

       01 CS-HEADING-2.
          05 FILLER                    PIC X(06)       VALUE
                'LINE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(23)       VALUE
                'PART NUMBER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE
                'CLASS'.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE
                'COUNTED QUANTITY'.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE
                'COUNTED BY'.
          05 FILLER                    PIC X(48)       VALUE SPACES.

       01 CS-HEADING-3.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(23)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "=".
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "=".
          05 FILLER                    PIC X(48)       VALUE SPACES.

       01 CS-DETAIL-LINE.
          05 CS-LINE-NO-O              PIC ZZZZ9.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 CS-PART-O                 PIC X(23).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 CS-CLASS-O                PIC X(01).
          05 FILLER                    PIC X(06)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "_".
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "_".
          05 FILLER                    PIC X(47)       VALUE SPACES.

      * Print Lines - selection summary
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '      CYCLE COUNT SELECTION SUMMARY               '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Parts on the on-hand master      :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-MSTR-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Parts due / selected tonight     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-DUE-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-SELECT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Class A due / selected           :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-DUE-A-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-SEL-A-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Class B due / selected           :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-DUE-B-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-SEL-B-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Class C due / selected           :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-DUE-C-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-SEL-C-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                    PIC X(35)       VALUE
                'Awaiting count or approval       :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-PENDING-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC7.
          05 FILLER                    PIC X(35)       VALUE
                'Parts not counted in a year      :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-OVER-YEAR-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           SORT COUNT-SORT-FILE
              ON ASCENDING KEY SR-COUNT-CLASS
              ON ASCENDING KEY SR-LAST-COUNT-DATE
              ON ASCENDING KEY SR-PART-NUMBER
              INPUT PROCEDURE IS 100-SELECT-DUE-PARTS
              OUTPUT PROCEDURE IS 200-WRITE-COUNT-SHEETS.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 750-SAVE-COUNT-CONTROL.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'CYCSELCT' TO AUD-PROGRAM-ID.
           MOVE WS-MSTR-KTR TO AUD-RECORDS-READ.
           MOVE WS-SELECT-KTR TO AUD-RECORDS-WRITTEN.
           MOVE 0 TO AUD-RECORDS-REJECTED.
           MOVE 0 TO AUD-CONTROL-TOTAL.
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
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           PERFORM 040-LOAD-CYC-PARMS.
           PERFORM 060-LOAD-PRICE-TABLE.
           PERFORM 080-LOAD-CONTROL-TABLE.
           MOVE 41 TO CTR-SHEET-LINES. *> Force Pagebreak at Start
       040-LOAD-CYC-PARMS.
      ************************************************************
      * Look up the class price breaks, cycle lengths and        *
      * nightly limit in the PARMLIB parameter library - the     *
      * CYC- settings are shared with CYCVARNC                   *
      ************************************************************
      D    DISPLAY '040-LOAD-CYC-PARMS'.
           MOVE 'CYCSELCT' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'CYC-A-PRICE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR PLIB-NUM-VALUE > 9999999.99
              THEN
              DISPLAY 'CYC-A-PRICE PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO CP-A-PRICE.

           MOVE 'CYC-B-PRICE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR PLIB-NUM-VALUE > 9999999.99
              THEN
              DISPLAY 'CYC-B-PRICE PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO CP-B-PRICE.

           MOVE 'CYC-A-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE NOT > 0
              OR PLIB-NUM-VALUE > 999
              THEN
              DISPLAY 'CYC-A-DAYS PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO CP-A-DAYS.

           MOVE 'CYC-B-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE NOT > 0
              OR PLIB-NUM-VALUE > 999
              THEN
              DISPLAY 'CYC-B-DAYS PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO CP-B-DAYS.

           MOVE 'CYC-C-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE NOT > 0
              OR PLIB-NUM-VALUE > 365
              THEN
              DISPLAY 'CYC-C-DAYS PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO CP-C-DAYS.

           MOVE 'CYC-MAX-PARTS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR PLIB-NUM-VALUE > 99999
              THEN
              DISPLAY 'CYC-MAX-PARTS PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO CP-MAX-PARTS.
      D    DISPLAY 'CLASS A/B/C DAYS: ' CP-A-DAYS '/' CP-B-DAYS
      D            '/' CP-C-DAYS ' MAX PARTS: ' CP-MAX-PARTS.
       060-LOAD-PRICE-TABLE.
      ************************************************************
      * Latest UNIT-PRICE-USD per part from the price history -  *
      * the record with the newest ORDER-DATE wins               *
      ************************************************************
      D    DISPLAY '060-LOAD-PRICE-TABLE'.
           PERFORM UNTIL PRICE-HIST-FILE-EOF
                   READ PRICE-HIST-FILE
                   AT END
                      MOVE 'Y' TO PRICE-HIST-FILE-STATUS
                   NOT AT END
                      PERFORM 065-KEEP-LATEST-PRICE
                   END-READ
           END-PERFORM.
      D    DISPLAY 'PRICE TABLE: ' PRC-TABLE-MAX ' ENTRIES'.
       065-KEEP-LATEST-PRICE.
      ************************************************************
      * Add or refresh one part's price                          *
      ************************************************************
      D    DISPLAY '065-KEEP-LATEST-PRICE'.
           MOVE 'N' TO SW-PRC-FOUND.
           PERFORM VARYING PRC-TABLE-SUB FROM 1 BY 1
              UNTIL PRC-TABLE-SUB > PRC-TABLE-MAX
                   IF PRC-TBL-PART-NUMBER(PRC-TABLE-SUB) EQUAL TO
                      PH-PART-NUMBER
                      THEN
                      MOVE 'Y' TO SW-PRC-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF PRC-FOUND
              THEN
              IF PH-ORDER-DATE >= PRC-TBL-ORDER-DATE(PRC-TABLE-SUB)
                 THEN
                 MOVE PH-ORDER-DATE TO
                    PRC-TBL-ORDER-DATE(PRC-TABLE-SUB)
                 MOVE PH-UNIT-PRICE-USD TO
                    PRC-TBL-UNIT-PRICE-USD(PRC-TABLE-SUB)
              END-IF
           ELSE
              IF PRC-TABLE-MAX < PRC-TABLE-MAX-LIMIT
                 THEN
                 ADD 1 TO PRC-TABLE-MAX
                 MOVE PH-PART-NUMBER TO
                    PRC-TBL-PART-NUMBER(PRC-TABLE-MAX)
                 MOVE PH-ORDER-DATE TO
                    PRC-TBL-ORDER-DATE(PRC-TABLE-MAX)
                 MOVE PH-UNIT-PRICE-USD TO
                    PRC-TBL-UNIT-PRICE-USD(PRC-TABLE-MAX)
              ELSE
                 DISPLAY 'WARNING: PRICE TABLE FULL'
              END-IF
           END-IF.
       080-LOAD-CONTROL-TABLE.
      ************************************************************
      * Load the prior count control into CC-TABLE              *
      ************************************************************
      D    DISPLAY '080-LOAD-CONTROL-TABLE'.
           PERFORM UNTIL CYCCTL-IN-FILE-EOF OR
              CC-TABLE-MAX = CC-TABLE-MAX-LIMIT
                   READ CYCCTL-IN-FILE
                   AT END
                      MOVE 'Y' TO CYCCTL-IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO CC-TABLE-MAX
                      MOVE CYCCTL-IN-REC TO CC-ENTRY(CC-TABLE-MAX)
                   END-READ
           END-PERFORM.
      D    DISPLAY 'COUNT CONTROL: ' CC-TABLE-MAX ' ENTRIES'.
       100-SELECT-DUE-PARTS.
      ************************************************************
      * Sort input - every master part that is due for a count   *
      ************************************************************
      D    DISPLAY '100-SELECT-DUE-PARTS'.
           PERFORM UNTIL ONHAND-IN-FILE-EOF
                   READ ONHAND-IN-FILE
                   AT END
                      MOVE 'Y' TO ONHAND-IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-MSTR-KTR
                      MOVE ONHAND-IN-REC TO INV-MASTER-REC
                      PERFORM 150-CHECK-PART-DUE
                   END-READ
           END-PERFORM.
       150-CHECK-PART-DUE.
      ************************************************************
      * Class the part by its latest price and decide whether    *
      * its count cycle has run out                              *
      ************************************************************
      D    DISPLAY '150-CHECK-PART-DUE'.
           MOVE 'N' TO SW-PRC-FOUND.
           PERFORM VARYING PRC-TABLE-SUB FROM 1 BY 1
              UNTIL PRC-TABLE-SUB > PRC-TABLE-MAX
                   IF PRC-TBL-PART-NUMBER(PRC-TABLE-SUB) EQUAL TO
                      INV-PART-NUMBER(1:11)
                      THEN
                      MOVE 'Y' TO SW-PRC-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF PRC-FOUND
              THEN
              MOVE PRC-TBL-UNIT-PRICE-USD(PRC-TABLE-SUB)
                 TO WS-UNIT-PRICE
           ELSE
              MOVE 0 TO WS-UNIT-PRICE
           END-IF.
           EVALUATE TRUE
              WHEN PRC-FOUND AND WS-UNIT-PRICE >= CP-A-PRICE
                 MOVE 'A' TO WS-COUNT-CLASS
                 MOVE CP-A-DAYS TO WS-CYCLE-DAYS
              WHEN PRC-FOUND AND WS-UNIT-PRICE >= CP-B-PRICE
                 MOVE 'B' TO WS-COUNT-CLASS
                 MOVE CP-B-DAYS TO WS-CYCLE-DAYS
              WHEN OTHER
                 MOVE 'C' TO WS-COUNT-CLASS
                 MOVE CP-C-DAYS TO WS-CYCLE-DAYS
           END-EVALUATE.

           MOVE 'N' TO SW-CC-FOUND.
           PERFORM VARYING CC-TABLE-SUB FROM 1 BY 1
              UNTIL CC-TABLE-SUB > CC-TABLE-MAX
                   MOVE CC-ENTRY(CC-TABLE-SUB) TO CYC-CONTROL-REC
                   IF CC-PART-NUMBER EQUAL TO INV-PART-NUMBER
                      THEN
                      MOVE 'Y' TO SW-CC-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT CC-FOUND
              THEN
              MOVE 0 TO CC-TABLE-SUB
              MOVE SPACES TO CYC-CONTROL-REC
              MOVE INV-PART-NUMBER TO CC-PART-NUMBER
              MOVE 0 TO CC-LAST-COUNT-DATE
              MOVE 0 TO CC-LAST-SELECT-DATE
              MOVE 0 TO CC-COUNT-KTR
           END-IF.

      * Counted at all in the last year?
           IF CC-LAST-COUNT-DATE NOT NUMERIC
              OR CC-LAST-COUNT-DATE EQUAL TO ZERO
              THEN
              MOVE 0 TO CC-LAST-COUNT-DATE
              MOVE 99999 TO WS-DAYS-SINCE
           ELSE
              COMPUTE WS-LAST-INT =
                 FUNCTION INTEGER-OF-DATE(CC-LAST-COUNT-DATE)
              COMPUTE WS-DAYS-SINCE = WS-RUN-INT - WS-LAST-INT
           END-IF.
           IF WS-DAYS-SINCE > 365
              THEN
              ADD 1 TO WS-OVER-YEAR-KTR
           END-IF.

           IF WS-DAYS-SINCE < WS-CYCLE-DAYS
              THEN
              EXIT PARAGRAPH
           END-IF.

      * Still out on a count sheet, or waiting for approval
           IF CC-AWAITING-APPROVAL
              THEN
              ADD 1 TO WS-PENDING-KTR
              EXIT PARAGRAPH
           END-IF.
           IF CC-SELECTED
              AND CC-LAST-SELECT-DATE NUMERIC
              AND CC-LAST-SELECT-DATE NOT EQUAL TO ZERO
              THEN
              COMPUTE WS-LAST-INT =
                 FUNCTION INTEGER-OF-DATE(CC-LAST-SELECT-DATE)
              IF WS-RUN-INT - WS-LAST-INT < WS-RESELECT-DAYS
                 THEN
                 ADD 1 TO WS-PENDING-KTR
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           ADD 1 TO WS-DUE-KTR.
           EVALUATE WS-COUNT-CLASS
              WHEN 'A'
                 ADD 1 TO WS-DUE-A-KTR
              WHEN 'B'
                 ADD 1 TO WS-DUE-B-KTR
              WHEN OTHER
                 ADD 1 TO WS-DUE-C-KTR
           END-EVALUATE.
           MOVE WS-COUNT-CLASS TO SR-COUNT-CLASS.
           MOVE CC-LAST-COUNT-DATE TO SR-LAST-COUNT-DATE.
           MOVE INV-PART-NUMBER TO SR-PART-NUMBER.
           MOVE WS-UNIT-PRICE TO SR-UNIT-PRICE-USD.
           MOVE CC-TABLE-SUB TO SR-CTL-SUB.
           RELEASE COUNT-SORT-REC.
       200-WRITE-COUNT-SHEETS.
      ************************************************************
      * Sort output - the first CP-MAX-PARTS due parts go on     *
      * tonight's count sheets and are marked selected           *
      ************************************************************
      D    DISPLAY '200-WRITE-COUNT-SHEETS'.
           MOVE SPACE TO SORT-EOF-STATUS.
           PERFORM UNTIL SORT-EOF
                   RETURN COUNT-SORT-FILE
                   AT END
                      MOVE 'Y' TO SORT-EOF-STATUS
                   NOT AT END
                      IF WS-SELECT-KTR < CP-MAX-PARTS
                         THEN
                         PERFORM 250-SELECT-PART
                      END-IF
                   END-RETURN
           END-PERFORM.
       250-SELECT-PART.
      ************************************************************
      * Count sheet line and control update for one part         *
      ************************************************************
      D    DISPLAY '250-SELECT-PART'.
           IF SR-CTL-SUB > 0
              THEN
              MOVE SR-CTL-SUB TO CC-TABLE-SUB
              MOVE CC-ENTRY(CC-TABLE-SUB) TO CYC-CONTROL-REC
           ELSE
              IF CC-TABLE-MAX < CC-TABLE-MAX-LIMIT
                 THEN
                 ADD 1 TO CC-TABLE-MAX
                 MOVE CC-TABLE-MAX TO CC-TABLE-SUB
                 MOVE SPACES TO CYC-CONTROL-REC
                 MOVE SR-PART-NUMBER TO CC-PART-NUMBER
                 MOVE 0 TO CC-LAST-COUNT-DATE
                 MOVE 0 TO CC-COUNT-KTR
              ELSE
                 DISPLAY 'WARNING: COUNT CONTROL TABLE FULL'
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE WS-CURRENT-DATE TO CC-LAST-SELECT-DATE.
           MOVE 'S' TO CC-COUNT-STATUS.
           MOVE SR-COUNT-CLASS TO CC-COUNT-CLASS.
           MOVE CYC-CONTROL-REC TO CC-ENTRY(CC-TABLE-SUB).

           ADD 1 TO WS-SELECT-KTR.
           EVALUATE SR-COUNT-CLASS
              WHEN 'A'
                 ADD 1 TO WS-SEL-A-KTR
              WHEN 'B'
                 ADD 1 TO WS-SEL-B-KTR
              WHEN OTHER
                 ADD 1 TO WS-SEL-C-KTR
           END-EVALUATE.

           IF CTR-SHEET-LINES > CTR-LINES-MAX
              THEN
              PERFORM 650-WRITE-SHEET-HEADINGS
           END-IF.
           MOVE WS-SELECT-KTR TO CS-LINE-NO-O.
           MOVE SR-PART-NUMBER TO CS-PART-O.
           MOVE SR-COUNT-CLASS TO CS-CLASS-O.
           WRITE SHEET-LINE FROM CS-DETAIL-LINE
              AFTER ADVANCING 2 LINES.
           ADD 2 TO CTR-SHEET-LINES.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT ONHAND-IN-FILE.
           IF NOT ONHAND-IN-FILE-OK
              DISPLAY 'ONHANDI OPEN PROBLEM, RC='
                      ONHAND-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PRICE-HIST-FILE.
           IF NOT PRICE-HIST-FILE-OK
              DISPLAY 'PRICEHST OPEN PROBLEM, RC='
                      PRICE-HIST-FILE-ST
              MOVE 'Y' TO PRICE-HIST-FILE-STATUS
           END-IF.
           OPEN INPUT CYCCTL-IN-FILE.
           IF NOT CYCCTL-IN-FILE-OK
              DISPLAY 'CYCCTLI OPEN PROBLEM, RC='
                      CYCCTL-IN-FILE-ST
              MOVE 'Y' TO CYCCTL-IN-FILE-STATUS
           END-IF.
           OPEN OUTPUT CYCCTL-OUT-FILE.
           IF NOT CYCCTL-OUT-FILE-OK
              DISPLAY 'CYCCTLO OPEN PROBLEM, RC='
                      CYCCTL-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT SHEET-FILE.
           IF NOT SHEET-FILE-OK
              DISPLAY 'CNTSHEET OPEN PROBLEM, RC=' SHEET-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       650-WRITE-SHEET-HEADINGS.
      ************************************************************
      * Count sheet page headings                                *
      ************************************************************
      D    DISPLAY '650-WRITE-SHEET-HEADINGS'.
           ADD 1 TO CTR-SHEET-PAGES.
           MOVE CTR-SHEET-PAGES TO CS-PAGE-NUM.
           WRITE SHEET-LINE FROM CS-HEADING-1
              AFTER ADVANCING PAGE.
           MOVE WS-CURRENT-DATE TO CS-DATE-O.
           WRITE SHEET-LINE FROM CS-HEADING-DATE
              AFTER ADVANCING 2 LINES.
           WRITE SHEET-LINE FROM CS-HEADING-2
              AFTER ADVANCING 2 LINES.
           WRITE SHEET-LINE FROM CS-HEADING-3
              AFTER ADVANCING 1 LINE.
           MOVE 5 TO CTR-SHEET-LINES.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           MOVE WS-MSTR-KTR TO TOTAL-MSTR-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-DUE-KTR TO TOTAL-DUE-O.
           MOVE WS-SELECT-KTR TO TOTAL-SELECT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-DUE-A-KTR TO TOTAL-DUE-A-O.
           MOVE WS-SEL-A-KTR TO TOTAL-SEL-A-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-DUE-B-KTR TO TOTAL-DUE-B-O.
           MOVE WS-SEL-B-KTR TO TOTAL-SEL-B-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-DUE-C-KTR TO TOTAL-DUE-C-O.
           MOVE WS-SEL-C-KTR TO TOTAL-SEL-C-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-PENDING-KTR TO TOTAL-PENDING-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
           MOVE WS-OVER-YEAR-KTR TO TOTAL-OVER-YEAR-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC7
              AFTER ADVANCING 1 LINE.
       750-SAVE-COUNT-CONTROL.
      ************************************************************
      * Rewrite the count control for CYCVARNC and the next run  *
      ************************************************************
      D    DISPLAY '750-SAVE-COUNT-CONTROL'.
           PERFORM VARYING CC-TABLE-SUB FROM 1 BY 1
              UNTIL CC-TABLE-SUB > CC-TABLE-MAX
                   MOVE CC-ENTRY(CC-TABLE-SUB) TO CYCCTL-OUT-REC
                   WRITE CYCCTL-OUT-REC
           END-PERFORM.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE ONHAND-IN-FILE
                 PRICE-HIST-FILE
                 CYCCTL-IN-FILE
                 CYCCTL-OUT-FILE
                 SHEET-FILE
                 REPORT-FILE.
