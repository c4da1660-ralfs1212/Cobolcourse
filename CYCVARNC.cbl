       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCVARNC.
      * ------------------------------------------------------------
      * CYCVARNC:
      * Cycle-count variance reconciliation. Reads back the
      * counts keyed from the CYCSELCT count sheets (CYCCOUNT)
      * and compares each with the book quantity on the INVPOST
      * on-hand master (ONHANDI):
      *
      *  - a count that agrees with the book is simply recorded
      *  - a variance inside tolerance - within CYC-TOL-PCT of
      *    the book quantity AND within CYC-TOL-AMT dollars at the
      *    part's latest PRICEHST unit price - is written as an
      *    'A' adjustment on CYCADJ, which the next INVPOST run
      *    posts with the INVTRANS adjustments
      *  - a variance outside tolerance is held on the pending
      *    file (CYCPENDO) and listed on the approval report,
      *    valued in dollars; it posts only when a supervisor
      *    approval record (CYCAPPRV) for the part and count
      *    date arrives on a later run. A rejected variance is
      *    dropped and the part is offered for a recount.
      *
      * Every count that is recorded or posted sets the part's
      * last-counted date on the count control file shared with
      * CYCSELCT (CYCCTLI in, CYCCTLO out); the date is what
      * lets the annual wall-to-wall count be retired.
      *
      *  Inital Version   2026/10/15
      *  Variance tolerances from PARMLIB 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-TRAN-FILE ASSIGN TO CYCCOUNT
           FILE STATUS IS COUNT-TRAN-FILE-ST.

           SELECT ONHAND-IN-FILE ASSIGN TO ONHANDI
           FILE STATUS IS ONHAND-IN-FILE-ST.

           SELECT PRICE-HIST-FILE ASSIGN TO PRICEHST
           FILE STATUS IS PRICE-HIST-FILE-ST.

           SELECT CYCCTL-IN-FILE ASSIGN TO CYCCTLI
           FILE STATUS IS CYCCTL-IN-FILE-ST.

           SELECT PENDING-IN-FILE ASSIGN TO CYCPENDI
           FILE STATUS IS PENDING-IN-FILE-ST.

           SELECT APPROVAL-FILE ASSIGN TO CYCAPPRV
           FILE STATUS IS APPROVAL-FILE-ST.

           SELECT ADJ-OUT-FILE ASSIGN TO CYCADJ
           FILE STATUS IS ADJ-OUT-FILE-ST.

           SELECT CYCCTL-OUT-FILE ASSIGN TO CYCCTLO
           FILE STATUS IS CYCCTL-OUT-FILE-ST.

           SELECT PENDING-OUT-FILE ASSIGN TO CYCPENDO
           FILE STATUS IS PENDING-OUT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Counts keyed from the count sheets
       FD  COUNT-TRAN-FILE
           RECORDING MODE IS F.
       01 COUNT-TRAN-REC.
          05 CT-PART-NUMBER            PIC X(23).
          05 CT-COUNT-QTY              PIC 9(07).
          05 CT-COUNT-DATE             PIC 9(08).
          05 CT-COUNTER-ID             PIC X(08).
          05 FILLER                    PIC X(34).

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

      * Prior count control - CYCSELCT layout
       FD  CYCCTL-IN-FILE
           RECORDING MODE IS F.
       01 CYCCTL-IN-REC                PIC X(80).

      * Variances held for approval on earlier runs
       FD  PENDING-IN-FILE
           RECORDING MODE IS F.
       01 PENDING-IN-REC               PIC X(100).

      * Supervisor decisions on held variances
       FD  APPROVAL-FILE
           RECORDING MODE IS F.
       01 APPROVAL-REC.
          05 AP-PART-NUMBER            PIC X(23).
          05 AP-COUNT-DATE             PIC 9(08).
          05 AP-DECISION               PIC X(01).
             88 AP-APPROVED                            VALUE 'A'.
             88 AP-REJECTED                            VALUE 'R'.
          05 AP-APPROVER-ID            PIC X(08).
          05 FILLER                    PIC X(40).

      * Count adjustments for INVPOST - INVTRANS layout
       FD  ADJ-OUT-FILE
           RECORDING MODE IS F.
       01 ADJ-OUT-REC.
          05 ADJ-TRAN-TYPE             PIC X(01).
          05 ADJ-PART-NUMBER           PIC X(23).
          05 ADJ-QTY                   PIC 9(07).
          05 ADJ-SIGN                  PIC X(01).
          05 ADJ-TRAN-DATE             PIC 9(08).
          05 FILLER                    PIC X(40).

       FD  CYCCTL-OUT-FILE
           RECORDING MODE IS F.
       01 CYCCTL-OUT-REC               PIC X(80).

       FD  PENDING-OUT-FILE
           RECORDING MODE IS F.
       01 PENDING-OUT-REC              PIC X(100).

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

      * Count control record - CYCSELCT layout
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

      * Variance held for approval - CYCPENDI / CYCPENDO layout
       01 PENDING-VAR-REC.
          05 PV-PART-NUMBER            PIC X(23).
          05 PV-COUNT-DATE             PIC 9(08).
          05 PV-BOOK-QTY               PIC S9(09).
          05 PV-COUNT-QTY              PIC 9(09).
          05 PV-VARIANCE-QTY           PIC S9(09).
          05 PV-UNIT-PRICE-USD         PIC 9(7)V99.
          05 PV-VARIANCE-AMT           PIC S9(9)V99.
          05 PV-COUNTER-ID             PIC X(08).
          05 PV-HELD-DATE              PIC 9(08).
          05 FILLER                    PIC X(06).

      * Book quantity by part
       01 INV-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 INV-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 INV-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 5000 COMP.
       01 SW-INV-FOUND                 PIC X(1)        VALUE 'N'.
          88 INV-FOUND                                 VALUE 'Y'.
       01 INV-TABLE.
          05 INV-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON INV-TABLE-MAX.
             10 INV-TBL-PART-NUMBER    PIC X(23).
             10 INV-TBL-ON-HAND        PIC S9(9)       COMP.

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

      * Held variances; an entry whose part is blanked out has
      * been posted, rejected or superseded and is not carried
       01 PV-TABLE-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 PV-TABLE-MAX                 PIC 9(5)        VALUE 0 COMP.
       01 PV-TABLE-MAX-LIMIT           PIC 9(5)        VALUE 2000 COMP.
       01 SW-PV-FOUND                  PIC X(1)        VALUE 'N'.
          88 PV-FOUND                                  VALUE 'Y'.
       01 PENDING-TABLE.
          05 PV-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON PV-TABLE-MAX
                                       PIC X(100).

      * Supervisor decisions
       01 APV-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 APV-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 APV-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 2000 COMP.
       01 SW-APV-FOUND                 PIC X(1)        VALUE 'N'.
          88 APV-FOUND                                 VALUE 'Y'.
       01 APPROVAL-TABLE.
          05 APV-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON APV-TABLE-MAX.
             10 APV-TBL-PART-NUMBER    PIC X(23).
             10 APV-TBL-COUNT-DATE     PIC 9(08).
             10 APV-TBL-DECISION       PIC X(01).
             10 APV-TBL-APPROVER-ID    PIC X(08).
             10 APV-TBL-USED           PIC X(01).

       01 PROGRAM-SWITCHES.
          05 COUNT-TRAN-FILE-ST        PIC X(2).
             88 COUNT-TRAN-FILE-OK                     VALUE '00'.
          05 ONHAND-IN-FILE-ST         PIC X(2).
             88 ONHAND-IN-FILE-OK                      VALUE '00'.
          05 PRICE-HIST-FILE-ST        PIC X(2).
             88 PRICE-HIST-FILE-OK                     VALUE '00'.
          05 CYCCTL-IN-FILE-ST         PIC X(2).
             88 CYCCTL-IN-FILE-OK                      VALUE '00'.
          05 PENDING-IN-FILE-ST        PIC X(2).
             88 PENDING-IN-FILE-OK                     VALUE '00'.
          05 APPROVAL-FILE-ST          PIC X(2).
             88 APPROVAL-FILE-OK                       VALUE '00'.
          05 ADJ-OUT-FILE-ST           PIC X(2).
             88 ADJ-OUT-FILE-OK                        VALUE '00'.
          05 CYCCTL-OUT-FILE-ST        PIC X(2).
             88 CYCCTL-OUT-FILE-OK                     VALUE '00'.
          05 PENDING-OUT-FILE-ST       PIC X(2).
             88 PENDING-OUT-FILE-OK                    VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 COUNT-TRAN-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 COUNT-TRAN-FILE-EOF                    VALUE 'Y'.
          05 ONHAND-IN-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 ONHAND-IN-FILE-EOF                     VALUE 'Y'.
          05 PRICE-HIST-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 PRICE-HIST-FILE-EOF                    VALUE 'Y'.
          05 CYCCTL-IN-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 CYCCTL-IN-FILE-EOF                     VALUE 'Y'.
          05 PENDING-IN-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 PENDING-IN-FILE-EOF                    VALUE 'Y'.
          05 APPROVAL-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 APPROVAL-FILE-EOF                      VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-COUNT-KTR              PIC 9(7)        VALUE 0.
          05 WS-REJECT-KTR             PIC 9(7)        VALUE 0.
          05 WS-EXACT-KTR              PIC 9(7)        VALUE 0.
          05 WS-AUTO-ADJ-KTR           PIC 9(7)        VALUE 0.
          05 WS-HELD-KTR               PIC 9(7)        VALUE 0.
          05 WS-APPROVED-KTR           PIC 9(7)        VALUE 0.
          05 WS-DENIED-KTR             PIC 9(7)        VALUE 0.
          05 WS-CARRIED-KTR            PIC 9(7)        VALUE 0.
          05 WS-ADJ-OUT-KTR            PIC 9(7)        VALUE 0.
          05 WS-AUTO-ADJ-AMT           PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-APPROVED-AMT           PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-HELD-AMT               PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

      * Variance tolerances - CYC- settings shared with CYCSELCT
       01 CYC-PARMS.
          05 CP-TOL-PCT                PIC 9(3)V9      VALUE 0.
          05 CP-TOL-AMT                PIC 9(7)V99     VALUE 0.

       01 WS-WORK-FIELDS.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-BOOK-QTY               PIC S9(9)       VALUE 0.
          05 WS-VARIANCE-QTY           PIC S9(9)       VALUE 0.
          05 WS-VARIANCE-ABS           PIC S9(9)       VALUE 0.
          05 WS-TOL-QTY                PIC S9(9)V9     VALUE 0.
          05 WS-UNIT-PRICE             PIC S9(7)V99    VALUE +0.
          05 WS-VARIANCE-AMT           PIC S9(9)V99    VALUE +0.
          05 WS-VARIANCE-AMT-ABS       PIC S9(9)V99    VALUE +0.
          05 WS-HOLD-PART              PIC X(23)       VALUE SPACES.
          05 WS-REJECT-REASON          PIC X(30)       VALUE SPACES.
          05 WS-ACTION                 PIC X(30)       VALUE SPACES.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the variance tolerances
      * from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '  CYCLE COUNT VARIANCES - SUPERVISOR APPROVAL     '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(23)       VALUE
                'PART NUMBER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'COUNTED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                '      BOOK'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                '    COUNT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                '  VARIANCE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(13)       VALUE
                '   UNIT PRICE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE
                '  VARIANCE $'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'ACTION'.

       01 HEADING-3.
          05 FILLER                    PIC X(23)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(13)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".

       01 DETAIL-LINE.
          05 DET-PART-O                PIC X(23).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-COUNT-DATE-O          PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-BOOK-O                PIC ZZZZZZZZ9-.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-COUNT-O               PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-VARIANCE-O            PIC ZZZZZZZZ9-.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PRICE-O               PIC $$,$$$,$$9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-VAR-AMT-O             PIC $$$,$$$,$$9.99-.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-ACTION-O              PIC X(30).

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Counts read / rejected           :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-COUNT-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REJECT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Counts agreeing with the book    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-EXACT-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Variances in tolerance / held    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-AUTO-ADJ-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-HELD-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Held approved / rejected / carried'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-APPROVED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-DENIED-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-CARRIED-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Adjustments written to CYCADJ    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ADJ-OUT-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                    PIC X(35)       VALUE
                'In-tolerance adjustments value   :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-AUTO-ADJ-AMT-O      PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER                    PIC X(74)       VALUE SPACES.

       01 WS-TOTALS-REC7.
          05 FILLER                    PIC X(35)       VALUE
                'Approved adjustments value       :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-APPROVED-AMT-O      PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER                    PIC X(74)       VALUE SPACES.

       01 WS-TOTALS-REC8.
          05 FILLER                    PIC X(35)       VALUE
                'Variances awaiting approval value:'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-HELD-AMT-O          PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER                    PIC X(74)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-APPLY-APPROVAL
              VARYING PV-TABLE-SUB FROM 1 BY 1
              UNTIL PV-TABLE-SUB > PV-TABLE-MAX.
           PERFORM 200-RECONCILE-COUNT UNTIL COUNT-TRAN-FILE-EOF.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 750-SAVE-COUNT-CONTROL.
           PERFORM 760-SAVE-PENDING.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'CYCVARNC' TO AUD-PROGRAM-ID.
           MOVE WS-COUNT-KTR TO AUD-RECORDS-READ.
           MOVE WS-ADJ-OUT-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-REJECT-KTR TO AUD-RECORDS-REJECTED.
           COMPUTE AUD-CONTROL-TOTAL =
              WS-AUTO-ADJ-AMT + WS-APPROVED-AMT.
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
           PERFORM 040-LOAD-CYC-PARMS.
           PERFORM 050-LOAD-BOOK-TABLE.
           PERFORM 060-LOAD-PRICE-TABLE.
           PERFORM 080-LOAD-CONTROL-TABLE.
           PERFORM 085-LOAD-PENDING-TABLE.
           PERFORM 090-LOAD-APPROVAL-TABLE.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-COUNT-TRAN-FILE.
       040-LOAD-CYC-PARMS.
      ************************************************************
      * Look up the variance tolerances in the PARMLIB parameter *
      * library                                                  *
      ************************************************************
      D    DISPLAY '040-LOAD-CYC-PARMS'.
           MOVE 'CYCVARNC' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'CYC-TOL-PCT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR PLIB-NUM-VALUE > 999.9
              THEN
              DISPLAY 'CYC-TOL-PCT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO CP-TOL-PCT.

           MOVE 'CYC-TOL-AMT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR PLIB-NUM-VALUE > 9999999.99
              THEN
              DISPLAY 'CYC-TOL-AMT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO CP-TOL-AMT.
      D    DISPLAY 'TOLERANCE PCT/AMT: ' CP-TOL-PCT '/' CP-TOL-AMT.
       050-LOAD-BOOK-TABLE.
      ************************************************************
      * Book quantity per part from the on-hand master           *
      ************************************************************
      D    DISPLAY '050-LOAD-BOOK-TABLE'.
           PERFORM UNTIL ONHAND-IN-FILE-EOF OR
              INV-TABLE-MAX = INV-TABLE-MAX-LIMIT
                   READ ONHAND-IN-FILE
                   AT END
                      MOVE 'Y' TO ONHAND-IN-FILE-STATUS
                   NOT AT END
                      MOVE ONHAND-IN-REC TO INV-MASTER-REC
                      ADD 1 TO INV-TABLE-MAX
                      MOVE INV-PART-NUMBER TO
                         INV-TBL-PART-NUMBER(INV-TABLE-MAX)
                      MOVE INV-ON-HAND TO
                         INV-TBL-ON-HAND(INV-TABLE-MAX)
                   END-READ
           END-PERFORM.
      D    DISPLAY 'ON-HAND MASTER: ' INV-TABLE-MAX ' ENTRIES'.
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
      * Load the count control written by CYCSELCT               *
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
       085-LOAD-PENDING-TABLE.
      ************************************************************
      * Variances held for approval on earlier runs              *
      ************************************************************
      D    DISPLAY '085-LOAD-PENDING-TABLE'.
           PERFORM UNTIL PENDING-IN-FILE-EOF OR
              PV-TABLE-MAX = PV-TABLE-MAX-LIMIT
                   READ PENDING-IN-FILE
                   AT END
                      MOVE 'Y' TO PENDING-IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO PV-TABLE-MAX
                      MOVE PENDING-IN-REC TO PV-ENTRY(PV-TABLE-MAX)
                   END-READ
           END-PERFORM.
      D    DISPLAY 'HELD VARIANCES: ' PV-TABLE-MAX ' ENTRIES'.
       090-LOAD-APPROVAL-TABLE.
      ************************************************************
      * Supervisor approve / reject decisions for this run       *
      ************************************************************
      D    DISPLAY '090-LOAD-APPROVAL-TABLE'.
           PERFORM UNTIL APPROVAL-FILE-EOF OR
              APV-TABLE-MAX = APV-TABLE-MAX-LIMIT
                   READ APPROVAL-FILE
                   AT END
                      MOVE 'Y' TO APPROVAL-FILE-STATUS
                   NOT AT END
                      IF AP-APPROVED OR AP-REJECTED
                         THEN
                         ADD 1 TO APV-TABLE-MAX
                         MOVE AP-PART-NUMBER TO
                            APV-TBL-PART-NUMBER(APV-TABLE-MAX)
                         MOVE AP-COUNT-DATE TO
                            APV-TBL-COUNT-DATE(APV-TABLE-MAX)
                         MOVE AP-DECISION TO
                            APV-TBL-DECISION(APV-TABLE-MAX)
                         MOVE AP-APPROVER-ID TO
                            APV-TBL-APPROVER-ID(APV-TABLE-MAX)
                         MOVE 'N' TO APV-TBL-USED(APV-TABLE-MAX)
                      ELSE
                         DISPLAY 'INVALID APPROVAL DECISION: '
                                 AP-DECISION ' PART: '
                                 AP-PART-NUMBER
                      END-IF
                   END-READ
           END-PERFORM.
      D    DISPLAY 'APPROVALS: ' APV-TABLE-MAX ' ENTRIES'.
       100-APPLY-APPROVAL.
      ************************************************************
      * One held variance: post it when approved, drop it when   *
      * rejected, otherwise carry it forward                     *
      ************************************************************
      D    DISPLAY '100-APPLY-APPROVAL'.
           MOVE PV-ENTRY(PV-TABLE-SUB) TO PENDING-VAR-REC.
           MOVE 'N' TO SW-APV-FOUND.
           PERFORM VARYING APV-TABLE-SUB FROM 1 BY 1
              UNTIL APV-TABLE-SUB > APV-TABLE-MAX
                   IF APV-TBL-PART-NUMBER(APV-TABLE-SUB) EQUAL TO
                      PV-PART-NUMBER
                      AND APV-TBL-COUNT-DATE(APV-TABLE-SUB) EQUAL TO
                      PV-COUNT-DATE
                      THEN
                      MOVE 'Y' TO SW-APV-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF NOT APV-FOUND
              THEN
              ADD 1 TO WS-CARRIED-KTR
              ADD PV-VARIANCE-AMT TO WS-HELD-AMT
              MOVE 'AWAITING APPROVAL' TO WS-ACTION
              PERFORM 550-WRITE-HELD-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO APV-TBL-USED(APV-TABLE-SUB).
           MOVE PV-PART-NUMBER TO CC-PART-NUMBER.
           PERFORM 170-FIND-CONTROL-ENTRY.
           IF APV-TBL-DECISION(APV-TABLE-SUB) EQUAL TO 'A'
              THEN
              MOVE PV-PART-NUMBER TO ADJ-PART-NUMBER
              MOVE PV-VARIANCE-QTY TO WS-VARIANCE-QTY
              PERFORM 500-WRITE-ADJUSTMENT
              ADD 1 TO WS-APPROVED-KTR
              ADD PV-VARIANCE-AMT TO WS-APPROVED-AMT
              MOVE PV-COUNT-DATE TO CC-LAST-COUNT-DATE
              ADD 1 TO CC-COUNT-KTR
              MOVE SPACES TO WS-ACTION
              STRING 'APPROVED BY ' DELIMITED BY SIZE
                     APV-TBL-APPROVER-ID(APV-TABLE-SUB)
                        DELIMITED BY SPACE
                     ' - POSTED' DELIMITED BY SIZE
                     INTO WS-ACTION
              END-STRING
           ELSE
              ADD 1 TO WS-DENIED-KTR
              MOVE SPACES TO WS-ACTION
              STRING 'REJECTED BY ' DELIMITED BY SIZE
                     APV-TBL-APPROVER-ID(APV-TABLE-SUB)
                        DELIMITED BY SPACE
                     ' - RECOUNT' DELIMITED BY SIZE
                     INTO WS-ACTION
              END-STRING
           END-IF.
           MOVE SPACE TO CC-COUNT-STATUS.
           PERFORM 180-SAVE-CONTROL-ENTRY.
           PERFORM 550-WRITE-HELD-LINE.
           MOVE SPACES TO PV-ENTRY(PV-TABLE-SUB).
       170-FIND-CONTROL-ENTRY.
      ************************************************************
      * Position CC-TABLE-SUB on CC-PART-NUMBER's control entry, *
      * adding one for a part counted without being selected     *
      ************************************************************
      D    DISPLAY '170-FIND-CONTROL-ENTRY'.
           MOVE 'N' TO SW-CC-FOUND.
           PERFORM VARYING CC-TABLE-SUB FROM 1 BY 1
              UNTIL CC-TABLE-SUB > CC-TABLE-MAX
                   IF CC-ENTRY(CC-TABLE-SUB)(1:23) EQUAL TO
                      CC-PART-NUMBER
                      THEN
                      MOVE 'Y' TO SW-CC-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF CC-FOUND
              THEN
              MOVE CC-ENTRY(CC-TABLE-SUB) TO CYC-CONTROL-REC
              EXIT PARAGRAPH
           END-IF.
           IF CC-TABLE-MAX < CC-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO CC-TABLE-MAX
              MOVE CC-TABLE-MAX TO CC-TABLE-SUB
              MOVE CC-PART-NUMBER TO WS-HOLD-PART
              MOVE SPACES TO CYC-CONTROL-REC
              MOVE WS-HOLD-PART TO CC-PART-NUMBER
              MOVE 0 TO CC-LAST-COUNT-DATE
              MOVE 0 TO CC-LAST-SELECT-DATE
              MOVE 0 TO CC-COUNT-KTR
           ELSE
              DISPLAY 'WARNING: COUNT CONTROL TABLE FULL'
              MOVE 0 TO CC-TABLE-SUB
           END-IF.
       180-SAVE-CONTROL-ENTRY.
      ************************************************************
      * Put CYC-CONTROL-REC back in its table slot               *
      ************************************************************
      D    DISPLAY '180-SAVE-CONTROL-ENTRY'.
           IF CC-TABLE-SUB > 0
              THEN
              MOVE CYC-CONTROL-REC TO CC-ENTRY(CC-TABLE-SUB)
           END-IF.
       200-RECONCILE-COUNT.
      ************************************************************
      * Edit one count and compare it with the book              *
      ************************************************************
      D    DISPLAY '200-RECONCILE-COUNT'.
           ADD 1 TO WS-COUNT-KTR.
           MOVE SPACES TO WS-REJECT-REASON.

           MOVE 'N' TO SW-INV-FOUND.
           PERFORM VARYING INV-TABLE-SUB FROM 1 BY 1
              UNTIL INV-TABLE-SUB > INV-TABLE-MAX
                   IF INV-TBL-PART-NUMBER(INV-TABLE-SUB) EQUAL TO
                      CT-PART-NUMBER
                      THEN
                      MOVE 'Y' TO SW-INV-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN NOT INV-FOUND
                 MOVE 'REJECTED: PART NOT ON MASTER' TO
                    WS-REJECT-REASON
              WHEN CT-COUNT-QTY NOT NUMERIC
                 MOVE 'REJECTED: BAD COUNT QUANTITY' TO
                    WS-REJECT-REASON
              WHEN CT-COUNT-DATE NOT NUMERIC
                 OR CT-COUNT-DATE > WS-CURRENT-DATE
                 OR FUNCTION TEST-DATE-YYYYMMDD(CT-COUNT-DATE)
                    NOT EQUAL TO ZERO
                 MOVE 'REJECTED: BAD COUNT DATE' TO
                    WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT EQUAL TO SPACES
              THEN
              PERFORM 250-WRITE-REJECT-LINE
              PERFORM 400-READ-COUNT-TRAN-FILE
              EXIT PARAGRAPH
           END-IF.

           MOVE INV-TBL-ON-HAND(INV-TABLE-SUB) TO WS-BOOK-QTY.
           COMPUTE WS-VARIANCE-QTY = CT-COUNT-QTY - WS-BOOK-QTY.
           PERFORM 210-GET-UNIT-PRICE.
           COMPUTE WS-VARIANCE-AMT ROUNDED =
              WS-VARIANCE-QTY * WS-UNIT-PRICE.

           MOVE CT-PART-NUMBER TO CC-PART-NUMBER.
           PERFORM 170-FIND-CONTROL-ENTRY.

      * A newer count supersedes a variance still held for the part
           PERFORM VARYING PV-TABLE-SUB FROM 1 BY 1
              UNTIL PV-TABLE-SUB > PV-TABLE-MAX
                   IF PV-ENTRY(PV-TABLE-SUB)(1:23) EQUAL TO
                      CT-PART-NUMBER
                      THEN
                      MOVE PV-ENTRY(PV-TABLE-SUB) TO PENDING-VAR-REC
                      IF PV-HELD-DATE EQUAL TO WS-CURRENT-DATE
                         THEN
                         SUBTRACT 1 FROM WS-HELD-KTR
                      ELSE
                         SUBTRACT 1 FROM WS-CARRIED-KTR
                      END-IF
                      SUBTRACT PV-VARIANCE-AMT FROM WS-HELD-AMT
                      MOVE SPACES TO PV-ENTRY(PV-TABLE-SUB)
                   END-IF
           END-PERFORM.

           IF WS-VARIANCE-QTY EQUAL TO ZERO
              THEN
              ADD 1 TO WS-EXACT-KTR
              PERFORM 230-RECORD-COUNT
              PERFORM 400-READ-COUNT-TRAN-FILE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 220-CHECK-TOLERANCE.
           IF WS-VARIANCE-ABS NOT > WS-TOL-QTY
              AND WS-VARIANCE-AMT-ABS NOT > CP-TOL-AMT
              THEN
              MOVE CT-PART-NUMBER TO ADJ-PART-NUMBER
              PERFORM 500-WRITE-ADJUSTMENT
              ADD 1 TO WS-AUTO-ADJ-KTR
              ADD WS-VARIANCE-AMT TO WS-AUTO-ADJ-AMT
              PERFORM 230-RECORD-COUNT
           ELSE
              PERFORM 240-HOLD-VARIANCE
           END-IF.
           PERFORM 400-READ-COUNT-TRAN-FILE.
       210-GET-UNIT-PRICE.
      ************************************************************
      * Latest unit price of the counted part; zero if unpriced  *
      ************************************************************
      D    DISPLAY '210-GET-UNIT-PRICE'.
           MOVE 0 TO WS-UNIT-PRICE.
           PERFORM VARYING PRC-TABLE-SUB FROM 1 BY 1
              UNTIL PRC-TABLE-SUB > PRC-TABLE-MAX
                   IF PRC-TBL-PART-NUMBER(PRC-TABLE-SUB) EQUAL TO
                      CT-PART-NUMBER(1:11)
                      THEN
                      MOVE PRC-TBL-UNIT-PRICE-USD(PRC-TABLE-SUB)
                         TO WS-UNIT-PRICE
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       220-CHECK-TOLERANCE.
      ************************************************************
      * Size of the variance against the tolerances              *
      ************************************************************
      D    DISPLAY '220-CHECK-TOLERANCE'.
           IF WS-VARIANCE-QTY < ZERO
              THEN
              COMPUTE WS-VARIANCE-ABS = 0 - WS-VARIANCE-QTY
           ELSE
              MOVE WS-VARIANCE-QTY TO WS-VARIANCE-ABS
           END-IF.
           IF WS-VARIANCE-AMT < ZERO
              THEN
              COMPUTE WS-VARIANCE-AMT-ABS = 0 - WS-VARIANCE-AMT
           ELSE
              MOVE WS-VARIANCE-AMT TO WS-VARIANCE-AMT-ABS
           END-IF.
           IF WS-BOOK-QTY < ZERO
              THEN
              COMPUTE WS-TOL-QTY = (0 - WS-BOOK-QTY) * CP-TOL-PCT
                                   / 100
           ELSE
              COMPUTE WS-TOL-QTY = WS-BOOK-QTY * CP-TOL-PCT / 100
           END-IF.
       230-RECORD-COUNT.
      ************************************************************
      * The count stands - set the part's last-counted date      *
      ************************************************************
      D    DISPLAY '230-RECORD-COUNT'.
           MOVE CT-COUNT-DATE TO CC-LAST-COUNT-DATE.
           MOVE SPACE TO CC-COUNT-STATUS.
           ADD 1 TO CC-COUNT-KTR.
           PERFORM 180-SAVE-CONTROL-ENTRY.
       240-HOLD-VARIANCE.
      ************************************************************
      * Outside tolerance - hold for supervisor approval         *
      ************************************************************
      D    DISPLAY '240-HOLD-VARIANCE'.
           MOVE SPACES TO PENDING-VAR-REC.
           MOVE CT-PART-NUMBER TO PV-PART-NUMBER.
           MOVE CT-COUNT-DATE TO PV-COUNT-DATE.
           MOVE WS-BOOK-QTY TO PV-BOOK-QTY.
           MOVE CT-COUNT-QTY TO PV-COUNT-QTY.
           MOVE WS-VARIANCE-QTY TO PV-VARIANCE-QTY.
           MOVE WS-UNIT-PRICE TO PV-UNIT-PRICE-USD.
           MOVE WS-VARIANCE-AMT TO PV-VARIANCE-AMT.
           MOVE CT-COUNTER-ID TO PV-COUNTER-ID.
           MOVE WS-CURRENT-DATE TO PV-HELD-DATE.

           MOVE 'N' TO SW-PV-FOUND.
           PERFORM VARYING PV-TABLE-SUB FROM 1 BY 1
              UNTIL PV-TABLE-SUB > PV-TABLE-MAX
                   IF PV-ENTRY(PV-TABLE-SUB) EQUAL TO SPACES
                      THEN
                      MOVE 'Y' TO SW-PV-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT PV-FOUND
              THEN
              IF PV-TABLE-MAX < PV-TABLE-MAX-LIMIT
                 THEN
                 ADD 1 TO PV-TABLE-MAX
                 MOVE PV-TABLE-MAX TO PV-TABLE-SUB
              ELSE
                 DISPLAY 'WARNING: HELD VARIANCE TABLE FULL - '
                         CT-PART-NUMBER
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE PENDING-VAR-REC TO PV-ENTRY(PV-TABLE-SUB).

           ADD 1 TO WS-HELD-KTR.
           ADD WS-VARIANCE-AMT TO WS-HELD-AMT.
           MOVE 'P' TO CC-COUNT-STATUS.
           PERFORM 180-SAVE-CONTROL-ENTRY.
           MOVE 'NEW - AWAITING APPROVAL' TO WS-ACTION.
           PERFORM 550-WRITE-HELD-LINE.
       250-WRITE-REJECT-LINE.
      ************************************************************
      * Print one rejected count                                 *
      ************************************************************
      D    DISPLAY '250-WRITE-REJECT-LINE'.
           ADD 1 TO WS-REJECT-KTR.
           MOVE SPACES TO DETAIL-LINE.
           MOVE CT-PART-NUMBER TO DET-PART-O.
           MOVE COUNT-TRAN-REC(31:8) TO DET-COUNT-DATE-O.
           IF CT-COUNT-QTY NUMERIC
              THEN
              MOVE CT-COUNT-QTY TO DET-COUNT-O
           END-IF.
           MOVE WS-REJECT-REASON TO DET-ACTION-O.
           PERFORM 560-PRINT-DETAIL-LINE.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT COUNT-TRAN-FILE.
           IF NOT COUNT-TRAN-FILE-OK
              DISPLAY 'CYCCOUNT OPEN PROBLEM, RC='
                      COUNT-TRAN-FILE-ST
              MOVE 'Y' TO COUNT-TRAN-FILE-STATUS
           END-IF.
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
           OPEN INPUT PENDING-IN-FILE.
           IF NOT PENDING-IN-FILE-OK
              DISPLAY 'CYCPENDI OPEN PROBLEM, RC='
                      PENDING-IN-FILE-ST
              MOVE 'Y' TO PENDING-IN-FILE-STATUS
           END-IF.
           OPEN INPUT APPROVAL-FILE.
           IF NOT APPROVAL-FILE-OK
              DISPLAY 'CYCAPPRV OPEN PROBLEM, RC='
                      APPROVAL-FILE-ST
              MOVE 'Y' TO APPROVAL-FILE-STATUS
           END-IF.
           OPEN OUTPUT ADJ-OUT-FILE.
           IF NOT ADJ-OUT-FILE-OK
              DISPLAY 'CYCADJ OPEN PROBLEM, RC=' ADJ-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CYCCTL-OUT-FILE.
           IF NOT CYCCTL-OUT-FILE-OK
              DISPLAY 'CYCCTLO OPEN PROBLEM, RC='
                      CYCCTL-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT PENDING-OUT-FILE.
           IF NOT PENDING-OUT-FILE-OK
              DISPLAY 'CYCPENDO OPEN PROBLEM, RC='
                      PENDING-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-READ-COUNT-TRAN-FILE.
      ************************************************************
      * Read next count                                          *
      ************************************************************
      D    DISPLAY '400-READ-COUNT-TRAN-FILE'.
           READ COUNT-TRAN-FILE
           AT END
              MOVE 'Y' TO COUNT-TRAN-FILE-STATUS
           END-READ.
       500-WRITE-ADJUSTMENT.
      ************************************************************
      * 'A' adjustment for INVPOST - WS-VARIANCE-QTY signed      *
      ************************************************************
      D    DISPLAY '500-WRITE-ADJUSTMENT'.
           MOVE 'A' TO ADJ-TRAN-TYPE.
           IF WS-VARIANCE-QTY < ZERO
              THEN
              COMPUTE ADJ-QTY = 0 - WS-VARIANCE-QTY
              MOVE '-' TO ADJ-SIGN
           ELSE
              MOVE WS-VARIANCE-QTY TO ADJ-QTY
              MOVE '+' TO ADJ-SIGN
           END-IF.
           MOVE WS-CURRENT-DATE TO ADJ-TRAN-DATE.
           MOVE SPACES TO ADJ-OUT-REC(41:40).
           WRITE ADJ-OUT-REC.
           ADD 1 TO WS-ADJ-OUT-KTR.
       550-WRITE-HELD-LINE.
      ************************************************************
      * Approval report line for the variance in PENDING-VAR-REC *
      ************************************************************
      D    DISPLAY '550-WRITE-HELD-LINE'.
           MOVE SPACES TO DETAIL-LINE.
           MOVE PV-PART-NUMBER TO DET-PART-O.
           MOVE PV-COUNT-DATE TO DET-COUNT-DATE-O.
           MOVE PV-BOOK-QTY TO DET-BOOK-O.
           MOVE PV-COUNT-QTY TO DET-COUNT-O.
           MOVE PV-VARIANCE-QTY TO DET-VARIANCE-O.
           MOVE PV-UNIT-PRICE-USD TO DET-PRICE-O.
           MOVE PV-VARIANCE-AMT TO DET-VAR-AMT-O.
           MOVE WS-ACTION TO DET-ACTION-O.
           PERFORM 560-PRINT-DETAIL-LINE.
       560-PRINT-DETAIL-LINE.
      ************************************************************
      * Print one report line with page overflow                 *
      ************************************************************
      D    DISPLAY '560-PRINT-DETAIL-LINE'.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
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
           PERFORM VARYING APV-TABLE-SUB FROM 1 BY 1
              UNTIL APV-TABLE-SUB > APV-TABLE-MAX
                   IF APV-TBL-USED(APV-TABLE-SUB) EQUAL TO 'N'
                      THEN
                      DISPLAY 'APPROVAL WITH NO HELD VARIANCE: '
                              APV-TBL-PART-NUMBER(APV-TABLE-SUB) ' '
                              APV-TBL-COUNT-DATE(APV-TABLE-SUB)
                   END-IF
           END-PERFORM.
           MOVE WS-COUNT-KTR TO TOTAL-COUNT-O.
           MOVE WS-REJECT-KTR TO TOTAL-REJECT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-EXACT-KTR TO TOTAL-EXACT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-AUTO-ADJ-KTR TO TOTAL-AUTO-ADJ-O.
           MOVE WS-HELD-KTR TO TOTAL-HELD-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-APPROVED-KTR TO TOTAL-APPROVED-O.
           MOVE WS-DENIED-KTR TO TOTAL-DENIED-O.
           MOVE WS-CARRIED-KTR TO TOTAL-CARRIED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-ADJ-OUT-KTR TO TOTAL-ADJ-OUT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-AUTO-ADJ-AMT TO TOTAL-AUTO-ADJ-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
           MOVE WS-APPROVED-AMT TO TOTAL-APPROVED-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC7
              AFTER ADVANCING 1 LINE.
           MOVE WS-HELD-AMT TO TOTAL-HELD-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC8
              AFTER ADVANCING 1 LINE.
       750-SAVE-COUNT-CONTROL.
      ************************************************************
      * Rewrite the count control for CYCSELCT                   *
      ************************************************************
      D    DISPLAY '750-SAVE-COUNT-CONTROL'.
           PERFORM VARYING CC-TABLE-SUB FROM 1 BY 1
              UNTIL CC-TABLE-SUB > CC-TABLE-MAX
                   MOVE CC-ENTRY(CC-TABLE-SUB) TO CYCCTL-OUT-REC
                   WRITE CYCCTL-OUT-REC
           END-PERFORM.
       760-SAVE-PENDING.
      ************************************************************
      * Carry the variances still awaiting approval              *
      ************************************************************
      D    DISPLAY '760-SAVE-PENDING'.
           PERFORM VARYING PV-TABLE-SUB FROM 1 BY 1
              UNTIL PV-TABLE-SUB > PV-TABLE-MAX
                   IF PV-ENTRY(PV-TABLE-SUB) NOT EQUAL TO SPACES
                      THEN
                      MOVE PV-ENTRY(PV-TABLE-SUB) TO PENDING-OUT-REC
                      WRITE PENDING-OUT-REC
                   END-IF
           END-PERFORM.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE COUNT-TRAN-FILE
                 ONHAND-IN-FILE
                 PRICE-HIST-FILE
                 CYCCTL-IN-FILE
                 PENDING-IN-FILE
                 APPROVAL-FILE
                 ADJ-OUT-FILE
                 CYCCTL-OUT-FILE
                 PENDING-OUT-FILE
                 REPORT-FILE.
