       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFQGEN.
      * ------------------------------------------------------------
      * RFQGEN:
      * Request-for-quote issue for parts. Buyers no longer choose
      * a supplier by telephone - every part bought competitively
      * goes out for bids first, and the bids are tabulated and
      * awarded by RFQAWARD.
      *
      * Each RFQ transaction on RFQTRAN names the RFQ number (taken
      * from the buyer's PO number block - it becomes the PO
      * number stem of the award), the part, the quantity, the
      * need-by date, the date quotes are due back and the buyer.
      * For every RFQ accepted, one RFQ record is written for each
      * supplier approved for the part:
      *
      *  - the approvals come from the approved-vendor list
      *    (AVLMSTR, maintained by AVLMNT), loaded in key order;
      *    an approval counts when it is current on the run date
      *    (approved on or before today, not yet expired - zero
      *    expiry is open-ended) and its maximum order quantity
      *    (zero = no limit) covers the largest release
      *  - the supplier must be on the supplier master (SUPPMSTR)
      *    and active
      *
      * The award is placed as three scheduled releases, one for
      * each PO line of the PARTSUPP record, so the quantity must
      * be at least 3. An RFQ is rejected when a field is invalid,
      * the RFQ number is already open, the part is not on the
      * part master (PARTMSTR) or no approved supplier can be
      * invited.
      *
      * Files:
      *  - RFQSEND  - this run's RFQ records, one per supplier
      *               invited, for mailing to the suppliers
      *  - RFQOPEN  - RFQs still open from earlier runs (the last
      *               RFQOPENO written here or by RFQAWARD)
      *  - RFQOPENO - RFQOPEN plus this run's RFQs, for the next
      *               RFQGEN or RFQAWARD run
      *
      * The report lists every supplier considered for each RFQ,
      * invited or not and why, and every rejected transaction.
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFQ-TRAN-FILE ASSIGN TO RFQTRAN
           FILE STATUS IS RFQ-TRAN-FILE-ST.

           SELECT PART-MASTER-FILE ASSIGN TO PARTMSTR
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PM-PART-NUMBER
           FILE STATUS IS PART-MASTER-FILE-ST.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO SUPPMSTR
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SM-SUPPLIER-CODE
           FILE STATUS IS SUPPLIER-MASTER-FILE-ST.

           SELECT AVL-MASTER-FILE ASSIGN TO AVLMSTR
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS AVL-KEY
           FILE STATUS IS AVL-MASTER-FILE-ST.

           SELECT OPTIONAL RFQ-IN-FILE ASSIGN TO RFQOPEN
           FILE STATUS IS RFQ-IN-FILE-ST.

           SELECT RFQ-OUT-FILE ASSIGN TO RFQOPENO
           FILE STATUS IS RFQ-OUT-FILE-ST.

           SELECT RFQ-SEND-FILE ASSIGN TO RFQSEND
           FILE STATUS IS RFQ-SEND-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * RFQ transactions from the buyers
       FD  RFQ-TRAN-FILE
           RECORDING MODE IS F.
       01 RFQ-TRAN-REC.
          05 RT-RFQ-NUMBER             PIC X(05).
          05 RT-PART-NUMBER            PIC X(23).
          05 RT-QUANTITY               PIC X(07).
          05 RT-QUANTITY-N             REDEFINES RT-QUANTITY
                                       PIC 9(07).
          05 RT-NEED-BY-DATE           PIC X(08).
          05 RT-NEED-BY-DATE-N         REDEFINES RT-NEED-BY-DATE
                                       PIC 9(08).
          05 RT-QUOTE-DUE-DATE         PIC X(08).
          05 RT-QUOTE-DUE-DATE-N       REDEFINES RT-QUOTE-DUE-DATE
                                       PIC 9(08).
          05 RT-BUYER-CODE             PIC X(03).
          05 FILLER                    PIC X(26).

      * Persistent part master - same record layout as the
      * PART-MASTER-FILE FD in PARTSUPX
       FD  PART-MASTER-FILE
           RECORDING MODE IS F.
       01 PART-MASTER-REC.
          05 PM-PART-NUMBER            PIC X(23).
          05 PM-PART-NAME              PIC X(14).
          05 PM-SPEC-NUMBER            PIC X(07).
          05 PM-BLUEPRINT-NUMBER       PIC X(10).
          05 PM-UNIT-OF-MEASURE        PIC X(03).

      * Persistent supplier master - same record layout as the
      * SUPPLIER-MASTER-FILE FD in PARTSUPX
       FD  SUPPLIER-MASTER-FILE
           RECORDING MODE IS F.
       01 SUPPLIER-MASTER-REC.
          05 SM-SUPPLIER-CODE          PIC X(05).
          05 SM-SUPPLIER-NAME          PIC X(15).
          05 SM-SUPPLIER-TYPE          PIC X(01).
          05 SM-EDI-CAPABLE            PIC X(01).
             88 SM-EDI-YES                             VALUE 'Y'.
          05 SM-ACTIVE-STATUS          PIC X(01).
             88 SM-ACTIVE                              VALUE 'A'.
             88 SM-INACTIVE                            VALUE 'I'.
          05 SM-PAYMENT-TERMS.
             10 SM-TERMS-NET-DAYS      PIC 9(03).
             10 SM-TERMS-DISC-PCT      PIC 9(02)V9.
             10 SM-TERMS-DISC-DAYS     PIC 9(03).
             10 SM-PAY-METHOD          PIC X(01).
                88 SM-PAY-BY-CHECK                     VALUE 'C'.
                88 SM-PAY-BY-ACH                       VALUE 'A'.
             10 SM-ACH-ROUTING         PIC 9(09).
             10 SM-ACH-ACCOUNT         PIC X(17).
          05 SM-TAX-REPORTING.
             10 SM-TAXPAYER-ID         PIC X(09).
             10 SM-1099-FLAG           PIC X(01).
                88 SM-1099-REPORTABLE                  VALUE 'Y'.
             10 SM-LEGAL-NAME          PIC X(30).

      * Approved-vendor list - same record layout as AVLMNT
       FD  AVL-MASTER-FILE
           RECORDING MODE IS F.
       01 AVL-MASTER-REC.
          05 AVL-KEY.
             10 AVL-PART-NUMBER        PIC X(23).
             10 AVL-SUPPLIER-CODE      PIC X(05).
          05 AVL-APPROVAL-DATE         PIC 9(08).
          05 AVL-EXPIRY-DATE           PIC 9(08).
          05 AVL-PREFERRED-RANK        PIC 9(02).
          05 AVL-MAX-ORDER-QTY         PIC 9(07).
          05 FILLER                    PIC X(27).

      * Open RFQs - one record per RFQ and supplier invited; the
      * same layout is read and rewritten by RFQAWARD
       FD  RFQ-IN-FILE
           RECORDING MODE IS F.
       01 RFQ-IN-REC                   PIC X(120).

       FD  RFQ-OUT-FILE
           RECORDING MODE IS F.
       01 RFQ-OUT-REC                  PIC X(120).

       FD  RFQ-SEND-FILE
           RECORDING MODE IS F.
       01 RFQ-SEND-REC                 PIC X(120).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
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

      * Current approvals from AVLMSTR, in key order
       01 AVL-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 AVL-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 AVL-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 5000 COMP.
       01 AVL-TABLE.
          05 AVL-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON AVL-TABLE-MAX.
             10 AVL-TBL-PART-NUMBER    PIC X(23).
             10 AVL-TBL-SUPPLIER-CODE  PIC X(05).
             10 AVL-TBL-APPROVAL-DATE  PIC 9(08).
             10 AVL-TBL-EXPIRY-DATE    PIC 9(08).
             10 AVL-TBL-PREFERRED-RANK PIC 9(02).
             10 AVL-TBL-MAX-ORDER-QTY  PIC 9(07).

      * RFQ numbers already open, from RFQOPEN and this run
       01 OPEN-TABLE-SUB               PIC 9(4)        VALUE 0 COMP.
       01 OPEN-TABLE-MAX               PIC 9(4)        VALUE 0 COMP.
       01 OPEN-TABLE-MAX-LIMIT         PIC 9(4)        VALUE 2000 COMP.
       01 OPEN-RFQ-TABLE.
          05 OPEN-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON OPEN-TABLE-MAX.
             10 OPEN-TBL-RFQ-NUMBER    PIC X(05).

      * Suppliers invited to the RFQ in hand
       01 INV-TABLE-SUB                PIC 9(3)        VALUE 0 COMP.
       01 INV-TABLE-MAX                PIC 9(3)        VALUE 0 COMP.
       01 INV-TABLE-MAX-LIMIT          PIC 9(3)        VALUE 50 COMP.
       01 INVITE-TABLE.
          05 INV-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON INV-TABLE-MAX.
             10 INV-TBL-SUPPLIER-CODE  PIC X(05).
             10 INV-TBL-SUPPLIER-NAME  PIC X(15).
             10 INV-TBL-PREFERRED-RANK PIC 9(02).

       01 PROGRAM-SWITCHES.
          05 RFQ-TRAN-FILE-ST          PIC X(2).
             88 RFQ-TRAN-FILE-OK                       VALUE '00'.
          05 PART-MASTER-FILE-ST       PIC X(2).
             88 PART-MASTER-FILE-OK                    VALUE '00'.
             88 PART-MASTER-NOTFND                     VALUE '23'.
          05 SUPPLIER-MASTER-FILE-ST   PIC X(2).
             88 SUPPLIER-MASTER-FILE-OK                VALUE '00'.
             88 SUPPLIER-MASTER-NOTFND                 VALUE '23'.
          05 AVL-MASTER-FILE-ST        PIC X(2).
             88 AVL-MASTER-FILE-OK                     VALUE '00'.
          05 RFQ-IN-FILE-ST            PIC X(2).
             88 RFQ-IN-FILE-OK                         VALUE '00' '05'.
          05 RFQ-OUT-FILE-ST           PIC X(2).
             88 RFQ-OUT-FILE-OK                        VALUE '00'.
          05 RFQ-SEND-FILE-ST          PIC X(2).
             88 RFQ-SEND-FILE-OK                       VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 RFQ-TRAN-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 RFQ-TRAN-FILE-EOF                      VALUE 'Y'.
          05 AVL-MASTER-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 AVL-MASTER-FILE-EOF                    VALUE 'Y'.
          05 RFQ-IN-FILE-STATUS        PIC X(01)       VALUE SPACE.
             88 RFQ-IN-FILE-EOF                        VALUE 'Y'.
          05 TRANS-APPLIED-STATUS      PIC X(01)       VALUE SPACE.
             88 TRANS-APPLIED                          VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-TRAN-KTR               PIC 9(7)        VALUE 0.
          05 WS-ISSUED-KTR             PIC 9(7)        VALUE 0.
          05 WS-REJECT-KTR             PIC 9(7)        VALUE 0.
          05 WS-SENT-KTR               PIC 9(7)        VALUE 0.
          05 WS-NOT-INVITED-KTR        PIC 9(7)        VALUE 0.
          05 WS-CARRIED-KTR            PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-RUN-DATE               PIC 9(8)        VALUE 0.
          05 WS-REJECT-REASON          PIC X(30)       VALUE SPACES.
          05 WS-REMARK                 PIC X(30)       VALUE SPACES.
          05 WS-PREV-RFQ-NUMBER        PIC X(05)       VALUE SPACES.
      * Largest of the three releases - the last one carries the
      * remainder of the quantity
          05 WS-RELEASE-QTY            PIC 9(07)       VALUE 0.
          05 WS-LAST-RELEASE-QTY       PIC 9(07)       VALUE 0.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(44)       VALUE
                '    REQUEST-FOR-QUOTE ISSUE REPORT FOR      '.
          05 HDG-RUN-DATE-O            PIC 9(8).
          05 FILLER                    PIC X(6)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(05)       VALUE
                'RFQ'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(23)       VALUE
                'PART NUMBER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE
                'QTY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'NEED-BY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'DUE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(03)       VALUE
                'BYR'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE
                'SUPP'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE
                'SUPPLIER NAME'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE
                'RANK'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REMARK'.
          05 FILLER                    PIC X(06)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(23)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(03)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(06)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-RFQ-NUMBER-O          PIC X(05).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PART-NUMBER-O         PIC X(23).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-QUANTITY-O            PIC X(07).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NEED-BY-O             PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-DUE-O                 PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-BUYER-O               PIC X(03).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-SUPPLIER-CODE-O       PIC X(05).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-SUPPLIER-NAME-O       PIC X(15).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-RANK-O                PIC Z9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REMARK-O              PIC X(30).
          05 FILLER                    PIC X(06)       VALUE SPACES.

       01 WS-QTY-EDIT                  PIC ZZZZZZ9.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'RFQ transactions read            :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-TRAN-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'RFQs issued / rejected           :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ISSUED-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REJECT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Supplier RFQs sent / not invited :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-SENT-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-NOT-INVITED-O       PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Open RFQ records carried forward :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-CARRIED-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAIN UNTIL RFQ-TRAN-FILE-EOF.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'RFQGEN' TO AUD-PROGRAM-ID.
           MOVE WS-TRAN-KTR TO AUD-RECORDS-READ.
           MOVE WS-SENT-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-REJECT-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-ISSUED-KTR TO AUD-CONTROL-TOTAL.
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
           MOVE WS-RUN-DATE TO HDG-RUN-DATE-O.
           PERFORM 050-LOAD-AVL-TABLE.
           PERFORM 060-CARRY-OPEN-RFQS.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-RFQ-TRAN.
       050-LOAD-AVL-TABLE.
      ************************************************************
      * Load the approvals current on the run date               *
      ************************************************************
      D    DISPLAY '050-LOAD-AVL-TABLE'.
           PERFORM UNTIL AVL-MASTER-FILE-EOF OR
              AVL-TABLE-MAX = AVL-TABLE-MAX-LIMIT
                   READ AVL-MASTER-FILE
                   AT END
                      MOVE 'Y' TO AVL-MASTER-FILE-STATUS
                   NOT AT END
                      ADD 1 TO AVL-TABLE-MAX
                      MOVE AVL-PART-NUMBER TO
                         AVL-TBL-PART-NUMBER(AVL-TABLE-MAX)
                      MOVE AVL-SUPPLIER-CODE TO
                         AVL-TBL-SUPPLIER-CODE(AVL-TABLE-MAX)
                      MOVE AVL-APPROVAL-DATE TO
                         AVL-TBL-APPROVAL-DATE(AVL-TABLE-MAX)
                      MOVE AVL-EXPIRY-DATE TO
                         AVL-TBL-EXPIRY-DATE(AVL-TABLE-MAX)
                      MOVE AVL-PREFERRED-RANK TO
                         AVL-TBL-PREFERRED-RANK(AVL-TABLE-MAX)
                      MOVE AVL-MAX-ORDER-QTY TO
                         AVL-TBL-MAX-ORDER-QTY(AVL-TABLE-MAX)
                   END-READ
           END-PERFORM.
           IF NOT AVL-MASTER-FILE-EOF
              THEN
              DISPLAY 'WARNING: AVL TABLE FULL AT '
                      AVL-TABLE-MAX-LIMIT
                      ' ENTRIES - REMAINING APPROVALS NOT USED'
           END-IF.
      D    DISPLAY 'AVL TABLE: ' AVL-TABLE-MAX ' ENTRIES'.
       060-CARRY-OPEN-RFQS.
      ************************************************************
      * Copy the RFQs still open to RFQOPENO and note their      *
      * numbers so none is issued twice                          *
      ************************************************************
      D    DISPLAY '060-CARRY-OPEN-RFQS'.
           PERFORM UNTIL RFQ-IN-FILE-EOF
                   READ RFQ-IN-FILE INTO RFQ-REC
                   AT END
                      MOVE 'Y' TO RFQ-IN-FILE-STATUS
                   NOT AT END
                      WRITE RFQ-OUT-REC FROM RFQ-REC
                      ADD 1 TO WS-CARRIED-KTR
                      IF RQ-RFQ-NUMBER NOT EQUAL TO WS-PREV-RFQ-NUMBER
                         THEN
                         PERFORM 070-ADD-OPEN-NUMBER
                         MOVE RQ-RFQ-NUMBER TO WS-PREV-RFQ-NUMBER
                      END-IF
                   END-READ
           END-PERFORM.
       070-ADD-OPEN-NUMBER.
      ************************************************************
      * One RFQ number into the open-RFQ table                   *
      ************************************************************
           IF OPEN-TABLE-MAX = OPEN-TABLE-MAX-LIMIT
              THEN
              DISPLAY 'WARNING: OPEN RFQ TABLE FULL - RFQ '
                      RQ-RFQ-NUMBER ' NOT CHECKED FOR REUSE'
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OPEN-TABLE-MAX.
           MOVE RQ-RFQ-NUMBER TO OPEN-TBL-RFQ-NUMBER(OPEN-TABLE-MAX).
       100-MAIN.
      ************************************************************
      * One RFQ transaction - edit it, pick the suppliers to      *
      * invite, then issue or reject                             *
      ************************************************************
      D    DISPLAY '100-MAIN'.
           MOVE 'Y' TO TRANS-APPLIED-STATUS.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO INV-TABLE-MAX.

           PERFORM 200-EDIT-TRANSACTION.
           IF TRANS-APPLIED
              THEN
              PERFORM 250-SELECT-SUPPLIERS
           END-IF.
           IF TRANS-APPLIED
              AND INV-TABLE-MAX = 0
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'NO APPROVED SOURCE TO INVITE' TO WS-REJECT-REASON
           END-IF.

           IF TRANS-APPLIED
              THEN
              PERFORM 260-ISSUE-RFQ
           ELSE
              ADD 1 TO WS-REJECT-KTR
              MOVE SPACES TO DETAIL-LINE
              PERFORM 450-FORMAT-RFQ-FIELDS
              STRING 'REJECTED - ' WS-REJECT-REASON
                 DELIMITED BY SIZE INTO DET-REMARK-O
              PERFORM 500-WRITE-REPORT
           END-IF.

           PERFORM 400-READ-RFQ-TRAN.
       200-EDIT-TRANSACTION.
      ************************************************************
      * Field edits, RFQ number reuse and the part master        *
      ************************************************************
      D    DISPLAY '200-EDIT-TRANSACTION'.
           IF RT-RFQ-NUMBER EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'RFQ NUMBER MISSING' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING OPEN-TABLE-SUB FROM 1 BY 1
              UNTIL OPEN-TABLE-SUB > OPEN-TABLE-MAX
                   IF OPEN-TBL-RFQ-NUMBER(OPEN-TABLE-SUB) =
                      RT-RFQ-NUMBER
                      THEN
                      MOVE 'N' TO TRANS-APPLIED-STATUS
                      MOVE 'RFQ NUMBER ALREADY OPEN'
                         TO WS-REJECT-REASON
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM.
           IF RT-QUANTITY NOT NUMERIC
              OR RT-QUANTITY-N < 3
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'QUANTITY INVALID - MINIMUM 3' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF RT-NEED-BY-DATE NOT NUMERIC
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'INVALID NEED-BY DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(RT-NEED-BY-DATE-N)
              NOT EQUAL TO ZERO
              OR RT-NEED-BY-DATE-N NOT GREATER THAN WS-RUN-DATE
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'INVALID NEED-BY DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF RT-QUOTE-DUE-DATE NOT NUMERIC
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'INVALID QUOTE DUE DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(RT-QUOTE-DUE-DATE-N)
              NOT EQUAL TO ZERO
              OR RT-QUOTE-DUE-DATE-N LESS THAN WS-RUN-DATE
              OR RT-QUOTE-DUE-DATE-N NOT LESS THAN RT-NEED-BY-DATE-N
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'INVALID QUOTE DUE DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF RT-BUYER-CODE EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'BUYER CODE MISSING' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE RT-PART-NUMBER TO PM-PART-NUMBER.
           READ PART-MASTER-FILE.
           EVALUATE TRUE
              WHEN PART-MASTER-FILE-OK
                 CONTINUE
              WHEN PART-MASTER-NOTFND
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'PART NOT ON PART MASTER' TO WS-REJECT-REASON
              WHEN OTHER
                 DISPLAY 'PART-MASTER-FILE Problem: '
                         PART-MASTER-FILE-ST
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
       250-SELECT-SUPPLIERS.
      ************************************************************
      * Every approval on file for the part: invite the supplier *
      * when the approval is current, covers the largest release *
      * and the supplier is active; report the others            *
      ************************************************************
      D    DISPLAY '250-SELECT-SUPPLIERS'.
           DIVIDE RT-QUANTITY-N BY 3 GIVING WS-RELEASE-QTY.
           COMPUTE WS-LAST-RELEASE-QTY =
              RT-QUANTITY-N - (2 * WS-RELEASE-QTY).

           PERFORM VARYING AVL-TABLE-SUB FROM 1 BY 1
              UNTIL AVL-TABLE-SUB > AVL-TABLE-MAX
                   IF AVL-TBL-PART-NUMBER(AVL-TABLE-SUB) =
                      RT-PART-NUMBER
                      THEN
                      PERFORM 255-CHECK-ONE-APPROVAL
                   END-IF
           END-PERFORM.
       255-CHECK-ONE-APPROVAL.
      ************************************************************
      * One approval of the part                                 *
      ************************************************************
      D    DISPLAY '255-CHECK-ONE-APPROVAL'.
           MOVE SPACES TO WS-REMARK.
           MOVE AVL-TBL-SUPPLIER-CODE(AVL-TABLE-SUB)
              TO SM-SUPPLIER-CODE.
           MOVE SPACES TO SM-SUPPLIER-NAME.

           EVALUATE TRUE
              WHEN AVL-TBL-APPROVAL-DATE(AVL-TABLE-SUB) >
                   WS-RUN-DATE
                 MOVE 'NOT INVITED - NOT YET APPROVED' TO WS-REMARK
              WHEN AVL-TBL-EXPIRY-DATE(AVL-TABLE-SUB) NOT = ZERO
                   AND AVL-TBL-EXPIRY-DATE(AVL-TABLE-SUB) <
                   WS-RUN-DATE
                 MOVE 'NOT INVITED - APPROVAL EXPIRED' TO WS-REMARK
              WHEN AVL-TBL-MAX-ORDER-QTY(AVL-TABLE-SUB) NOT = ZERO
                   AND AVL-TBL-MAX-ORDER-QTY(AVL-TABLE-SUB) <
                   WS-LAST-RELEASE-QTY
                 MOVE 'NOT INVITED - OVER MAX ORDER' TO WS-REMARK
              WHEN OTHER
                 READ SUPPLIER-MASTER-FILE
                 EVALUATE TRUE
                    WHEN SUPPLIER-MASTER-FILE-OK
                       IF NOT SM-ACTIVE
                          THEN
                          MOVE 'NOT INVITED - SUPPLIER INACTIVE'
                             TO WS-REMARK
                       END-IF
                    WHEN SUPPLIER-MASTER-NOTFND
                       MOVE SPACES TO SM-SUPPLIER-NAME
                       MOVE 'NOT INVITED - NOT ON SUPP MASTER'
                          TO WS-REMARK
                    WHEN OTHER
                       DISPLAY 'SUPPLIER-MASTER-FILE Problem: '
                               SUPPLIER-MASTER-FILE-ST
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                 END-EVALUATE
           END-EVALUATE.

           IF WS-REMARK EQUAL TO SPACES
              AND INV-TABLE-MAX = INV-TABLE-MAX-LIMIT
              THEN
              MOVE 'NOT INVITED - SUPPLIER LIMIT' TO WS-REMARK
           END-IF.

           IF WS-REMARK NOT EQUAL TO SPACES
              THEN
              ADD 1 TO WS-NOT-INVITED-KTR
              MOVE SPACES TO DETAIL-LINE
              PERFORM 450-FORMAT-RFQ-FIELDS
              MOVE AVL-TBL-SUPPLIER-CODE(AVL-TABLE-SUB)
                 TO DET-SUPPLIER-CODE-O
              MOVE SM-SUPPLIER-NAME TO DET-SUPPLIER-NAME-O
              MOVE AVL-TBL-PREFERRED-RANK(AVL-TABLE-SUB)
                 TO DET-RANK-O
              MOVE WS-REMARK TO DET-REMARK-O
              PERFORM 500-WRITE-REPORT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO INV-TABLE-MAX.
           MOVE AVL-TBL-SUPPLIER-CODE(AVL-TABLE-SUB)
              TO INV-TBL-SUPPLIER-CODE(INV-TABLE-MAX).
           MOVE SM-SUPPLIER-NAME
              TO INV-TBL-SUPPLIER-NAME(INV-TABLE-MAX).
           MOVE AVL-TBL-PREFERRED-RANK(AVL-TABLE-SUB)
              TO INV-TBL-PREFERRED-RANK(INV-TABLE-MAX).
       260-ISSUE-RFQ.
      ************************************************************
      * Write the RFQ to every supplier invited                  *
      ************************************************************
      D    DISPLAY '260-ISSUE-RFQ'.
           ADD 1 TO WS-ISSUED-KTR.
           MOVE RT-RFQ-NUMBER TO RQ-RFQ-NUMBER.
           PERFORM 070-ADD-OPEN-NUMBER.

           PERFORM VARYING INV-TABLE-SUB FROM 1 BY 1
              UNTIL INV-TABLE-SUB > INV-TABLE-MAX
                   MOVE SPACES TO RFQ-REC
                   MOVE RT-RFQ-NUMBER TO RQ-RFQ-NUMBER
                   MOVE INV-TBL-SUPPLIER-CODE(INV-TABLE-SUB)
                      TO RQ-SUPPLIER-CODE
                   MOVE RT-PART-NUMBER TO RQ-PART-NUMBER
                   MOVE PM-PART-NAME TO RQ-PART-NAME
                   MOVE PM-UNIT-OF-MEASURE TO RQ-UNIT-OF-MEASURE
                   MOVE RT-QUANTITY-N TO RQ-QUANTITY
                   MOVE RT-NEED-BY-DATE-N TO RQ-NEED-BY-DATE
                   MOVE RT-QUOTE-DUE-DATE-N TO RQ-QUOTE-DUE-DATE
                   MOVE RT-BUYER-CODE TO RQ-BUYER-CODE
                   MOVE WS-RUN-DATE TO RQ-ISSUE-DATE
                   MOVE INV-TBL-SUPPLIER-NAME(INV-TABLE-SUB)
                      TO RQ-SUPPLIER-NAME
                   MOVE INV-TBL-PREFERRED-RANK(INV-TABLE-SUB)
                      TO RQ-PREFERRED-RANK
                   WRITE RFQ-SEND-REC FROM RFQ-REC
                   WRITE RFQ-OUT-REC FROM RFQ-REC
                   ADD 1 TO WS-SENT-KTR

                   MOVE SPACES TO DETAIL-LINE
                   PERFORM 450-FORMAT-RFQ-FIELDS
                   MOVE RQ-SUPPLIER-CODE TO DET-SUPPLIER-CODE-O
                   MOVE RQ-SUPPLIER-NAME TO DET-SUPPLIER-NAME-O
                   MOVE RQ-PREFERRED-RANK TO DET-RANK-O
                   MOVE 'RFQ ISSUED' TO DET-REMARK-O
                   PERFORM 500-WRITE-REPORT
           END-PERFORM.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT RFQ-TRAN-FILE.
           IF NOT RFQ-TRAN-FILE-OK
              DISPLAY 'RFQTRAN OPEN PROBLEM, RC=' RFQ-TRAN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PART-MASTER-FILE.
           IF NOT PART-MASTER-FILE-OK
              DISPLAY 'PARTMSTR OPEN PROBLEM, RC='
                      PART-MASTER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF NOT SUPPLIER-MASTER-FILE-OK
              DISPLAY 'SUPPMSTR OPEN PROBLEM, RC='
                      SUPPLIER-MASTER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT AVL-MASTER-FILE.
           IF NOT AVL-MASTER-FILE-OK
              DISPLAY 'AVLMSTR OPEN PROBLEM, RC=' AVL-MASTER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT RFQ-IN-FILE.
           IF NOT RFQ-IN-FILE-OK
              DISPLAY 'RFQOPEN OPEN PROBLEM, RC=' RFQ-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RFQ-OUT-FILE.
           IF NOT RFQ-OUT-FILE-OK
              DISPLAY 'RFQOPENO OPEN PROBLEM, RC=' RFQ-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RFQ-SEND-FILE.
           IF NOT RFQ-SEND-FILE-OK
              DISPLAY 'RFQSEND OPEN PROBLEM, RC=' RFQ-SEND-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-READ-RFQ-TRAN.
      ************************************************************
      * Read the next RFQ transaction                            *
      ************************************************************
      D    DISPLAY '400-READ-RFQ-TRAN'.
           READ RFQ-TRAN-FILE
           AT END
              MOVE "Y" TO RFQ-TRAN-FILE-STATUS
           NOT AT END
              ADD 1 TO WS-TRAN-KTR
           END-READ.
       450-FORMAT-RFQ-FIELDS.
      ************************************************************
      * RFQ columns of the detail line, as entered               *
      ************************************************************
           MOVE RT-RFQ-NUMBER TO DET-RFQ-NUMBER-O.
           MOVE RT-PART-NUMBER TO DET-PART-NUMBER-O.
           IF RT-QUANTITY NUMERIC
              THEN
              MOVE RT-QUANTITY-N TO WS-QTY-EDIT
              MOVE WS-QTY-EDIT TO DET-QUANTITY-O
           ELSE
              MOVE RT-QUANTITY TO DET-QUANTITY-O
           END-IF.
           MOVE RT-NEED-BY-DATE TO DET-NEED-BY-O.
           MOVE RT-QUOTE-DUE-DATE TO DET-DUE-O.
           MOVE RT-BUYER-CODE TO DET-BUYER-O.
       500-WRITE-REPORT.
      ************************************************************
      * Write one report line                                    *
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

           MOVE WS-TRAN-KTR TO TOTAL-TRAN-O.
           MOVE WS-ISSUED-KTR TO TOTAL-ISSUED-O.
           MOVE WS-REJECT-KTR TO TOTAL-REJECT-O.
           MOVE WS-SENT-KTR TO TOTAL-SENT-O.
           MOVE WS-NOT-INVITED-KTR TO TOTAL-NOT-INVITED-O.
           MOVE WS-CARRIED-KTR TO TOTAL-CARRIED-O.

           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
           DISPLAY 'RFQGEN: TRANS READ / RFQS ISSUED / REJECTED: '
                   WS-TRAN-KTR ' / ' WS-ISSUED-KTR ' / '
                   WS-REJECT-KTR.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE RFQ-TRAN-FILE
                 PART-MASTER-FILE
                 SUPPLIER-MASTER-FILE
                 AVL-MASTER-FILE
                 RFQ-IN-FILE
                 RFQ-OUT-FILE
                 RFQ-SEND-FILE
                 REPORT-FILE.
