       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVLMNT.
      * ------------------------------------------------------------
      * AVLMNT:
      * Maintenance program for the approved-vendor list (AVLMSTR)
      * - which suppliers are qualified to supply which parts.
      * PARTSUPX checks every purchase order against it, so a PO
      * can no longer go to a supplier that was never qualified
      * for the part.
      *
      * AVLMSTR is a VSAM KSDS keyed on PART-NUMBER plus
      * SUPPLIER-CODE. In the style of SUPPMNT, each transaction
      * from the AVLTRAN file is applied by keyed single-record
      * access:
      *   ADD    - WRITE;   rejected when the part/supplier pair
      *            is already on file or the supplier is not an
      *            active supplier on SUPPMSTR
      *   CHANGE - REWRITE; rejected when the pair is not on file;
      *            blank fields leave the master unchanged
      *   DELETE - DELETE;  rejected when the pair is not on file
      * Each approval carries its approval date, an expiry date
      * (zero = open-ended), a preferred-rank number (1 = first
      * choice) and a maximum order quantity (zero = no limit).
      * Every transaction - applied or rejected - is printed on a
      * maintenance audit report with the approval as it stands
      * after the transaction.
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVL-MASTER-FILE ASSIGN TO AVLMSTR
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AVL-KEY
           FILE STATUS IS AVL-MASTER-FILE-ST.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO SUPPMSTR
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SM-SUPPLIER-CODE
           FILE STATUS IS SUPPLIER-MASTER-FILE-ST.

           SELECT TRANS-FILE ASSIGN TO AVLTRAN
           FILE STATUS IS TRANS-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Approved-vendor list - same record layout as the
      * AVL-MASTER-FILE FD in PARTSUPX
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
             10 SM-LEGAL-NAME          PIC X(30).

      * Maintenance transactions keyed by PART-NUMBER plus
      * SUPPLIER-CODE
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01 TRANS-REC.
          05 TR-ACTION                 PIC X(06).
             88 TR-ADD                                 VALUE 'ADD   '.
             88 TR-CHANGE                              VALUE 'CHANGE'.
             88 TR-DELETE                              VALUE 'DELETE'.
          05 TR-PART-NUMBER            PIC X(23).
          05 TR-SUPPLIER-CODE          PIC X(05).
          05 TR-APPROVAL-DATE          PIC X(08).
          05 TR-APPROVAL-DATE-N        REDEFINES TR-APPROVAL-DATE
                                       PIC 9(08).
          05 TR-EXPIRY-DATE            PIC X(08).
          05 TR-EXPIRY-DATE-N          REDEFINES TR-EXPIRY-DATE
                                       PIC 9(08).
          05 TR-PREFERRED-RANK         PIC X(02).
          05 TR-PREFERRED-RANK-N       REDEFINES TR-PREFERRED-RANK
                                       PIC 9(02).
          05 TR-MAX-ORDER-QTY          PIC X(07).
          05 TR-MAX-ORDER-QTY-N        REDEFINES TR-MAX-ORDER-QTY
                                       PIC 9(07).
          05 FILLER                    PIC X(21).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
          05 AVL-MASTER-FILE-ST        PIC X(2).
             88 AVL-MASTER-FILE-OK                     VALUE '00'.
          05 SUPPLIER-MASTER-FILE-ST   PIC X(2).
             88 SUPPLIER-MASTER-FILE-OK                VALUE '00'.
          05 TRANS-FILE-ST             PIC X(2).
             88 TRANS-FILE-OK                          VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicator (Input file only)
          05 TRANS-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 TRANS-FILE-EOF                         VALUE 'Y'.
      * Keyed READ found/not-found indicator
          05 AVL-REC-FOUND-STATUS      PIC X(01)       VALUE SPACE.
             88 AVL-REC-FOUND                          VALUE 'Y'.
      * Transaction applied/rejected indicator
          05 TRANS-APPLIED-STATUS      PIC X(01)       VALUE SPACE.
             88 TRANS-APPLIED-IND                      VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-TRANS-KTR              PIC 9(7)        VALUE 0.
          05 WS-TRANS-APPLIED          PIC 9(7)        VALUE 0.
          05 WS-TRANS-REJECTED         PIC 9(7)        VALUE 0.
          05 WS-ADD-KTR                PIC 9(7)        VALUE 0.
          05 WS-CHANGE-KTR             PIC 9(7)        VALUE 0.
          05 WS-DELETE-KTR             PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-REJECT-REASON             PIC X(30)       VALUE SPACES.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '  APPROVED VENDOR LIST MAINTENANCE AUDIT REPORT   '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'ACTION'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(23)       VALUE
                'PART NUMBER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE
                'SUPP'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'APPROVED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'EXPIRES'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE
                'RANK'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE
                'MAX QTY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'STATUS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REJECT REASON'.
          05 FILLER                    PIC X(13)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(23)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(13)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-ACTION-O              PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PART-NUMBER-O         PIC X(23).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-SUPPLIER-CODE-O       PIC X(05).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-APPROVAL-DATE-O       PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-EXPIRY-DATE-O         PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-RANK-O                PIC Z9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-MAX-QTY-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-STATUS-O              PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-O              PIC X(30).
          05 FILLER                    PIC X(13)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Total Transactions read          :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-TRANS-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Total Transactions applied       :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-APPLIED-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Total Transactions rejected      :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-REJECTED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Adds / Changes / Deletes applied :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ADDS-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-CHANGES-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-DELETES-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAIN UNTIL TRANS-FILE-EOF.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-TRANS-FILE.
       100-MAIN.
      ************************************************************
      * Main Routine - apply one transaction by keyed access     *
      ************************************************************
      D    DISPLAY '100-MAIN'.
           ADD 1 TO WS-TRANS-KTR.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'Y' TO TRANS-APPLIED-STATUS.
           MOVE SPACES TO DETAIL-LINE.
           MOVE TR-ACTION TO DET-ACTION-O.
           MOVE TR-PART-NUMBER TO DET-PART-NUMBER-O.
           MOVE TR-SUPPLIER-CODE TO DET-SUPPLIER-CODE-O.

           PERFORM 150-READ-MASTER-BY-KEY.

           EVALUATE TRUE
           WHEN TR-ADD
                PERFORM 210-APPLY-ADD
           WHEN TR-CHANGE
                PERFORM 220-APPLY-CHANGE
           WHEN TR-DELETE
                PERFORM 230-APPLY-DELETE
           WHEN OTHER
                MOVE 'N' TO TRANS-APPLIED-STATUS
                MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
           END-EVALUATE.

      * The approval as it now stands (or stood, for a DELETE or a
      * rejected transaction against an existing pair)
           IF AVL-REC-FOUND OR TRANS-APPLIED-IND
              THEN
              MOVE AVL-APPROVAL-DATE TO DET-APPROVAL-DATE-O
              MOVE AVL-EXPIRY-DATE TO DET-EXPIRY-DATE-O
              MOVE AVL-PREFERRED-RANK TO DET-RANK-O
              MOVE AVL-MAX-ORDER-QTY TO DET-MAX-QTY-O
           END-IF.

           IF TRANS-APPLIED-IND
              THEN
              ADD 1 TO WS-TRANS-APPLIED
              MOVE 'APPLIED' TO DET-STATUS-O
           ELSE
              ADD 1 TO WS-TRANS-REJECTED
              MOVE 'REJECTED' TO DET-STATUS-O
              MOVE WS-REJECT-REASON TO DET-REASON-O
           END-IF.

           PERFORM 500-WRITE-REPORT.
           PERFORM 400-READ-TRANS-FILE.
       150-READ-MASTER-BY-KEY.
      ************************************************************
      * Keyed READ of the list for the transaction's part and     *
      * supplier                                                  *
      ************************************************************
      D    DISPLAY '150-READ-MASTER-BY-KEY'.
           MOVE 'Y' TO AVL-REC-FOUND-STATUS.
           MOVE TR-PART-NUMBER TO AVL-PART-NUMBER.
           MOVE TR-SUPPLIER-CODE TO AVL-SUPPLIER-CODE.
           READ AVL-MASTER-FILE
           INVALID KEY
              MOVE 'N' TO AVL-REC-FOUND-STATUS
           END-READ.
       210-APPLY-ADD.
      ************************************************************
      * ADD - the pair must not already be on file, the supplier *
      * must be an active supplier on SUPPMSTR, and the approval  *
      * date is required                                          *
      ************************************************************
      D    DISPLAY '210-APPLY-ADD'.
           IF AVL-REC-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'PART/SUPPLIER ALREADY ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-PART-NUMBER EQUAL TO SPACES
              OR TR-SUPPLIER-CODE EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'PART OR SUPPLIER BLANK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE TR-SUPPLIER-CODE TO SM-SUPPLIER-CODE.
           READ SUPPLIER-MASTER-FILE
           INVALID KEY
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'SUPPLIER NOT ON SUPPMSTR' TO WS-REJECT-REASON
           END-READ.
           IF NOT TRANS-APPLIED-IND
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF SM-INACTIVE
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'SUPPLIER IS INACTIVE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-APPROVAL-DATE EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'APPROVAL DATE REQUIRED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

      * Defaults - open-ended approval, first choice, no limit -
      * then whatever the transaction supplies
           MOVE TR-PART-NUMBER TO AVL-PART-NUMBER.
           MOVE TR-SUPPLIER-CODE TO AVL-SUPPLIER-CODE.
           MOVE 0 TO AVL-APPROVAL-DATE.
           MOVE 0 TO AVL-EXPIRY-DATE.
           MOVE 1 TO AVL-PREFERRED-RANK.
           MOVE 0 TO AVL-MAX-ORDER-QTY.
           MOVE SPACES TO AVL-MASTER-REC(54:27).
           PERFORM 250-EDIT-APPROVAL-FIELDS.
           IF NOT TRANS-APPLIED-IND
              THEN
              EXIT PARAGRAPH
           END-IF.
           WRITE AVL-MASTER-REC
           INVALID KEY
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'PART/SUPPLIER ALREADY ON FILE' TO WS-REJECT-REASON
           END-WRITE.
           IF TRANS-APPLIED-IND
              THEN
              ADD 1 TO WS-ADD-KTR
           END-IF.
       220-APPLY-CHANGE.
      ************************************************************
      * CHANGE - the pair must be on file; blank transaction      *
      * fields leave the master value unchanged, so extending an  *
      * expiry does not have to re-key the rank (and vice versa). *
      * Applied by keyed REWRITE of the record read in 150.       *
      ************************************************************
      D    DISPLAY '220-APPLY-CHANGE'.
           IF NOT AVL-REC-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'PART/SUPPLIER NOT ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-APPROVAL-DATE EQUAL TO SPACES
              AND TR-EXPIRY-DATE EQUAL TO SPACES
              AND TR-PREFERRED-RANK EQUAL TO SPACES
              AND TR-MAX-ORDER-QTY EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'NO CHANGE DATA SUPPLIED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           PERFORM 250-EDIT-APPROVAL-FIELDS.
           IF NOT TRANS-APPLIED-IND
              THEN
              EXIT PARAGRAPH
           END-IF.

           REWRITE AVL-MASTER-REC
           INVALID KEY
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'PART/SUPPLIER NOT ON FILE' TO WS-REJECT-REASON
           END-REWRITE.
           IF TRANS-APPLIED-IND
              THEN
              ADD 1 TO WS-CHANGE-KTR
           END-IF.
       230-APPLY-DELETE.
      ************************************************************
      * DELETE - the pair must be on file; applied by keyed       *
      * DELETE of the record read in 150                          *
      ************************************************************
      D    DISPLAY '230-APPLY-DELETE'.
           IF NOT AVL-REC-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'PART/SUPPLIER NOT ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           DELETE AVL-MASTER-FILE
           INVALID KEY
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'PART/SUPPLIER NOT ON FILE' TO WS-REJECT-REASON
           END-DELETE.
           IF TRANS-APPLIED-IND
              THEN
              ADD 1 TO WS-DELETE-KTR
           END-IF.
       250-EDIT-APPROVAL-FIELDS.
      ************************************************************
      * Edit the approval fields supplied on an ADD or CHANGE    *
      * and move them onto the master record area; blank fields  *
      * keep what is already there. The result must hang         *
      * together: an expiry, when there is one, after approval,  *
      * and a preferred rank of at least 1                       *
      ************************************************************
      D    DISPLAY '250-EDIT-APPROVAL-FIELDS'.
           IF TR-APPROVAL-DATE NOT EQUAL TO SPACES
              THEN
              IF TR-APPROVAL-DATE NOT NUMERIC
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID APPROVAL DATE' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(TR-APPROVAL-DATE-N)
                 NOT EQUAL TO ZERO
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID APPROVAL DATE' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE TR-APPROVAL-DATE-N TO AVL-APPROVAL-DATE
           END-IF.

      * An expiry of all zeros makes the approval open-ended again
           IF TR-EXPIRY-DATE NOT EQUAL TO SPACES
              THEN
              IF TR-EXPIRY-DATE NOT NUMERIC
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              IF TR-EXPIRY-DATE-N NOT EQUAL TO ZERO
                 AND FUNCTION TEST-DATE-YYYYMMDD(TR-EXPIRY-DATE-N)
                 NOT EQUAL TO ZERO
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE TR-EXPIRY-DATE-N TO AVL-EXPIRY-DATE
           END-IF.

           IF TR-PREFERRED-RANK NOT EQUAL TO SPACES
              THEN
              IF TR-PREFERRED-RANK NOT NUMERIC
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID PREFERRED RANK' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE TR-PREFERRED-RANK-N TO AVL-PREFERRED-RANK
           END-IF.

           IF TR-MAX-ORDER-QTY NOT EQUAL TO SPACES
              THEN
              IF TR-MAX-ORDER-QTY NOT NUMERIC
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID MAXIMUM ORDER QTY' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE TR-MAX-ORDER-QTY-N TO AVL-MAX-ORDER-QTY
           END-IF.

           IF AVL-EXPIRY-DATE NOT EQUAL TO ZERO
              AND AVL-EXPIRY-DATE < AVL-APPROVAL-DATE
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'EXPIRY BEFORE APPROVAL DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF AVL-PREFERRED-RANK EQUAL TO ZERO
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'PREFERRED RANK MUST BE 1-99' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
       300-OPEN-FILES.
      *************************************************************
      * Open files. A missing list (file status 35) just means     *
      * the first approvals are being keyed - create it empty and  *
      * reopen, the way PARTSUPX starts its masters                *
      *************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN I-O AVL-MASTER-FILE.
           IF AVL-MASTER-FILE-ST = '35'
              THEN
              OPEN OUTPUT AVL-MASTER-FILE
              CLOSE AVL-MASTER-FILE
              OPEN I-O AVL-MASTER-FILE
           END-IF.
           IF NOT AVL-MASTER-FILE-OK
              THEN
              DISPLAY 'AVL-MASTER-FILE Problem: '
                      AVL-MASTER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF NOT SUPPLIER-MASTER-FILE-OK
              THEN
              DISPLAY 'SUPPLIER-MASTER-FILE Problem: '
                      SUPPLIER-MASTER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT TRANS-FILE.
           IF NOT TRANS-FILE-OK
              THEN
              DISPLAY 'TRANS-FILE Problem: ' TRANS-FILE-ST
              GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              DISPLAY ' Report-FILE Problem: ' REPORT-FILE-ST
              GOBACK
           END-IF.
       400-READ-TRANS-FILE.
      ************************************************************
      * Read Transaction record                                  *
      ************************************************************
      D    DISPLAY '400-READ-TRANS-FILE'.
           READ TRANS-FILE
           AT END
              MOVE "Y" TO TRANS-FILE-STATUS
           END-READ.
       500-WRITE-REPORT.
      ************************************************************
      * Write one audit line per transaction                     *
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
           IF WS-TRANS-KTR = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.

           MOVE WS-TRANS-KTR TO TOTAL-TRANS-O.
           MOVE WS-TRANS-APPLIED TO TOTAL-APPLIED-O.
           MOVE WS-TRANS-REJECTED TO TOTAL-REJECTED-O.
           MOVE WS-ADD-KTR TO TOTAL-ADDS-O.
           MOVE WS-CHANGE-KTR TO TOTAL-CHANGES-O.
           MOVE WS-DELETE-KTR TO TOTAL-DELETES-O.

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
           CLOSE AVL-MASTER-FILE.
           IF NOT AVL-MASTER-FILE-OK
              THEN
              DISPLAY 'AVL-MASTER-FILE Problem: '
                      AVL-MASTER-FILE-ST
              GOBACK
           END-IF.

           CLOSE SUPPLIER-MASTER-FILE.

           CLOSE TRANS-FILE.
           IF NOT TRANS-FILE-OK
              THEN
              DISPLAY 'TRANS-FILE Problem: ' TRANS-FILE-ST
              GOBACK
           END-IF.

           CLOSE REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              DISPLAY ' Report-FILE Problem: ' REPORT-FILE-ST
              GOBACK
           END-IF.
