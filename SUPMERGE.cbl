       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPMERGE.
      * ------------------------------------------------------------
      * SUPMERGE:
      * Supplier merge utility for acquisitions and supplier-code
      * changes. SUPPMNT maintains one code at a time; when one
      * supplier buys another, or a supplier is re-coded, the old
      * SUPPLIER-CODE has to disappear from every persistent file
      * at once. Each MERGTRAN transaction names an old code, the
      * surviving code and the date the merge takes effect:
      *
      *  - transactions are edited first: both codes on SUPPMSTR,
      *    the survivor active, the effective date valid and not
      *    in the future, and no code both merged away and
      *    surviving in the same run (chains run one step per run)
      *  - every accepted old code is re-pointed to its survivor
      *    on the part load file (PARTSFIL), the PO extract
      *    (POFILE), the POCOMMIT commitment ledger (COMMLEDG),
      *    the price history (PRICEHST - one continuous PRCTREND
      *    trend under the survivor), the blanket master
      *    (BLANKETS), the APMATCH vouchers (APVOUCH), the open
      *    vouchers APPAYRUN carries (OPENVCHI) and the open debit
      *    memos (DMOPENI); each is copied to its new generation
      *    (PARTSFLO, POFILEO, COMMLDGO, PRICEHSO, BLANKETO,
      *    APVOUCHO, OPENVCHO, DMOPENO)
      *  - approvals on the approved-vendor list (AVLMSTR) move
      *    to the survivor; where the survivor is already
      *    approved for the part its approval stands
      *  - the old code is inactivated on SUPPMSTR, not deleted
      *
      * The report lists each transaction, then a before/after
      * record count per file - records with the old codes and
      * with the surviving codes before and after - so the merge
      * can be proven complete: no old code left, and every old
      * record now counted under its survivor. RETURN-CODE 4 when
      * an old code is still found after the merge.
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-TRANS-FILE ASSIGN TO MERGTRAN
           FILE STATUS IS MERGE-TRANS-FILE-ST.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO SUPPMSTR
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SM-SUPPLIER-CODE
           FILE STATUS IS SUPPLIER-MASTER-FILE-ST.

      * Approved-vendor list - browsed front to back for the old
      * codes, then re-keyed by WRITE/DELETE
           SELECT AVL-MASTER-FILE ASSIGN TO AVLMSTR
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AVL-KEY
           FILE STATUS IS AVL-MASTER-FILE-ST.

           SELECT OPTIONAL PARTS-IN-FILE ASSIGN TO PARTSFIL
           FILE STATUS IS PARTS-IN-FILE-ST.
           SELECT PARTS-OUT-FILE ASSIGN TO PARTSFLO
           FILE STATUS IS PARTS-OUT-FILE-ST.

           SELECT OPTIONAL PURCHORDS-IN-FILE ASSIGN TO POFILE
           FILE STATUS IS PURCHORDS-IN-FILE-ST.
           SELECT PURCHORDS-OUT-FILE ASSIGN TO POFILEO
           FILE STATUS IS PURCHORDS-OUT-FILE-ST.

           SELECT OPTIONAL COMMLEDG-IN-FILE ASSIGN TO COMMLEDG
           FILE STATUS IS COMMLEDG-IN-FILE-ST.
           SELECT COMMLEDG-OUT-FILE ASSIGN TO COMMLDGO
           FILE STATUS IS COMMLEDG-OUT-FILE-ST.

           SELECT OPTIONAL PRICE-HIST-IN-FILE ASSIGN TO PRICEHST
           FILE STATUS IS PRICE-HIST-IN-FILE-ST.
           SELECT PRICE-HIST-OUT-FILE ASSIGN TO PRICEHSO
           FILE STATUS IS PRICE-HIST-OUT-FILE-ST.

           SELECT OPTIONAL BLANKET-IN-FILE ASSIGN TO BLANKETS
           FILE STATUS IS BLANKET-IN-FILE-ST.
           SELECT BLANKET-OUT-FILE ASSIGN TO BLANKETO
           FILE STATUS IS BLANKET-OUT-FILE-ST.

           SELECT OPTIONAL VOUCHER-IN-FILE ASSIGN TO APVOUCH
           FILE STATUS IS VOUCHER-IN-FILE-ST.
           SELECT VOUCHER-OUT-FILE ASSIGN TO APVOUCHO
           FILE STATUS IS VOUCHER-OUT-FILE-ST.

           SELECT OPTIONAL OPENVCH-IN-FILE ASSIGN TO OPENVCHI
           FILE STATUS IS OPENVCH-IN-FILE-ST.
           SELECT OPENVCH-OUT-FILE ASSIGN TO OPENVCHO
           FILE STATUS IS OPENVCH-OUT-FILE-ST.

           SELECT OPTIONAL DMOPEN-IN-FILE ASSIGN TO DMOPENI
           FILE STATUS IS DMOPEN-IN-FILE-ST.
           SELECT DMOPEN-OUT-FILE ASSIGN TO DMOPENO
           FILE STATUS IS DMOPEN-OUT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Merge transactions - old code, surviving code, effective
      * date
       FD  MERGE-TRANS-FILE
           RECORDING MODE IS F.
       01 MERGE-TRANS-REC.
          05 MT-OLD-CODE               PIC X(05).
          05 MT-NEW-CODE               PIC X(05).
          05 MT-EFFECTIVE-DATE         PIC X(08).
          05 MT-EFFECTIVE-DATE-N       REDEFINES MT-EFFECTIVE-DATE
                                       PIC 9(08).
          05 FILLER                    PIC X(62).

      * Persistent supplier master - same record layout as the
      * SUPPLIER-MASTER-FILE FD in SUPPMNT
       FD  SUPPLIER-MASTER-FILE
           RECORDING MODE IS F.
       01 SUPPLIER-MASTER-REC.
          05 SM-SUPPLIER-CODE          PIC X(05).
          05 SM-SUPPLIER-NAME          PIC X(15).
          05 SM-SUPPLIER-TYPE          PIC X(01).
          05 SM-EDI-CAPABLE            PIC X(01).
          05 SM-ACTIVE-STATUS          PIC X(01).
             88 SM-ACTIVE                              VALUE 'A'.
             88 SM-INACTIVE                            VALUE 'I'.
          05 SM-PAYMENT-TERMS.
             10 SM-TERMS-NET-DAYS      PIC 9(03).
             10 SM-TERMS-DISC-PCT      PIC 9(02)V9.
             10 SM-TERMS-DISC-DAYS     PIC 9(03).
             10 SM-PAY-METHOD          PIC X(01).
             10 SM-ACH-ROUTING         PIC 9(09).
             10 SM-ACH-ACCOUNT         PIC X(17).
          05 SM-TAX-REPORTING.
             10 SM-TAXPAYER-ID         PIC X(09).
             10 SM-1099-FLAG           PIC X(01).
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

      * Part load file - PARTS layout
       FD  PARTS-IN-FILE
           RECORDING MODE IS F.
           COPY PARTS.
       FD  PARTS-OUT-FILE
           RECORDING MODE IS F.
       01 PARTS-OUT-REC                PIC X(73).

      * PO extract - PURCHRDS layout
       FD  PURCHORDS-IN-FILE
           RECORDING MODE IS F.
           COPY PURCHRDS.
       FD  PURCHORDS-OUT-FILE
           RECORDING MODE IS F.
       01 PURCHORDS-OUT-REC            PIC X(58).

      * Commitment ledger - POCOMMIT LEDGER-REC layout
       FD  COMMLEDG-IN-FILE
           RECORDING MODE IS F.
       01 COMMLEDG-IN-REC.
          05 LDG-PO-NUMBER             PIC X(06).
          05 LDG-SUPPLIER-CODE         PIC X(05).
          05 FILLER                    PIC X(69).
       FD  COMMLEDG-OUT-FILE
           RECORDING MODE IS F.
       01 COMMLEDG-OUT-REC             PIC X(80).

      * Price history - POPRCHST layout
       FD  PRICE-HIST-IN-FILE
           RECORDING MODE IS F.
       01 PRICE-HIST-IN-REC.
          05 PH-PART-NUMBER            PIC X(11).
          05 PH-SUPPLIER-CODE          PIC X(05).
          05 FILLER                    PIC X(24).
       FD  PRICE-HIST-OUT-FILE
           RECORDING MODE IS F.
       01 PRICE-HIST-OUT-REC           PIC X(40).

      * Blanket PO master - PARTSUPX BLANKET-REC layout
       FD  BLANKET-IN-FILE
           RECORDING MODE IS F.
       01 BLANKET-IN-REC.
          05 BLK-BLANKET-NO            PIC X(06).
          05 BLK-SUPPLIER-CODE         PIC X(05).
          05 FILLER                    PIC X(69).
       FD  BLANKET-OUT-FILE
           RECORDING MODE IS F.
       01 BLANKET-OUT-REC              PIC X(80).

      * Approved vouchers - APMATCH VOUCHER-REC layout
       FD  VOUCHER-IN-FILE
           RECORDING MODE IS F.
       01 VOUCHER-IN-REC.
          05 VCH-INVOICE-NO            PIC X(10).
          05 VCH-PO-NUMBER             PIC X(06).
          05 VCH-SUPPLIER-CODE         PIC X(05).
          05 FILLER                    PIC X(59).
       FD  VOUCHER-OUT-FILE
           RECORDING MODE IS F.
       01 VOUCHER-OUT-REC              PIC X(80).

      * Open vouchers - APPAYRUN OPEN-VOUCHER-REC layout
       FD  OPENVCH-IN-FILE
           RECORDING MODE IS F.
       01 OPENVCH-IN-REC.
          05 OV-INVOICE-NO             PIC X(10).
          05 OV-PO-NUMBER              PIC X(06).
          05 OV-SUPPLIER-CODE          PIC X(05).
          05 FILLER                    PIC X(79).
       FD  OPENVCH-OUT-FILE
           RECORDING MODE IS F.
       01 OPENVCH-OUT-REC              PIC X(100).

      * Open debit memos - APMATCH DEBIT-MEMO-REC layout
       FD  DMOPEN-IN-FILE
           RECORDING MODE IS F.
       01 DMOPEN-IN-REC.
          05 DM-MEMO-NO                PIC 9(06).
          05 DM-SUPPLIER-CODE          PIC X(05).
          05 FILLER                    PIC X(69).
       FD  DMOPEN-OUT-FILE
           RECORDING MODE IS F.
       01 DMOPEN-OUT-REC               PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Merge transactions for the run
       01 MRG-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 MRG-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 MRG-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 100 COMP.
       01 MRG-CHECK-SUB                PIC 9(5)        VALUE 0 COMP.
       01 SW-MRG-FOUND                 PIC X(1)        VALUE 'N'.
          88 MRG-FOUND                                 VALUE 'Y'.
       01 MERGE-TABLE.
          05 MRG-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON MRG-TABLE-MAX.
             10 MRG-OLD-CODE           PIC X(5).
             10 MRG-NEW-CODE           PIC X(5).
             10 MRG-EFF-DATE           PIC X(8).
             10 MRG-STATUS             PIC X(1).
                88 MRG-ACCEPTED                        VALUE 'A'.
                88 MRG-REJECTED                        VALUE 'R'.
             10 MRG-REASON             PIC X(30).

      * Before/after counts per file
       01 FS-SUB                       PIC 9(2)        VALUE 0 COMP.
       01 FILE-STATS-TABLE.
          05 FS-ENTRY OCCURS 10 TIMES.
             10 FS-FILE-NAME           PIC X(8).
             10 FS-READ-KTR            PIC 9(7)        COMP.
             10 FS-WRITTEN-KTR         PIC 9(7)        COMP.
             10 FS-OLD-BEFORE          PIC 9(7)        COMP.
             10 FS-NEW-BEFORE          PIC 9(7)        COMP.
             10 FS-REPOINTED           PIC 9(7)        COMP.
             10 FS-OLD-AFTER           PIC 9(7)        COMP.
             10 FS-NEW-AFTER           PIC 9(7)        COMP.

      * Approved-vendor records found under an old code
       01 AVL-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 AVL-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 AVL-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 2000 COMP.
       01 AVL-MOVE-TABLE.
          05 AVL-MOVE-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON AVL-TABLE-MAX
                                       PIC X(80).

       01 PROGRAM-SWITCHES.
          05 MERGE-TRANS-FILE-ST       PIC X(2).
             88 MERGE-TRANS-FILE-OK                    VALUE '00'.
          05 SUPPLIER-MASTER-FILE-ST   PIC X(2).
             88 SUPPLIER-MASTER-FILE-OK                VALUE '00'.
          05 AVL-MASTER-FILE-ST        PIC X(2).
             88 AVL-MASTER-FILE-OK                     VALUE '00'.
          05 PARTS-IN-FILE-ST          PIC X(2).
          05 PARTS-OUT-FILE-ST         PIC X(2).
          05 PURCHORDS-IN-FILE-ST      PIC X(2).
          05 PURCHORDS-OUT-FILE-ST     PIC X(2).
          05 COMMLEDG-IN-FILE-ST       PIC X(2).
          05 COMMLEDG-OUT-FILE-ST      PIC X(2).
          05 PRICE-HIST-IN-FILE-ST     PIC X(2).
          05 PRICE-HIST-OUT-FILE-ST    PIC X(2).
          05 BLANKET-IN-FILE-ST        PIC X(2).
          05 BLANKET-OUT-FILE-ST       PIC X(2).
          05 VOUCHER-IN-FILE-ST        PIC X(2).
          05 VOUCHER-OUT-FILE-ST       PIC X(2).
          05 OPENVCH-IN-FILE-ST        PIC X(2).
          05 OPENVCH-OUT-FILE-ST       PIC X(2).
          05 DMOPEN-IN-FILE-ST         PIC X(2).
          05 DMOPEN-OUT-FILE-ST        PIC X(2).
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 MERGE-TRANS-FILE-STATUS   PIC X(01)       VALUE SPACE.
             88 MERGE-TRANS-FILE-EOF                   VALUE 'Y'.
          05 IN-FILE-STATUS            PIC X(01)       VALUE SPACE.
             88 IN-FILE-EOF                            VALUE 'Y'.
          05 AVL-MASTER-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 AVL-MASTER-OPEN                        VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-TRANS-KTR              PIC 9(7)        VALUE 0.
          05 WS-ACCEPTED-KTR           PIC 9(7)        VALUE 0.
          05 WS-REJECTED-KTR           PIC 9(7)        VALUE 0.
          05 WS-INACTIVATED-KTR        PIC 9(7)        VALUE 0.
          05 WS-AVL-COMBINED-KTR       PIC 9(7)        VALUE 0.
          05 WS-TOT-REPOINTED          PIC 9(9)        VALUE 0.
          05 WS-TOT-OLD-AFTER          PIC 9(9)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-MAP-CODE               PIC X(05).
          05 WS-REJECT-REASON          PIC X(30)       VALUE SPACES.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '          SUPPLIER MERGE - CONTROL REPORT         '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'OLD CODE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'NEW CODE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'EFF DATE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'STATUS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REJECT REASON'.
          05 FILLER                    PIC X(60)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(60)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-OLD-CODE-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NEW-CODE-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-EFF-DATE-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-STATUS-O              PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-O              PIC X(30).
          05 FILLER                    PIC X(60)       VALUE SPACES.

       01 FILE-HEADING-1.
          05 FILLER                    PIC X(08)       VALUE
                'FILE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                '     READ'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                '  WRITTEN'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                ' OLD BEF.'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                ' NEW BEF.'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'REPOINTED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'OLD AFTER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'NEW AFTER'.
          05 FILLER                    PIC X(47)       VALUE SPACES.

       01 FILE-HEADING-2.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(47)       VALUE SPACES.

       01 FILE-DETAIL-LINE.
          05 FDET-FILE-NAME-O          PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-READ-O               PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-WRITTEN-O            PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-OLD-BEFORE-O         PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-NEW-BEFORE-O         PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-REPOINTED-O          PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-OLD-AFTER-O          PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-NEW-AFTER-O          PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-REMARK-O             PIC X(45).

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Merges read / accepted / rejected:'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-TRANS-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-ACCEPTED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REJECTED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Old codes inactivated on SUPPMSTR:'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-INACTIVATED-O       PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Records re-pointed / old left    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-REPOINTED-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-OLD-AFTER-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'AVL approvals kept for survivor  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-AVL-COMBINED-O      PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-MERGES.
           IF WS-ACCEPTED-KTR > 0
              THEN
              PERFORM 400-REPOINT-PARTS
              PERFORM 410-REPOINT-PURCHORDS
              PERFORM 420-REPOINT-LEDGER
              PERFORM 430-REPOINT-PRICE-HIST
              PERFORM 440-REPOINT-BLANKETS
              PERFORM 450-REPOINT-VOUCHERS
              PERFORM 460-REPOINT-OPEN-VOUCHERS
              PERFORM 470-REPOINT-DEBIT-MEMOS
              PERFORM 480-REPOINT-AVL
              PERFORM 490-INACTIVATE-OLD-CODES
           END-IF.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'SUPMERGE' TO AUD-PROGRAM-ID.
           MOVE WS-TRANS-KTR TO AUD-RECORDS-READ.
           MOVE WS-ACCEPTED-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-REJECTED-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-TOT-REPOINTED TO AUD-CONTROL-TOTAL.
           IF WS-TOT-OLD-AFTER > 0
              THEN
              MOVE 4 TO RETURN-CODE
              MOVE '04' TO AUD-FINAL-STATUS
           ELSE
              MOVE '00' TO AUD-FINAL-STATUS
           END-IF.
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
           INITIALIZE FILE-STATS-TABLE.
           MOVE 'SUPPMSTR' TO FS-FILE-NAME(1).
           MOVE 'AVLMSTR ' TO FS-FILE-NAME(2).
           MOVE 'PARTSFIL' TO FS-FILE-NAME(3).
           MOVE 'POFILE  ' TO FS-FILE-NAME(4).
           MOVE 'COMMLEDG' TO FS-FILE-NAME(5).
           MOVE 'PRICEHST' TO FS-FILE-NAME(6).
           MOVE 'BLANKETS' TO FS-FILE-NAME(7).
           MOVE 'APVOUCH ' TO FS-FILE-NAME(8).
           MOVE 'OPENVCHI' TO FS-FILE-NAME(9).
           MOVE 'DMOPENI ' TO FS-FILE-NAME(10).
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
       100-LOAD-MERGES.
      ************************************************************
      * Load and edit the merge transactions, one report line    *
      * each                                                     *
      ************************************************************
      D    DISPLAY '100-LOAD-MERGES'.
           PERFORM UNTIL MERGE-TRANS-FILE-EOF
                   READ MERGE-TRANS-FILE
                   AT END
                      MOVE 'Y' TO MERGE-TRANS-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-TRANS-KTR
                      PERFORM 150-EDIT-MERGE
                   END-READ
           END-PERFORM.
       150-EDIT-MERGE.
      ************************************************************
      * Edit one merge transaction                               *
      ************************************************************
      D    DISPLAY '150-EDIT-MERGE'.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO DETAIL-LINE.
           MOVE MT-OLD-CODE TO DET-OLD-CODE-O.
           MOVE MT-NEW-CODE TO DET-NEW-CODE-O.
           MOVE MT-EFFECTIVE-DATE TO DET-EFF-DATE-O.

           IF MRG-TABLE-MAX = MRG-TABLE-MAX-LIMIT
              THEN
              MOVE 'TOO MANY MERGES IN ONE RUN' TO WS-REJECT-REASON
           ELSE
              PERFORM 160-CHECK-MERGE
           END-IF.

           IF WS-REJECT-REASON EQUAL TO SPACES
              THEN
              ADD 1 TO MRG-TABLE-MAX
              MOVE MT-OLD-CODE TO MRG-OLD-CODE(MRG-TABLE-MAX)
              MOVE MT-NEW-CODE TO MRG-NEW-CODE(MRG-TABLE-MAX)
              MOVE MT-EFFECTIVE-DATE TO MRG-EFF-DATE(MRG-TABLE-MAX)
              MOVE 'A' TO MRG-STATUS(MRG-TABLE-MAX)
              MOVE SPACES TO MRG-REASON(MRG-TABLE-MAX)
              ADD 1 TO WS-ACCEPTED-KTR
              MOVE 'ACCEPTED' TO DET-STATUS-O
           ELSE
              ADD 1 TO WS-REJECTED-KTR
              MOVE 'REJECTED' TO DET-STATUS-O
              MOVE WS-REJECT-REASON TO DET-REASON-O
           END-IF.
           PERFORM 500-WRITE-REPORT.
       160-CHECK-MERGE.
      ************************************************************
      * Both codes on SUPPMSTR, survivor active, effective date  *
      * valid and reached, no repeat and no chain                *
      ************************************************************
      D    DISPLAY '160-CHECK-MERGE'.
           IF MT-OLD-CODE EQUAL TO SPACES
              OR MT-NEW-CODE EQUAL TO SPACES
              THEN
              MOVE 'OLD OR NEW CODE BLANK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF MT-OLD-CODE EQUAL TO MT-NEW-CODE
              THEN
              MOVE 'OLD AND NEW CODE THE SAME' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF MT-EFFECTIVE-DATE NOT NUMERIC
              THEN
              MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(MT-EFFECTIVE-DATE-N)
              NOT EQUAL TO ZERO
              THEN
              MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF MT-EFFECTIVE-DATE-N > WS-CURRENT-DATE
              THEN
              MOVE 'NOT YET EFFECTIVE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE MT-OLD-CODE TO SM-SUPPLIER-CODE.
           READ SUPPLIER-MASTER-FILE
           INVALID KEY
              MOVE 'OLD CODE NOT ON SUPPMSTR' TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT EQUAL TO SPACES
              THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE MT-NEW-CODE TO SM-SUPPLIER-CODE.
           READ SUPPLIER-MASTER-FILE
           INVALID KEY
              MOVE 'NEW CODE NOT ON SUPPMSTR' TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT EQUAL TO SPACES
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF SM-INACTIVE
              THEN
              MOVE 'SURVIVING SUPPLIER INACTIVE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING MRG-CHECK-SUB FROM 1 BY 1 UNTIL
              MRG-CHECK-SUB > MRG-TABLE-MAX
                   IF MRG-OLD-CODE(MRG-CHECK-SUB) EQUAL TO MT-OLD-CODE
                      THEN
                      MOVE 'OLD CODE ALREADY MERGED'
                         TO WS-REJECT-REASON
                      EXIT PERFORM
                   END-IF
                   IF MRG-OLD-CODE(MRG-CHECK-SUB) EQUAL TO MT-NEW-CODE
                      OR MRG-NEW-CODE(MRG-CHECK-SUB) EQUAL TO
                         MT-OLD-CODE
                      THEN
                      MOVE 'MERGE CHAIN - RUN SEPARATELY'
                         TO WS-REJECT-REASON
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       300-OPEN-FILES.
      *************************************************************
      * Open the transaction file, the supplier master and the     *
      * report; the files being re-pointed are opened one pair at  *
      * a time as they are copied                                  *
      *************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT MERGE-TRANS-FILE.
           IF NOT MERGE-TRANS-FILE-OK
              THEN
              DISPLAY 'MERGE-TRANS-FILE Problem: '
                      MERGE-TRANS-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O SUPPLIER-MASTER-FILE.
           IF NOT SUPPLIER-MASTER-FILE-OK
              THEN
              DISPLAY 'SUPPLIER-MASTER-FILE Problem: '
                      SUPPLIER-MASTER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              DISPLAY ' Report-FILE Problem: ' REPORT-FILE-ST
              GOBACK
           END-IF.
       400-REPOINT-PARTS.
      ************************************************************
      * PARTSFIL -> PARTSFLO                                     *
      ************************************************************
      D    DISPLAY '400-REPOINT-PARTS'.
           MOVE 3 TO FS-SUB.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT PARTS-IN-FILE.
           OPEN OUTPUT PARTS-OUT-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ PARTS-IN-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE SUPPLIER-CODE IN PARTS TO WS-MAP-CODE
                      PERFORM 600-MAP-SUPPLIER-CODE
                      MOVE WS-MAP-CODE TO SUPPLIER-CODE IN PARTS
                      WRITE PARTS-OUT-REC FROM PARTS
                      ADD 1 TO FS-WRITTEN-KTR(FS-SUB)
                   END-READ
           END-PERFORM.
           CLOSE PARTS-IN-FILE.
           CLOSE PARTS-OUT-FILE.
       410-REPOINT-PURCHORDS.
      ************************************************************
      * POFILE -> POFILEO                                        *
      ************************************************************
      D    DISPLAY '410-REPOINT-PURCHORDS'.
           MOVE 4 TO FS-SUB.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT PURCHORDS-IN-FILE.
           OPEN OUTPUT PURCHORDS-OUT-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ PURCHORDS-IN-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE SUPPLIER-CODE IN PURCHASE-ORDER
                         TO WS-MAP-CODE
                      PERFORM 600-MAP-SUPPLIER-CODE
                      MOVE WS-MAP-CODE
                         TO SUPPLIER-CODE IN PURCHASE-ORDER
                      WRITE PURCHORDS-OUT-REC FROM PURCHASE-ORDER
                      ADD 1 TO FS-WRITTEN-KTR(FS-SUB)
                   END-READ
           END-PERFORM.
           CLOSE PURCHORDS-IN-FILE.
           CLOSE PURCHORDS-OUT-FILE.
       420-REPOINT-LEDGER.
      ************************************************************
      * COMMLEDG -> COMMLDGO                                     *
      ************************************************************
      D    DISPLAY '420-REPOINT-LEDGER'.
           MOVE 5 TO FS-SUB.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT COMMLEDG-IN-FILE.
           OPEN OUTPUT COMMLEDG-OUT-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ COMMLEDG-IN-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE LDG-SUPPLIER-CODE TO WS-MAP-CODE
                      PERFORM 600-MAP-SUPPLIER-CODE
                      MOVE WS-MAP-CODE TO LDG-SUPPLIER-CODE
                      WRITE COMMLEDG-OUT-REC FROM COMMLEDG-IN-REC
                      ADD 1 TO FS-WRITTEN-KTR(FS-SUB)
                   END-READ
           END-PERFORM.
           CLOSE COMMLEDG-IN-FILE.
           CLOSE COMMLEDG-OUT-FILE.
       430-REPOINT-PRICE-HIST.
      ************************************************************
      * PRICEHST -> PRICEHSO. PRCTREND trends by part, so once   *
      * the old code's history carries the survivor's code the  *
      * two suppliers' prices read as one continuous series.     *
      ************************************************************
      D    DISPLAY '430-REPOINT-PRICE-HIST'.
           MOVE 6 TO FS-SUB.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT PRICE-HIST-IN-FILE.
           OPEN OUTPUT PRICE-HIST-OUT-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ PRICE-HIST-IN-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE PH-SUPPLIER-CODE TO WS-MAP-CODE
                      PERFORM 600-MAP-SUPPLIER-CODE
                      MOVE WS-MAP-CODE TO PH-SUPPLIER-CODE
                      WRITE PRICE-HIST-OUT-REC FROM PRICE-HIST-IN-REC
                      ADD 1 TO FS-WRITTEN-KTR(FS-SUB)
                   END-READ
           END-PERFORM.
           CLOSE PRICE-HIST-IN-FILE.
           CLOSE PRICE-HIST-OUT-FILE.
       440-REPOINT-BLANKETS.
      ************************************************************
      * BLANKETS -> BLANKETO                                     *
      ************************************************************
      D    DISPLAY '440-REPOINT-BLANKETS'.
           MOVE 7 TO FS-SUB.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT BLANKET-IN-FILE.
           OPEN OUTPUT BLANKET-OUT-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ BLANKET-IN-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE BLK-SUPPLIER-CODE TO WS-MAP-CODE
                      PERFORM 600-MAP-SUPPLIER-CODE
                      MOVE WS-MAP-CODE TO BLK-SUPPLIER-CODE
                      WRITE BLANKET-OUT-REC FROM BLANKET-IN-REC
                      ADD 1 TO FS-WRITTEN-KTR(FS-SUB)
                   END-READ
           END-PERFORM.
           CLOSE BLANKET-IN-FILE.
           CLOSE BLANKET-OUT-FILE.
       450-REPOINT-VOUCHERS.
      ************************************************************
      * APVOUCH -> APVOUCHO                                      *
      ************************************************************
      D    DISPLAY '450-REPOINT-VOUCHERS'.
           MOVE 8 TO FS-SUB.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT VOUCHER-IN-FILE.
           OPEN OUTPUT VOUCHER-OUT-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ VOUCHER-IN-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE VCH-SUPPLIER-CODE TO WS-MAP-CODE
                      PERFORM 600-MAP-SUPPLIER-CODE
                      MOVE WS-MAP-CODE TO VCH-SUPPLIER-CODE
                      WRITE VOUCHER-OUT-REC FROM VOUCHER-IN-REC
                      ADD 1 TO FS-WRITTEN-KTR(FS-SUB)
                   END-READ
           END-PERFORM.
           CLOSE VOUCHER-IN-FILE.
           CLOSE VOUCHER-OUT-FILE.
       460-REPOINT-OPEN-VOUCHERS.
      ************************************************************
      * OPENVCHI -> OPENVCHO                                     *
      ************************************************************
      D    DISPLAY '460-REPOINT-OPEN-VOUCHERS'.
           MOVE 9 TO FS-SUB.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT OPENVCH-IN-FILE.
           OPEN OUTPUT OPENVCH-OUT-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ OPENVCH-IN-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE OV-SUPPLIER-CODE TO WS-MAP-CODE
                      PERFORM 600-MAP-SUPPLIER-CODE
                      MOVE WS-MAP-CODE TO OV-SUPPLIER-CODE
                      WRITE OPENVCH-OUT-REC FROM OPENVCH-IN-REC
                      ADD 1 TO FS-WRITTEN-KTR(FS-SUB)
                   END-READ
           END-PERFORM.
           CLOSE OPENVCH-IN-FILE.
           CLOSE OPENVCH-OUT-FILE.
       470-REPOINT-DEBIT-MEMOS.
      ************************************************************
      * DMOPENI -> DMOPENO                                       *
      ************************************************************
      D    DISPLAY '470-REPOINT-DEBIT-MEMOS'.
           MOVE 10 TO FS-SUB.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT DMOPEN-IN-FILE.
           OPEN OUTPUT DMOPEN-OUT-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ DMOPEN-IN-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE DM-SUPPLIER-CODE TO WS-MAP-CODE
                      PERFORM 600-MAP-SUPPLIER-CODE
                      MOVE WS-MAP-CODE TO DM-SUPPLIER-CODE
                      WRITE DMOPEN-OUT-REC FROM DMOPEN-IN-REC
                      ADD 1 TO FS-WRITTEN-KTR(FS-SUB)
                   END-READ
           END-PERFORM.
           CLOSE DMOPEN-IN-FILE.
           CLOSE DMOPEN-OUT-FILE.
       480-REPOINT-AVL.
      ************************************************************
      * AVLMSTR in place: browse for approvals under an old code,*
      * then re-key each - WRITE under the survivor (unless the  *
      * survivor is already approved for the part, whose         *
      * approval stands) and DELETE the old key. Optional - no   *
      * list, nothing to move.                                   *
      ************************************************************
      D    DISPLAY '480-REPOINT-AVL'.
           MOVE 2 TO FS-SUB.
           OPEN I-O AVL-MASTER-FILE.
           IF NOT AVL-MASTER-FILE-OK
              THEN
              DISPLAY 'AVL-MASTER-FILE not available, RC='
                      AVL-MASTER-FILE-ST ' - APPROVALS NOT MOVED'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO AVL-MASTER-FILE-STATUS.

           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ AVL-MASTER-FILE NEXT RECORD
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE AVL-SUPPLIER-CODE TO WS-MAP-CODE
                      PERFORM 600-MAP-SUPPLIER-CODE
                      IF WS-MAP-CODE NOT EQUAL TO AVL-SUPPLIER-CODE
                         THEN
                         PERFORM 482-SAVE-AVL-APPROVAL
                      END-IF
                   END-READ
           END-PERFORM.

      * Every record read is written back under one key or another
           MOVE FS-READ-KTR(FS-SUB) TO FS-WRITTEN-KTR(FS-SUB).
           PERFORM VARYING AVL-TABLE-SUB FROM 1 BY 1 UNTIL
              AVL-TABLE-SUB > AVL-TABLE-MAX
                   PERFORM 485-REKEY-ONE-APPROVAL
           END-PERFORM.
       482-SAVE-AVL-APPROVAL.
      ************************************************************
      * Hold an old-code approval for re-keying; past the table *
      * limit it stays under the old code for the next run       *
      ************************************************************
      D    DISPLAY '482-SAVE-AVL-APPROVAL'.
           IF AVL-TABLE-MAX < AVL-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO AVL-TABLE-MAX
              MOVE AVL-MASTER-REC TO AVL-MOVE-ENTRY(AVL-TABLE-MAX)
           ELSE
              DISPLAY 'AVL-MASTER-FILE TABLE FULL, NOT MOVED: '
                      AVL-KEY
              SUBTRACT 1 FROM FS-REPOINTED(FS-SUB)
              SUBTRACT 1 FROM FS-NEW-AFTER(FS-SUB)
              ADD 1 TO FS-OLD-AFTER(FS-SUB)
           END-IF.
       485-REKEY-ONE-APPROVAL.
      ************************************************************
      * Move the approval at AVL-TABLE-SUB to its survivor       *
      ************************************************************
      D    DISPLAY '485-REKEY-ONE-APPROVAL'.
           MOVE AVL-MOVE-ENTRY(AVL-TABLE-SUB) TO AVL-MASTER-REC.
           DELETE AVL-MASTER-FILE
           INVALID KEY
              DISPLAY 'AVL-MASTER-FILE DELETE FAILED: ' AVL-KEY
              ADD 1 TO FS-OLD-AFTER(FS-SUB)
              SUBTRACT 1 FROM FS-NEW-AFTER(FS-SUB)
              EXIT PARAGRAPH
           END-DELETE.

           MOVE AVL-SUPPLIER-CODE TO WS-MAP-CODE.
           PERFORM 610-FIND-OLD-CODE.
           MOVE MRG-NEW-CODE(MRG-TABLE-SUB) TO AVL-SUPPLIER-CODE.
           WRITE AVL-MASTER-REC
           INVALID KEY
              ADD 1 TO WS-AVL-COMBINED-KTR
              SUBTRACT 1 FROM FS-WRITTEN-KTR(FS-SUB)
              SUBTRACT 1 FROM FS-NEW-AFTER(FS-SUB)
           END-WRITE.
       490-INACTIVATE-OLD-CODES.
      ************************************************************
      * Inactivate each accepted old code on SUPPMSTR - never    *
      * delete it, history still points at it                    *
      ************************************************************
      D    DISPLAY '490-INACTIVATE-OLD-CODES'.
           MOVE 1 TO FS-SUB.
           PERFORM VARYING MRG-CHECK-SUB FROM 1 BY 1 UNTIL
              MRG-CHECK-SUB > MRG-TABLE-MAX
                   MOVE MRG-OLD-CODE(MRG-CHECK-SUB)
                      TO SM-SUPPLIER-CODE
                   PERFORM 495-INACTIVATE-ONE-CODE
           END-PERFORM.
       495-INACTIVATE-ONE-CODE.
      ************************************************************
      * SUPPMSTR counts are of ACTIVE records: the old code is   *
      * active before and must not be after                      *
      ************************************************************
      D    DISPLAY '495-INACTIVATE-ONE-CODE'.
           READ SUPPLIER-MASTER-FILE
           INVALID KEY
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO FS-READ-KTR(FS-SUB).
           IF SM-ACTIVE
              THEN
              ADD 1 TO FS-OLD-BEFORE(FS-SUB)
           END-IF.
           MOVE 'I' TO SM-ACTIVE-STATUS.
           REWRITE SUPPLIER-MASTER-REC
           INVALID KEY
              DISPLAY 'SUPPLIER-MASTER-FILE REWRITE FAILED: '
                      SM-SUPPLIER-CODE
              ADD 1 TO FS-OLD-AFTER(FS-SUB)
              EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO FS-WRITTEN-KTR(FS-SUB).
           ADD 1 TO WS-INACTIVATED-KTR.
       500-WRITE-REPORT.
      ************************************************************
      * Write one merge transaction line                         *
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
       600-MAP-SUPPLIER-CODE.
      ************************************************************
      * Count WS-MAP-CODE for file FS-SUB before and after, and  *
      * replace an accepted old code with its survivor           *
      ************************************************************
           ADD 1 TO FS-READ-KTR(FS-SUB).
           PERFORM 610-FIND-OLD-CODE.
           IF MRG-FOUND
              THEN
              ADD 1 TO FS-OLD-BEFORE(FS-SUB)
              MOVE MRG-NEW-CODE(MRG-TABLE-SUB) TO WS-MAP-CODE
              ADD 1 TO FS-REPOINTED(FS-SUB)
           ELSE
              PERFORM 620-FIND-NEW-CODE
              IF MRG-FOUND
                 THEN
                 ADD 1 TO FS-NEW-BEFORE(FS-SUB)
              END-IF
           END-IF.

           PERFORM 610-FIND-OLD-CODE.
           IF MRG-FOUND
              THEN
              ADD 1 TO FS-OLD-AFTER(FS-SUB)
           ELSE
              PERFORM 620-FIND-NEW-CODE
              IF MRG-FOUND
                 THEN
                 ADD 1 TO FS-NEW-AFTER(FS-SUB)
              END-IF
           END-IF.
       610-FIND-OLD-CODE.
           MOVE 'N' TO SW-MRG-FOUND.
           PERFORM VARYING MRG-TABLE-SUB FROM 1 BY 1 UNTIL
              MRG-TABLE-SUB > MRG-TABLE-MAX
                   IF MRG-OLD-CODE(MRG-TABLE-SUB) EQUAL TO WS-MAP-CODE
                      THEN
                      MOVE 'Y' TO SW-MRG-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       620-FIND-NEW-CODE.
           MOVE 'N' TO SW-MRG-FOUND.
           PERFORM VARYING MRG-TABLE-SUB FROM 1 BY 1 UNTIL
              MRG-TABLE-SUB > MRG-TABLE-MAX
                   IF MRG-NEW-CODE(MRG-TABLE-SUB) EQUAL TO WS-MAP-CODE
                      THEN
                      MOVE 'Y' TO SW-MRG-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       700-WRITE-SUMMARY-REPORT.
      ***********************************************************
      * Before/after counts per file, then run totals           *
      ***********************************************************
      D    DISPLAY '700-WRITE-SUMMARY'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.

           WRITE OUTPUT-LINE FROM FILE-HEADING-1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM FILE-HEADING-2
              AFTER ADVANCING 1.
           PERFORM VARYING FS-SUB FROM 1 BY 1 UNTIL FS-SUB > 10
                   PERFORM 710-WRITE-FILE-LINE
           END-PERFORM.

           MOVE WS-TRANS-KTR TO TOTAL-TRANS-O.
           MOVE WS-ACCEPTED-KTR TO TOTAL-ACCEPTED-O.
           MOVE WS-REJECTED-KTR TO TOTAL-REJECTED-O.
           MOVE WS-INACTIVATED-KTR TO TOTAL-INACTIVATED-O.
           MOVE WS-TOT-REPOINTED TO TOTAL-REPOINTED-O.
           MOVE WS-TOT-OLD-AFTER TO TOTAL-OLD-AFTER-O.
           MOVE WS-AVL-COMBINED-KTR TO TOTAL-AVL-COMBINED-O.

           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
       710-WRITE-FILE-LINE.
      ***********************************************************
      * One file's proof line                                   *
      ***********************************************************
      D    DISPLAY '710-WRITE-FILE-LINE'.
           MOVE FS-FILE-NAME(FS-SUB) TO FDET-FILE-NAME-O.
           MOVE FS-READ-KTR(FS-SUB) TO FDET-READ-O.
           MOVE FS-WRITTEN-KTR(FS-SUB) TO FDET-WRITTEN-O.
           MOVE FS-OLD-BEFORE(FS-SUB) TO FDET-OLD-BEFORE-O.
           MOVE FS-NEW-BEFORE(FS-SUB) TO FDET-NEW-BEFORE-O.
           MOVE FS-REPOINTED(FS-SUB) TO FDET-REPOINTED-O.
           MOVE FS-OLD-AFTER(FS-SUB) TO FDET-OLD-AFTER-O.
           MOVE FS-NEW-AFTER(FS-SUB) TO FDET-NEW-AFTER-O.
           ADD FS-REPOINTED(FS-SUB) TO WS-TOT-REPOINTED.
           ADD FS-OLD-AFTER(FS-SUB) TO WS-TOT-OLD-AFTER.

           EVALUATE TRUE
           WHEN WS-ACCEPTED-KTR = 0
                MOVE 'NO MERGE APPLIED' TO FDET-REMARK-O
           WHEN FS-SUB = 2 AND NOT AVL-MASTER-OPEN
                MOVE 'NOT AVAILABLE' TO FDET-REMARK-O
           WHEN FS-SUB = 1
                MOVE 'ACTIVE OLD CODES, INACTIVATED'
                   TO FDET-REMARK-O
           WHEN FS-OLD-AFTER(FS-SUB) > 0
                MOVE '*** OLD CODE STILL PRESENT ***'
                   TO FDET-REMARK-O
           WHEN FS-READ-KTR(FS-SUB) NOT = FS-WRITTEN-KTR(FS-SUB)
                AND FS-SUB NOT = 2
                MOVE '*** RECORDS READ NOT WRITTEN ***'
                   TO FDET-REMARK-O
           WHEN OTHER
                MOVE 'COMPLETE' TO FDET-REMARK-O
           END-EVALUATE.

           WRITE OUTPUT-LINE FROM FILE-DETAIL-LINE
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE MERGE-TRANS-FILE.
           CLOSE SUPPLIER-MASTER-FILE.
           IF NOT SUPPLIER-MASTER-FILE-OK
              THEN
              DISPLAY 'SUPPLIER-MASTER-FILE Problem: '
                      SUPPLIER-MASTER-FILE-ST
              GOBACK
           END-IF.

           IF AVL-MASTER-OPEN
              THEN
              CLOSE AVL-MASTER-FILE
           END-IF.

           CLOSE REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              DISPLAY ' Report-FILE Problem: ' REPORT-FILE-ST
              GOBACK
           END-IF.
