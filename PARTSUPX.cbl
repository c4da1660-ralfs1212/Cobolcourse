           SELECT CHECKPOINT-FILE ASSIGN TO CHKPOINT
           FILE STATUS IS CHECKPOINT-FILE-ST.

      * Blanket purchase-order master - annual commitments by
      * supplier/part that releases (ordinary POs for the same
      * supplier/part) draw down; rewritten with the drawdowns at
           RECORD KEY IS PM-PART-NUMBER
           FILE STATUS IS PART-MASTER-FILE-ST.

      * Approved-vendor list - which suppliers are qualified for
      * which parts, with approval/expiry dates and a maximum order
      * quantity; maintained by AVLMNT. A KSDS keyed on part plus
      * supplier, read by key once per record. Optional - without
      * it the run simply skips the approved-vendor check.
           SELECT AVL-MASTER-FILE ASSIGN TO AVLMSTR
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AVL-KEY
           FILE STATUS IS AVL-MASTER-FILE-ST.

      * Blueprint revision master - current revision, effective
      * date and released/superseded/obsolete status of each
      * BLUEPRINT-NUMBER; maintained by ENGCHG. Keyed read once
      * per record; optional like the approved-vendor list.
           SELECT ENG-REV-FILE ASSIGN TO ENGREV
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ER-BLUEPRINT-NUMBER
           FILE STATUS IS ENG-REV-FILE-ST.

           SELECT PART-AUDIT-FILE ASSIGN TO PARTAUDT
           FILE STATUS IS PART-AUDIT-FILE-ST.

          05 CKPT-PART-NUMBER          PIC X(23).
          05 FILLER                    PIC X(90).

      * Daily exchange-rate file - one record per currency code
       FD  FX-RATE-FILE
           RECORDING MODE IS F.
          05 SM-ACTIVE-STATUS          PIC X(01).
             88 SM-ACTIVE                              VALUE 'A'.
             88 SM-INACTIVE                            VALUE 'I'.
      * Payment terms - net days, early-pay discount percent and
      * discount days (2/10 net 30 = 030 020 010) and how the
      * supplier is paid; maintained by SUPPMNT, read by APPAYRUN
          05 SM-PAYMENT-TERMS.
             10 SM-TERMS-NET-DAYS      PIC 9(03).
             10 SM-TERMS-DISC-PCT      PIC 9(02)V9.
             10 SM-TERMS-DISC-DAYS     PIC 9(03).
             10 SM-PAY-METHOD          PIC X(01).
                88 SM-PAY-BY-CHECK                     VALUE 'C'.
                88 SM-PAY-BY-ACH                       VALUE 'A'.
             10 SM-ACH-ROUTING         PIC 9(09).
             10 SM-ACH-ACCOUNT         PIC X(17).
      * 1099 reporting - taxpayer ID (EIN/SSN, digits only) and
      * legal name from the supplier's W-9, and the reportable
      * flag; maintained by SUPPMNT, read by AP1099 at year end
          05 SM-TAX-REPORTING.
             10 SM-TAXPAYER-ID         PIC X(09).
             10 SM-1099-FLAG           PIC X(01).
                88 SM-1099-REPORTABLE                  VALUE 'Y'.
             10 SM-LEGAL-NAME          PIC X(30).

      * Persistent part master - one entry per distinct PART-NUMBER
      * ever seen with PARTEDIT's checks passing
          05 PM-BLUEPRINT-NUMBER       PIC X(10).
          05 PM-UNIT-OF-MEASURE        PIC X(03).

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

      * Blueprint revision master - same record layout as ENGCHG
       FD  ENG-REV-FILE
           RECORDING MODE IS F.
       01 ENG-REV-REC.
          05 ER-BLUEPRINT-NUMBER       PIC X(10).
          05 ER-REVISION               PIC X(02).
          05 ER-REV-EFFECTIVE-DATE     PIC 9(08).
          05 ER-STATUS                 PIC X(01).
             88 ER-RELEASED                            VALUE 'R'.
             88 ER-SUPERSEDED                          VALUE 'S'.
             88 ER-OBSOLETE                            VALUE 'O'.
          05 ER-STATUS-DATE            PIC 9(08).
          05 ER-PRIOR-REVISION         PIC X(02).
          05 ER-PRIOR-EFF-DATE         PIC 9(08).
          05 ER-SUPERSEDED-BY          PIC X(10).
          05 ER-ECN-NUMBER             PIC X(08).
          05 FILLER                    PIC X(23).

      * Part attribute conflict audit report
       FD  PART-AUDIT-FILE
           RECORDING MODE IS F.
          05 BLK-REJECT-O              PIC ZZZZ9.
          05 FILLER                    PIC X(81)       VALUE SPACES.

      * Approved-vendor check - POs the list does not cover
       01 AVL-PO-SUB                   PIC 9(1)        VALUE 0 COMP.
       01 WS-AVL-EXCEPT-KTR            PIC 9(5)        VALUE 0.
       01 WS-AVL-NOT-LISTED-KTR        PIC 9(5)        VALUE 0.

       01 WS-AVL-LINE.
          05 FILLER                    PIC X(36)       VALUE
                'AVL NOT LISTED / LAPSED OR OVER MAX:'.
          05 FILLER                    PIC X(2)        VALUE SPACES.
          05 AVL-NOT-LISTED-O          PIC ZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 AVL-EXCEPT-O              PIC ZZZZ9.
          05 FILLER                    PIC X(81)       VALUE SPACES.

      * Blueprint revision check - POs ordered to a blueprint
      * that was not released on the ORDER-DATE
       01 ENG-PO-SUB                   PIC 9(1)        VALUE 0 COMP.
       01 WS-ENG-NOT-ON-FILE-KTR       PIC 9(5)        VALUE 0.
       01 WS-ENG-EXCEPT-KTR            PIC 9(5)        VALUE 0.

       01 WS-ENG-LINE.
          05 FILLER                    PIC X(36)       VALUE
                'BLUEPRINT NOT ON FILE / NOT RELEASD:'.
          05 FILLER                    PIC X(2)        VALUE SPACES.
          05 ENG-NOT-ON-FILE-O         PIC ZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 ENG-EXCEPT-O              PIC ZZZZ9.
          05 FILLER                    PIC X(81)       VALUE SPACES.

      * ZIP-STATE Table - loaded from input file, handed over
      * to ADDREDIT ONCE per run by the initialization call; sized
      * for the 10,000-entry national table
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - business-rule settings in
      * effect on the run date from the PARMLIB parameter library
       COPY PARMLKL.

      * Lead-time feasibility warning fields - delivery windows
      * shorter than the part's lead time are soft warnings on
      * BADRECS, counted for the summary report
       01 WS-FX-RATE                   PIC 9(3)V9(6)   VALUE 1.
       01 WS-FX-MISS-KTR               PIC 9(5)        VALUE 0.

      * Purchase-order outlier thresholds, looked up in the PARMLIB
      * parameter library and handed over to POEDIT; also the
      * outlier table POEDIT fills back for PARTSUPX to log as soft
      * warnings on BADRECS.
       01 PO-QTY-THRESHOLD             PIC 9(7)        COMP.
       01 PO-PRICE-THRESHOLD           PIC 9(7)V99     COMP.
       01 OUTLIER-SUB                  PIC 9(01) COMP.
             88 ERRCODE-FILE-EOF                       VALUE 'Y'.
          05 CHECKPOINT-FILE-ST        PIC X(2).
             88 CHECKPOINT-FILE-OK                     VALUE '00'.
          05 FX-RATE-FILE-ST           PIC X(2).
             88 FX-RATE-FILE-OK                        VALUE '00'.
          05 SUPP-CURR-FILE-ST         PIC X(2).
             88 SUPPLIER-MASTER-FILE-OK                VALUE '00'.
          05 PART-MASTER-FILE-ST       PIC X(2).
             88 PART-MASTER-FILE-OK                    VALUE '00'.
          05 AVL-MASTER-FILE-ST        PIC X(2).
             88 AVL-MASTER-FILE-OK                     VALUE '00'.
          05 AVL-MASTER-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 AVL-MASTER-OPEN                        VALUE 'Y'.
          05 ENG-REV-FILE-ST           PIC X(2).
             88 ENG-REV-FILE-OK                        VALUE '00'.
          05 ENG-REV-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 ENG-REV-OPEN                           VALUE 'Y'.
          05 PART-AUDIT-FILE-ST        PIC X(2).
             88 PART-AUDIT-FILE-OK                     VALUE '00'.
          05 CHRYSLER-RPT-FILE-ST      PIC X(2).

           PERFORM 083-LOAD-SUPERSESSIONS.

           PERFORM 084-OPEN-AVL-MASTER.

           PERFORM 085-OPEN-ENG-REV-MASTER.

      * Hand the zip/state table to ADDREDIT once - after this the
      * per-record edit calls search the copy it keeps, instead of
      * crawling the full structure three times per record
           CLOSE SUPERSED-FILE.
      D    DISPLAY 'SUPERSESSION TABLE: ' SS-TABLE-MAX ' ENTRIES'.

       084-OPEN-AVL-MASTER.
      ************************************************************
      * Open the approved-vendor list for keyed reads. Optional   *
      * in practice, like the blankets - a missing list just      *
      * means no approved-vendor checking this run.               *
      ************************************************************
      D    DISPLAY '084-OPEN-AVL-MASTER'.
           OPEN INPUT AVL-MASTER-FILE.
           IF NOT AVL-MASTER-FILE-OK
              THEN
              DISPLAY 'AVL-MASTER-FILE not available, RC='
                      AVL-MASTER-FILE-ST ' - NO APPROVED-VENDOR CHECK'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO AVL-MASTER-FILE-STATUS.

       085-OPEN-ENG-REV-MASTER.
      ************************************************************
      * Open the blueprint revision master for keyed reads.      *
      * Optional in practice - a missing master just means no    *
      * blueprint revision checking this run.                    *
      ************************************************************
      D    DISPLAY '085-OPEN-ENG-REV-MASTER'.
           OPEN INPUT ENG-REV-FILE.
           IF NOT ENG-REV-FILE-OK
              THEN
              DISPLAY 'ENG-REV-FILE not available, RC='
                      ENG-REV-FILE-ST ' - NO BLUEPRINT REV CHECK'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO ENG-REV-FILE-STATUS.

       071-LOAD-MAKE-TABLE.
      ************************************************************
      * Load Table with valid Vehicle-Make codes from input file *

       072-LOAD-PO-THRESHOLDS.
      ************************************************************
      * Look up the purchase-order outlier thresholds in effect  *
      * today in the PARMLIB parameter library (PARMLKUP) - the  *
      * QUANTITY and UNIT-PRICE ceilings POEDIT flags as          *
      * suspicious rather than recompiling them.                  *
      ************************************************************
      D    DISPLAY '072-LOAD-PO-THRESHOLDS'.
           MOVE 'PARTSUPX' TO PLIB-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PLIB-RUN-DATE.

           MOVE 'PO-QTY-THRESH' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'PO-QTY-THRESH Problem: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO PO-QTY-THRESHOLD.

           MOVE 'PO-PRICE-THRESH' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'PO-PRICE-THRESH Problem: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO PO-PRICE-THRESHOLD.

      D    DISPLAY 'PO-QTY-THRESHOLD   : ' PO-QTY-THRESHOLD.
      D    DISPLAY 'PO-PRICE-THRESHOLD : ' PO-PRICE-THRESHOLD.
              PERFORM 226-CHECK-GOVT-SUPPLIER
           END-IF.

      * Approved-vendor check - the supplier must be on the list
      * for this part, each PO must fall inside the approval and
      * stay within its maximum order quantity. ERRCODES severity
      * decides whether an exception warns or rejects.
           IF VALID-DATA-IND AND ERROR-SUB < ERROR-SUB-MAX
              AND AVL-MASTER-OPEN
              THEN
              PERFORM 226A-CHECK-APPROVED-VENDOR
           END-IF.

      * Blueprint revision check - each PO must be ordered to a
      * blueprint that was released, and not yet superseded or
      * obsolete, on its ORDER-DATE
           IF VALID-DATA-IND AND ERROR-SUB < ERROR-SUB-MAX
              AND ENG-REV-OPEN
              AND BLUEPRINT-NUMBER IN PART-SUPP-ADDR-PO
                  NOT EQUAL TO SPACES
              THEN
              PERFORM 226C-CHECK-BLUEPRINT-REV
           END-IF.

      * Blanket-release check - a PO for a supplier/part covered
      * by a blanket draws the blanket down and must neither
      * reference a dead blanket nor overdraw the remaining
              MOVE "N" TO VALID-DATA-STATUS
           END-IF.

       226A-CHECK-APPROVED-VENDOR.
      ************************************************************
      * Keyed READ of the approved-vendor list for this part and *
      * supplier. Not on the list (V001); otherwise each PO is   *
      * checked against the approval in 226B.                    *
      ************************************************************
      D    DISPLAY '226A-CHECK-APPROVED-VENDOR'.
           MOVE PART-NUMBER IN PART-SUPP-ADDR-PO TO AVL-PART-NUMBER.
           MOVE SUPPLIER-CODE IN PART-SUPP-ADDR-PO(1:5)
              TO AVL-SUPPLIER-CODE.
           READ AVL-MASTER-FILE
           INVALID KEY
              COMPUTE ERROR-SUB = ERROR-SUB + 1
              MOVE 'PART/SUPPLIER-CODE'
                 TO ERROR-FLD IN ERROR-TABLE(ERROR-SUB)
              MOVE 'not on approved list'
                 TO ERROR-MSG IN ERROR-TABLE(ERROR-SUB)
              MOVE 'V001'
                 TO ERROR-CODE IN ERROR-TABLE(ERROR-SUB)
              MOVE "N" TO VALID-DATA-STATUS
              ADD 1 TO WS-AVL-NOT-LISTED-KTR
              EXIT PARAGRAPH
           END-READ.

           PERFORM VARYING AVL-PO-SUB FROM 1 BY 1 UNTIL
              AVL-PO-SUB > 3 OR ERROR-SUB NOT < ERROR-SUB-MAX
                   IF PO-NUMBER IN PART-SUPP-ADDR-PO(AVL-PO-SUB)
                      NOT EQUAL TO SPACES
                      THEN
                      PERFORM 226B-CHECK-ONE-AVL-PO
                   END-IF
           END-PERFORM.

       226B-CHECK-ONE-AVL-PO.
      ************************************************************
      * Approved-vendor check for the PO at AVL-PO-SUB: ordered  *
      * outside the approval dates (V002) or for more than the   *
      * approval's maximum order quantity (V003). A zero expiry  *
      * or maximum means none.                                   *
      ************************************************************
      D    DISPLAY '226B-CHECK-ONE-AVL-PO'.
           IF ORDER-DATE IN PART-SUPP-ADDR-PO(AVL-PO-SUB) <
              AVL-APPROVAL-DATE
              OR (AVL-EXPIRY-DATE NOT = ZERO
                  AND ORDER-DATE IN PART-SUPP-ADDR-PO(AVL-PO-SUB) >
                      AVL-EXPIRY-DATE)
              THEN
              COMPUTE ERROR-SUB = ERROR-SUB + 1
              MOVE 'ORDER-DATE'
                 TO ERROR-FLD IN ERROR-TABLE(ERROR-SUB)
              MOVE 'AVL approval lapsed'
                 TO ERROR-MSG IN ERROR-TABLE(ERROR-SUB)
              MOVE 'V002'
                 TO ERROR-CODE IN ERROR-TABLE(ERROR-SUB)
              MOVE "N" TO VALID-DATA-STATUS
              ADD 1 TO WS-AVL-EXCEPT-KTR
              EXIT PARAGRAPH
           END-IF.

           IF AVL-MAX-ORDER-QTY NOT = ZERO
              AND QUANTITY IN PART-SUPP-ADDR-PO(AVL-PO-SUB) >
                  AVL-MAX-ORDER-QTY
              THEN
              COMPUTE ERROR-SUB = ERROR-SUB + 1
              MOVE 'QUANTITY'
                 TO ERROR-FLD IN ERROR-TABLE(ERROR-SUB)
              MOVE 'over AVL max qty'
                 TO ERROR-MSG IN ERROR-TABLE(ERROR-SUB)
              MOVE 'V003'
                 TO ERROR-CODE IN ERROR-TABLE(ERROR-SUB)
              MOVE "N" TO VALID-DATA-STATUS
              ADD 1 TO WS-AVL-EXCEPT-KTR
           END-IF.

       226C-CHECK-BLUEPRINT-REV.
      ************************************************************
      * Keyed READ of the blueprint revision master for this     *
      * part's BLUEPRINT-NUMBER. Not on file (E001); otherwise   *
      * each PO is checked against it in 226D.                   *
      ************************************************************
      D    DISPLAY '226C-CHECK-BLUEPRINT-REV'.
           MOVE BLUEPRINT-NUMBER IN PART-SUPP-ADDR-PO
              TO ER-BLUEPRINT-NUMBER.
           READ ENG-REV-FILE
           INVALID KEY
              COMPUTE ERROR-SUB = ERROR-SUB + 1
              MOVE 'BLUEPRINT-NUMBER'
                 TO ERROR-FLD IN ERROR-TABLE(ERROR-SUB)
              MOVE 'blueprint not listed'
                 TO ERROR-MSG IN ERROR-TABLE(ERROR-SUB)
              MOVE 'E001'
                 TO ERROR-CODE IN ERROR-TABLE(ERROR-SUB)
              MOVE "N" TO VALID-DATA-STATUS
              ADD 1 TO WS-ENG-NOT-ON-FILE-KTR
              EXIT PARAGRAPH
           END-READ.

           PERFORM VARYING ENG-PO-SUB FROM 1 BY 1 UNTIL
              ENG-PO-SUB > 3 OR ERROR-SUB NOT < ERROR-SUB-MAX
                   IF PO-NUMBER IN PART-SUPP-ADDR-PO(ENG-PO-SUB)
                      NOT EQUAL TO SPACES
                      THEN
                      PERFORM 226D-CHECK-ONE-BLUEPRINT-PO
                   END-IF
           END-PERFORM.

       226D-CHECK-ONE-BLUEPRINT-PO.
      ************************************************************
      * Blueprint status on the ORDER-DATE of the PO at          *
      * ENG-PO-SUB. Before the current revision took effect the  *
      * prior revision governs - no prior revision then means    *
      * the drawing was not yet released (E002). From the status *
      * date on, a superseded (E003) or obsolete (E004) drawing  *
      * may not be bought to.                                    *
      ************************************************************
      D    DISPLAY '226D-CHECK-ONE-BLUEPRINT-PO'.
           IF ORDER-DATE IN PART-SUPP-ADDR-PO(ENG-PO-SUB) <
              ER-REV-EFFECTIVE-DATE
              THEN
              IF ER-PRIOR-REVISION EQUAL TO SPACES
                 OR ORDER-DATE IN PART-SUPP-ADDR-PO(ENG-PO-SUB) <
                    ER-PRIOR-EFF-DATE
                 THEN
                 COMPUTE ERROR-SUB = ERROR-SUB + 1
                 MOVE 'BLUEPRINT-NUMBER'
                    TO ERROR-FLD IN ERROR-TABLE(ERROR-SUB)
                 MOVE 'bp not yet released'
                    TO ERROR-MSG IN ERROR-TABLE(ERROR-SUB)
                 MOVE 'E002'
                    TO ERROR-CODE IN ERROR-TABLE(ERROR-SUB)
                 MOVE "N" TO VALID-DATA-STATUS
                 ADD 1 TO WS-ENG-EXCEPT-KTR
              END-IF
              EXIT PARAGRAPH
           END-IF.

           IF ER-RELEASED
              OR ORDER-DATE IN PART-SUPP-ADDR-PO(ENG-PO-SUB) <
                 ER-STATUS-DATE
              THEN
              EXIT PARAGRAPH
           END-IF.

           COMPUTE ERROR-SUB = ERROR-SUB + 1.
           MOVE 'BLUEPRINT-NUMBER'
              TO ERROR-FLD IN ERROR-TABLE(ERROR-SUB).
           IF ER-OBSOLETE
              THEN
              MOVE 'blueprint obsolete'
                 TO ERROR-MSG IN ERROR-TABLE(ERROR-SUB)
              MOVE 'E004'
                 TO ERROR-CODE IN ERROR-TABLE(ERROR-SUB)
           ELSE
              MOVE 'blueprint superseded'
                 TO ERROR-MSG IN ERROR-TABLE(ERROR-SUB)
              MOVE 'E003'
                 TO ERROR-CODE IN ERROR-TABLE(ERROR-SUB)
           END-IF.
           MOVE "N" TO VALID-DATA-STATUS.
           ADD 1 TO WS-ENG-EXCEPT-KTR.

       227-CHECK-LEAD-TIME.
      ************************************************************
      * Cross-group check: DELIVERY-DATE minus ORDER-DATE must    *
      * them electronic-capable through SUPPMNT
              MOVE 'N' TO SM-EDI-CAPABLE
              MOVE 'A' TO SM-ACTIVE-STATUS
      * ...and to net 30 by check, no discount, until accounts
      * payable keys the real terms through SUPPMNT
              MOVE 30 TO SM-TERMS-NET-DAYS
              MOVE 0 TO SM-TERMS-DISC-PCT
              MOVE 0 TO SM-TERMS-DISC-DAYS
              MOVE 'C' TO SM-PAY-METHOD
              MOVE 0 TO SM-ACH-ROUTING
              MOVE SPACES TO SM-ACH-ACCOUNT
      * ...and with no W-9 on file yet; subcontractors start
      * flagged 1099-reportable
              MOVE SPACES TO SM-TAXPAYER-ID
              IF SM-SUPPLIER-TYPE EQUAL TO 'S'
                 THEN
                 MOVE 'Y' TO SM-1099-FLAG
              ELSE
                 MOVE 'N' TO SM-1099-FLAG
              END-IF
              MOVE SPACES TO SM-LEGAL-NAME
              WRITE SUPPLIER-MASTER-REC
              INVALID KEY
                 DISPLAY 'SUPPLIER-MASTER-FILE Problem: '
              GOBACK
           END-IF.


      * On a restart run, these report/extract files already hold
      * output written by the prior, aborted run - OPEN EXTEND so
           WRITE OUTPUT-LINE FROM WS-BLANKET-LINE
              AFTER ADVANCING 1.

      * Approved-vendor exceptions this run
           MOVE WS-AVL-NOT-LISTED-KTR TO AVL-NOT-LISTED-O.
           MOVE WS-AVL-EXCEPT-KTR TO AVL-EXCEPT-O.
           WRITE OUTPUT-LINE FROM WS-AVL-LINE
              AFTER ADVANCING 1.

      * Blueprint revision exceptions this run
           MOVE WS-ENG-NOT-ON-FILE-KTR TO ENG-NOT-ON-FILE-O.
           MOVE WS-ENG-EXCEPT-KTR TO ENG-EXCEPT-O.
           WRITE OUTPUT-LINE FROM WS-ENG-LINE
              AFTER ADVANCING 1.

      * Supersession section - old number, replacement, POs hit
           PERFORM 745-WRITE-SUPERSESSION-SECTION.

              GOBACK
           END-IF.

           CLOSE REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              GOBACK
           END-IF.

           IF AVL-MASTER-OPEN
              THEN
              CLOSE AVL-MASTER-FILE
           END-IF.

           IF ENG-REV-OPEN
              THEN
              CLOSE ENG-REV-FILE
           END-IF.

           CLOSE PART-AUDIT-FILE.
           IF NOT PART-AUDIT-FILE-OK
              THEN
