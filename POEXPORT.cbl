      * record to the fixed-format interchange file POEXTR.
      *
      * The interchange carries one 'H' header record (run
      * date), one 'D' record per exported PO, one 'C' record
      * per change order POCHGORD accepted this cycle for those
      * suppliers (same layout as 'D', carrying the revised
      * values, the revision number and the change action - the
      * supplier acknowledges it afresh), and one 'T'
      * trailer with the detail count and an amount hash total
      * so the receiving side can verify the transmission.
      * POACKREC reconciles the acknowledgments the suppliers
      * send back against this file.
      *
      *  Inital Version   2026/09/01
      *  Re-send accepted PO change orders as 'C' records 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS SM-SUPPLIER-CODE
           FILE STATUS IS SUPPLIER-MASTER-FILE-ST.

           SELECT CHG-POST-FILE ASSIGN TO POCHGPST
           FILE STATUS IS CHG-POST-FILE-ST.

           SELECT PO-EXTR-FILE ASSIGN TO POEXTR
           FILE STATUS IS PO-EXTR-FILE-ST.

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

      * PO change orders accepted by POCHGORD this cycle
       FD  CHG-POST-FILE
           RECORDING MODE IS F.
       01 CHG-POSTED-REC.
          05 CP-PO-NUMBER              PIC X(06).
          05 CP-REVISION-NO            PIC 9(03).
          05 CP-ACTION                 PIC X(06).
          05 CP-SUPPLIER-CODE          PIC X(05).
          05 CP-PART-NUMBER            PIC X(11).
          05 CP-NEW-QUANTITY           PIC 9(08).
          05 CP-NEW-UNIT-PRICE-USD     PIC 9(07)V99.
          05 CP-ORDER-DATE             PIC X(08).
          05 CP-NEW-DELIVERY-DATE      PIC X(08).
          05 CP-CHANGE-DATE            PIC 9(08).
          05 FILLER                    PIC X(08).

      * Outbound interchange - H header / D detail / C change /
      * T trailer
       FD  PO-EXTR-FILE
           RECORDING MODE IS F.
       01 PO-EXTR-REC                  PIC X(80).
          05 XD-ORDER-DATE             PIC X(08).
          05 XD-DELIVERY-DATE          PIC X(08).
          05 XD-SENT-DATE              PIC 9(08).
      *   revision and action are filled on 'C' records only
          05 XD-REVISION-NO            PIC 9(03)       VALUE ZERO.
          05 XD-CHANGE-ACTION          PIC X(06)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE SPACES.

       01 EXTR-TRAILER-REC.
          05 XT-REC-TYPE               PIC X(01)       VALUE 'T'.
             88 SUPPLIER-MASTER-FILE-OK                VALUE '00'.
          05 PO-EXTR-FILE-ST           PIC X(2).
             88 PO-EXTR-FILE-OK                        VALUE '00'.
          05 CHG-POST-FILE-ST          PIC X(2).
             88 CHG-POST-FILE-OK                       VALUE '00'.
          05 CHG-POST-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 CHG-POST-FILE-EOF                      VALUE 'Y'.
          05 PURCHORDS-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 PURCHORDS-FILE-EOF                     VALUE 'Y'.
          05 SM-REC-FOUND-STATUS       PIC X(01)       VALUE SPACE.
          05 WS-SENT-KTR               PIC 9(7)        VALUE 0.
          05 WS-PAPER-KTR              PIC 9(7)        VALUE 0.
          05 WS-NO-MASTER-KTR          PIC 9(7)        VALUE 0.
          05 WS-CHG-KTR                PIC 9(7)        VALUE 0.
          05 WS-CHG-SENT-KTR           PIC 9(7)        VALUE 0.
          05 WS-AMOUNT-HASH            PIC S9(13)V99   VALUE +0
                                                       COMP-3.

      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-EXPORT-PO UNTIL PURCHORDS-FILE-EOF.
           PERFORM 200-EXPORT-CHANGE UNTIL CHG-POST-FILE-EOF.
           PERFORM 700-WRITE-TRAILER.
           DISPLAY 'POEXPORT: POS READ       : ' WS-PO-KTR.
           DISPLAY 'POEXPORT: POS EXPORTED   : ' WS-SENT-KTR.
           DISPLAY 'POEXPORT: PAPER SUPPLIERS: ' WS-PAPER-KTR.
           DISPLAY 'POEXPORT: NO MASTER REC  : ' WS-NO-MASTER-KTR.
           DISPLAY 'POEXPORT: CHANGES READ   : ' WS-CHG-KTR.
           DISPLAY 'POEXPORT: CHANGES SENT   : ' WS-CHG-SENT-KTR.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      * One 'D' interchange record per exported PO               *
      ************************************************************
      D    DISPLAY '150-WRITE-DETAIL'.
           MOVE 'D' TO XD-REC-TYPE.
           MOVE PO-NUMBER IN ORDER-DETAILS TO XD-PO-NUMBER.
           MOVE SUPPLIER-CODE IN PURCHASE-ORDER
              TO XD-SUPPLIER-CODE.
           ADD 1 TO WS-SENT-KTR.
           COMPUTE WS-AMOUNT-HASH =
              WS-AMOUNT-HASH + (QUANTITY * UNIT-PRICE-USD).
       200-EXPORT-CHANGE.
      ************************************************************
      * Re-send one accepted change order if its supplier takes  *
      * electronic POs - paper suppliers get the revised PO the  *
      * usual way                                                *
      ************************************************************
      D    DISPLAY '200-EXPORT-CHANGE'.
           READ CHG-POST-FILE
           AT END
              MOVE 'Y' TO CHG-POST-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-CHG-KTR.

           MOVE CP-SUPPLIER-CODE TO SM-SUPPLIER-CODE.
           MOVE SPACE TO SM-REC-FOUND-STATUS.
           READ SUPPLIER-MASTER-FILE
           INVALID KEY
              MOVE SPACE TO SM-REC-FOUND-STATUS
           NOT INVALID KEY
              MOVE 'Y' TO SM-REC-FOUND-STATUS
           END-READ.

           IF SM-REC-FOUND AND SM-EDI-YES AND NOT SM-INACTIVE
              THEN
              PERFORM 250-WRITE-CHANGE
           END-IF.
       250-WRITE-CHANGE.
      ************************************************************
      * One 'C' interchange record per re-sent change order      *
      ************************************************************
      D    DISPLAY '250-WRITE-CHANGE'.
           MOVE 'C' TO XD-REC-TYPE.
           MOVE CP-PO-NUMBER TO XD-PO-NUMBER.
           MOVE CP-SUPPLIER-CODE TO XD-SUPPLIER-CODE.
           MOVE CP-PART-NUMBER TO XD-PART-NUMBER.
           MOVE CP-NEW-QUANTITY TO XD-QUANTITY.
           MOVE CP-NEW-UNIT-PRICE-USD TO XD-UNIT-PRICE-USD.
           MOVE CP-ORDER-DATE TO XD-ORDER-DATE.
           MOVE CP-NEW-DELIVERY-DATE TO XD-DELIVERY-DATE.
           MOVE WS-CURRENT-DATE TO XD-SENT-DATE.
           MOVE CP-REVISION-NO TO XD-REVISION-NO.
           MOVE CP-ACTION TO XD-CHANGE-ACTION.
           WRITE PO-EXTR-REC FROM EXTR-DETAIL-REC.
           ADD 1 TO WS-CHG-SENT-KTR.
           COMPUTE WS-AMOUNT-HASH = WS-AMOUNT-HASH +
              (CP-NEW-QUANTITY * CP-NEW-UNIT-PRICE-USD).
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CHG-POST-FILE.
           IF NOT CHG-POST-FILE-OK
              DISPLAY 'POCHGPST OPEN PROBLEM, RC='
                      CHG-POST-FILE-ST
              MOVE 'Y' TO CHG-POST-FILE-STATUS
           END-IF.
       400-READ-PURCHORDS-FILE.
      ************************************************************
      * Read next PO record                                      *
      * 'T' trailer - detail count and amount hash total         *
      ************************************************************
      D    DISPLAY '700-WRITE-TRAILER'.
           COMPUTE XT-DETAIL-COUNT = WS-SENT-KTR + WS-CHG-SENT-KTR.
           MOVE WS-AMOUNT-HASH TO XT-AMOUNT-HASH.
           WRITE PO-EXTR-REC FROM EXTR-TRAILER-REC.
      * Standard integrity trailer for TRAILCHK at the supplier
           MOVE XT-DETAIL-COUNT TO TRL-RECORD-COUNT.
           MOVE WS-AMOUNT-HASH TO TRL-AMOUNT-HASH.
           CALL 'TRAILWRT' USING TRL-RECORD-COUNT,
              TRL-AMOUNT-HASH, TRL-TRAILER-REC, TRL-STATUS.
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE PURCHORDS-FILE
                 SUPPLIER-MASTER-FILE
                 CHG-POST-FILE
                 PO-EXTR-FILE.
