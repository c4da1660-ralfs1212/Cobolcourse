      *  2. the invoiced quantity is covered by RCP-QTY-RECEIVED
      *     accumulated from the RECEIPTS file
      *  3. the invoiced unit price agrees with UNIT-PRICE-USD
      *     within the tolerance percentage in the PARMLIB
      *     parameter library
      *
      * Invoices that pass all three checks are written as
      * approved payment vouchers to the AP interface file
      * for a clerk to work instead of eyeballing every invoice
      * against the POAGING report.
      *
      * Open supplier debit memos (the prior run's DMOPENI plus
      * the new memos RTVEDIT wrote to DBMEMO) are netted against
      * the supplier's approved vouchers oldest memo first; the
      * voucher carries the memo number and amount netted, and
      * memos with a balance left are rewritten to DMOPENO.
      *
      *  Inital Version   2026/09/01
      *  Supplier debit memos netted against vouchers 2026/10/15
      *  Voucher activity handed to the GL interface 2026/10/15
      *  Match tolerances from the PARMLIB library   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT RECEIPTS-FILE ASSIGN TO RECEIPTS
           FILE STATUS IS RECEIPTS-FILE-ST.

           SELECT DMOPEN-IN-FILE ASSIGN TO DMOPENI
           FILE STATUS IS DMOPEN-IN-FILE-ST.

           SELECT NEW-MEMO-FILE ASSIGN TO DBMEMO
           FILE STATUS IS NEW-MEMO-FILE-ST.

           SELECT DMOPEN-OUT-FILE ASSIGN TO DMOPENO
           FILE STATUS IS DMOPEN-OUT-FILE-ST.

           SELECT VOUCHER-FILE ASSIGN TO APVOUCH
           FILE STATUS IS VOUCHER-FILE-ST.
          05 RCP-QTY-RECEIVED          PIC 9(07).
          05 FILLER                    PIC X(59).

      * Prior-run open debit memos (empty on the first run)
       FD  DMOPEN-IN-FILE
           RECORDING MODE IS F.
       01 DMOPEN-IN-REC                PIC X(80).

      * Debit memos issued by RTVEDIT this cycle
       FD  NEW-MEMO-FILE
           RECORDING MODE IS F.
       01 NEW-MEMO-REC                 PIC X(80).

       FD  DMOPEN-OUT-FILE
           RECORDING MODE IS F.
       01 DMOPEN-OUT-REC               PIC X(80).

      * Approved payment voucher - AP interface record
       FD  VOUCHER-FILE
          05 VCH-UNIT-PRICE-USD        PIC 9(7)V99.
          05 VCH-VOUCHER-AMT           PIC 9(9)V99.
          05 VCH-MATCH-DATE            PIC 9(08).
      *   debit memo netted - VCH-VOUCHER-AMT is after the netting
          05 VCH-DEBIT-MEMO-NO         PIC 9(06).
          05 VCH-DEBIT-MEMO-AMT        PIC 9(7)V99.
          05 FILLER                    PIC X(01).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Debit memo record - RTVEDIT DBMEMO layout
       01 DEBIT-MEMO-REC.
          05 DM-MEMO-NO                PIC 9(06).
          05 DM-SUPPLIER-CODE          PIC X(05).
          05 DM-MEMO-DATE              PIC 9(08).
          05 DM-MEMO-AMT               PIC 9(09)V99.
          05 DM-APPLIED-AMT            PIC 9(09)V99.
          05 DM-LINE-KTR               PIC 9(03).
          05 DM-STATUS                 PIC X(01).
             88 DM-OPEN                                VALUE 'O'.
             88 DM-CLOSED                              VALUE 'C'.
          05 DM-LAST-INVOICE-NO        PIC X(10).
          05 FILLER                    PIC X(25).

      * Open debit memos, in memo-number order as loaded
       01 DM-TABLE-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 DM-TABLE-MAX                 PIC 9(5)        VALUE 0 COMP.
       01 DM-TABLE-MAX-LIMIT           PIC 9(5)        VALUE 2000 COMP.
       01 DEBIT-MEMO-TABLE.
          05 DM-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON DM-TABLE-MAX
                                       PIC X(80).

      * Purchase-order table keyed by PO-NUMBER
       01 PO-TABLE-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 PO-TABLE-MAX                 PIC 9(5)        VALUE 0 COMP.
             88 PURCHORDS-FILE-OK                      VALUE '00'.
          05 RECEIPTS-FILE-ST          PIC X(2).
             88 RECEIPTS-FILE-OK                       VALUE '00'.
          05 DMOPEN-IN-FILE-ST         PIC X(2).
             88 DMOPEN-IN-FILE-OK                      VALUE '00'.
          05 NEW-MEMO-FILE-ST          PIC X(2).
             88 NEW-MEMO-FILE-OK                       VALUE '00'.
          05 DMOPEN-OUT-FILE-ST        PIC X(2).
             88 DMOPEN-OUT-FILE-OK                     VALUE '00'.
          05 VOUCHER-FILE-ST           PIC X(2).
             88 VOUCHER-FILE-OK                        VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 PURCHORDS-FILE-EOF                     VALUE 'Y'.
          05 RECEIPTS-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 RECEIPTS-FILE-EOF                      VALUE 'Y'.
          05 DMOPEN-IN-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 DMOPEN-IN-FILE-EOF                     VALUE 'Y'.
          05 NEW-MEMO-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 NEW-MEMO-FILE-EOF                      VALUE 'Y'.
      * Match result switches for the current invoice
          05 SW-HOLD-INVOICE           PIC X(01)       VALUE 'N'.
             88 HOLD-INVOICE                           VALUE 'Y'.
          05 WS-HOLD-KTR               PIC 9(7)        VALUE 0.
          05 WS-VOUCHER-AMT-TOT        PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-MEMO-IN-KTR            PIC 9(7)        VALUE 0.
          05 WS-MEMO-NETTED-KTR        PIC 9(7)        VALUE 0.
          05 WS-MEMO-OPEN-KTR          PIC 9(7)        VALUE 0.
          05 WS-MEMO-NETTED-TOT        PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-MEMO-OPEN-TOT          PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.
          05 WS-QTY-RECEIVED           PIC S9(9)       VALUE 0 COMP.
          05 WS-QTY-ALLOWED            PIC S9(9)V9     VALUE 0.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-VCH-NET-AMT            PIC S9(9)V99    VALUE +0
                                                       COMP-3.
          05 WS-MEMO-BALANCE           PIC S9(9)V99    VALUE +0
                                                       COMP-3.
          05 WS-MEMO-APPLY             PIC S9(9)V99    VALUE +0
                                                       COMP-3.

      * General ledger activity hand-over to the shared GLFEEDW
      * subprogram
       COPY GLFEEDL.

      * PARMLKUP calling parameters - business-rule settings in
      * effect on the run date from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 TOTAL-VCH-AMT-O           PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Debit memos open in / netted     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-MEMO-IN-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-MEMO-NETTED-O       PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Debit memo amount netted         :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-MEMO-NETTED-AMT-O   PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                    PIC X(35)       VALUE
                'Debit memos carried forward      :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-MEMO-OPEN-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE SPACES.
          05 TOTAL-MEMO-OPEN-AMT-O     PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(65)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MATCH-INVOICE UNTIL INVOICE-FILE-EOF.
           PERFORM 750-SAVE-DEBIT-MEMOS.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 760-WRITE-GL-ACTIVITY.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
           PERFORM 060-LOAD-MATCH-PARMS.
           PERFORM 070-LOAD-PO-TABLE.
           PERFORM 080-LOAD-RECEIPTS-TABLE.
           PERFORM 090-LOAD-DEBIT-MEMOS.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-INVOICE-FILE.
       060-LOAD-MATCH-PARMS.
      ************************************************************
      * Look up the price and quantity tolerance percentages in  *
      * effect today in the PARMLIB parameter library (PARMLKUP) *
      ************************************************************
      D    DISPLAY '060-LOAD-MATCH-PARMS'.
           MOVE 'APMATCH' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'MATCH-PRICE-TOL' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'MATCH-PRICE-TOL PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-PRICE-TOL-PCT.

           MOVE 'MATCH-QTY-TOL' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'MATCH-QTY-TOL PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-QTY-TOL-PCT.
      D    DISPLAY 'PRICE TOLERANCE PCT: ' WS-PRICE-TOL-PCT.
      D    DISPLAY 'QTY   TOLERANCE PCT: ' WS-QTY-TOL-PCT.
       070-LOAD-PO-TABLE.
           END-IF.

           ADD RCP-QTY-RECEIVED TO RCP-TBL-QTY-ACCUM(RCP-TABLE-SUB).
       090-LOAD-DEBIT-MEMOS.
      ************************************************************
      * Load the open debit memos carried forward, then the new  *
      * memos from RTVEDIT                                       *
      ************************************************************
      D    DISPLAY '090-LOAD-DEBIT-MEMOS'.
           PERFORM UNTIL DMOPEN-IN-FILE-EOF
                   READ DMOPEN-IN-FILE
                   AT END
                      MOVE 'Y' TO DMOPEN-IN-FILE-STATUS
                   NOT AT END
                      MOVE DMOPEN-IN-REC TO DEBIT-MEMO-REC
                      PERFORM 095-ADD-DEBIT-MEMO-ENTRY
                   END-READ
           END-PERFORM.
           PERFORM UNTIL NEW-MEMO-FILE-EOF
                   READ NEW-MEMO-FILE
                   AT END
                      MOVE 'Y' TO NEW-MEMO-FILE-STATUS
                   NOT AT END
                      MOVE NEW-MEMO-REC TO DEBIT-MEMO-REC
                      PERFORM 095-ADD-DEBIT-MEMO-ENTRY
                   END-READ
           END-PERFORM.
      D    DISPLAY 'DEBIT MEMO TABLE: ' DM-TABLE-MAX ' ENTRIES'.
       095-ADD-DEBIT-MEMO-ENTRY.
      ************************************************************
      * Append the debit memo just read to the table             *
      ************************************************************
      D    DISPLAY '095-ADD-DEBIT-MEMO-ENTRY'.
           IF DM-TABLE-MAX < DM-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO DM-TABLE-MAX
              MOVE DEBIT-MEMO-REC TO DM-ENTRY(DM-TABLE-MAX)
              ADD 1 TO WS-MEMO-IN-KTR
           ELSE
              DISPLAY 'WARNING: DEBIT MEMO TABLE FULL AT '
                      DM-TABLE-MAX-LIMIT
                      ' ENTRIES - MEMO NOT NETTED: ' DM-MEMO-NO
           END-IF.
       100-MATCH-INVOICE.
      ************************************************************
      * Three-way match for one invoice                          *
           MOVE INV-UNIT-PRICE-USD TO VCH-UNIT-PRICE-USD.
           MOVE INV-INVOICE-AMT TO VCH-VOUCHER-AMT.
           MOVE WS-CURRENT-DATE TO VCH-MATCH-DATE.
           MOVE 0 TO VCH-DEBIT-MEMO-NO.
           MOVE 0 TO VCH-DEBIT-MEMO-AMT.
           MOVE INV-INVOICE-AMT TO WS-VCH-NET-AMT.
           PERFORM 280-NET-DEBIT-MEMO
              VARYING DM-TABLE-SUB FROM 1 BY 1
              UNTIL DM-TABLE-SUB > DM-TABLE-MAX
                 OR WS-VCH-NET-AMT NOT > ZERO.
           MOVE WS-VCH-NET-AMT TO VCH-VOUCHER-AMT.
           WRITE VOUCHER-REC.
           ADD 1 TO WS-VOUCHER-KTR.
           ADD WS-VCH-NET-AMT TO WS-VOUCHER-AMT-TOT.
       280-NET-DEBIT-MEMO.
      ************************************************************
      * Net one open debit memo of this supplier against the     *
      * voucher, up to what is left of either                    *
      ************************************************************
      D    DISPLAY '280-NET-DEBIT-MEMO'.
           MOVE DM-ENTRY(DM-TABLE-SUB) TO DEBIT-MEMO-REC.
           IF NOT DM-OPEN
              OR DM-SUPPLIER-CODE NOT EQUAL TO INV-SUPPLIER-CODE
              THEN
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MEMO-BALANCE = DM-MEMO-AMT - DM-APPLIED-AMT.
           IF WS-MEMO-BALANCE > WS-VCH-NET-AMT
              THEN
              MOVE WS-VCH-NET-AMT TO WS-MEMO-APPLY
           ELSE
              MOVE WS-MEMO-BALANCE TO WS-MEMO-APPLY
           END-IF.

           ADD WS-MEMO-APPLY TO DM-APPLIED-AMT.
           SUBTRACT WS-MEMO-APPLY FROM WS-VCH-NET-AMT.
           MOVE INV-INVOICE-NO TO DM-LAST-INVOICE-NO.
           IF DM-APPLIED-AMT NOT < DM-MEMO-AMT
              THEN
              MOVE 'C' TO DM-STATUS
           END-IF.
           MOVE DEBIT-MEMO-REC TO DM-ENTRY(DM-TABLE-SUB).

      * the voucher shows the last memo netted and the total
           MOVE DM-MEMO-NO TO VCH-DEBIT-MEMO-NO.
           ADD WS-MEMO-APPLY TO VCH-DEBIT-MEMO-AMT.
           ADD 1 TO WS-MEMO-NETTED-KTR.
           ADD WS-MEMO-APPLY TO WS-MEMO-NETTED-TOT.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT DMOPEN-IN-FILE.
           IF NOT DMOPEN-IN-FILE-OK
              DISPLAY 'DMOPENI OPEN PROBLEM, RC='
                      DMOPEN-IN-FILE-ST
              MOVE 'Y' TO DMOPEN-IN-FILE-STATUS
           END-IF.
           OPEN INPUT NEW-MEMO-FILE.
           IF NOT NEW-MEMO-FILE-OK
              DISPLAY 'DBMEMO OPEN PROBLEM, RC='
                      NEW-MEMO-FILE-ST
              MOVE 'Y' TO NEW-MEMO-FILE-STATUS
           END-IF.
           OPEN OUTPUT DMOPEN-OUT-FILE.
           IF NOT DMOPEN-OUT-FILE-OK
              DISPLAY 'DMOPENO OPEN PROBLEM, RC='
                      DMOPEN-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-VOUCHER-AMT-TOT TO TOTAL-VCH-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-MEMO-IN-KTR TO TOTAL-MEMO-IN-O.
           MOVE WS-MEMO-NETTED-KTR TO TOTAL-MEMO-NETTED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-MEMO-NETTED-TOT TO TOTAL-MEMO-NETTED-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-MEMO-OPEN-KTR TO TOTAL-MEMO-OPEN-O.
           MOVE WS-MEMO-OPEN-TOT TO TOTAL-MEMO-OPEN-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
       750-SAVE-DEBIT-MEMOS.
      ************************************************************
      * Carry the debit memos with a balance left to the next   *
      * run; fully netted memos drop off                         *
      ************************************************************
      D    DISPLAY '750-SAVE-DEBIT-MEMOS'.
           PERFORM VARYING DM-TABLE-SUB FROM 1 BY 1
              UNTIL DM-TABLE-SUB > DM-TABLE-MAX
                   MOVE DM-ENTRY(DM-TABLE-SUB) TO DEBIT-MEMO-REC
                   IF DM-OPEN
                      THEN
                      MOVE DEBIT-MEMO-REC TO DMOPEN-OUT-REC
                      WRITE DMOPEN-OUT-REC
                      ADD 1 TO WS-MEMO-OPEN-KTR
                      COMPUTE WS-MEMO-OPEN-TOT = WS-MEMO-OPEN-TOT +
                         DM-MEMO-AMT - DM-APPLIED-AMT
                   END-IF
           END-PERFORM.
       760-WRITE-GL-ACTIVITY.
      ************************************************************
      * Hand the run's approved vouchers (net of debit memos) to *
      * the general ledger interface, closed by the run's        *
      * control total                                            *
      ************************************************************
      D    DISPLAY '760-WRITE-GL-ACTIVITY'.
           MOVE 'APMATCH' TO GLF-SOURCE-SYSTEM.
           MOVE 'A' TO GLF-ENTRY-TYPE.
           MOVE 'VOUCHR' TO GLF-TRANS-TYPE.
           MOVE WS-VOUCHER-AMT-TOT TO GLF-AMOUNT.
           MOVE WS-VOUCHER-KTR TO GLF-ITEM-COUNT.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
           MOVE 'C' TO GLF-ENTRY-TYPE.
           MOVE 'CONTRL' TO GLF-TRANS-TYPE.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
           CLOSE INVOICE-FILE
                 PURCHORDS-FILE
                 RECEIPTS-FILE
                 DMOPEN-IN-FILE
                 NEW-MEMO-FILE
                 DMOPEN-OUT-FILE
                 VOUCHER-FILE
                 REPORT-FILE.
