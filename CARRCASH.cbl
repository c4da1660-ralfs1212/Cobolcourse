      *    aged 1-30 / 31-60 / 61-90 / 90+ days on the report
      *
      * Inital Version                   2026/09/01
      * GL activity hand-over (GLFEEDW)  2026/10/15
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          05 CLOSED-KTR             PIC S9(5) COMP    VALUE 0.
          05 OPEN-OUT-KTR           PIC S9(5) COMP    VALUE 0.
          05 UNAPPLIED-CASH-WS      PIC S9(11)V99 COMP-3 VALUE 0.
          05 APPLIED-CASH-WS        PIC S9(11)V99 COMP-3 VALUE 0.
          05 OPEN-BALANCE-WS        PIC S9(13)V99 COMP-3 VALUE 0.
          05 HIGH-INVOICE-NO        PIC 9(7)          VALUE 0.

             10 WS-BUCKET-KTR       PIC 9(5) COMP     VALUE 0.
             10 WS-BUCKET-AMT       PIC S9(11)V99 COMP-3 VALUE 0.

      * GLFEEDW calling parameters - the run's cash receipts
      * handed to the general ledger interface
       COPY GLFEEDL.

       01 WS-DATE-VARS.
          05 WS-CURRENT-DATE        PIC 9(8).
          05 WS-TODAY-INT           PIC S9(8) COMP    VALUE 0.
           PERFORM 200-APPLY-PAYMENTS UNTIL PF-FILE-EOF.
           PERFORM 500-WRITE-OPEN-AND-AGE.
           PERFORM 700-WRITE-SUMMARY.
           PERFORM 750-WRITE-GL-ACTIVITY.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
           END-IF.

           ADD 1 TO PMT-APPLIED-KTR.
           ADD PMT-AMOUNT TO APPLIED-CASH-WS.
           SUBTRACT PMT-AMOUNT FROM
              OI-TBL-BALANCE(OI-TABLE-SUB).
           IF OI-TBL-BALANCE(OI-TABLE-SUB) <= 0
           MOVE OPEN-BALANCE-WS TO SUM-OPENBAL-OUT.
           WRITE RPT-REC FROM RPT-SUM-5
              AFTER ADVANCING 1 LINE.
       750-WRITE-GL-ACTIVITY.
      ************************************************************
      * Cash applied to invoices and unapplied cash to the       *
      * general ledger interface, closed by the control total    *
      ************************************************************
      D    DISPLAY '750-WRITE-GL-ACTIVITY'.
           MOVE 'CARRCASH' TO GLF-SOURCE-SYSTEM.
           MOVE 'A' TO GLF-ENTRY-TYPE.
           MOVE 'CSHAPP' TO GLF-TRANS-TYPE.
           MOVE APPLIED-CASH-WS TO GLF-AMOUNT.
           MOVE PMT-APPLIED-KTR TO GLF-ITEM-COUNT.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
           MOVE 'CSHUNA' TO GLF-TRANS-TYPE.
           MOVE UNAPPLIED-CASH-WS TO GLF-AMOUNT.
           MOVE PMT-UNAPPLIED-KTR TO GLF-ITEM-COUNT.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
           MOVE 'C' TO GLF-ENTRY-TYPE.
           MOVE 'CONTRL' TO GLF-TRANS-TYPE.
           COMPUTE GLF-AMOUNT = APPLIED-CASH-WS + UNAPPLIED-CASH-WS.
           COMPUTE GLF-ITEM-COUNT =
              PMT-APPLIED-KTR + PMT-UNAPPLIED-KTR.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
