      * the registration fee, and the invoice total.
      *
      *  Inital Version   2026/08/22
      *  Billing and aid activity handed to the GL interface 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
          05 WS-AID-EXCESS              PIC 9(7)V99    VALUE 0.
          05 WS-AID-LINE-AMT            PIC 9(7)V99    VALUE 0.
          05 WS-AID-APPLIED-TOTAL       PIC 9(9)V99    VALUE 0.
          05 WS-AID-APPLIED-KTR         PIC 9(5)       VALUE 0.

       01 PROGRAM-SWITCHES.
          05 STUDENT-FILE-ST            PIC X(2).
          05 WS-INVOICE-KTR             PIC 9(5)       VALUE 0.
          05 WS-BILLED-TOTAL            PIC 9(9)V99    VALUE 0.

      * GLFEEDW calling parameters - the run's billing handed to
      * the general ledger interface
       COPY GLFEEDL.

      * Invoice page print lines
       01 INV-HDG-1.
          05 FILLER                     PIC X(30)      VALUE SPACES.
           PERFORM 100-MAIN UNTIL STUDENT-FILE-EOF.
           PERFORM 700-WRITE-SUMMARY.
           PERFORM 750-SAVE-INVOICE-CONTROL.
           PERFORM 760-WRITE-GL-ACTIVITY.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
           ADD WS-AID-LINE-AMT TO WS-INV-AID.
           SUBTRACT WS-AID-LINE-AMT FROM WS-INV-NET.
           ADD WS-AID-LINE-AMT TO WS-AID-APPLIED-TOTAL.
           ADD 1 TO WS-AID-APPLIED-KTR.

           MOVE AID-TBL-TYPE(AID-SUB) TO IAL-TYPE-O.
           MOVE WS-AID-LINE-AMT TO IAL-AMOUNT-O.
           END-IF.
           WRITE INVOICE-CTL-REC.
           CLOSE INVOICE-CTL-FILE.
       760-WRITE-GL-ACTIVITY.
      ************************************************************
      * Gross tuition billed and the aid netted against it to    *
      * the general ledger interface, closed by the control      *
      * total                                                    *
      ************************************************************
      D    DISPLAY '760-WRITE-GL-ACTIVITY'.
           MOVE 'TUITBILL' TO GLF-SOURCE-SYSTEM.
           MOVE 'A' TO GLF-ENTRY-TYPE.
           MOVE 'TUITIN' TO GLF-TRANS-TYPE.
           MOVE WS-BILLED-TOTAL TO GLF-AMOUNT.
           MOVE WS-INVOICE-KTR TO GLF-ITEM-COUNT.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
           MOVE 'AIDAPP' TO GLF-TRANS-TYPE.
           MOVE WS-AID-APPLIED-TOTAL TO GLF-AMOUNT.
           MOVE WS-AID-APPLIED-KTR TO GLF-ITEM-COUNT.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
           MOVE 'C' TO GLF-ENTRY-TYPE.
           MOVE 'CONTRL' TO GLF-TRANS-TYPE.
           COMPUTE GLF-AMOUNT =
              WS-BILLED-TOTAL + WS-AID-APPLIED-TOTAL.
           COMPUTE GLF-ITEM-COUNT =
              WS-INVOICE-KTR + WS-AID-APPLIED-KTR.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
       800-CLOSE-FILES.
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE STUDENT-FILE.
