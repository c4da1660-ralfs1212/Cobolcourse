      *  - one credit-memo record (CREDMEMO) and one printed
      *    credit notice per dropped course; total refunds issued
      *    this term close the report
      *  - a drop whose submitter CRSREG's AUTHCHK check would
      *    refuse is not refunded
      *
      *  Inital Version   2026/09/02
      *  Credit memos handed to the GL interface 2026/10/15
      *  No refund for drops refused by AUTHCHK 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
          05 RG-STUDENT-NAME            PIC X(20).
          05 RG-COURSE-NBR              PIC X(7).
          05 RG-TIMESTAMP               PIC 9(14).
          05 RG-OVR-PREREQ              PIC X(7).
          05 RG-OVR-AUTH                PIC X(8).
          05 RG-SUBMITTER-ID            PIC X(8).
          05 FILLER                     PIC X(12).

      * Tuition rates - same layout TUITBILL loads
       FD  RATE-PARM-FILE
          05 WS-MEMO-KTR                PIC 9(5)       VALUE 0.
          05 WS-NO-INV-KTR              PIC 9(5)       VALUE 0.
          05 WS-NO-REFUND-KTR           PIC 9(5)       VALUE 0.
          05 WS-NOT-AUTH-KTR            PIC 9(5)       VALUE 0.
          05 WS-REFUND-TOTAL            PIC 9(9)V99    VALUE 0.

       01 WS-WORK-FIELDS.
          05 WS-COURSE-PRICE            PIC 9(7)V99    VALUE 0.
          05 WS-REFUND-AMT              PIC 9(7)V99    VALUE 0.
          05 WS-MEMO-NO                 PIC 9(7)       VALUE 0.
          05 WS-RUN-DATE                PIC 9(8)       VALUE 0.

      * GLFEEDW calling parameters - the run's credit memos
      * handed to the general ledger interface
       COPY GLFEEDL.

      * AUTHCHK calling parameters - a drop CRSREG would refuse
      * for its submitter gets no refund
       COPY AUTHL.

      * Credit notice lines
       01 NTC-HEAD-LINE.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 200-PROCESS-DROP UNTIL REG-TRAN-FILE-EOF.
           PERFORM 700-WRAP-UP.
           PERFORM 760-WRITE-GL-ACTIVITY.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 050-LOAD-RATES UNTIL RATE-PARM-FILE-EOF.
           PERFORM 060-LOAD-REFUND-SCHED UNTIL REF-SCHED-FILE-EOF.
           PERFORM 070-LOAD-INVOICES UNTIL INVOICE-FILE-EOF.
           END-IF.
           ADD 1 TO WS-DROP-KTR.

      * Same submitter check CRSREG applies to the drop
           MOVE RG-SUBMITTER-ID TO AUTH-USER-ID.
           MOVE 'CRSREG' TO AUTH-PROGRAM-ID.
           MOVE RG-ACTION TO AUTH-TRAN-TYPE.
           MOVE RG-STUDENT-NAME TO AUTH-TRAN-KEY.
           MOVE WS-RUN-DATE TO AUTH-RUN-DATE.
           CALL 'AUTHCHK' USING AUTH-USER-ID, AUTH-PROGRAM-ID,
                AUTH-TRAN-TYPE, AUTH-TRAN-KEY, AUTH-RUN-DATE,
                AUTH-STATUS, AUTH-REASON.
           IF NOT AUTH-AUTHORIZED
              THEN
              ADD 1 TO WS-NOT-AUTH-KTR
              DISPLAY 'DROP NOT AUTHORIZED FOR ' RG-STUDENT-NAME
                      ' - ' AUTH-REASON
              EXIT PARAGRAPH
           END-IF.

      * Refund percentage for the current week of term
           MOVE 0 TO WS-REFUND-PCT.
           PERFORM VARYING RSC-SUB FROM 1 BY 1
           DISPLAY 'TUITREFD: NO INVOICE FOUND : ' WS-NO-INV-KTR.
           DISPLAY 'TUITREFD: PAST REFUND WEEKS: '
                   WS-NO-REFUND-KTR.
           DISPLAY 'TUITREFD: NOT AUTHORIZED   : ' WS-NOT-AUTH-KTR.

           OPEN OUTPUT INVOICE-CTL-FILE.
           IF INVOICE-CTL-FILE-OK
              DISPLAY 'INVCTL REWRITE PROBLEM: '
                      INVOICE-CTL-FILE-ST
           END-IF.
       760-WRITE-GL-ACTIVITY.
      ************************************************************
      * Credit memos issued to the general ledger interface,     *
      * closed by the control total                              *
      ************************************************************
      D    DISPLAY '760-WRITE-GL-ACTIVITY'.
           MOVE 'TUITREFD' TO GLF-SOURCE-SYSTEM.
           MOVE 'A' TO GLF-ENTRY-TYPE.
           MOVE 'CRMEMO' TO GLF-TRANS-TYPE.
           MOVE WS-REFUND-TOTAL TO GLF-AMOUNT.
           MOVE WS-MEMO-KTR TO GLF-ITEM-COUNT.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
           MOVE 'C' TO GLF-ENTRY-TYPE.
           MOVE 'CONTRL' TO GLF-TRANS-TYPE.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
