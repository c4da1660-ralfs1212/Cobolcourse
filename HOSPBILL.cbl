      *   Deductible        from the record
      *   AMOUNT DUE        charges - insurance + copay + deductible
      *
      * Balances from payment plans that PAYPLAN has defaulted
      * (PLANDFLT) come back into the cycle here as one statement
      * page each, ahead of the run summary.
      *
      * A run summary of statements produced and total receivables
      * closes the report. This replaces the business office
      * re-keying the HOSPOUT numbers into a typewriter template.
           ASSIGN TO CASERATE
             FILE STATUS IS CRCODE.

      * Defaulted payment plan balances written by PAYPLAN
           SELECT OPTIONAL PLANDFLT
           ASSIGN TO PLANDFLT
             FILE STATUS IS PDCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  INFILE
           RECORD CONTAINS 80 CHARACTERS.
       01 CASERATE-REC              PIC X(80).

       FD  PLANDFLT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 PLANDFLT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
          05 IFCODE                 PIC X(2).
          05 CRCODE                 PIC X(2).
             88 NO-MORE-DATA                           VALUE "10".
             88 STATUS-OK                              VALUE "00".
          05 PDCODE                 PIC X(2).
             88 NO-MORE-DATA                           VALUE "10".
             88 STATUS-OK                              VALUE "00" "05".

       77 MORE-RECORDS-SW           PIC X(1)         VALUE SPACE.
       88 NO-MORE-RECORDS                             VALUE 'N'.
          05 CASE-RATE-STMTS        PIC S9(5) COMP.
          05 ADJUSTMENT-WS          PIC S9(9)V99 COMP-3.
          05 TOTAL-ADJUSTMENTS      PIC S9(11)V99 COMP-3.
          05 PLAN-DEFAULT-STMTS     PIC S9(5) COMP.

      * Input Record (COPYBOOK) - HOSPOUT carries the validated
      * HOSPEDIT input records unchanged
          05 CASE-FLAT-RATE-IN      PIC 9(7)V99.
          05 FILLER                 PIC X(65).

      * Defaulted payment plan record - same layout PAYPLAN writes
       01 WS-PLANDFLT-REC-IN.
          05 DF-PATIENT-NBR-IN      PIC 9(5).
          05 DF-PATIENT-NAME-IN     PIC X(20).
          05 DF-DEFAULT-DATE-IN     PIC 9(8).
          05 DF-PLAN-AMOUNT-IN      PIC 9(7)V99.
          05 DF-TOTAL-PAID-IN       PIC 9(7)V99.
          05 DF-BALANCE-IN          PIC 9(7)V99.
          05 DF-MISSED-IN           PIC 9(2).
          05 FILLER                 PIC X(18).

      * Statement page lines
       01 STMT-HDR-1.
          05 FILLER                 PIC X(30)        VALUE SPACES.
          05 STMT-ADJUSTMENT        PIC $$,$$$,$$9.99-.
          05 FILLER                 PIC X(87)        VALUE SPACES.

       01 STMT-PLAN-PATIENT-LINE.
          05 FILLER                 PIC X(12)        VALUE
                "Patient:  ".
          05 STMT-PLAN-PATIENT-NBR  PIC 9(5).
          05 FILLER                 PIC X(3)         VALUE SPACES.
          05 STMT-PLAN-PATIENT-NAME PIC X(22).
          05 FILLER                 PIC X(91)        VALUE SPACES.

       01 STMT-PLAN-DFLT-LINE.
          05 FILLER                 PIC X(30)        VALUE
                "Payment Plan Defaulted    :".
          05 FILLER                 PIC X(2)         VALUE SPACES.
          05 STMT-PLAN-DFLT-DATE    PIC 9999/99/99.
          05 FILLER                 PIC X(4)         VALUE SPACES.
          05 STMT-PLAN-MISSED       PIC Z9.
          05 FILLER                 PIC X(85)        VALUE
                " installments missed".

       01 STMT-PLAN-AMT-LINE.
          05 FILLER                 PIC X(30)        VALUE
                "Payment Plan Amount       :".
          05 FILLER                 PIC X(2)         VALUE SPACES.
          05 STMT-PLAN-AMOUNT       PIC $$,$$$,$$9.99.
          05 FILLER                 PIC X(88)        VALUE SPACES.

       01 STMT-PLAN-PAID-LINE.
          05 FILLER                 PIC X(30)        VALUE
                "Paid on Plan              :".
          05 FILLER                 PIC X(2)         VALUE SPACES.
          05 STMT-PLAN-PAID         PIC $$,$$$,$$9.99.
          05 FILLER                 PIC X(88)        VALUE SPACES.

       01 STMT-NOCOV-LINE.
          05 FILLER                 PIC X(45)        VALUE
                "No insurance coverage on file for this stay".
          05 ADJUSTMENTS-OUT        PIC $$$,$$$,$$9.99-.
          05 FILLER                 PIC X(93)        VALUE SPACES.

       01 WS-TOTALS-REC-5.
          05 FILLER                 PIC X(25)        VALUE
                "Defaulted Plan Stmts: ".
          05 PLAN-STMTS-OUT         PIC ZZZZ9.
          05 FILLER                 PIC X(103)       VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
              UNTIL NO-MORE-RECORDS.
           PERFORM 600-DEFAULTED-PLANS THRU 600-EXIT.
           PERFORM 800-CLEANUP THRU 800-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.
              DISPLAY 'Case Rate File Problem!'
              GOBACK
           END-IF.

           OPEN INPUT PLANDFLT.
           IF NOT STATUS-OK OF PDCODE
              THEN
              DISPLAY 'Defaulted Plan File Problem!'
              GOBACK
           END-IF.
       070-EXIT.
           EXIT.
       100-MAINLINE.
           ADD +1 TO STMTS-WRITTEN.
       500-EXIT.
           EXIT.
       600-DEFAULTED-PLANS.
      ****************************************************************
      ***  One statement page per defaulted payment plan - the
      ***  balance PAYPLAN returned to the statement cycle
      ****************************************************************
           DISPLAY "600-DEFAULTED-PLANS".

           READ PLANDFLT INTO WS-PLANDFLT-REC-IN.
           PERFORM 650-WRITE-PLAN-STATEMENT THRU 650-EXIT
              UNTIL NO-MORE-DATA OF PDCODE.
       600-EXIT.
           EXIT.
       650-WRITE-PLAN-STATEMENT.
      ****************************************************************
      ***  Print one defaulted-plan statement page
      ****************************************************************
           DISPLAY "650-WRITE-PLAN-STATEMENT".

           WRITE STMT-REC FROM STMT-HDR-1
              AFTER ADVANCING PAGE.
           WRITE STMT-REC FROM STMT-HDR-2
              AFTER ADVANCING 1 LINE.

           MOVE DF-PATIENT-NBR-IN TO STMT-PLAN-PATIENT-NBR.
           MOVE DF-PATIENT-NAME-IN TO STMT-PLAN-PATIENT-NAME.
           WRITE STMT-REC FROM STMT-PLAN-PATIENT-LINE
              AFTER ADVANCING 2 LINES.

           MOVE DF-DEFAULT-DATE-IN TO STMT-PLAN-DFLT-DATE.
           MOVE DF-MISSED-IN TO STMT-PLAN-MISSED.
           WRITE STMT-REC FROM STMT-PLAN-DFLT-LINE
              AFTER ADVANCING 2 LINES.

           MOVE DF-PLAN-AMOUNT-IN TO STMT-PLAN-AMOUNT.
           WRITE STMT-REC FROM STMT-PLAN-AMT-LINE
              AFTER ADVANCING 1 LINE.

           MOVE DF-TOTAL-PAID-IN TO STMT-PLAN-PAID.
           WRITE STMT-REC FROM STMT-PLAN-PAID-LINE
              AFTER ADVANCING 1 LINE.

           MOVE DF-BALANCE-IN TO STMT-AMOUNT-DUE.
           WRITE STMT-REC FROM STMT-DUE-LINE
              AFTER ADVANCING 2 LINES.

           ADD DF-BALANCE-IN TO TOTAL-RECEIVABLES.
           ADD +1 TO STMTS-WRITTEN.
           ADD +1 TO PLAN-DEFAULT-STMTS.

           READ PLANDFLT INTO WS-PLANDFLT-REC-IN.
       650-EXIT.
           EXIT.
       800-CLEANUP.
      ****************************************************************
      ***  Run summary and close
           WRITE STMT-REC FROM WS-TOTALS-REC-4
              AFTER ADVANCING 2 LINES.

           MOVE PLAN-DEFAULT-STMTS TO PLAN-STMTS-OUT.
           WRITE STMT-REC FROM WS-TOTALS-REC-5
              AFTER ADVANCING 2 LINES.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.

           DISPLAY "NORMAL END OF JOB".
              DISPLAY 'Case Rate File Problem!'
              GOBACK
           END-IF.

           CLOSE PLANDFLT.
           IF NOT STATUS-OK OF PDCODE
              THEN
              DISPLAY 'Defaulted Plan File Problem!'
              GOBACK
           END-IF.
       850-EXIT.
           EXIT.
