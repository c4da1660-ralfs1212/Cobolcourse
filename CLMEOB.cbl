      *   billed CLAIM-AMOUNT
      *   deductible applied
      *   coinsurance (the member's share)
      *   any earlier overpayment recouped from the payment
      *   amount paid
      * and a denial-reason line when the claim paid zero. A further
      * payment on a corrected (re-adjudicated) claim says so. One page
      * per policyholder, formatted for the mailing-house file.
      *
      * Program based on MIDTERMF file layouts
             10 PAY-CLAIM-AMOUNT        PIC 9(7)V99.
             10 PAY-DEDUCTION           PIC 9(7)V99.
             10 PAY-NET-AMOUNT          PIC 9(7)V99.
             10 PAY-OFFSET-AMOUNT       PIC 9(7)V99.
             10 PAY-ADJUST-IND          PIC X(1).
                88 PAY-ADJUSTMENT                      VALUE 'A'.
             10 FILLER                  PIC X(2).

       FD  CLAIMFILE
           RECORDING MODE IS F.
       01 CLAIM-RECORD                  PIC X(112).

       FD  LETTER-FILE
           RECORDING MODE IS F.
       01 CLAIM-TABLE.
          05 CL-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON CL-TABLE-MAX.
             10 CL-TBL-CLAIM-DATA       PIC X(112).

       01 ACCUMS-AND-COUNTERS.
          05 WS-PAY-KTR                 PIC 9(7)       VALUE 0.
                'PERIOD - DEDUCTIBLE AND COINSURANCE APPLIED.      '.
          05 FILLER                     PIC X(32)      VALUE SPACES.

       01 LTR-OFFSET-LINE.
          05 FILLER                     PIC X(50)      VALUE
                'PART OF THIS PAYMENT WAS APPLIED TO AN EARLIER    '.
          05 FILLER                     PIC X(50)      VALUE
                'OVERPAYMENT ON YOUR POLICY.                       '.
          05 FILLER                     PIC X(32)      VALUE SPACES.

       01 LTR-ADJUST-LINE.
          05 FILLER                     PIC X(50)      VALUE
                'THIS IS A FURTHER PAYMENT ON A CLAIM WE HAVE      '.
          05 FILLER                     PIC X(50)      VALUE
                'CORRECTED AND PROCESSED AGAIN.                    '.
          05 FILLER                     PIC X(32)      VALUE SPACES.

       01 LTR-FOOT-LINE.
          05 FILLER                     PIC X(50)      VALUE
                'QUESTIONS? CALL MEMBER SERVICES AT THE NUMBER     '.
           IF CL-TABLE-MAX < CL-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO CL-TABLE-MAX
              MOVE CLAIM-RECORD(1:112) TO
                 CL-TBL-CLAIM-DATA(CL-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: CLAIM TABLE FULL'
      ***********************************************************
           DISPLAY '250-WRITE-LETTER'.
           COMPUTE WS-COINSURANCE-AMT =
              PAY-CLAIM-AMOUNT - PAY-DEDUCTION - PAY-NET-AMOUNT
              - PAY-OFFSET-AMOUNT.
           IF WS-COINSURANCE-AMT < 0
              THEN
              MOVE 0 TO WS-COINSURANCE-AMT
           MOVE PAY-DEDUCTION TO LTR-AMT-OUT.
           WRITE LETTER-LINE FROM LTR-AMOUNT-LINE
              AFTER ADVANCING 1 LINE.
      * on a further payment the coinsurance was on the first EOB
           IF NOT PAY-ADJUSTMENT
              THEN
              MOVE 'YOUR COINSURANCE SHARE      :' TO LTR-AMT-LABEL
              MOVE WS-COINSURANCE-AMT TO LTR-AMT-OUT
              WRITE LETTER-LINE FROM LTR-AMOUNT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           IF PAY-OFFSET-AMOUNT > 0
              THEN
              MOVE 'LESS PRIOR OVERPAYMENT      :' TO LTR-AMT-LABEL
              MOVE PAY-OFFSET-AMOUNT TO LTR-AMT-OUT
              WRITE LETTER-LINE FROM LTR-AMOUNT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'AMOUNT PAID TO YOU          :' TO LTR-AMT-LABEL.
           MOVE PAY-NET-AMOUNT TO LTR-AMT-OUT.
           WRITE LETTER-LINE FROM LTR-AMOUNT-LINE
              AFTER ADVANCING 1 LINE.

           IF PAY-NET-AMOUNT = 0 AND PAY-OFFSET-AMOUNT = 0
              THEN
              WRITE LETTER-LINE FROM LTR-DENIAL-LINE
                 AFTER ADVANCING 2 LINES
              ADD 1 TO WS-DENIAL-KTR
           END-IF.
           IF PAY-OFFSET-AMOUNT > 0
              THEN
              WRITE LETTER-LINE FROM LTR-OFFSET-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.
           IF PAY-ADJUSTMENT
              THEN
              WRITE LETTER-LINE FROM LTR-ADJUST-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.

           WRITE LETTER-LINE FROM LTR-FOOT-LINE
              AFTER ADVANCING 2 LINES.
