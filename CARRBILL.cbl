      * they are counted and reported, not invoiced.
      *
      * Inital Version                   08/22/2026
      * GL activity hand-over (GLFEEDW)  10/15/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          05 GRAND-COVERED          PIC S9(11)V99 COMP-3.
      * every line written to CARRINV, for the integrity trailer
          05 INVC-LINE-KTR          PIC S9(7) COMP.
      * carrier invoices net of copay/deductible, for the ledger
          05 GL-INVOICE-AMT         PIC S9(11)V99 COMP-3.

      * Input Record (COPYBOOK) - HOSPOUT carries the validated
      * HOSPEDIT input records unchanged
      * grand total still rides in the hash field for eyeballing.
       COPY TRAILL.

      * GLFEEDW calling parameters - the run's carrier invoices
      * handed to the general ledger interface
       COPY GLFEEDL.

      * One accumulator row per carrier seen on the input
       01 CA-SUB                    PIC 999 COMP     VALUE 0.
       01 CA-MAX                    PIC 999 COMP     VALUE 0.
           PERFORM 100-MAINLINE THRU 100-EXIT
              UNTIL NO-MORE-RECORDS.
           PERFORM 600-BILL-CARRIERS THRU 600-EXIT.
           PERFORM 750-WRITE-GL-ACTIVITY THRU 750-EXIT.
           PERFORM 800-CLEANUP THRU 800-EXIT.
           GOBACK.

       620-EXIT.
           EXIT.

       750-WRITE-GL-ACTIVITY.
      ****************************************************************
      ***  Carrier invoices (covered less copay and deductible) to
      ***  the general ledger interface, closed by the control total
      ****************************************************************
           DISPLAY "750-WRITE-GL-ACTIVITY".
           PERFORM VARYING CA-SUB FROM 1 BY 1 UNTIL
              CA-SUB > CA-MAX
                COMPUTE GL-INVOICE-AMT = GL-INVOICE-AMT
                   + CA-COVERED-AMT(CA-SUB)
                   - CA-COPAY-AMT(CA-SUB)
                   - CA-DEDUCT-AMT(CA-SUB)
           END-PERFORM.
           MOVE 'CARRBILL' TO GLF-SOURCE-SYSTEM.
           MOVE 'A' TO GLF-ENTRY-TYPE.
           MOVE 'CARINV' TO GLF-TRANS-TYPE.
           MOVE GL-INVOICE-AMT TO GLF-AMOUNT.
           MOVE CARRIERS-BILLED TO GLF-ITEM-COUNT.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
           MOVE 'C' TO GLF-ENTRY-TYPE.
           MOVE 'CONTRL' TO GLF-TRANS-TYPE.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
       750-EXIT.
           EXIT.

       800-CLEANUP.
      ****************************************************************
      ***  Close shop
