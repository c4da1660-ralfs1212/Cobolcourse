      *    with a specific lapse reason
      *  - rewrites the aged master to POLMSTRO
      *
      * Suspension for unpaid premium (PM-STATUS 'S') is set and
      * cleared by PREMBILL, not here
      *
      * Program based on MIDTERMF file layouts
      *
      * Inital Version   2026/09/01
          05 PM-POLICY-AMOUNT           PIC 9(7)V99.
          05 PM-STATUS                  PIC X(1).
             88 PM-LAPSED                              VALUE 'L'.
             88 PM-SUSPENDED                           VALUE 'S'.
      * Last month (YYYYMM) PREMBILL invoiced premium for
          05 PM-BILLED-PERIOD           PIC 9(6).
          05 FILLER                     PIC X(15).

      * Renewal transactions - policy number plus the extended
      * termination date
              THEN
              MOVE RT-TBL-NEW-TERM(RT-TABLE-SUB)
                 TO PM-TERMINATION-DATE
      * a renewal revives a lapse, but a premium suspension stands
      * until PREMBILL sees the premium paid
              IF PM-LAPSED
                 THEN
                 MOVE SPACE TO PM-STATUS
              END-IF
              ADD 1 TO WS-RENEWED-KTR
              MOVE 0 TO RT-TBL-POLICY-NO(RT-TABLE-SUB)
           END-IF.
