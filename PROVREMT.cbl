      * paid, patient lines, and total remitted, so provider
      * relations can answer the calls the office cannot.
      *
      * A stay HOSPEDIT flagged in HOSPOUT position 102 (the PCP
      * had an expired credential on the admit date) is not paid:
      * it is listed in a separate remittance hold section and
      * kept out of the provider and run totals until the
      * credential is renewed on PROVCRED and the stay re-edited.
      *
      * Inital Version                   2026/09/01
      ******************************************************************
       ENVIRONMENT DIVISION.
             10 PD-TBL-PATIENT-NBR  PIC 9(5).
             10 PD-TBL-PATIENT-NAME PIC X(20).
             10 PD-TBL-PAID-AMT     PIC S9(9)V99 COMP-3.
             10 PD-TBL-HOLD-IND     PIC X(1).
                88 PD-TBL-HELD                        VALUE 'C'.

      * Distinct providers seen on the paid stays
       01 DP-TABLE-SUB              PIC 999 COMP      VALUE 0.
          05 COVERED-WS             PIC S9(9)V99 COMP-3 VALUE 0.
          05 PROV-TOTAL-WS          PIC S9(9)V99 COMP-3 VALUE 0.
          05 GRAND-REMIT-WS         PIC S9(11)V99 COMP-3 VALUE 0.
          05 HELD-LINES             PIC S9(5) COMP    VALUE 0.
          05 GRAND-HELD-WS          PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-PAGE-CTR               PIC 999           VALUE 0.

          05 RMT-PROV-TOTAL         PIC $$,$$$,$$9.99.
          05 FILLER                 PIC X(88)         VALUE SPACES.

      * Remittance hold section - expired provider credential
       01 HOLD-HDG-1.
          05 FILLER                 PIC X(30)         VALUE SPACES.
          05 FILLER                 PIC X(40)         VALUE
                "REMITTANCE HOLD - CREDENTIAL EXPIRED".
          05 FILLER                 PIC X(53)         VALUE SPACES.
          05 FILLER                 PIC X(5)          VALUE "PAGE ".
          05 HOLD-PAGE-NO           PIC ZZ9.
          05 FILLER                 PIC X(2)          VALUE SPACES.

       01 HOLD-COL-HDG.
          05 FILLER                 PIC X(8)          VALUE
                "PCP-ID".
          05 FILLER                 PIC X(22)         VALUE
                "PROVIDER".
          05 FILLER                 PIC X(9)          VALUE
                "PATIENT".
          05 FILLER                 PIC X(22)         VALUE
                "NAME".
          05 FILLER                 PIC X(14)         VALUE
                "AMOUNT HELD".
          05 FILLER                 PIC X(58)         VALUE SPACES.

       01 HOLD-DASH-LINE.
          05 FILLER                 PIC X(75)         VALUE ALL "-".
          05 FILLER                 PIC X(58)         VALUE SPACES.

       01 HOLD-DET-LINE.
          05 HLD-PCP-ID             PIC X(6).
          05 FILLER                 PIC X(2)          VALUE SPACES.
          05 HLD-PROV-NAME          PIC X(20).
          05 FILLER                 PIC X(2)          VALUE SPACES.
          05 HLD-PATIENT-NBR        PIC 9(5).
          05 FILLER                 PIC X(4)          VALUE SPACES.
          05 HLD-PATIENT-NAME       PIC X(20).
          05 FILLER                 PIC X(2)          VALUE SPACES.
          05 HLD-AMT                PIC $$,$$$,$$9.99.
          05 FILLER                 PIC X(59)         VALUE SPACES.

       01 HOLD-TOT-LINE.
          05 FILLER                 PIC X(20)         VALUE
                "TOTAL HELD        : ".
          05 FILLER                 PIC X(41)         VALUE SPACES.
          05 HLD-TOTAL              PIC $$,$$$,$$9.99.
          05 FILLER                 PIC X(59)         VALUE SPACES.

      * Control summary lines
       01 CTL-HDG-LINE.
          05 FILLER                 PIC X(40)         VALUE
          05 CTL-NOCOV-OUT          PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(91)         VALUE SPACES.

       01 CTL-LINE-5.
          05 FILLER                 PIC X(35)         VALUE
                "Stays held - credential expired  :".
          05 CTL-HELD-OUT           PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(3)          VALUE " / ".
          05 CTL-HELD-AMT-OUT       PIC $$$,$$$,$$9.99.
          05 FILLER                 PIC X(74)         VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-PAID-STAYS UNTIL IN-FILE-EOF.
           PERFORM 500-PRINT-REMITTANCES.
           PERFORM 600-PRINT-HOLD-SECTION.
           PERFORM 700-WRITE-CONTROL-SUMMARY.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
              MOVE PATIENT-NAME TO
                 PD-TBL-PATIENT-NAME(PD-TABLE-MAX)
              MOVE COVERED-WS TO PD-TBL-PAID-AMT(PD-TABLE-MAX)
              MOVE IN-REC(102:1) TO PD-TBL-HOLD-IND(PD-TABLE-MAX)
      * a held stay does not by itself make a provider payable
              IF NOT PD-TBL-HELD(PD-TABLE-MAX)
                 THEN
                 PERFORM 150-NOTE-PROVIDER
              END-IF
           ELSE
              DISPLAY 'WARNING: PAID-STAY TABLE FULL'
           END-IF.
              UNTIL PD-TABLE-SUB > PD-TABLE-MAX
                   IF PD-TBL-PCP-ID(PD-TABLE-SUB) =
                      DP-TBL-PCP-ID(DP-TABLE-SUB)
                      AND NOT PD-TBL-HELD(PD-TABLE-SUB)
                      THEN
                      MOVE PD-TBL-PATIENT-NBR(PD-TABLE-SUB)
                         TO RMT-PATIENT-NBR
              AFTER ADVANCING 1 LINE.
           ADD PROV-TOTAL-WS TO GRAND-REMIT-WS.
           ADD 1 TO PROVIDERS-PAID.
       600-PRINT-HOLD-SECTION.
      ************************************************************
      * Stays held for an expired provider credential - listed   *
      * for provider relations, not paid                         *
      ************************************************************
      D    DISPLAY '600-PRINT-HOLD-SECTION'.
           PERFORM VARYING PD-TABLE-SUB FROM 1 BY 1
              UNTIL PD-TABLE-SUB > PD-TABLE-MAX
                   IF PD-TBL-HELD(PD-TABLE-SUB)
                      THEN
                      PERFORM 650-PRINT-HELD-STAY
                   END-IF
           END-PERFORM.
           IF HELD-LINES > 0
              THEN
              WRITE RPT-REC FROM HOLD-DASH-LINE
                 AFTER ADVANCING 1 LINE
              MOVE GRAND-HELD-WS TO HLD-TOTAL
              WRITE RPT-REC FROM HOLD-TOT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
       650-PRINT-HELD-STAY.
      ************************************************************
      * One held stay; the section heading before the first     *
      ************************************************************
      D    DISPLAY '650-PRINT-HELD-STAY'.
           IF HELD-LINES = 0
              THEN
              ADD 1 TO WS-PAGE-CTR
              MOVE WS-PAGE-CTR TO HOLD-PAGE-NO
              WRITE RPT-REC FROM HOLD-HDG-1
                 AFTER ADVANCING PAGE
              WRITE RPT-REC FROM HOLD-COL-HDG
                 AFTER ADVANCING 2 LINES
              WRITE RPT-REC FROM HOLD-DASH-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

           MOVE PD-TBL-PCP-ID(PD-TABLE-SUB) TO HLD-PCP-ID.
           MOVE 'N' TO SW-PM-FOUND.
           PERFORM VARYING PM-TABLE-SUB FROM 1 BY 1
              UNTIL PM-TABLE-SUB > PM-TABLE-MAX
                   IF PM-TBL-PCP-ID(PM-TABLE-SUB) =
                      PD-TBL-PCP-ID(PD-TABLE-SUB)
                      THEN
                      MOVE 'Y' TO SW-PM-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF PM-FOUND
              THEN
              MOVE PM-TBL-NAME(PM-TABLE-SUB) TO HLD-PROV-NAME
           ELSE
              MOVE '*NOT ON PROVMSTR*' TO HLD-PROV-NAME
           END-IF.
           MOVE PD-TBL-PATIENT-NBR(PD-TABLE-SUB) TO HLD-PATIENT-NBR.
           MOVE PD-TBL-PATIENT-NAME(PD-TABLE-SUB)
              TO HLD-PATIENT-NAME.
           MOVE PD-TBL-PAID-AMT(PD-TABLE-SUB) TO HLD-AMT.
           WRITE RPT-REC FROM HOLD-DET-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO HELD-LINES.
           ADD PD-TBL-PAID-AMT(PD-TABLE-SUB) TO GRAND-HELD-WS.
       700-WRITE-CONTROL-SUMMARY.
      ************************************************************
      * Run-level control totals                                 *
           MOVE NO-COVERAGE-RECS TO CTL-NOCOV-OUT.
           WRITE RPT-REC FROM CTL-LINE-4
              AFTER ADVANCING 1 LINE.
           MOVE HELD-LINES TO CTL-HELD-OUT.
           MOVE GRAND-HELD-WS TO CTL-HELD-AMT-OUT.
           WRITE RPT-REC FROM CTL-LINE-5
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
