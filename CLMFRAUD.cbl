      *   3. round-amount claims (whole hundreds) at abnormal
      *      frequency
      *
      * The rules are configurable through the PARMLIB parameter
      * library: the thresholds that trigger each rule and the score
      * points each rule is worth. Policies are ranked by total
      * score on the suspicious-activity report, with the claims
      * that triggered the rules listed under each policy.
      *
      *  Inital Version   2026/08/22
      *  Screening rules from the PARMLIB library     2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT HIST-FILE ASSIGN TO CLMHIST
           FILE STATUS IS HIST-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO FRAUDRPT
           FILE STATUS IS REPORT-FILE-ST.

          05 CH-BENEFIT-DATE            PIC 9(8).
          05 CH-CLAIM-AMOUNT            PIC 9(7)V99.
          05 CH-RUN-DATE                PIC 9(8).
      * ' ' paid claim; 'R' reversal / 'A' re-adjudication of a
      * claim already on the history
          05 CH-ENTRY-TYPE              PIC X(1).
             88 CH-PAID-CLAIM                          VALUE ' '.
          05 FILLER                     PIC X(47).

       FD  FINDINGS-FILE
           RECORDING MODE IS F.
          05 FND-FLAG-DATE              PIC 9(8).
          05 FILLER                     PIC X(44).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).
       01 PROGRAM-SWITCHES.
          05 HIST-FILE-ST              PIC X(2).
             88 HIST-FILE-OK                           VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 FINDINGS-FILE-ST          PIC X(2).

       01 WS-CURRENT-DATE              PIC 9(8)        VALUE 0.

      * Screening rules - thresholds and score points, looked up
      * in the PARMLIB parameter library
       01 FRAUD-PARM-REC.
          05 FP-CONSEC-BATCHES         PIC 9(2)        VALUE 0.
          05 FP-NEARCAP-PCT            PIC 9(3)        VALUE 0.
          05 FP-ROUND-COUNT            PIC 9(3)        VALUE 0.
          05 FP-POINTS-CONSEC          PIC 9(3)        VALUE 0.
          05 FP-POINTS-NEARCAP         PIC 9(3)        VALUE 0.
          05 FP-POINTS-ROUND           PIC 9(3)        VALUE 0.

      * PARMLKUP calling parameters - business-rule settings in
      * effect on the run date from the PARMLIB parameter library
       COPY PARMLKL.

       01 CLEAN-LINE.
          05 FILLER                    PIC X(45)       VALUE
                'NO POLICIES TRIGGERED THE SCREENING RULES'.
              DISPLAY 'HIST-FILE Problem: ' HIST-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT FINDINGS-FILE.
           IF NOT FINDINGS-FILE-OK
              DISPLAY 'FRDFLAG OPEN PROBLEM, RC='
              DISPLAY ' Report-FILE Problem: ' REPORT-FILE-ST
              GOBACK
           END-IF.
           MOVE 'CLMFRAUD' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'FRD-CONSEC-BATCH' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'FRD-CONSEC-BATCH PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO FP-CONSEC-BATCHES.

           MOVE 'FRD-NEARCAP-PCT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'FRD-NEARCAP-PCT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO FP-NEARCAP-PCT.

           MOVE 'FRD-ROUND-COUNT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'FRD-ROUND-COUNT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO FP-ROUND-COUNT.

           MOVE 'FRD-PTS-CONSEC' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'FRD-PTS-CONSEC PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO FP-POINTS-CONSEC.

           MOVE 'FRD-PTS-NEARCAP' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'FRD-PTS-NEARCAP PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO FP-POINTS-NEARCAP.

           MOVE 'FRD-PTS-ROUND' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'FRD-PTS-ROUND PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO FP-POINTS-ROUND.
           COMPUTE WS-NEARCAP-FLOOR ROUNDED =
              ALLOWED-AMT * FP-NEARCAP-PCT / 100.

           AT END
              MOVE 'Y' TO HIST-FILE-STATUS
           NOT AT END
      *       adjustment entries restate a claim already counted
              IF CH-PAID-CLAIM
                 THEN
                 ADD 1 TO WS-REC-KTR
                 PERFORM 110-FIND-OR-ADD-BATCH
                 PERFORM 120-FIND-OR-ADD-POLICY
                 PERFORM 130-APPLY-AMOUNT-RULES
              END-IF
           END-READ.
       110-FIND-OR-ADD-BATCH.
           MOVE 'N' TO SW-ENTRY-FOUND.
       800-CLOSE-FILES.
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE HIST-FILE.
           CLOSE FINDINGS-FILE.
           CLOSE REPORT-FILE.
           IF NOT REPORT-FILE-OK
