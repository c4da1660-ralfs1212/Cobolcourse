      *  - accounts appearing on this period's charge register or
      *    maintenance transactions get their activity date
      *    refreshed to the run date
      *  - accounts whose last activity is older than the
      *    DORMANT-DAYS threshold in the PARMLIB parameter library
      *    are flagged dormant: they go on the
      *    state escheatment remittance extract (ESCHEXTR) with
      *    owner name and address from the account record, and a
      *    pre-escheat notification letter is written (ESCHLTRS)
      * the letters.
      *
      *  Inital Version   2026/09/01
      *  Dormancy threshold from the PARMLIB library  2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL TRANS-FILE ASSIGN TO ACCTTRAN
           FILE STATUS IS TRANS-FILE-ST.

           SELECT LASTACT-OUT-FILE ASSIGN TO LASTACTO
           FILE STATUS IS LASTACT-OUT-FILE-ST.

          05 TR-DATA                    PIC X(66).
          05 TR-OPERATOR-ID             PIC X(8).

       FD  LASTACT-OUT-FILE RECORDING MODE F.
       01 LASTACT-OUT-REC               PIC X(20).

             88 TRANS-FILE-OK                          VALUE '00'.
          05 TRANS-FILE-STATUS          PIC X(1)       VALUE 'N'.
             88 TRANS-FILE-EOF                         VALUE 'Y'.
          05 LASTACT-OUT-FILE-ST        PIC X(2).
             88 LASTACT-OUT-FILE-OK                    VALUE '00'.
          05 ESCHEAT-FILE-ST            PIC X(2).
          05 WS-IDLE-DAYS               PIC S9(5)      VALUE 0 COMP.
       01 WS-DORMANT-DAYS               PIC 9(5)       VALUE 0.

      * PARMLKUP calling parameters - business-rule settings in
      * effect on the run date from the PARMLIB parameter library
       COPY PARMLKL.

      * Pre-escheat notification letter lines
       01 LTR-HEAD-LINE.
          05 FILLER                     PIC X(42)      VALUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           MOVE 'ACCTDORM' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'DORMANT-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              THEN
              DISPLAY 'DORMANT-DAYS PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-DORMANT-DAYS.
      D    DISPLAY 'DORMANCY THRESHOLD: ' WS-DORMANT-DAYS ' DAYS'.
       100-LOAD-ACTIVITY.
      ************************************************************
           IF NOT TRANS-FILE-OK
              MOVE 'Y' TO TRANS-FILE-STATUS
           END-IF.
           OPEN OUTPUT LASTACT-OUT-FILE.
           IF NOT LASTACT-OUT-FILE-OK
              DISPLAY 'LASTACTO OPEN PROBLEM, RC='
                 ACCT-IN-FILE
                 CHG-REG-FILE
                 TRANS-FILE
                 LASTACT-OUT-FILE
                 ESCHEAT-FILE
                 LETTER-FILE.
