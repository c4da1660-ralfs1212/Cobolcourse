      *   ADRCHG - replace STREET-ADDR / CITY-COUNTY / USA-STATE
      *   CLOSE  - drop the account from the output file
      * Every transaction prints on the maintenance audit report
      * with before/after values and the submitting operator;
      * transactions for unknown accounts, and transactions whose
      * operator the OPAUTH authorization table does not allow
      * the action (AUTHCHK), print in the rejected section.
      *
      *  Inital Version   2026/08/22
      *  Submitter authorization (AUTHCHK) 2026/10/15
      *  Dual-control threshold from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT ACCT-OUT-FILE ASSIGN TO ACCTOUT
           FILE STATUS IS ACCT-OUT-FILE-ST.

      * Pending-approval queue carried between runs
           SELECT OPTIONAL PEND-IN-FILE ASSIGN TO PENDAPPI
           FILE STATUS IS PEND-IN-FILE-ST.
          05 TR-APPR-DATA REDEFINES TR-DATA.
             10 TR-APPR-ACTION         PIC X(6).
             10 FILLER                 PIC X(60).
      * Operator id - the submitter, checked against OPAUTH; dual
      * control demands the approving operator differ from the
      * one who queued the transaction
          05 TR-OPERATOR-ID            PIC X(8).

       FD  ACCT-OUT-FILE RECORDING MODE F.
       01 ACCT-OUT-REC                 PIC X(170).

       FD  PEND-IN-FILE RECORDING MODE F.
       01 PEND-IN-REC                  PIC X(100).

             88 ACCT-OUT-FILE-OK                       VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 PEND-IN-FILE-ST           PIC X(2).
             88 PEND-IN-FILE-OK                        VALUE '00'.
          05 PEND-IN-FILE-STATUS       PIC X(01)       VALUE SPACE.
       01 WS-REJECT-REASON             PIC X(25)       VALUE SPACES.
       01 WS-EDIT-AMOUNT               PIC $$,$$$,$$9.99.

      * AUTHCHK calling parameters - submitter authorization
      * against the OPAUTH table
       COPY AUTHL.

      * PARMLKUP calling parameters - the dual-control threshold
      * in effect on the run date from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(35)       VALUE 'AFTER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(25)       VALUE 'STATUS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE 'USER'.
          05 FILLER                    PIC X(05)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(35)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(25)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(05)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-ACCT-NO-O             PIC X(08).
          05 DET-AFTER-O               PIC X(35).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-STATUS-O              PIC X(25).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-USER-O                PIC X(08).
          05 FILLER                    PIC X(05)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
       075-LOAD-DUAL-CONTROL.
      ************************************************************
      * Load the dual-control threshold and the pending-approval *
      * queue carried over from prior runs. No DC-LIMIT-THRESH   *
      * setting in effect in the PARMLIB parameter library means *
      * dual control stays off and the run behaves as it always  *
      * has.                                                     *
      ************************************************************
      D    DISPLAY '075-LOAD-DUAL-CONTROL'.
           MOVE 'ACCTMNT' TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.
           MOVE 'DC-LIMIT-THRESH' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 9999999.99
                 THEN
                 DISPLAY 'DC-LIMIT-THRESH PROBLEM: NOT AN AMOUNT: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE 'Y' TO SW-DUAL-ACTIVE
              MOVE PLIB-NUM-VALUE TO WS-DC-THRESHOLD
           END-IF.
           IF DUAL-ACTIVE
              THEN
           MOVE SPACES TO DETAIL-LINE.
           MOVE TR-ACCT-NO TO DET-ACCT-NO-O.
           MOVE TR-ACTION TO DET-ACTION-O.
           MOVE TR-OPERATOR-ID TO DET-USER-O.

           PERFORM 120-CHECK-AUTHORIZATION.
           PERFORM 150-FIND-ACCOUNT.

           EVALUATE TRUE
           WHEN NOT AUTH-AUTHORIZED
                MOVE 'N' TO TRANS-APPLIED-STATUS
                MOVE AUTH-REASON TO WS-REJECT-REASON
           WHEN NOT AC-FOUND
                MOVE 'N' TO TRANS-APPLIED-STATUS
                MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
           WHEN OTHER
      * Full before image for the maintenance journal
                MOVE AC-REC(AC-TABLE-SUB) TO WS-BEFORE-IMAGE
                EVALUATE TRUE
                WHEN TR-LIMIT-CHANGE AND DUAL-ACTIVE
                     AND TR-NEW-LIMIT NUMERIC
                     AND TR-NEW-LIMIT > WS-DC-THRESHOLD
                     PERFORM 260-QUEUE-FOR-APPROVAL
                WHEN TR-LIMIT-CHANGE
                     PERFORM 210-APPLY-LIMIT-CHANGE
                WHEN TR-NAME-CHANGE
                     PERFORM 220-APPLY-NAME-CHANGE
                WHEN TR-ADDRESS-CHANGE
                     PERFORM 230-APPLY-ADDRESS-CHANGE
                WHEN TR-CLOSE AND DUAL-ACTIVE
                     AND AC-ACCT-BALANCE(AC-TABLE-SUB) NOT = 0
                     PERFORM 260-QUEUE-FOR-APPROVAL
                WHEN TR-CLOSE
                     PERFORM 240-APPLY-CLOSE
                WHEN TR-APPROVE
                     PERFORM 265-APPLY-APPROVAL
                WHEN OTHER
                     MOVE 'N' TO TRANS-APPLIED-STATUS
                     MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
                END-EVALUATE
           END-EVALUATE.

           EVALUATE TRUE
      * Queued transactions have not applied - nothing changed on

           PERFORM 500-WRITE-REPORT.
           PERFORM 400-READ-TRANS-FILE.
       120-CHECK-AUTHORIZATION.
      ************************************************************
      * Is the submitting operator allowed this action in         *
      * ACCTMNT? An APPROV is checked as its own action           *
      ************************************************************
      D    DISPLAY '120-CHECK-AUTHORIZATION'.
           MOVE TR-OPERATOR-ID TO AUTH-USER-ID.
           MOVE 'ACCTMNT' TO AUTH-PROGRAM-ID.
           MOVE TR-ACTION TO AUTH-TRAN-TYPE.
           MOVE TR-ACCT-NO TO AUTH-TRAN-KEY.
           MOVE WS-RUN-DATE TO AUTH-RUN-DATE.
           CALL 'AUTHCHK' USING AUTH-USER-ID, AUTH-PROGRAM-ID,
                AUTH-TRAN-TYPE, AUTH-TRAN-KEY, AUTH-RUN-DATE,
                AUTH-STATUS, AUTH-REASON.
       150-FIND-ACCOUNT.
      ************************************************************
      * Serial search for the transaction's account number -      *
