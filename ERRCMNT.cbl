      * The old master is loaded to a table, transactions are
      * applied in memory, and the table is rewritten in code
      * sequence to ERRCODEO. Every transaction - applied or
      * rejected - prints on the maintenance audit report with
      * the user ID that submitted it; a submitter the OPAUTH
      * authorization table does not allow the action (AUTHCHK)
      * is rejected.
      *
      *  Inital Version   2026/09/01
      *  Submitter authorization (AUTHCHK) 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
          05 TR-DESCRIPTION            PIC X(40).
          05 TR-SEVERITY               PIC X(01).
             88 TR-VALID-SEVERITY             VALUE 'W' 'R' 'F'.
          05 TR-SUBMITTER-ID           PIC X(08).
          05 FILLER                    PIC X(21).

       FD  ERRCODE-OUT-FILE
           RECORDING MODE IS F.
       01 WS-REJECT-REASON             PIC X(30)       VALUE SPACES.
       01 WS-PREV-CODE                 PIC X(4)        VALUE LOW-VALUE.
       01 WS-SWAP-ENTRY                PIC X(46)       VALUE SPACES.
       01 WS-RUN-DATE                  PIC 9(8)        VALUE 0.

      * AUTHCHK calling parameters - submitter authorization
      * against the OPAUTH table
       COPY AUTHL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REJECT REASON'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'USER'.
          05 FILLER                    PIC X(15)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(15)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-ACTION-O              PIC X(08).
          05 DET-STATUS-O              PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-O              PIC X(30).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-USER-O                PIC X(08).
          05 FILLER                    PIC X(15)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 050-LOAD-MASTER-TABLE.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           MOVE TR-CODE TO DET-CODE-O.
           MOVE TR-DESCRIPTION TO DET-DESC-O.
           MOVE TR-SEVERITY TO DET-SEVERITY-O.
           MOVE TR-SUBMITTER-ID TO DET-USER-O.

           PERFORM 120-CHECK-AUTHORIZATION.
           PERFORM 150-FIND-CODE.

           EVALUATE TRUE
           WHEN NOT AUTH-AUTHORIZED
                MOVE 'N' TO TRANS-APPLIED-STATUS
                MOVE AUTH-REASON TO WS-REJECT-REASON
           WHEN TR-ADD
                PERFORM 210-APPLY-ADD
           WHEN TR-CHANGE

           PERFORM 500-WRITE-REPORT.
           PERFORM 400-READ-TRANS-FILE.
       120-CHECK-AUTHORIZATION.
      ************************************************************
      * Is the submitter allowed this action in ERRCMNT?          *
      ************************************************************
      D    DISPLAY '120-CHECK-AUTHORIZATION'.
           MOVE TR-SUBMITTER-ID TO AUTH-USER-ID.
           MOVE 'ERRCMNT' TO AUTH-PROGRAM-ID.
           MOVE TR-ACTION TO AUTH-TRAN-TYPE.
           MOVE TR-CODE TO AUTH-TRAN-KEY.
           MOVE WS-RUN-DATE TO AUTH-RUN-DATE.
           CALL 'AUTHCHK' USING AUTH-USER-ID, AUTH-PROGRAM-ID,
                AUTH-TRAN-TYPE, AUTH-TRAN-KEY, AUTH-RUN-DATE,
                AUTH-STATUS, AUTH-REASON.
       150-FIND-CODE.
      ************************************************************
      * Locate the transaction's code in the master table        *
