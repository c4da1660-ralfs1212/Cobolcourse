      * The old roster is loaded with an ascending-name sequence
      * check, maintained in memory, and rewritten in name
      * sequence to FAVINO. Every transaction - applied or
      * rejected - prints on the maintenance audit report with
      * the user ID that submitted it; a submitter the OPAUTH
      * authorization table does not allow the action (AUTHCHK)
      * is rejected.
      *
      *  Inital Version   2026/09/02
      *  Submitter authorization (AUTHCHK) 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
          05 TR-TAX                    PIC X(4).
          05 TR-BAND-STATUS            PIC X(1).
             88 TR-VALID-STATUS               VALUE 'Y' 'N' ' '.
          05 TR-SUBMITTER-ID           PIC X(08).
          05 FILLER                    PIC X(08).

      * Genre table - same file FAVRFP loads
       FD  GENRE-PARM-FILE RECORDING MODE F.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-REJECT-REASON             PIC X(30)       VALUE SPACES.
       01 WS-RUN-DATE                  PIC 9(8)        VALUE 0.
       01 WS-PREV-NAME                 PIC X(30)       VALUE LOW-VALUE.
       01 WS-SWAP-ENTRY                PIC X(81)       VALUE SPACES.
       01 WS-HOLD-REC                  PIC X(80)       VALUE SPACES.
          05 WH-BAND-STATUS            PIC X(1).
          05 FILLER                    PIC X(22).

      * AUTHCHK calling parameters - submitter authorization
      * against the OPAUTH table
       COPY AUTHL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REJECT REASON'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'USER'.
          05 FILLER                    PIC X(24)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(76)       VALUE ALL "=".
          05 FILLER                    PIC X(56)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-ACTION-O              PIC X(08).
          05 DET-STATUS-O              PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-O              PIC X(30).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-USER-O                PIC X(08).
          05 FILLER                    PIC X(24)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 050-LOAD-ROSTER.
           PERFORM 060-LOAD-GENRES.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
           MOVE TR-ACTION TO DET-ACTION-O.
           MOVE TR-ARTIST-NAME TO DET-NAME-O.
           MOVE TR-MUSICAL-GENRE TO DET-GENRE-O.
           MOVE TR-SUBMITTER-ID TO DET-USER-O.

           PERFORM 120-CHECK-AUTHORIZATION.
           PERFORM 150-FIND-BAND.

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
      * Is the submitter allowed this action in BANDMNT?          *
      ************************************************************
      D    DISPLAY '120-CHECK-AUTHORIZATION'.
           MOVE TR-SUBMITTER-ID TO AUTH-USER-ID.
           MOVE 'BANDMNT' TO AUTH-PROGRAM-ID.
           MOVE TR-ACTION TO AUTH-TRAN-TYPE.
           MOVE TR-ARTIST-NAME TO AUTH-TRAN-KEY.
           MOVE WS-RUN-DATE TO AUTH-RUN-DATE.
           CALL 'AUTHCHK' USING AUTH-USER-ID, AUTH-PROGRAM-ID,
                AUTH-TRAN-TYPE, AUTH-TRAN-KEY, AUTH-RUN-DATE,
                AUTH-STATUS, AUTH-REASON.
       150-FIND-BAND.
      ************************************************************
      * Locate the transaction's band name in the roster table   *
