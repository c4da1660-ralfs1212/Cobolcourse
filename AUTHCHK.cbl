       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHCHK.
      *** ------------------------------------------------------------
      *** Submitter authorization subprogram AUTHCHK
      *** Called by SUPPMNT, ACCTMNT, BANDMNT, ERRCMNT, CRSREG and
      *** FRDCASE for every maintenance transaction before it is
      *** applied, and by TUITREFD to refund only the drops CRSREG
      *** would accept (interface: COPY AUTHL).
      ***
      *** The OPAUTH authorization table is loaded into storage on
      *** the first call and held for the rest of the caller's
      *** run. A transaction is authorized when a row for its
      *** submitting user ID and the calling program covers its
      *** transaction type (a blank type covers every type of
      *** that program), was granted on or before the run date
      *** and has not expired (expiry date zero = no expiry).
      ***
      *** A missing OPAUTH, or one with no usable rows, refuses
      *** everything ('08') - an authorization check that cannot
      *** be made is not passed.
      ***
      *** Every check, accepted or refused, is appended to the
      *** AUTHLOG file. The file is opened EXTEND and closed per
      *** call as AUDITWRT does; an unwritable log does not fail
      *** the caller's run.
      *** ------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPAUTH-FILE ASSIGN TO OPAUTH
           FILE STATUS IS OPAUTH-FILE-ST.

           SELECT OPTIONAL AUTHLOG-FILE ASSIGN TO AUTHLOG
           FILE STATUS IS AUTHLOG-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Authorization table - same record layout as the
      * OPAUTH-FILE FD in AUTHRPT
       FD  OPAUTH-FILE
           RECORDING MODE IS F.
       01 OPAUTH-REC.
          05 OA-USER-ID                PIC X(8).
          05 OA-PROGRAM-ID             PIC X(8).
          05 OA-TRAN-TYPE              PIC X(8).
          05 OA-EXPIRY-DATE            PIC 9(8).
          05 OA-GRANT-DATE             PIC 9(8).
          05 OA-GRANTED-BY             PIC X(8).
          05 OA-USER-NAME              PIC X(20).
          05 FILLER                    PIC X(12).

      * Authorization check log - same record layout as the
      * AUTHLOG-FILE FD in AUTHRPT
       FD  AUTHLOG-FILE
           RECORDING MODE IS F.
       01 AUTHLOG-REC.
          05 AL-STAMP-DATE             PIC 9(8).
          05 AL-STAMP-TIME             PIC 9(6).
          05 AL-RUN-DATE               PIC 9(8).
          05 AL-USER-ID                PIC X(8).
          05 AL-PROGRAM-ID             PIC X(8).
          05 AL-TRAN-TYPE              PIC X(8).
          05 AL-TRAN-KEY               PIC X(20).
          05 AL-STATUS                 PIC X(2).
          05 AL-REASON                 PIC X(24).
          05 FILLER                    PIC X(8).

       WORKING-STORAGE SECTION.
       01 OPAUTH-FILE-ST               PIC X(2).
          88 OPAUTH-FILE-OK                            VALUE '00'.
          88 OPAUTH-FILE-MISSING                       VALUE '05'.
       01 OPAUTH-FILE-STATUS           PIC X(1)        VALUE SPACE.
          88 OPAUTH-FILE-EOF                           VALUE 'Y'.
       01 AUTHLOG-FILE-ST              PIC X(2).
          88 AUTHLOG-FILE-OK                           VALUE '00' '05'.
       01 SW-TABLE-LOADED              PIC X(1)        VALUE 'N'.
          88 TABLE-LOADED                              VALUE 'Y'.
       01 SW-LOAD-FAILED               PIC X(1)        VALUE 'N'.
          88 LOAD-FAILED                               VALUE 'Y'.
       01 SW-EXPIRED-FOUND             PIC X(1)        VALUE 'N'.
          88 EXPIRED-FOUND                             VALUE 'Y'.
       01 WS-STAMP.
          05 WS-STAMP-DATE             PIC 9(8).
          05 WS-STAMP-TIME             PIC 9(6).

       01 OA-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 OA-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 OA-MAX-LIMIT                 PIC 9(4)        VALUE 2000 COMP.
       01 OPAUTH-TABLE.
          05 OA-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON OA-MAX.
             10 OA-TBL-USER-ID         PIC X(8).
             10 OA-TBL-PROGRAM-ID      PIC X(8).
             10 OA-TBL-TRAN-TYPE       PIC X(8).
             10 OA-TBL-EXPIRY-DATE     PIC 9(8).
             10 OA-TBL-GRANT-DATE      PIC 9(8).

       LINKAGE SECTION.

       COPY AUTHL.

       PROCEDURE DIVISION USING
           AUTH-USER-ID,
           AUTH-PROGRAM-ID,
           AUTH-TRAN-TYPE,
           AUTH-TRAN-KEY,
           AUTH-RUN-DATE,
           AUTH-STATUS,
           AUTH-REASON.
      ***--------------------------------------------------------------
      *** MAIN - ROUTINE
      ***--------------------------------------------------------------
      D    DISPLAY 'Start Sub AUTHCHK ' AUTH-USER-ID ' '
      D            AUTH-PROGRAM-ID ' ' AUTH-TRAN-TYPE.

           IF NOT TABLE-LOADED
              THEN
              PERFORM 100-LOAD-TABLE
           END-IF.

           MOVE SPACES TO AUTH-REASON.
           EVALUATE TRUE
           WHEN LOAD-FAILED
                MOVE '08' TO AUTH-STATUS
                MOVE 'AUTH TABLE UNAVAILABLE' TO AUTH-REASON
           WHEN AUTH-USER-ID = SPACES
                MOVE '02' TO AUTH-STATUS
                MOVE 'NO SUBMITTER USER ID' TO AUTH-REASON
           WHEN OTHER
                PERFORM 200-FIND-AUTHORIZATION
           END-EVALUATE.

           PERFORM 300-LOG-CHECK.

           GOBACK.                         *> Control returned to MAIN
       100-LOAD-TABLE.
      ***--------------------------------------------------------------
      *** Load the whole authorization table once per run
      ***--------------------------------------------------------------
      D    DISPLAY '100-LOAD-TABLE'.
           MOVE 'Y' TO SW-TABLE-LOADED.
           OPEN INPUT OPAUTH-FILE.
           IF OPAUTH-FILE-MISSING
              THEN
              CLOSE OPAUTH-FILE
              DISPLAY 'AUTHCHK: OPAUTH FILE MISSING'
              MOVE 'Y' TO SW-LOAD-FAILED
              EXIT PARAGRAPH
           END-IF.
           IF NOT OPAUTH-FILE-OK
              THEN
              DISPLAY 'AUTHCHK: OPAUTH OPEN PROBLEM, RC='
                      OPAUTH-FILE-ST
              MOVE 'Y' TO SW-LOAD-FAILED
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL OPAUTH-FILE-EOF
                   READ OPAUTH-FILE
                   AT END
                      MOVE 'Y' TO OPAUTH-FILE-STATUS
                   NOT AT END
                      PERFORM 110-STORE-AUTHORIZATION
                   END-READ
           END-PERFORM.
           CLOSE OPAUTH-FILE.
      D    DISPLAY 'OPAUTH TABLE: ' OA-MAX ' ENTRIES'.
           IF OA-MAX = 0
              THEN
              DISPLAY 'AUTHCHK: OPAUTH HOLDS NO USABLE ROWS'
              MOVE 'Y' TO SW-LOAD-FAILED
           END-IF.
       110-STORE-AUTHORIZATION.
      ***--------------------------------------------------------------
      *** One authorization row into the table
      ***--------------------------------------------------------------
           IF OA-USER-ID = SPACES
              OR OA-PROGRAM-ID = SPACES
              OR OA-EXPIRY-DATE NOT NUMERIC
              OR OA-GRANT-DATE NOT NUMERIC
              THEN
              DISPLAY 'AUTHCHK: OPAUTH ROW INVALID - SKIPPED: '
                      OA-USER-ID ' ' OA-PROGRAM-ID ' ' OA-TRAN-TYPE
              EXIT PARAGRAPH
           END-IF.
           IF OA-MAX = OA-MAX-LIMIT
              THEN
              DISPLAY 'AUTHCHK: AUTHORIZATION TABLE FULL - SKIPPED: '
                      OA-USER-ID ' ' OA-PROGRAM-ID ' ' OA-TRAN-TYPE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OA-MAX.
           MOVE OA-USER-ID TO OA-TBL-USER-ID(OA-MAX).
           MOVE OA-PROGRAM-ID TO OA-TBL-PROGRAM-ID(OA-MAX).
           MOVE OA-TRAN-TYPE TO OA-TBL-TRAN-TYPE(OA-MAX).
           MOVE OA-EXPIRY-DATE TO OA-TBL-EXPIRY-DATE(OA-MAX).
           MOVE OA-GRANT-DATE TO OA-TBL-GRANT-DATE(OA-MAX).
       200-FIND-AUTHORIZATION.
      ***--------------------------------------------------------------
      *** A row in force on the run date authorizes; a covering row
      *** that has run out is reported as expired
      ***--------------------------------------------------------------
           MOVE '04' TO AUTH-STATUS.
           MOVE 'N' TO SW-EXPIRED-FOUND.
           PERFORM VARYING OA-SUB FROM 1 BY 1
              UNTIL OA-SUB > OA-MAX
                   IF OA-TBL-USER-ID(OA-SUB) = AUTH-USER-ID
                      AND OA-TBL-PROGRAM-ID(OA-SUB) = AUTH-PROGRAM-ID
                      AND (OA-TBL-TRAN-TYPE(OA-SUB) = SPACES
                      OR OA-TBL-TRAN-TYPE(OA-SUB) = AUTH-TRAN-TYPE)
                      AND OA-TBL-GRANT-DATE(OA-SUB) NOT > AUTH-RUN-DATE
                      THEN
                      IF OA-TBL-EXPIRY-DATE(OA-SUB) = 0
                         OR OA-TBL-EXPIRY-DATE(OA-SUB) NOT <
                            AUTH-RUN-DATE
                         THEN
                         MOVE '00' TO AUTH-STATUS
                         EXIT PERFORM
                      ELSE
                         MOVE 'Y' TO SW-EXPIRED-FOUND
                      END-IF
                   END-IF
           END-PERFORM.
           IF NOT AUTH-AUTHORIZED
              THEN
              IF EXPIRED-FOUND
                 THEN
                 MOVE '06' TO AUTH-STATUS
                 MOVE 'AUTHORIZATION EXPIRED' TO AUTH-REASON
              ELSE
                 MOVE 'USER NOT AUTHORIZED' TO AUTH-REASON
              END-IF
           END-IF.
       300-LOG-CHECK.
      ***--------------------------------------------------------------
      *** Append the check to the AUTHLOG file
      ***--------------------------------------------------------------
           OPEN EXTEND AUTHLOG-FILE.
           IF NOT AUTHLOG-FILE-OK
              THEN
      *       an unwritable check log must not fail the caller's
      *       run - the check itself has already been made
              DISPLAY 'AUTHCHK: AUTH LOG NOT WRITABLE ('
                      AUTHLOG-FILE-ST ') - CHECK NOT LOGGED FOR '
                      AUTH-USER-ID ' ' AUTH-PROGRAM-ID
              EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.

           MOVE SPACES TO AUTHLOG-REC.
           MOVE WS-STAMP-DATE TO AL-STAMP-DATE.
           MOVE WS-STAMP-TIME TO AL-STAMP-TIME.
           MOVE AUTH-RUN-DATE TO AL-RUN-DATE.
           MOVE AUTH-USER-ID TO AL-USER-ID.
           MOVE AUTH-PROGRAM-ID TO AL-PROGRAM-ID.
           MOVE AUTH-TRAN-TYPE TO AL-TRAN-TYPE.
           MOVE AUTH-TRAN-KEY TO AL-TRAN-KEY.
           MOVE AUTH-STATUS TO AL-STATUS.
           MOVE AUTH-REASON TO AL-REASON.
           WRITE AUTHLOG-REC.

           CLOSE AUTHLOG-FILE.
