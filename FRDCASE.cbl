      *    that has no live case yet opens a new case (status O),
      *    numbered highest-on-file + 1
      *  - investigator transactions (FRDTRAN: policy number, new
      *    status, action date, submitting user ID) move a case
      *    through O open / U under review / R referred /
      *    C cleared / F confirmed; a transaction whose submitter
      *    the OPAUTH authorization table does not allow that
      *    status (AUTHCHK) is rejected
      *  - the updated cases are written to FRDCASEO; an open-case
      *    aging report shows every non-cleared case with its days
      *    open and the user who last moved it
      *  - the hold interface (FRDHOLD) lists each policy with an
      *    open CONFIRMED case so MIDTERMF pends its new claims
      *
      *  Inital Version   2026/09/01
      *  Submitter authorization (AUTHCHK)  2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
          05 FT-NEW-STATUS             PIC X(1).
             88 FT-VALID-STATUS        VALUE 'O' 'U' 'R' 'C' 'F'.
          05 FT-ACTION-DATE            PIC 9(8).
          05 FT-SUBMITTER-ID           PIC X(8).
          05 FILLER                    PIC X(56).

       FD  CASE-OUT-FILE
           RECORDING MODE IS F.
             88 FC-CONFIRMED                          VALUE 'F'.
          05 FC-SCORE                  PIC 9(5).
          05 FC-LAST-ACTION            PIC 9(8).
          05 FC-LAST-ACTION-BY         PIC X(8).
          05 FILLER                    PIC X(37)       VALUE SPACES.

       01 CSE-TABLE-SUB                PIC 9(4)        VALUE 0 COMP.
       01 CSE-TABLE-MAX                PIC 9(4)        VALUE 0 COMP.
             10 CSE-TBL-STATUS         PIC X(1).
             10 CSE-TBL-SCORE          PIC 9(5).
             10 CSE-TBL-LAST-ACTION    PIC 9(8).
             10 CSE-TBL-LAST-BY        PIC X(8).

       01 PROGRAM-SWITCHES.
          05 CASE-IN-FILE-ST           PIC X(2).
          05 WS-OPENED-INT             PIC S9(8)       VALUE 0 COMP.
          05 WS-DAYS-OPEN              PIC S9(5)       VALUE 0 COMP.

      * AUTHCHK calling parameters - submitter authorization
      * against the OPAUTH table
       COPY AUTHL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'DAYS OPEN'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'LAST BY'.
          05 FILLER                    PIC X(63)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(63)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-CASE-NO-O             PIC 9(6).
          05 DET-SCORE-O               PIC ZZZZ9.
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DET-DAYS-O                PIC ZZZZ9.
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DET-LAST-BY-O             PIC X(08).
          05 FILLER                    PIC X(63)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
              MOVE FC-SCORE TO CSE-TBL-SCORE(CSE-TABLE-MAX)
              MOVE FC-LAST-ACTION TO
                 CSE-TBL-LAST-ACTION(CSE-TABLE-MAX)
              MOVE FC-LAST-ACTION-BY TO
                 CSE-TBL-LAST-BY(CSE-TABLE-MAX)
              IF FC-CASE-NO > WS-HIGH-CASE-NO
                 THEN
                 MOVE FC-CASE-NO TO WS-HIGH-CASE-NO
              MOVE FND-SCORE TO CSE-TBL-SCORE(CSE-TABLE-MAX)
              MOVE FND-FLAG-DATE TO
                 CSE-TBL-LAST-ACTION(CSE-TABLE-MAX)
              MOVE SPACES TO CSE-TBL-LAST-BY(CSE-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: CASE TABLE FULL - FINDING '
                      'DROPPED: ' FND-POLICY-NO
           END-READ.
           ADD 1 TO WS-TRAN-KTR.

           MOVE FT-SUBMITTER-ID TO AUTH-USER-ID.
           MOVE 'FRDCASE' TO AUTH-PROGRAM-ID.
           MOVE FT-NEW-STATUS TO AUTH-TRAN-TYPE.
           MOVE FT-POLICY-NO TO AUTH-TRAN-KEY.
           MOVE WS-CURRENT-DATE TO AUTH-RUN-DATE.
           CALL 'AUTHCHK' USING AUTH-USER-ID, AUTH-PROGRAM-ID,
                AUTH-TRAN-TYPE, AUTH-TRAN-KEY, AUTH-RUN-DATE,
                AUTH-STATUS, AUTH-REASON.
           IF NOT AUTH-AUTHORIZED
              THEN
              ADD 1 TO WS-TRAN-REJECT-KTR
              DISPLAY 'TRANSACTION REJECTED: ' AUTH-REASON
                      ' USER: ' FT-SUBMITTER-ID
                      ' POLICY: ' FT-POLICY-NO
              EXIT PARAGRAPH
           END-IF.

           IF NOT FT-VALID-STATUS
              THEN
              ADD 1 TO WS-TRAN-REJECT-KTR
                 CSE-TBL-STATUS(CSE-TABLE-SUB)
              MOVE FT-ACTION-DATE TO
                 CSE-TBL-LAST-ACTION(CSE-TABLE-SUB)
              MOVE FT-SUBMITTER-ID TO
                 CSE-TBL-LAST-BY(CSE-TABLE-SUB)
              ADD 1 TO WS-TRAN-APPLIED-KTR
           ELSE
              ADD 1 TO WS-TRAN-REJECT-KTR
           MOVE CSE-TBL-SCORE(CSE-TABLE-SUB) TO FC-SCORE.
           MOVE CSE-TBL-LAST-ACTION(CSE-TABLE-SUB)
              TO FC-LAST-ACTION.
           MOVE CSE-TBL-LAST-BY(CSE-TABLE-SUB) TO FC-LAST-ACTION-BY.
           MOVE CASE-REC-WS TO CASE-OUT-REC.
           WRITE CASE-OUT-REC.

           END-EVALUATE.
           MOVE FC-SCORE TO DET-SCORE-O.
           MOVE WS-DAYS-OPEN TO DET-DAYS-O.
           MOVE FC-LAST-ACTION-BY TO DET-LAST-BY-O.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
