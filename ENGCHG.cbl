       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENGCHG.
      * ------------------------------------------------------------
      * ENGCHG:
      * Engineering change maintenance for the blueprint revision
      * master (ENGREV). PARTS records carry a BLUEPRINT-NUMBER
      * but nothing said which revision of the drawing is current;
      * ENGREV does, and PARTSUPX checks every PO's ORDER-DATE
      * against it.
      *
      * ENGREV is a VSAM KSDS keyed on BLUEPRINT-NUMBER holding the
      * current revision letter and its effective date, the prior
      * revision, and the drawing's status - released, superseded
      * (by another blueprint) or obsolete - with the date that
      * status took effect. Engineering change transactions from
      * the ENGTRAN file are applied by keyed single-record access:
      *   ADD    - WRITE;   first release of a new blueprint;
      *            rejected when the blueprint is already on file
      *   REVISE - REWRITE; a new revision is released - the
      *            current revision becomes the prior revision
      *   SUPERS - REWRITE; the blueprint is superseded by another
      *            blueprint from the effective date
      *   OBSOL  - REWRITE; the blueprint is obsolete from the
      *            effective date
      * REVISE, SUPERS and OBSOL are rejected when the blueprint
      * is not on file or is already obsolete. Every applied
      * REVISE/SUPERS/OBSOL is also written to the change file
      * (ENGCHGD) that ECNIMPCT matches against the open POs on
      * the POCOMMIT ledger for the engineering-change impact
      * report. Every transaction - applied or rejected - is
      * printed on a maintenance audit report.
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENG-REV-FILE ASSIGN TO ENGREV
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ER-BLUEPRINT-NUMBER
           FILE STATUS IS ENG-REV-FILE-ST.

           SELECT TRANS-FILE ASSIGN TO ENGTRAN
           FILE STATUS IS TRANS-FILE-ST.

           SELECT ENG-CHANGE-FILE ASSIGN TO ENGCHGD
           FILE STATUS IS ENG-CHANGE-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Blueprint revision master - same record layout as the
      * ENG-REV-FILE FD in PARTSUPX
       FD  ENG-REV-FILE
           RECORDING MODE IS F.
       01 ENG-REV-REC.
          05 ER-BLUEPRINT-NUMBER       PIC X(10).
          05 ER-REVISION               PIC X(02).
          05 ER-REV-EFFECTIVE-DATE     PIC 9(08).
          05 ER-STATUS                 PIC X(01).
             88 ER-RELEASED                            VALUE 'R'.
             88 ER-SUPERSEDED                          VALUE 'S'.
             88 ER-OBSOLETE                            VALUE 'O'.
          05 ER-STATUS-DATE            PIC 9(08).
          05 ER-PRIOR-REVISION         PIC X(02).
          05 ER-PRIOR-EFF-DATE         PIC 9(08).
          05 ER-SUPERSEDED-BY          PIC X(10).
          05 ER-ECN-NUMBER             PIC X(08).
          05 FILLER                    PIC X(23).

      * Engineering change transactions keyed by BLUEPRINT-NUMBER
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01 TRANS-REC.
          05 TR-ACTION                 PIC X(06).
             88 TR-ADD                                 VALUE 'ADD   '.
             88 TR-REVISE                              VALUE 'REVISE'.
             88 TR-SUPERSEDE                           VALUE 'SUPERS'.
             88 TR-OBSOLETE                            VALUE 'OBSOL '.
          05 TR-BLUEPRINT-NUMBER       PIC X(10).
          05 TR-REVISION               PIC X(02).
          05 TR-EFFECTIVE-DATE         PIC X(08).
          05 TR-EFFECTIVE-DATE-N       REDEFINES TR-EFFECTIVE-DATE
                                       PIC 9(08).
          05 TR-SUPERSEDED-BY          PIC X(10).
          05 TR-ECN-NUMBER             PIC X(08).
          05 FILLER                    PIC X(36).

      * Applied engineering changes for ECNIMPCT
       FD  ENG-CHANGE-FILE
           RECORDING MODE IS F.
       01 ENG-CHANGE-REC.
          05 CD-BLUEPRINT-NUMBER       PIC X(10).
          05 CD-ACTION                 PIC X(06).
          05 CD-OLD-REVISION           PIC X(02).
          05 CD-NEW-REVISION           PIC X(02).
          05 CD-EFFECTIVE-DATE         PIC 9(08).
          05 CD-NEW-STATUS             PIC X(01).
          05 CD-SUPERSEDED-BY          PIC X(10).
          05 CD-ECN-NUMBER             PIC X(08).
          05 FILLER                    PIC X(33).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
          05 ENG-REV-FILE-ST           PIC X(2).
             88 ENG-REV-FILE-OK                        VALUE '00'.
          05 TRANS-FILE-ST             PIC X(2).
             88 TRANS-FILE-OK                          VALUE '00'.
          05 ENG-CHANGE-FILE-ST        PIC X(2).
             88 ENG-CHANGE-FILE-OK                     VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicator (Input file only)
          05 TRANS-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 TRANS-FILE-EOF                         VALUE 'Y'.
      * Keyed READ found/not-found indicator
          05 ENG-REC-FOUND-STATUS      PIC X(01)       VALUE SPACE.
             88 ENG-REC-FOUND                          VALUE 'Y'.
      * Transaction applied/rejected indicator
          05 TRANS-APPLIED-STATUS      PIC X(01)       VALUE SPACE.
             88 TRANS-APPLIED-IND                      VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-TRANS-KTR              PIC 9(7)        VALUE 0.
          05 WS-TRANS-APPLIED          PIC 9(7)        VALUE 0.
          05 WS-TRANS-REJECTED         PIC 9(7)        VALUE 0.
          05 WS-ADD-KTR                PIC 9(7)        VALUE 0.
          05 WS-REVISE-KTR             PIC 9(7)        VALUE 0.
          05 WS-SUPERSEDE-KTR          PIC 9(7)        VALUE 0.
          05 WS-OBSOLETE-KTR           PIC 9(7)        VALUE 0.
          05 WS-CHANGE-OUT-KTR         PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-REJECT-REASON             PIC X(30)       VALUE SPACES.
       01 WS-OLD-REVISION              PIC X(02)       VALUE SPACES.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '   ENGINEERING CHANGE MAINTENANCE AUDIT REPORT    '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'ACTION'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'BLUEPRINT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'ECN'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE
                'PREV'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE
                'REV'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'EFF DATE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE
                'STAT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'SUPERS BY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'STATUS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REJECT REASON'.
          05 FILLER                    PIC X(18)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(18)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-ACTION-O              PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-BLUEPRINT-O           PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-ECN-O                 PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PRIOR-REV-O           PIC X(04).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REVISION-O            PIC X(04).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-EFF-DATE-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-ENG-STATUS-O          PIC X(04).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-SUPERSEDED-BY-O       PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-STATUS-O              PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-O              PIC X(30).
          05 FILLER                    PIC X(18)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Total Transactions read          :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-TRANS-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Total Transactions applied       :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-APPLIED-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Total Transactions rejected      :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-REJECTED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Releases / Revisions applied     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ADDS-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REVISES-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Supersessions / Obsoletes applied:'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-SUPERSEDES-O        PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-OBSOLETES-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                    PIC X(35)       VALUE
                'Changes written to ENGCHGD       :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-CHANGE-OUT-O        PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAIN UNTIL TRANS-FILE-EOF.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-TRANS-FILE.
       100-MAIN.
      ************************************************************
      * Main Routine - apply one transaction by keyed access     *
      ************************************************************
      D    DISPLAY '100-MAIN'.
           ADD 1 TO WS-TRANS-KTR.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'Y' TO TRANS-APPLIED-STATUS.
           MOVE SPACES TO DETAIL-LINE.
           MOVE TR-ACTION TO DET-ACTION-O.
           MOVE TR-BLUEPRINT-NUMBER TO DET-BLUEPRINT-O.
           MOVE TR-ECN-NUMBER TO DET-ECN-O.

           PERFORM 150-READ-MASTER-BY-KEY.
           MOVE ER-REVISION TO WS-OLD-REVISION.

           IF NOT TR-ADD
              AND TR-EFFECTIVE-DATE NOT EQUAL TO SPACES
              THEN
              PERFORM 250-EDIT-EFFECTIVE-DATE
           END-IF.

           IF TRANS-APPLIED-IND
              THEN
              EVALUATE TRUE
              WHEN TR-ADD
                   PERFORM 210-APPLY-ADD
              WHEN TR-REVISE
                   PERFORM 220-APPLY-REVISE
              WHEN TR-SUPERSEDE
                   PERFORM 230-APPLY-SUPERSEDE
              WHEN TR-OBSOLETE
                   PERFORM 240-APPLY-OBSOLETE
              WHEN OTHER
                   MOVE 'N' TO TRANS-APPLIED-STATUS
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

      * The blueprint as it now stands (or stood, for a rejected
      * transaction against a blueprint on file)
           IF ENG-REC-FOUND OR TRANS-APPLIED-IND
              THEN
              MOVE ER-PRIOR-REVISION TO DET-PRIOR-REV-O
              MOVE ER-REVISION TO DET-REVISION-O
              MOVE ER-STATUS-DATE TO DET-EFF-DATE-O
              MOVE ER-STATUS TO DET-ENG-STATUS-O
              MOVE ER-SUPERSEDED-BY TO DET-SUPERSEDED-BY-O
           END-IF.

           IF TRANS-APPLIED-IND
              THEN
              ADD 1 TO WS-TRANS-APPLIED
              MOVE 'APPLIED' TO DET-STATUS-O
              IF NOT TR-ADD
                 THEN
                 PERFORM 260-WRITE-CHANGE-RECORD
              END-IF
           ELSE
              ADD 1 TO WS-TRANS-REJECTED
              MOVE 'REJECTED' TO DET-STATUS-O
              MOVE WS-REJECT-REASON TO DET-REASON-O
           END-IF.

           PERFORM 500-WRITE-REPORT.
           PERFORM 400-READ-TRANS-FILE.
       150-READ-MASTER-BY-KEY.
      ************************************************************
      * Keyed READ of the master for the transaction's blueprint *
      ************************************************************
      D    DISPLAY '150-READ-MASTER-BY-KEY'.
           MOVE 'Y' TO ENG-REC-FOUND-STATUS.
           MOVE TR-BLUEPRINT-NUMBER TO ER-BLUEPRINT-NUMBER.
           READ ENG-REV-FILE
           INVALID KEY
              MOVE 'N' TO ENG-REC-FOUND-STATUS
              MOVE SPACES TO ER-REVISION
           END-READ.
       210-APPLY-ADD.
      ************************************************************
      * ADD - first release of a blueprint: revision and         *
      * effective date are required                               *
      ************************************************************
      D    DISPLAY '210-APPLY-ADD'.
           IF ENG-REC-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'BLUEPRINT ALREADY ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-BLUEPRINT-NUMBER EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'BLUEPRINT NUMBER BLANK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-REVISION EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'REVISION REQUIRED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           PERFORM 250-EDIT-EFFECTIVE-DATE.
           IF NOT TRANS-APPLIED-IND
              THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ENG-REV-REC.
           MOVE TR-BLUEPRINT-NUMBER TO ER-BLUEPRINT-NUMBER.
           MOVE TR-REVISION TO ER-REVISION.
           MOVE TR-EFFECTIVE-DATE-N TO ER-REV-EFFECTIVE-DATE.
           MOVE 'R' TO ER-STATUS.
           MOVE TR-EFFECTIVE-DATE-N TO ER-STATUS-DATE.
           MOVE 0 TO ER-PRIOR-EFF-DATE.
           MOVE TR-ECN-NUMBER TO ER-ECN-NUMBER.
           WRITE ENG-REV-REC
           INVALID KEY
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'BLUEPRINT ALREADY ON FILE' TO WS-REJECT-REASON
           END-WRITE.
           IF TRANS-APPLIED-IND
              THEN
              ADD 1 TO WS-ADD-KTR
           END-IF.
       220-APPLY-REVISE.
      ************************************************************
      * REVISE - a new revision is released: the current one      *
      * becomes the prior revision. The new revision must differ  *
      * and may not take effect before the current one did.       *
      ************************************************************
      D    DISPLAY '220-APPLY-REVISE'.
           PERFORM 270-CHECK-CHANGEABLE.
           IF NOT TRANS-APPLIED-IND
              THEN
              EXIT PARAGRAPH
           END-IF.

           IF TR-REVISION EQUAL TO SPACES
              OR TR-REVISION EQUAL TO ER-REVISION
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'NEW REVISION REQUIRED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-EFFECTIVE-DATE-N < ER-REV-EFFECTIVE-DATE
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'EFFECTIVE BEFORE CURRENT REV' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE ER-REVISION TO ER-PRIOR-REVISION.
           MOVE ER-REV-EFFECTIVE-DATE TO ER-PRIOR-EFF-DATE.
           MOVE TR-REVISION TO ER-REVISION.
           MOVE TR-EFFECTIVE-DATE-N TO ER-REV-EFFECTIVE-DATE.
           MOVE 'R' TO ER-STATUS.
           MOVE TR-EFFECTIVE-DATE-N TO ER-STATUS-DATE.
           MOVE SPACES TO ER-SUPERSEDED-BY.
           MOVE TR-ECN-NUMBER TO ER-ECN-NUMBER.
           PERFORM 280-REWRITE-MASTER.
           IF TRANS-APPLIED-IND
              THEN
              ADD 1 TO WS-REVISE-KTR
           END-IF.
       230-APPLY-SUPERSEDE.
      ************************************************************
      * SUPERS - the blueprint is replaced by another blueprint  *
      * number from the effective date                            *
      ************************************************************
      D    DISPLAY '230-APPLY-SUPERSEDE'.
           PERFORM 270-CHECK-CHANGEABLE.
           IF NOT TRANS-APPLIED-IND
              THEN
              EXIT PARAGRAPH
           END-IF.

           IF TR-SUPERSEDED-BY EQUAL TO SPACES
              OR TR-SUPERSEDED-BY EQUAL TO TR-BLUEPRINT-NUMBER
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'REPLACEMENT BLUEPRINT REQUIRED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-EFFECTIVE-DATE-N < ER-REV-EFFECTIVE-DATE
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'EFFECTIVE BEFORE CURRENT REV' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO ER-STATUS.
           MOVE TR-EFFECTIVE-DATE-N TO ER-STATUS-DATE.
           MOVE TR-SUPERSEDED-BY TO ER-SUPERSEDED-BY.
           MOVE TR-ECN-NUMBER TO ER-ECN-NUMBER.
           PERFORM 280-REWRITE-MASTER.
           IF TRANS-APPLIED-IND
              THEN
              ADD 1 TO WS-SUPERSEDE-KTR
           END-IF.
       240-APPLY-OBSOLETE.
      ************************************************************
      * OBSOL - no part may be bought to this blueprint from the *
      * effective date                                            *
      ************************************************************
      D    DISPLAY '240-APPLY-OBSOLETE'.
           PERFORM 270-CHECK-CHANGEABLE.
           IF NOT TRANS-APPLIED-IND
              THEN
              EXIT PARAGRAPH
           END-IF.

           IF TR-EFFECTIVE-DATE-N < ER-REV-EFFECTIVE-DATE
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'EFFECTIVE BEFORE CURRENT REV' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE 'O' TO ER-STATUS.
           MOVE TR-EFFECTIVE-DATE-N TO ER-STATUS-DATE.
           MOVE TR-ECN-NUMBER TO ER-ECN-NUMBER.
           PERFORM 280-REWRITE-MASTER.
           IF TRANS-APPLIED-IND
              THEN
              ADD 1 TO WS-OBSOLETE-KTR
           END-IF.
       250-EDIT-EFFECTIVE-DATE.
      ************************************************************
      * The effective date must be a valid YYYYMMDD date         *
      ************************************************************
      D    DISPLAY '250-EDIT-EFFECTIVE-DATE'.
           IF TR-EFFECTIVE-DATE NOT NUMERIC
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(TR-EFFECTIVE-DATE-N)
              NOT EQUAL TO ZERO
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
           END-IF.
       260-WRITE-CHANGE-RECORD.
      ************************************************************
      * Hand an applied change to ECNIMPCT                       *
      ************************************************************
      D    DISPLAY '260-WRITE-CHANGE-RECORD'.
           MOVE SPACES TO ENG-CHANGE-REC.
           MOVE ER-BLUEPRINT-NUMBER TO CD-BLUEPRINT-NUMBER.
           MOVE TR-ACTION TO CD-ACTION.
           MOVE WS-OLD-REVISION TO CD-OLD-REVISION.
           MOVE ER-REVISION TO CD-NEW-REVISION.
           MOVE ER-STATUS-DATE TO CD-EFFECTIVE-DATE.
           MOVE ER-STATUS TO CD-NEW-STATUS.
           MOVE ER-SUPERSEDED-BY TO CD-SUPERSEDED-BY.
           MOVE ER-ECN-NUMBER TO CD-ECN-NUMBER.
           WRITE ENG-CHANGE-REC.
           ADD 1 TO WS-CHANGE-OUT-KTR.
       270-CHECK-CHANGEABLE.
      ************************************************************
      * REVISE/SUPERS/OBSOL need the blueprint on file, not yet  *
      * obsolete, and an effective date                           *
      ************************************************************
      D    DISPLAY '270-CHECK-CHANGEABLE'.
           IF NOT ENG-REC-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'BLUEPRINT NOT ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF ER-OBSOLETE
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'BLUEPRINT IS OBSOLETE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-EFFECTIVE-DATE EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'EFFECTIVE DATE REQUIRED' TO WS-REJECT-REASON
           END-IF.
       280-REWRITE-MASTER.
      ************************************************************
      * Keyed REWRITE of the record read in 150                  *
      ************************************************************
      D    DISPLAY '280-REWRITE-MASTER'.
           REWRITE ENG-REV-REC
           INVALID KEY
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'BLUEPRINT NOT ON FILE' TO WS-REJECT-REASON
           END-REWRITE.
       300-OPEN-FILES.
      *************************************************************
      * Open files. A missing master (file status 35) just means   *
      * the first blueprints are being released - create it empty  *
      * and reopen, the way PARTSUPX starts its masters            *
      *************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN I-O ENG-REV-FILE.
           IF ENG-REV-FILE-ST = '35'
              THEN
              OPEN OUTPUT ENG-REV-FILE
              CLOSE ENG-REV-FILE
              OPEN I-O ENG-REV-FILE
           END-IF.
           IF NOT ENG-REV-FILE-OK
              THEN
              DISPLAY 'ENG-REV-FILE Problem: ' ENG-REV-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT TRANS-FILE.
           IF NOT TRANS-FILE-OK
              THEN
              DISPLAY 'TRANS-FILE Problem: ' TRANS-FILE-ST
              GOBACK
           END-IF.

           OPEN OUTPUT ENG-CHANGE-FILE.
           IF NOT ENG-CHANGE-FILE-OK
              THEN
              DISPLAY 'ENG-CHANGE-FILE Problem: ' ENG-CHANGE-FILE-ST
              GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              DISPLAY ' Report-FILE Problem: ' REPORT-FILE-ST
              GOBACK
           END-IF.
       400-READ-TRANS-FILE.
      ************************************************************
      * Read Transaction record                                  *
      ************************************************************
      D    DISPLAY '400-READ-TRANS-FILE'.
           READ TRANS-FILE
           AT END
              MOVE "Y" TO TRANS-FILE-STATUS
           END-READ.
       500-WRITE-REPORT.
      ************************************************************
      * Write one audit line per transaction                     *
      ************************************************************
      D    DISPLAY '500-WRITE-REPORT'.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.

           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       510-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine                                       *
      ************************************************************
      D    DISPLAY '510-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.

           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1.

           MOVE ZERO TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ***********************************************************
      * Write summary at end of report                          *
      ***********************************************************
      D    DISPLAY '700-WRITE-SUMMARY'.
           IF WS-TRANS-KTR = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.

           MOVE WS-TRANS-KTR TO TOTAL-TRANS-O.
           MOVE WS-TRANS-APPLIED TO TOTAL-APPLIED-O.
           MOVE WS-TRANS-REJECTED TO TOTAL-REJECTED-O.
           MOVE WS-ADD-KTR TO TOTAL-ADDS-O.
           MOVE WS-REVISE-KTR TO TOTAL-REVISES-O.
           MOVE WS-SUPERSEDE-KTR TO TOTAL-SUPERSEDES-O.
           MOVE WS-OBSOLETE-KTR TO TOTAL-OBSOLETES-O.
           MOVE WS-CHANGE-OUT-KTR TO TOTAL-CHANGE-OUT-O.

           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE ENG-REV-FILE.
           IF NOT ENG-REV-FILE-OK
              THEN
              DISPLAY 'ENG-REV-FILE Problem: ' ENG-REV-FILE-ST
              GOBACK
           END-IF.

           CLOSE TRANS-FILE.
           IF NOT TRANS-FILE-OK
              THEN
              DISPLAY 'TRANS-FILE Problem: ' TRANS-FILE-ST
              GOBACK
           END-IF.

           CLOSE ENG-CHANGE-FILE.
           IF NOT ENG-CHANGE-FILE-OK
              THEN
              DISPLAY 'ENG-CHANGE-FILE Problem: ' ENG-CHANGE-FILE-ST
              GOBACK
           END-IF.

           CLOSE REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              DISPLAY ' Report-FILE Problem: ' REPORT-FILE-ST
              GOBACK
           END-IF.
