
      ****** Persistent patient history master - one record per
      * hospital episode, appended each weekly run so readmissions
      * can be detected across runs. It carries the patient's name
      * and phone for the master patient index (PATMPI).
           SELECT OPTIONAL PATHIST
           ASSIGN TO PATHIST
             FILE STATUS IS PHCODE.

      ****** One-record parameter file switching the PHI masking
      * run mode on ('Y') - reports and the error file then show
      * the last name as an initial and the phone masked to its
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RWCODE.

      * Nightly carrier eligibility feed - member id, INS-TYPE and
      * the coverage window; a missing feed leaves the check off
           SELECT OPTIONAL ELIGFILE
           ASSIGN TO ELIGWORK
             FILE STATUS IS WKCODE.

      * Provider credential master kept by PROVCRED - a stay whose
      * PCP had an expired credential on DATE-ADMIT is flagged so
      * PROVREMT holds the remittance; no file = no check
           SELECT OPTIONAL CREDMSTR
           ASSIGN TO CREDMSTR
             FILE STATUS IS CRCODE.



       DATA DIVISION.
          05 HIST-STAY-LTH          PIC 9(3).
          05 HIST-DIAG-CODE         PIC 9(3).
          05 HIST-RUN-DATE          PIC 9(6).
      *   who the episode was for, as registered - PATMPI scores
      *   these to find one person under two patient numbers
          05 HIST-LAST-NAME         PIC X(10).
          05 HIST-FIRST-NAME        PIC X(10).
          05 HIST-PATIENT-PHONE     PIC X(10).
      *   the number the episode was first registered under, set
      *   by PATMPI when it merges the patient into a survivor
          05 HIST-ORIG-PATIENT-NBR  PIC X(5).
          05 FILLER                 PIC X(18).

       FD  DIAGNORM
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01 WORK-REC                  PIC X(133).

       FD  CREDMSTR
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 CRED-REC                  PIC X(80).

       FD  REVWORK
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
          05 RW-PCP-ID              PIC X(6).
          05 FILLER                 PIC X(37).

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-CODES.
      *      "05" = optional file created on OPEN EXTEND - a brand
      *      new history file is fine, not an error
             88 STATUS-OK                            VALUE "00" "05".
          05 ELCODE                 PIC X(2).
             88 NO-MORE-DATA                         VALUE "10".
             88 STATUS-OK                            VALUE "00".
          05 WKCODE                 PIC X(2).
             88 STATUS-OK                            VALUE "00".
          05 CRCODE                 PIC X(2).
             88 NO-MORE-DATA                         VALUE "10".
             88 STATUS-OK                            VALUE "00".


       01 WS-OUTPUT-REC.
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the readmission window in
      * effect today from the PARMLIB parameter library
       COPY PARMLKL.

      *****************************************************************
      **   1. A Working-Storage Table to store the 5 new INS-TYPE
      **      record - values that will be loaded from an input file
          05 ELIG-TOTAL-O           PIC ZZZZ9.
          05 FILLER                 PIC X(89)        VALUE SPACES.

      * Provider credentials from CREDMSTR (PROVCRED's master):
      * license, DEA, board certification and malpractice cover,
      * each with its expiry date
       01 CRED-TABLE.
          05 CRED-ENTRY OCCURS 5000 TIMES
                DEPENDING ON C-IDX-MAX.
             10 CRED-PCP-ITEM       PIC X(6).
             10 CRED-TYPE-ITEM      PIC X(3).
             10 CRED-EXPIRY-ITEM    PIC 9(8).
       01 C-IDX-MAX-LIMIT           PIC 9(4) COMP    VALUE 5000.
       01 C-IDX-MAX                 PIC 9(4) COMP    VALUE 0.
       01 C-SUB                     PIC 9(4) COMP    VALUE 0.
       01 WS-CRED-FILE-IND          PIC X(1)         VALUE "N".
          88 CRED-FILE-LOADED                        VALUE "Y".
       01 WS-CRED-HOLD-IND          PIC X(1)         VALUE "N".
          88 CRED-EXPIRED                            VALUE "Y".
       01 WS-CRED-HOLD-KTR          PIC 9(5)         VALUE 0.

       01 WS-CREDMSTR-REC-IN.
          05 CRED-PCP-IN            PIC X(6).
          05 CRED-TYPE-IN           PIC X(3).
          05 CRED-STATE-IN          PIC X(2).
          05 CRED-NUMBER-IN         PIC X(15).
          05 CRED-EXPIRY-IN         PIC 9(8).
          05 FILLER                 PIC X(46).

       01 WS-CRED-TOT-LINE.
          05 FILLER                 PIC X(36)        VALUE
                "EXPIRED-CREDENTIAL STAYS FLAGGED   :".
          05 FILLER                 PIC X(2)         VALUE SPACES.
          05 CRED-TOTAL-O           PIC ZZZZ9.
          05 FILLER                 PIC X(89)        VALUE SPACES.

      * Diagnosis norms table (expected / review-trigger days per
      * DIAGNOSTIC-CODE) and the in-storage worklist of flagged
      * stays, written to REVWORK sorted by excess days at end of
             10 RV-PCP-ID           PIC X(6).
             10 RV-WRITTEN          PIC X(1).

      * PHI masking run mode - the PHI-MASK setting in the PARMLIB
      * parameter library; when off the reports keep printing full
      * identities as before
       01 WS-MASK-IND               PIC X(1)         VALUE 'N'.
          88 MASK-PHI                                VALUE 'Y'.
       01 WS-READM-KTR              PIC 9(5)         VALUE 0.

           PERFORM 068-LOAD-ELIGIBILITY THRU 068-EXIT.

           PERFORM 069-LOAD-CREDENTIALS THRU 069-EXIT.

           MOVE 99 TO CTR-LINES. *> Force Pagebreak at Start

       000-EXIT.
           EXIT.
       065-LOAD-PATIENT-HISTORY.
      ****************************************************************
      *  Look up the readmission window in the PARMLIB parameter
      *  library (30 days when none is in effect), load the persistent
      *  patient history into PATIENT-HISTORY-TABLE, then reopen
      *  PATHIST for EXTEND so this run's episodes can be appended.
      *  A missing/empty history just means the master is new.
      ****************************************************************
           DISPLAY "065-LOAD-PATIENT-HISTORY".

           MOVE "HOSPEDIT" TO PLIB-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PLIB-RUN-DATE.
           MOVE "READM-WINDOW" TO PLIB-PARM-NAME.
           CALL "PARMLKUP" USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF PLIB-IS-NUMERIC
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-READM-WINDOW-DAYS
              ELSE
                 DISPLAY "WARNING: READM-WINDOW NOT NUMERIC '"
                         PLIB-VALUE "' - DEFAULT WINDOW USED"
              END-IF
           END-IF.

      * PHI masking mode - no PHI-MASK setting in effect leaves
      * masking off
           MOVE "PHI-MASK" TO PLIB-PARM-NAME.
           CALL "PARMLKUP" USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              MOVE PLIB-VALUE TO WS-MASK-IND
           END-IF.
           DISPLAY "PHI MASKING: " WS-MASK-IND.
           DISPLAY "READMISSION WINDOW: " WS-READM-WINDOW-DAYS
           DISPLAY "ELIGIBILITY FEED: " E-IDX-MAX " MEMBERS".
       068-EXIT.
           EXIT.
       069-LOAD-CREDENTIALS.
      ****************************************************************
      ***  Load the provider credential master. Without it the
      ***  credential check is switched off, as before.
      ****************************************************************
           DISPLAY "069-LOAD-CREDENTIALS".

           OPEN INPUT CREDMSTR.
           IF NOT STATUS-OK OF CRCODE
              THEN
              DISPLAY "CREDENTIAL MASTER NOT AVAILABLE - CHECK OFF"
              GO TO 069-EXIT
           END-IF.
           READ CREDMSTR INTO WS-CREDMSTR-REC-IN.
           PERFORM UNTIL NO-MORE-DATA OF CRCODE
              OR C-IDX-MAX >= C-IDX-MAX-LIMIT
                   IF CRED-EXPIRY-IN NUMERIC
                      THEN
                      ADD 1 TO C-IDX-MAX
                      MOVE CRED-PCP-IN TO CRED-PCP-ITEM(C-IDX-MAX)
                      MOVE CRED-TYPE-IN TO CRED-TYPE-ITEM(C-IDX-MAX)
                      MOVE CRED-EXPIRY-IN
                         TO CRED-EXPIRY-ITEM(C-IDX-MAX)
                   END-IF
                   READ CREDMSTR INTO WS-CREDMSTR-REC-IN
           END-PERFORM.
           CLOSE CREDMSTR.
           MOVE "Y" TO WS-CRED-FILE-IND.
           DISPLAY "CREDENTIAL MASTER: " C-IDX-MAX " CREDENTIALS".
       069-EXIT.
           EXIT.
       070-OPEN-FILES.
      ****************************************************************
      * Open all Files, testing Files Status
      * front-desk worklist but does not reject it
           PERFORM 230-CHECK-ELIGIBILITY THRU 230-EXIT.

      * Credential check - a PCP whose license, DEA, board
      * certification or malpractice cover had expired on the
      * admit date flags the stay so its remittance is held
           PERFORM 235-CHECK-CREDENTIALS THRU 235-EXIT.

       220-EXIT.
           EXIT.
       230-CHECK-ELIGIBILITY.
           MOVE "NOT ON FEED" TO WS-ELIG-REASON.
       230-EXIT.
           EXIT.
       235-CHECK-CREDENTIALS.
      ****************************************************************
      ***  Any credential on file for the PCP that expired before
      ***  DATE-ADMIT flags the stay. No credential master loaded
      ***  or an admit date that cannot be judged = no check.
      ****************************************************************
           DISPLAY "235-CHECK-CREDENTIALS".

           MOVE "N" TO WS-CRED-HOLD-IND.
           IF NOT CRED-FILE-LOADED
              THEN
              GO TO 235-EXIT
           END-IF.

           MOVE DATE-ADMIT TO WS-DATE-X.
           PERFORM 340-CONVERT-ADMIT-DATE THRU 340-EXIT.
           IF WS-ADMIT-INT = 0
              THEN
              GO TO 235-EXIT
           END-IF.

           PERFORM VARYING C-SUB FROM 1 BY 1
              UNTIL C-SUB > C-IDX-MAX
                   IF CRED-PCP-ITEM(C-SUB) = PCP-ID
                      AND CRED-EXPIRY-ITEM(C-SUB) > 0
                      AND CRED-EXPIRY-ITEM(C-SUB) < WS-DATE-DIGITS
                      THEN
                      MOVE "Y" TO WS-CRED-HOLD-IND
                      DISPLAY "** PCP " PCP-ID " "
                              CRED-TYPE-ITEM(C-SUB) " EXPIRED "
                              CRED-EXPIRY-ITEM(C-SUB) " **"
                      GO TO 235-EXIT
                   END-IF
           END-PERFORM.
       235-EXIT.
           EXIT.
       300-WRITE-OUTFILE.
      ****************************************************************
      ***  Writes Valid Records in Output File - an eligibility
      ***  warning travels in position 101 so downstream billing
      ***  can see it without disturbing the HOSPINF fields; an
      ***  expired provider credential travels in position 102
      ***  for PROVREMT's remittance hold
      ****************************************************************
           DISPLAY "300-WRITE-OUTFILE".

              ADD 1 TO WS-ELIG-WARN-KTR
              PERFORM 305-WRITE-ELIG-WORKLIST THRU 305-EXIT
           END-IF
           IF CRED-EXPIRED
              THEN
              MOVE "C" TO OUT-REC(102:1)
              ADD 1 TO WS-CRED-HOLD-KTR
           END-IF
           WRITE OUT-REC.
           ADD +1 TO RECORDS-WRITTEN.
       300-EXIT.
           MOVE DIAGNOSTIC-CODE TO HIST-DIAG-CODE.
           MOVE WS-DATE TO HIST-RUN-DATE.
           MOVE SPACES TO HIST-REC(28:53).
           MOVE LAST-NAME TO HIST-LAST-NAME.
           MOVE FIRST-NAME TO HIST-FIRST-NAME.
           MOVE PATIENT-PHONE TO HIST-PATIENT-PHONE.
           WRITE HIST-REC.
           IF NOT STATUS-OK OF PHCODE
              THEN
           MOVE WS-ELIG-WARN-KTR TO ELIG-TOTAL-O.
           WRITE RPT-REC FROM WS-ELIG-TOT-LINE
              AFTER ADVANCING 1 LINE.

           MOVE WS-CRED-HOLD-KTR TO CRED-TOTAL-O.
           WRITE RPT-REC FROM WS-CRED-TOT-LINE
              AFTER ADVANCING 1 LINE.
       860-EXIT.
           EXIT.
       865-REPORT-BED-CONFLICT.
