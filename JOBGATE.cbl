       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBGATE.
      * ------------------------------------------------------------
      * JOBGATE:
      * Job-step dependency gate over the shared AUDITLOG file.
      * Runs as the first step of each downstream job (APMATCH,
      * POCOMMIT, INVPOST, POEXPORT, SUPPSTMT ...) so nothing runs
      * against yesterday's or half-written files when an
      * upstream program such as PARTSUPX failed in the night:
      *
      *  - JOBGCARD names the job being gated (and optionally the
      *    run date to check, for a rerun after midnight)
      *  - JOBDEPND lists, per job, each predecessor program ID
      *    with up to four acceptable final statuses (none given
      *    means '00' only) and whether a zero-record read is
      *    acceptable for it
      *  - the predecessor's last AUDITLOG record for the run
      *    date decides: missing, an unacceptable status, or zero
      *    records read holds the job
      *  - every hold reason is appended to JOBHOLD, which OPSRPT
      *    prints in the morning
      *
      * Return codes: 0 = all predecessors clean, job may run;
      * 4 = no dependencies defined for the job (runs, warning);
      * 8 = job held; 12 = the gate itself could not run.
      *
      *  Inital Version   2026/10/15
      *  Full predecessor table holds the job 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATE-CARD-FILE ASSIGN TO JOBGCARD
           FILE STATUS IS GATE-CARD-FILE-ST.

           SELECT DEPEND-FILE ASSIGN TO JOBDEPND
           FILE STATUS IS DEPEND-FILE-ST.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG
           FILE STATUS IS AUDIT-FILE-ST.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO JOBHOLD
           FILE STATUS IS HOLD-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * The job being gated
       FD  GATE-CARD-FILE
           RECORDING MODE IS F.
       01 GATE-CARD-REC.
          05 GC-JOB-NAME               PIC X(08).
          05 GC-RUN-DATE               PIC X(08).
          05 FILLER                    PIC X(64).

      * Dependency table - one record per job / predecessor
       FD  DEPEND-FILE
           RECORDING MODE IS F.
       01 DEPEND-REC.
          05 DP-JOB-NAME               PIC X(08).
          05 DP-PRED-PROGRAM           PIC X(08).
          05 DP-OK-STATUS              PIC X(02) OCCURS 4 TIMES.
          05 DP-ZERO-READ-OK           PIC X(01).
             88 DP-ZERO-READ-ALLOWED                   VALUE 'Y'.
          05 FILLER                    PIC X(55).

      * Audit records as written by AUDITWRT
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01 AUDIT-REC.
          05 AUD-REC-PROGRAM           PIC X(8).
          05 AUD-REC-DATE              PIC 9(8).
          05 AUD-REC-TIME              PIC 9(6).
          05 AUD-REC-READ              PIC 9(7).
          05 AUD-REC-WRITTEN           PIC 9(7).
          05 AUD-REC-REJECTED          PIC 9(7).
          05 AUD-REC-TOTAL             PIC S9(11)V99.
          05 AUD-REC-STATUS            PIC X(2).
          05 FILLER                    PIC X(22).

      * Held-job log - one record per failed predecessor
       FD  HOLD-FILE
           RECORDING MODE IS F.
       01 HOLD-REC.
          05 JH-JOB-NAME               PIC X(08).
          05 JH-HOLD-DATE              PIC 9(08).
          05 JH-HOLD-TIME              PIC 9(06).
          05 JH-PRED-PROGRAM           PIC X(08).
          05 JH-REASON                 PIC X(40).
          05 FILLER                    PIC X(10).

       WORKING-STORAGE SECTION.
      * This job's predecessors
       01 PRD-SUB                      PIC 9(2)        VALUE 0 COMP.
       01 PRD-MAX                      PIC 9(2)        VALUE 0 COMP.
       01 PRD-MAX-LIMIT                PIC 9(2)        VALUE 30 COMP.
       01 STS-SUB                      PIC 9(2)        VALUE 0 COMP.
       01 SW-STS-OK                    PIC X(1)        VALUE 'N'.
          88 STS-OK                                    VALUE 'Y'.
       01 PREDECESSOR-TABLE.
          05 PRD-ENTRY OCCURS 1 TO 30 TIMES
                DEPENDING ON PRD-MAX.
             10 PRD-TBL-PROGRAM        PIC X(8).
             10 PRD-TBL-OK-STATUS      PIC X(2) OCCURS 4 TIMES.
             10 PRD-TBL-ZERO-READ-OK   PIC X(1).
                88 PRD-TBL-ZERO-READ-ALLOWED           VALUE 'Y'.
             10 PRD-TBL-FOUND-IND      PIC X(1).
                88 PRD-TBL-FOUND                       VALUE 'Y'.
             10 PRD-TBL-READ           PIC 9(7).
             10 PRD-TBL-STATUS         PIC X(2).

       01 PROGRAM-SWITCHES.
          05 GATE-CARD-FILE-ST         PIC X(2).
             88 GATE-CARD-FILE-OK                      VALUE '00'.
          05 DEPEND-FILE-ST            PIC X(2).
             88 DEPEND-FILE-OK                         VALUE '00'.
          05 DEPEND-FILE-STATUS        PIC X(01)       VALUE SPACE.
             88 DEPEND-FILE-EOF                        VALUE 'Y'.
          05 AUDIT-FILE-ST             PIC X(2).
             88 AUDIT-FILE-OK                          VALUE '00' '05'.
          05 AUDIT-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 AUDIT-FILE-EOF                         VALUE 'Y'.
          05 HOLD-FILE-ST              PIC X(2).
             88 HOLD-FILE-OK                           VALUE '00' '05'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-AUDIT-KTR              PIC 9(7)        VALUE 0.
          05 WS-HOLD-KTR               PIC 9(3)        VALUE 0.

       01 WS-WORK-FIELDS.
          05 WS-JOB-NAME               PIC X(8)        VALUE SPACES.
          05 WS-RUN-DATE               PIC 9(8)        VALUE 0.
          05 WS-STAMP.
             10 WS-STAMP-DATE          PIC 9(8).
             10 WS-STAMP-TIME          PIC 9(6).
          05 WS-REASON                 PIC X(40)       VALUE SPACES.
          05 WS-HOLD-PROGRAM           PIC X(8)        VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           IF PRD-MAX = 0
              THEN
              DISPLAY 'JOBGATE: NO DEPENDENCIES DEFINED FOR JOB '
                      WS-JOB-NAME ' - NOT GATED'
              MOVE 4 TO RETURN-CODE
              PERFORM 800-CLOSE-FILES
              GOBACK
           END-IF.
           PERFORM 100-SCAN-AUDIT-LOG UNTIL AUDIT-FILE-EOF.
           PERFORM 200-CHECK-PREDECESSORS
              VARYING PRD-SUB FROM 1 BY 1 UNTIL PRD-SUB > PRD-MAX.
           IF WS-HOLD-KTR > 0
              THEN
              DISPLAY 'JOBGATE: JOB ' WS-JOB-NAME ' HELD - '
                      WS-HOLD-KTR ' PREDECESSOR PROBLEM(S)'
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'JOBGATE: JOB ' WS-JOB-NAME ' CLEARED - '
                      PRD-MAX ' PREDECESSOR(S) CLEAN'
              MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.
           MOVE WS-STAMP-DATE TO WS-RUN-DATE.
           PERFORM 300-OPEN-FILES.
           READ GATE-CARD-FILE
              AT END
                 DISPLAY 'JOBGCARD EMPTY - NO JOB TO GATE'
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-READ.
           MOVE GC-JOB-NAME TO WS-JOB-NAME.
           IF GC-RUN-DATE NUMERIC
              AND GC-RUN-DATE NOT = ZEROES
              THEN
              MOVE GC-RUN-DATE TO WS-RUN-DATE
           END-IF.
           DISPLAY 'JOBGATE: GATING JOB ' WS-JOB-NAME
                   ' FOR RUN DATE ' WS-RUN-DATE.
           PERFORM 050-LOAD-DEPENDENCIES UNTIL DEPEND-FILE-EOF.
       050-LOAD-DEPENDENCIES.
      ************************************************************
      * Load this job's predecessors from the dependency table   *
      ************************************************************
      D    DISPLAY '050-LOAD-DEPENDENCIES'.
           READ DEPEND-FILE
           AT END
              MOVE 'Y' TO DEPEND-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF DP-JOB-NAME NOT = WS-JOB-NAME
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF PRD-MAX < PRD-MAX-LIMIT
              THEN
              ADD 1 TO PRD-MAX
              MOVE DP-PRED-PROGRAM TO PRD-TBL-PROGRAM(PRD-MAX)
              PERFORM VARYING STS-SUB FROM 1 BY 1
                 UNTIL STS-SUB > 4
                      MOVE DP-OK-STATUS(STS-SUB)
                         TO PRD-TBL-OK-STATUS(PRD-MAX, STS-SUB)
              END-PERFORM
              IF DP-OK-STATUS(1) = SPACES
                 AND DP-OK-STATUS(2) = SPACES
                 AND DP-OK-STATUS(3) = SPACES
                 AND DP-OK-STATUS(4) = SPACES
                 THEN
                 MOVE '00' TO PRD-TBL-OK-STATUS(PRD-MAX, 1)
              END-IF
              MOVE DP-ZERO-READ-OK TO PRD-TBL-ZERO-READ-OK(PRD-MAX)
              MOVE 'N' TO PRD-TBL-FOUND-IND(PRD-MAX)
              MOVE 0 TO PRD-TBL-READ(PRD-MAX)
              MOVE SPACES TO PRD-TBL-STATUS(PRD-MAX)
           ELSE
      *       a predecessor that cannot be checked holds the job
              MOVE DP-PRED-PROGRAM TO WS-HOLD-PROGRAM
              MOVE 'PREDECESSOR TABLE FULL' TO WS-REASON
              PERFORM 250-LOG-HOLD
           END-IF.
       100-SCAN-AUDIT-LOG.
      ************************************************************
      * Keep each predecessor's last audit record of the run     *
      * date - the log is appended in run order                  *
      ************************************************************
      D    DISPLAY '100-SCAN-AUDIT-LOG'.
           READ AUDIT-FILE
           AT END
              MOVE 'Y' TO AUDIT-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-AUDIT-KTR.
           IF AUD-REC-DATE NOT = WS-RUN-DATE
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PRD-SUB FROM 1 BY 1
              UNTIL PRD-SUB > PRD-MAX
                   IF PRD-TBL-PROGRAM(PRD-SUB) = AUD-REC-PROGRAM
                      THEN
                      MOVE 'Y' TO PRD-TBL-FOUND-IND(PRD-SUB)
                      MOVE AUD-REC-READ TO PRD-TBL-READ(PRD-SUB)
                      MOVE AUD-REC-STATUS TO PRD-TBL-STATUS(PRD-SUB)
                   END-IF
           END-PERFORM.
       200-CHECK-PREDECESSORS.
      ************************************************************
      * One predecessor: missing, bad status or zero-record read *
      * holds the job                                            *
      ************************************************************
      D    DISPLAY '200-CHECK-PREDECESSORS'.
           MOVE PRD-TBL-PROGRAM(PRD-SUB) TO WS-HOLD-PROGRAM.
           IF NOT PRD-TBL-FOUND(PRD-SUB)
              THEN
              MOVE 'PREDECESSOR NOT RUN ON RUN DATE' TO WS-REASON
              PERFORM 250-LOG-HOLD
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO SW-STS-OK.
           PERFORM VARYING STS-SUB FROM 1 BY 1
              UNTIL STS-SUB > 4
                   IF PRD-TBL-OK-STATUS(PRD-SUB, STS-SUB) NOT = SPACES
                      AND PRD-TBL-OK-STATUS(PRD-SUB, STS-SUB) =
                          PRD-TBL-STATUS(PRD-SUB)
                      THEN
                      MOVE 'Y' TO SW-STS-OK
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT STS-OK
              THEN
              MOVE SPACES TO WS-REASON
              STRING 'PREDECESSOR ENDED WITH STATUS '
                 PRD-TBL-STATUS(PRD-SUB)
                 DELIMITED BY SIZE INTO WS-REASON
              END-STRING
              PERFORM 250-LOG-HOLD
           END-IF.

           IF PRD-TBL-READ(PRD-SUB) = 0
              AND NOT PRD-TBL-ZERO-READ-ALLOWED(PRD-SUB)
              THEN
              MOVE 'PREDECESSOR READ ZERO RECORDS' TO WS-REASON
              PERFORM 250-LOG-HOLD
           END-IF.
       250-LOG-HOLD.
      ************************************************************
      * Log one hold reason for OPSRPT                           *
      ************************************************************
      D    DISPLAY '250-LOG-HOLD'.
           ADD 1 TO WS-HOLD-KTR.
           DISPLAY 'JOBGATE: HOLD ' WS-JOB-NAME ' - '
                   WS-HOLD-PROGRAM ' ' WS-REASON.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.
           MOVE SPACES TO HOLD-REC.
           MOVE WS-JOB-NAME TO JH-JOB-NAME.
           MOVE WS-STAMP-DATE TO JH-HOLD-DATE.
           MOVE WS-STAMP-TIME TO JH-HOLD-TIME.
           MOVE WS-HOLD-PROGRAM TO JH-PRED-PROGRAM.
           MOVE WS-REASON TO JH-REASON.
           WRITE HOLD-REC.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT GATE-CARD-FILE.
           IF NOT GATE-CARD-FILE-OK
              DISPLAY 'JOBGCARD OPEN PROBLEM, RC=' GATE-CARD-FILE-ST
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT DEPEND-FILE.
           IF NOT DEPEND-FILE-OK
              DISPLAY 'JOBDEPND OPEN PROBLEM, RC=' DEPEND-FILE-ST
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-FILE-OK
              DISPLAY 'AUDITLOG OPEN PROBLEM, RC=' AUDIT-FILE-ST
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND HOLD-FILE.
           IF NOT HOLD-FILE-OK
              DISPLAY 'JOBHOLD OPEN PROBLEM, RC=' HOLD-FILE-ST
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE GATE-CARD-FILE
                 DEPEND-FILE
                 AUDIT-FILE
                 HOLD-FILE.
