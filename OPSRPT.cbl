      *     parameter list) with no audit record at all, runs that
      *     ended with a non-zero status, and runs that read zero
      *     input records
      *   - then the jobs the JOBGATE step held, with the
      *     predecessor and reason for each hold (JOBHOLD)
      *   - then every run of the night with its counts, control
      *     total and status
      *
      *  Inital Version   2026/08/22
      *  Held jobs from JOBGATE (JOBHOLD) listed     2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT EXPECT-FILE ASSIGN TO OPSEXPCT
           FILE STATUS IS EXPECT-FILE-ST.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO JOBHOLD
           FILE STATUS IS HOLD-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

          05 EXP-PROGRAM-ID            PIC X(8).
          05 FILLER                    PIC X(72).

      * Held-job log as written by JOBGATE
       FD  HOLD-FILE
           RECORDING MODE IS F.
       01 HOLD-REC.
          05 JH-JOB-NAME               PIC X(08).
          05 JH-HOLD-DATE              PIC 9(08).
          05 JH-HOLD-TIME              PIC 9(06).
          05 JH-PRED-PROGRAM           PIC X(08).
          05 JH-REASON                 PIC X(40).
          05 FILLER                    PIC X(10).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).
             88 AUDIT-FILE-OK                          VALUE '00'.
          05 EXPECT-FILE-ST            PIC X(2).
             88 EXPECT-FILE-OK                         VALUE '00'.
          05 HOLD-FILE-ST              PIC X(2).
             88 HOLD-FILE-OK                           VALUE '00' '05'.
          05 HOLD-FILE-STATUS          PIC X(01)       VALUE SPACE.
             88 HOLD-FILE-EOF                          VALUE 'Y'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 AUDIT-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 EXPECT-FILE-EOF                        VALUE 'Y'.

       01 WS-EXCEPTION-KTR             PIC 9(3)        VALUE 0.
       01 WS-HOLD-KTR                  PIC 9(3)        VALUE 0.

      * Print Lines
       01 HEADING-1.
                'NO EXCEPTIONS - THE NIGHT RAN CLEAN'.
          05 FILLER                    PIC X(92)       VALUE SPACES.

       01 HOLD-HDG.
          05 FILLER                    PIC X(30)       VALUE
                '*** HELD JOBS ***'.
          05 FILLER                    PIC X(102)      VALUE SPACES.

       01 HOLD-LINE.
          05 HLD-JOB-O                 PIC X(8).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 HLD-DATE-O                PIC 9(8).
          05 FILLER                    PIC X(01)       VALUE '/'.
          05 HLD-TIME-O                PIC 9(6).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 HLD-PRED-O                PIC X(8).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 HLD-REASON-O              PIC X(40).
          05 FILLER                    PIC X(55)       VALUE SPACES.

       01 NO-HOLD-LINE.
          05 FILLER                    PIC X(40)       VALUE
                'NO JOBS HELD'.
          05 FILLER                    PIC X(92)       VALUE SPACES.

       01 RUNS-HDG.
          05 FILLER                    PIC X(08)       VALUE
                'PROGRAM'.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-AUDIT-TABLE.
           PERFORM 200-WRITE-EXCEPTIONS.
           PERFORM 250-WRITE-HELD-JOBS.
           PERFORM 300-WRITE-RUN-LINES.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
              DISPLAY 'EXPECT-FILE Problem: ' EXPECT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF NOT HOLD-FILE-OK
              THEN
              DISPLAY 'HOLD-FILE Problem: ' HOLD-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              WRITE OUTPUT-LINE FROM CLEAN-LINE
                 AFTER ADVANCING 1
           END-IF.
       250-WRITE-HELD-JOBS.
      ************************************************************
      * Jobs held by their JOBGATE step, one line per failed     *
      * predecessor                                              *
      ************************************************************
      D    DISPLAY '250-WRITE-HELD-JOBS'.
           WRITE OUTPUT-LINE FROM HOLD-HDG
              AFTER ADVANCING 3.
           PERFORM UNTIL HOLD-FILE-EOF
                   READ HOLD-FILE
                   AT END
                      MOVE 'Y' TO HOLD-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-HOLD-KTR
                      MOVE JH-JOB-NAME TO HLD-JOB-O
                      MOVE JH-HOLD-DATE TO HLD-DATE-O
                      MOVE JH-HOLD-TIME TO HLD-TIME-O
                      MOVE JH-PRED-PROGRAM TO HLD-PRED-O
                      MOVE JH-REASON TO HLD-REASON-O
                      WRITE OUTPUT-LINE FROM HOLD-LINE
                         AFTER ADVANCING 1
                   END-READ
           END-PERFORM.
           IF WS-HOLD-KTR = 0
              THEN
              WRITE OUTPUT-LINE FROM NO-HOLD-LINE
                 AFTER ADVANCING 1
           END-IF.
       300-WRITE-RUN-LINES.
      ************************************************************
      * Every run of the night with its counts and status        *
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE AUDIT-FILE.
           CLOSE EXPECT-FILE.
           CLOSE HOLD-FILE.
           CLOSE REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
