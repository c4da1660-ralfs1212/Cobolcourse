      *    claim - optionally with a corrected claim image - into
      *    the release feed (RELFEED, CLAIM record format) that the
      *    JCL concatenates ahead of the next MIDTERMF CLAIMFILE
      *  - claims overturned on appeal (APPLFEED, written by
      *    CLMAPPL in CLAIM record format) join the release feed
      *    for re-adjudication; a suspended entry for the same
      *    policy and benefit date is released with them
      *  - everything still suspended is written to SUSPOUT and
      *    printed on the daily aging report in 0-7 / 8-14 / 15-30
      *    / over-30 day buckets with claim-amount totals, so the
      * Program based on MIDTERMF file layouts and reusable TEMPLAT2
      *
      * Inital Version   2026/09/01
      * Appeal overturns (APPLFEED) released into RELFEED 2026/10/15
      * Claim image widened for the member suffix 2026/10/15
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ASSIGN TO RELTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REL-TRAN-FILE-ST.
           SELECT OPTIONAL APPEAL-FEED-FILE
             ASSIGN TO APPLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APPEAL-FEED-FILE-ST.
           SELECT SUSP-OUT-FILE
             ASSIGN TO SUSPOUT
               ORGANIZATION IS SEQUENTIAL
       FD  ERRFILE
           RECORDING MODE IS F.
       01 ERR-RECORD.
          05 ERR-CLAIM-DATA             PIC X(112).
          05 ERR-REASON                 PIC X(30).

      * Pended claims from MIDTERMF - claim image, reason, date
       FD  PEND-FILE
           RECORDING MODE IS F.
       01 PEND-REC.
          05 PND-CLAIM-DATA             PIC X(112).
          05 PND-PEND-REASON            PIC X(20).
          05 PND-PEND-DATE              PIC 9(8).
          05 FILLER                     PIC X(2).

      * Examiner release transactions - suspense key plus an
      * optional corrected claim image
       01 REL-TRAN-REC.
          05 REL-POLICY-NO              PIC 9(7).
          05 REL-BENEFIT-DATE           PIC 9(8).
          05 REL-CORRECTED-CLAIM        PIC X(112).
          05 FILLER                     PIC X(23).

      * Corrected claims from appeals overturned by CLMAPPL
       FD  APPEAL-FEED-FILE
           RECORDING MODE IS F.
       01 APPEAL-FEED-REC               PIC X(112).

       FD  SUSP-OUT-FILE
           RECORDING MODE IS F.
      * Released claims in CLAIMFILE record format
       FD  REL-FEED-FILE
           RECORDING MODE IS F.
       01 REL-FEED-REC                  PIC X(112).

       FD  PRINTFILE
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
      * Suspense record layout shared by SUSPIN and SUSPOUT
       01 SUSPENSE-REC-WS.
          05 SUS-CLAIM-DATA             PIC X(112).
          05 SUS-REASON                 PIC X(30).
          05 SUS-PEND-DATE              PIC 9(8).

      * Claim image field layout for key and amount extraction
           COPY CLAIMREC.
             88 REL-TRAN-FILE-OK                       VALUE '00'.
          05 REL-TRAN-FILE-STATUS       PIC X(1)       VALUE 'N'.
             88 REL-TRAN-FILE-EOF                      VALUE 'Y'.
          05 APPEAL-FEED-FILE-ST        PIC X(2).
             88 APPEAL-FEED-FILE-OK                    VALUE '00'.
          05 APPEAL-FEED-FILE-STATUS    PIC X(1)       VALUE 'N'.
             88 APPEAL-FEED-FILE-EOF                   VALUE 'Y'.
          05 SUSP-OUT-FILE-ST           PIC X(2).
             88 SUSP-OUT-FILE-OK                       VALUE '00'.
          05 REL-FEED-FILE-ST           PIC X(2).
       01 SUSPENSE-TABLE.
          05 SUS-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON SUS-TABLE-MAX.
             10 SUS-TBL-CLAIM-DATA      PIC X(112).
             10 SUS-TBL-REASON          PIC X(30).
             10 SUS-TBL-PEND-DATE       PIC 9(8).
             10 SUS-TBL-RELEASED-IND    PIC X(1).
          05 WS-REL-KTR                 PIC 9(7)       VALUE 0.
          05 WS-REL-NOMATCH-KTR         PIC 9(7)       VALUE 0.
          05 WS-SUSP-OUT-KTR            PIC 9(7)       VALUE 0.
          05 WS-APPEAL-KTR              PIC 9(7)       VALUE 0.

      * Key of the appeal claim being released
       01 WS-APPEAL-KEY.
          05 WS-APPEAL-POLICY-NO        PIC 9(7)       VALUE 0.
          05 WS-APPEAL-BENEFIT-DATE     PIC 9(8)       VALUE 0.

      * Aging buckets: 1 = 0-7, 2 = 8-14, 3 = 15-30, 4 = over 30
       01 WS-BUCKET-SUB                 PIC 9(1)       VALUE 0 COMP.
          05 SUM-NOMATCH-OUT            PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(80)      VALUE SPACES.

       01 SUMMARY-LINE-5.
          05 FILLER                     PIC X(35)      VALUE
                'Appeal overturns released        :'.
          05 SUM-APPEAL-OUT             PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(90)      VALUE SPACES.

       01 SUMMARY-LINE-4.
          05 FILLER                     PIC X(35)      VALUE
                'Still suspended (carried forward):'.
           PERFORM 120-ADD-NEW-REJECTS UNTIL ERRFILE-EOF.
           PERFORM 130-ADD-NEW-PENDS UNTIL PEND-FILE-EOF.
           PERFORM 200-APPLY-RELEASES UNTIL REL-TRAN-FILE-EOF.
           PERFORM 250-RELEASE-APPEALS UNTIL APPEAL-FEED-FILE-EOF.
           PERFORM 500-WRITE-SUSPENSE-AND-AGE.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
           MOVE SPACES TO REL-FEED-REC.
           IF REL-CORRECTED-CLAIM NOT = SPACES
              THEN
              MOVE REL-CORRECTED-CLAIM TO REL-FEED-REC(1:112)
           ELSE
              MOVE SUS-TBL-CLAIM-DATA(SUS-TABLE-SUB)
                 TO REL-FEED-REC(1:112)
           END-IF.
           WRITE REL-FEED-REC.
           IF NOT REL-FEED-FILE-OK
              GOBACK
           END-IF.
           ADD 1 TO WS-REL-KTR.
       250-RELEASE-APPEALS.
      ***********************************************************
      * Pass a claim overturned on appeal into the feed; the    *
      * corrected claim supersedes any suspended copy of it     *
      ***********************************************************
           DISPLAY '250-RELEASE-APPEALS'.
           READ APPEAL-FEED-FILE
           AT END
              MOVE 'Y' TO APPEAL-FEED-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO REL-FEED-REC.
           MOVE APPEAL-FEED-REC TO REL-FEED-REC(1:112).
           WRITE REL-FEED-REC.
           IF NOT REL-FEED-FILE-OK
              THEN
              DISPLAY 'Release Feed File Problem!'
              GOBACK
           END-IF.
           ADD 1 TO WS-APPEAL-KTR.

           MOVE APPEAL-FEED-REC TO CLAIM-RECORD-WS.
           MOVE INSURED-POLICY-NO TO WS-APPEAL-POLICY-NO.
           MOVE POLICY-BENEFIT-DATE-NUM TO WS-APPEAL-BENEFIT-DATE.
           PERFORM VARYING SUS-TABLE-SUB FROM 1 BY 1
              UNTIL SUS-TABLE-SUB > SUS-TABLE-MAX
                   MOVE SUS-TBL-CLAIM-DATA(SUS-TABLE-SUB)
                      TO CLAIM-RECORD-WS
                   IF INSURED-POLICY-NO = WS-APPEAL-POLICY-NO
                      AND POLICY-BENEFIT-DATE-NUM =
                      WS-APPEAL-BENEFIT-DATE
                      AND NOT SUS-TBL-RELEASED(SUS-TABLE-SUB)
                      THEN
                      MOVE 'R' TO SUS-TBL-RELEASED-IND(SUS-TABLE-SUB)
                      DISPLAY 'SUSPENSE RELEASED BY APPEAL: '
                              WS-APPEAL-POLICY-NO ' '
                              WS-APPEAL-BENEFIT-DATE
                   END-IF
           END-PERFORM.
       300-OPEN-FILES.
      ***********************************************************
      * Open files                                              *
              THEN
              MOVE 'Y' TO REL-TRAN-FILE-STATUS
           END-IF.
           OPEN INPUT APPEAL-FEED-FILE.
           IF NOT APPEAL-FEED-FILE-OK
              THEN
              MOVE 'Y' TO APPEAL-FEED-FILE-STATUS
           END-IF.
           OPEN OUTPUT SUSP-OUT-FILE.
           IF NOT SUSP-OUT-FILE-OK
              DISPLAY 'Suspense Out File Problem!'
           MOVE WS-REL-NOMATCH-KTR TO SUM-NOMATCH-OUT.
           WRITE PRINT-LINE FROM SUMMARY-LINE-3
              AFTER ADVANCING 1 LINE.
           MOVE WS-APPEAL-KTR TO SUM-APPEAL-OUT.
           WRITE PRINT-LINE FROM SUMMARY-LINE-5
              AFTER ADVANCING 1 LINE.
           MOVE WS-SUSP-OUT-KTR TO SUM-OUT-OUT.
           WRITE PRINT-LINE FROM SUMMARY-LINE-4
              AFTER ADVANCING 1 LINE.
                 ERRFILE
                 PEND-FILE
                 REL-TRAN-FILE
                 APPEAL-FEED-FILE
                 SUSP-OUT-FILE
                 REL-FEED-FILE
                 PRINTFILE.
