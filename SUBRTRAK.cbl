       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBRTRAK.
      * ------------------------------------------------------------
      * SUBRTRAK:
      * Subrogation and third-party recovery tracking. A claim
      * MIDTERMF pays on an auto accident or a workplace injury
      * is owed back by the liable party or its carrier; this
      * program carries each recovery as a case in a persistent
      * file:
      *
      *  - the prior case file (SUBRCASI) is loaded
      *  - each paid accident claim on the MIDTERMF referral feed
      *    (SUBRFEED) adds its paid amount and the member's share
      *    to the open case for the same policy and liable-party
      *    reference, or opens a new case (status O), numbered
      *    highest-on-file + 1
      *  - recovery transactions (SUBRTRAN), keyed by policy
      *    number and liable-party reference, record
      *    D demand letter sent / R recovery received /
      *    F attorney fee / C case closed
      *  - a recovery received is credited back to the policy's
      *    benefit-year accumulator (ACCMIN to ACCMOUT): the
      *    out-of-pocket total comes down by the recovery, never
      *    by more than the member's share still unrestored on
      *    the case, so the member is made whole before the plan;
      *    the injured member's own accumulator comes down with
      *    the policy's family total
      *  - the updated cases are written to SUBRCASO; the monthly
      *    report lists every open case by age band, then the
      *    recovered-to-paid ratio, gross and net of fees
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASE-IN-FILE ASSIGN TO SUBRCASI
           FILE STATUS IS CASE-IN-FILE-ST.

           SELECT OPTIONAL REFERRAL-FILE ASSIGN TO SUBRFEED
           FILE STATUS IS REFERRAL-FILE-ST.

           SELECT OPTIONAL RECOVERY-TRAN-FILE ASSIGN TO SUBRTRAN
           FILE STATUS IS RECOVERY-TRAN-FILE-ST.

           SELECT OPTIONAL ACCUM-IN-FILE ASSIGN TO ACCMIN
           FILE STATUS IS ACCUM-IN-FILE-ST.

           SELECT CASE-OUT-FILE ASSIGN TO SUBRCASO
           FILE STATUS IS CASE-OUT-FILE-ST.

           SELECT ACCUM-OUT-FILE ASSIGN TO ACCMOUT
           FILE STATUS IS ACCUM-OUT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-IN-FILE
           RECORDING MODE IS F.
       01 CASE-IN-REC                  PIC X(150).

      * Referral feed from MIDTERMF - one record per paid accident
      * claim
       FD  REFERRAL-FILE
           RECORDING MODE IS F.
       01 REFERRAL-REC.
          05 SF-POLICY-NO              PIC 9(7).
          05 SF-BENEFIT-DATE           PIC 9(8).
          05 SF-BENEFIT-DATE-X REDEFINES SF-BENEFIT-DATE.
             10 SF-BENEFIT-YEAR        PIC 9(4).
             10 FILLER                 PIC X(4).
          05 SF-ACCIDENT-IND           PIC X(1).
          05 SF-LIABLE-PARTY-REF       PIC X(10).
          05 SF-CLAIM-AMOUNT           PIC 9(7)V99.
          05 SF-PAID-AMOUNT            PIC 9(7)V99.
          05 SF-MEMBER-SHARE           PIC 9(7)V99.
          05 SF-RUN-DATE               PIC 9(8).
          05 SF-MEMBER-SUFFIX          PIC 9(2).
          05 FILLER                    PIC X(17).

      * Recovery unit transactions
       FD  RECOVERY-TRAN-FILE
           RECORDING MODE IS F.
       01 RECOVERY-TRAN-REC.
          05 ST-POLICY-NO              PIC 9(7).
          05 ST-LIABLE-PARTY-REF       PIC X(10).
          05 ST-ACTION                 PIC X(1).
             88 ST-DEMAND-SENT                        VALUE 'D'.
             88 ST-RECOVERY                           VALUE 'R'.
             88 ST-ATTORNEY-FEE                       VALUE 'F'.
             88 ST-CLOSE                              VALUE 'C'.
             88 ST-VALID-ACTION           VALUE 'D' 'R' 'F' 'C'.
          05 ST-ACTION-DATE            PIC 9(8).
          05 ST-AMOUNT                 PIC 9(7)V99.
          05 FILLER                    PIC X(45).

      * Benefit-year accumulator master - same layout as
      * ACCUM-REC-WS in MIDTERMF
       FD  ACCUM-IN-FILE
           RECORDING MODE IS F.
       01 ACCUM-IN-REC                 PIC X(80).

       FD  CASE-OUT-FILE
           RECORDING MODE IS F.
       01 CASE-OUT-REC                 PIC X(150).

       FD  ACCUM-OUT-FILE
           RECORDING MODE IS F.
       01 ACCUM-OUT-REC                PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Case record carried forward between runs
       01 CASE-REC-WS.
          05 SB-CASE-NO                PIC 9(6).
          05 SB-POLICY-NO              PIC 9(7).
          05 SB-LIABLE-PARTY-REF       PIC X(10).
          05 SB-ACCIDENT-IND           PIC X(1).
          05 SB-BENEFIT-YEAR           PIC 9(4).
          05 SB-OPENED-DATE            PIC 9(8).
          05 SB-STATUS                 PIC X(1).
             88 SB-OPEN                               VALUE 'O'.
             88 SB-DEMAND-SENT                        VALUE 'D'.
             88 SB-CLOSED                             VALUE 'C'.
          05 SB-CLAIM-KTR              PIC 9(5).
          05 SB-PAID-TOTAL             PIC 9(9)V99.
          05 SB-MEMBER-SHARE           PIC 9(9)V99.
          05 SB-DEMAND-KTR             PIC 9(3).
          05 SB-LAST-DEMAND-DATE       PIC 9(8).
          05 SB-RECOVERED-TOTAL        PIC 9(9)V99.
          05 SB-ATTORNEY-FEES          PIC 9(9)V99.
          05 SB-OOP-RESTORED           PIC 9(9)V99.
          05 SB-LAST-ACTION            PIC 9(8).
      *   member the case's first referral was for - blank on
      *   cases opened before family coverage (the subscriber)
          05 SB-MEMBER-SUFFIX          PIC 9(2).
          05 FILLER                    PIC X(32)       VALUE SPACES.

       01 CSE-TABLE-SUB                PIC 9(4)        VALUE 0 COMP.
       01 CSE-TABLE-MAX                PIC 9(4)        VALUE 0 COMP.
       01 CSE-TABLE-MAX-LIMIT          PIC 9(4)        VALUE 2000 COMP.
       01 SW-CSE-FOUND                 PIC X(1)        VALUE 'N'.
          88 CSE-FOUND                                 VALUE 'Y'.
       01 CASE-TABLE.
          05 CSE-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON CSE-TABLE-MAX.
             10 CSE-TBL-REC            PIC X(150).

      * Accumulator record - MIDTERMF layout
       01 ACCUM-REC-WS.
          05 ACC-POLICY-NO             PIC 9(7).
          05 ACC-BENEFIT-YEAR          PIC 9(4).
          05 ACC-DEDUCT-YTD            PIC 9(7)V99.
          05 ACC-OOP-YTD               PIC 9(7)V99.
          05 ACC-LEVEL                 PIC X(1).
             88 ACC-INDIVIDUAL                         VALUE 'I'.
          05 ACC-MEMBER-SUFFIX         PIC 9(2).
          05 FILLER                    PIC X(48).

       01 ACC-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 ACC-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 ACC-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 5000 COMP.
       01 SW-ACC-FOUND                 PIC X(1)        VALUE 'N'.
          88 ACC-FOUND                                 VALUE 'Y'.
       01 ACCUM-TABLE.
          05 ACC-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON ACC-TABLE-MAX.
             10 ACC-TBL-REC            PIC X(80).

       01 PROGRAM-SWITCHES.
          05 CASE-IN-FILE-ST           PIC X(2).
             88 CASE-IN-FILE-OK                        VALUE '00'.
          05 CASE-IN-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 CASE-IN-FILE-EOF                       VALUE 'Y'.
          05 REFERRAL-FILE-ST          PIC X(2).
             88 REFERRAL-FILE-OK                       VALUE '00'.
          05 REFERRAL-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 REFERRAL-FILE-EOF                      VALUE 'Y'.
          05 RECOVERY-TRAN-FILE-ST     PIC X(2).
             88 RECOVERY-TRAN-FILE-OK                  VALUE '00'.
          05 RECOVERY-TRAN-FILE-STATUS PIC X(01)       VALUE SPACE.
             88 RECOVERY-TRAN-FILE-EOF                 VALUE 'Y'.
          05 ACCUM-IN-FILE-ST          PIC X(2).
             88 ACCUM-IN-FILE-OK                       VALUE '00'.
          05 ACCUM-IN-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 ACCUM-IN-FILE-EOF                      VALUE 'Y'.
          05 CASE-OUT-FILE-ST          PIC X(2).
             88 CASE-OUT-FILE-OK                       VALUE '00'.
          05 ACCUM-OUT-FILE-ST         PIC X(2).
             88 ACCUM-OUT-FILE-OK                      VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-OLD-CASE-KTR           PIC 9(7)        VALUE 0.
          05 WS-NEW-CASE-KTR           PIC 9(7)        VALUE 0.
          05 WS-REFERRAL-KTR           PIC 9(7)        VALUE 0.
          05 WS-TRAN-KTR               PIC 9(7)        VALUE 0.
          05 WS-TRAN-APPLIED-KTR       PIC 9(7)        VALUE 0.
          05 WS-TRAN-REJECT-KTR        PIC 9(7)        VALUE 0.
          05 WS-ACCUM-KTR              PIC 9(7)        VALUE 0.
          05 WS-ACCUM-CREDIT-KTR       PIC 9(7)        VALUE 0.
          05 WS-OPEN-CASE-KTR          PIC 9(7)        VALUE 0.
          05 WS-HIGH-CASE-NO           PIC 9(6)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 99.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-RECOVERY-WORK.
          05 WS-OOP-CREDIT             PIC 9(9)V99     VALUE 0.
          05 WS-OOP-UNRESTORED         PIC S9(9)V99    VALUE 0.
          05 WS-ACCUM-CREDIT-TOTAL     PIC 9(11)V99    VALUE 0.
          05 WS-ALL-PAID-TOTAL         PIC 9(11)V99    VALUE 0.
          05 WS-ALL-RECOVERED-TOTAL    PIC 9(11)V99    VALUE 0.
          05 WS-ALL-FEES-TOTAL         PIC 9(11)V99    VALUE 0.
          05 WS-NET-RECOVERED          PIC S9(11)V99   VALUE 0.
          05 WS-GROSS-RATIO-PCT        PIC 9(3)V9      VALUE 0.
          05 WS-NET-RATIO-PCT          PIC S9(3)V9     VALUE 0.

      * Open cases by age band: 0-90, 91-180, 181-365, over 365
       01 WS-AGE-BANDS.
          05 WS-AGE-BAND OCCURS 4 TIMES.
             10 WS-BAND-KTR            PIC 9(7)        VALUE 0.
             10 WS-BAND-PAID           PIC 9(11)V99    VALUE 0.
             10 WS-BAND-RECOVERED      PIC 9(11)V99    VALUE 0.
       01 WS-BAND-SUB                  PIC 9(1)        VALUE 0 COMP.
       01 WS-BAND-NAMES.
          05 FILLER                    PIC X(12)       VALUE
                '0-90 DAYS'.
          05 FILLER                    PIC X(12)       VALUE
                '91-180 DAYS'.
          05 FILLER                    PIC X(12)       VALUE
                '181-365 DAYS'.
          05 FILLER                    PIC X(12)       VALUE
                'OVER 365'.
       01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
          05 WS-BAND-NAME              PIC X(12)       OCCURS 4 TIMES.

       01 WS-DATE-VARS.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-TODAY-INT              PIC S9(8)       VALUE 0 COMP.
          05 WS-OPENED-INT             PIC S9(8)       VALUE 0 COMP.
          05 WS-DAYS-OPEN              PIC S9(5)       VALUE 0 COMP.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '    SUBROGATION OPEN RECOVERIES BY AGE - MONTHLY  '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'CASE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'POLICY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'LIABLE REF'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'OPENED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE
                'STATUS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE
                'DAYS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE
                'AGE BAND'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(03)       VALUE
                'DMD'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE
                '    PAID'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE
                '   RECOVERED'.
          05 FILLER                    PIC X(21)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(03)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE ALL "=".
          05 FILLER                    PIC X(21)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-CASE-NO-O             PIC 9(6).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DET-POLICY-O              PIC 9(7).
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DET-LIABLE-REF-O          PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-OPENED-O              PIC 9(8).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DET-STATUS-O              PIC X(07).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-DAYS-O                PIC ZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-BAND-O                PIC X(12).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-DEMAND-O              PIC ZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PAID-O                PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-RECOVERED-O           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(23)       VALUE SPACES.

       01 BAND-HDG-LINE.
          05 FILLER                    PIC X(35)       VALUE
                'OPEN RECOVERIES BY AGE'.
          05 FILLER                    PIC X(97)       VALUE SPACES.

       01 BAND-LINE.
          05 FILLER                    PIC X(12)       VALUE
                'Age band    '.
          05 BAND-NAME-O               PIC X(12).
          05 FILLER                    PIC X(11)       VALUE
                '          :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 BAND-KTR-O                PIC ZZZZZZ9.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 BAND-PAID-O               PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 BAND-RECOVERED-O          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(50)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Cases b/fwd / opened this run    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-OLD-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-NEW-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Referrals read / open cases      :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-REFERRAL-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-OPEN-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Transactions applied / rejected  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-APPLIED-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REJECT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Accumulators credited / amount   :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-CREDIT-KTR-O        PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-CREDIT-AMT-O        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(69)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Paid / recovered, all cases      :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-PAID-O              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-RECOVERED-O         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(62)       VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                    PIC X(35)       VALUE
                'Recovered-to-paid % gross / net  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-GROSS-PCT-O         PIC ZZ9.9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-NET-PCT-O           PIC ZZ9.9-.
          05 FILLER                    PIC X(79)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-OLD-CASES UNTIL CASE-IN-FILE-EOF.
           PERFORM 120-LOAD-ACCUMULATORS UNTIL ACCUM-IN-FILE-EOF.
           PERFORM 150-APPLY-REFERRALS UNTIL REFERRAL-FILE-EOF.
           PERFORM 200-APPLY-TRANSACTIONS
              UNTIL RECOVERY-TRAN-FILE-EOF.
           PERFORM 500-WRITE-CASES-AND-REPORT.
           PERFORM 580-WRITE-ACCUMULATORS.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'SUBRTRAK' TO AUD-PROGRAM-ID.
           COMPUTE AUD-RECORDS-READ = WS-REFERRAL-KTR + WS-TRAN-KTR.
           MOVE WS-TRAN-APPLIED-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-TRAN-REJECT-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-ACCUM-CREDIT-TOTAL TO AUD-CONTROL-TOTAL.
           MOVE '00' TO AUD-FINAL-STATUS.
           CALL 'AUDITWRT' USING AUD-PROGRAM-ID, AUD-RECORDS-READ,
              AUD-RECORDS-WRITTEN, AUD-RECORDS-REJECTED,
              AUD-CONTROL-TOTAL, AUD-FINAL-STATUS.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
       100-LOAD-OLD-CASES.
      ************************************************************
      * Load the prior case file                                 *
      ************************************************************
      D    DISPLAY '100-LOAD-OLD-CASES'.
           READ CASE-IN-FILE
           AT END
              MOVE 'Y' TO CASE-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-OLD-CASE-KTR.
           MOVE CASE-IN-REC TO CASE-REC-WS.
           IF CSE-TABLE-MAX < CSE-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO CSE-TABLE-MAX
              MOVE CASE-REC-WS TO CSE-TBL-REC(CSE-TABLE-MAX)
              IF SB-CASE-NO > WS-HIGH-CASE-NO
                 THEN
                 MOVE SB-CASE-NO TO WS-HIGH-CASE-NO
              END-IF
           ELSE
              DISPLAY 'WARNING: CASE TABLE FULL'
           END-IF.
       120-LOAD-ACCUMULATORS.
      ************************************************************
      * Load the benefit-year accumulator master                 *
      ************************************************************
      D    DISPLAY '120-LOAD-ACCUMULATORS'.
           READ ACCUM-IN-FILE
           AT END
              MOVE 'Y' TO ACCUM-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-ACCUM-KTR.
           IF ACC-TABLE-MAX < ACC-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO ACC-TABLE-MAX
              MOVE ACCUM-IN-REC TO ACC-TBL-REC(ACC-TABLE-MAX)
           ELSE
      * the accumulator master must come through whole
              DISPLAY 'ACCUMULATOR TABLE FULL AT ' ACC-TABLE-MAX
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       150-APPLY-REFERRALS.
      ************************************************************
      * Add a paid accident claim to its open recovery case, or  *
      * open one                                                 *
      ************************************************************
      D    DISPLAY '150-APPLY-REFERRALS'.
           READ REFERRAL-FILE
           AT END
              MOVE 'Y' TO REFERRAL-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-REFERRAL-KTR.

           MOVE 'N' TO SW-CSE-FOUND.
           PERFORM VARYING CSE-TABLE-SUB FROM 1 BY 1
              UNTIL CSE-TABLE-SUB > CSE-TABLE-MAX
                   MOVE CSE-TBL-REC(CSE-TABLE-SUB) TO CASE-REC-WS
                   IF SB-POLICY-NO = SF-POLICY-NO
                      AND SB-LIABLE-PARTY-REF = SF-LIABLE-PARTY-REF
                      AND NOT SB-CLOSED
                      THEN
                      MOVE 'Y' TO SW-CSE-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF CSE-FOUND
              THEN
              ADD 1 TO SB-CLAIM-KTR
              ADD SF-PAID-AMOUNT TO SB-PAID-TOTAL
              ADD SF-MEMBER-SHARE TO SB-MEMBER-SHARE
              MOVE CASE-REC-WS TO CSE-TBL-REC(CSE-TABLE-SUB)
              EXIT PARAGRAPH
           END-IF.

           IF CSE-TABLE-MAX < CSE-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO CSE-TABLE-MAX
              ADD 1 TO WS-HIGH-CASE-NO
              ADD 1 TO WS-NEW-CASE-KTR
              MOVE SPACES TO CASE-REC-WS
              MOVE WS-HIGH-CASE-NO TO SB-CASE-NO
              MOVE SF-POLICY-NO TO SB-POLICY-NO
              MOVE SF-LIABLE-PARTY-REF TO SB-LIABLE-PARTY-REF
              MOVE SF-ACCIDENT-IND TO SB-ACCIDENT-IND
              MOVE SF-BENEFIT-YEAR TO SB-BENEFIT-YEAR
              MOVE SF-RUN-DATE TO SB-OPENED-DATE
              MOVE 'O' TO SB-STATUS
              MOVE 1 TO SB-CLAIM-KTR
              MOVE SF-PAID-AMOUNT TO SB-PAID-TOTAL
              MOVE SF-MEMBER-SHARE TO SB-MEMBER-SHARE
              MOVE 0 TO SB-DEMAND-KTR
              MOVE 0 TO SB-LAST-DEMAND-DATE
              MOVE 0 TO SB-RECOVERED-TOTAL
              MOVE 0 TO SB-ATTORNEY-FEES
              MOVE 0 TO SB-OOP-RESTORED
              MOVE SF-RUN-DATE TO SB-LAST-ACTION
              IF SF-MEMBER-SUFFIX NUMERIC
                 THEN
                 MOVE SF-MEMBER-SUFFIX TO SB-MEMBER-SUFFIX
              ELSE
                 MOVE 0 TO SB-MEMBER-SUFFIX
              END-IF
              MOVE CASE-REC-WS TO CSE-TBL-REC(CSE-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: CASE TABLE FULL - REFERRAL '
                      'DROPPED: ' SF-POLICY-NO
           END-IF.
       200-APPLY-TRANSACTIONS.
      ************************************************************
      * Apply one recovery unit transaction                      *
      ************************************************************
      D    DISPLAY '200-APPLY-TRANSACTIONS'.
           READ RECOVERY-TRAN-FILE
           AT END
              MOVE 'Y' TO RECOVERY-TRAN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-TRAN-KTR.

           IF NOT ST-VALID-ACTION
              THEN
              ADD 1 TO WS-TRAN-REJECT-KTR
              DISPLAY 'INVALID RECOVERY ACTION: ' ST-ACTION
                      ' POLICY: ' ST-POLICY-NO
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO SW-CSE-FOUND.
           PERFORM VARYING CSE-TABLE-SUB FROM 1 BY 1
              UNTIL CSE-TABLE-SUB > CSE-TABLE-MAX
                   MOVE CSE-TBL-REC(CSE-TABLE-SUB) TO CASE-REC-WS
                   IF SB-POLICY-NO = ST-POLICY-NO
                      AND SB-LIABLE-PARTY-REF = ST-LIABLE-PARTY-REF
                      AND NOT SB-CLOSED
                      THEN
                      MOVE 'Y' TO SW-CSE-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF NOT CSE-FOUND
              THEN
              ADD 1 TO WS-TRAN-REJECT-KTR
              DISPLAY 'NO OPEN RECOVERY CASE FOR POLICY: '
                      ST-POLICY-NO ' REF: ' ST-LIABLE-PARTY-REF
              EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN ST-DEMAND-SENT
                ADD 1 TO SB-DEMAND-KTR
                MOVE ST-ACTION-DATE TO SB-LAST-DEMAND-DATE
                MOVE 'D' TO SB-STATUS
           WHEN ST-RECOVERY
                ADD ST-AMOUNT TO SB-RECOVERED-TOTAL
                PERFORM 250-CREDIT-ACCUMULATOR
           WHEN ST-ATTORNEY-FEE
                ADD ST-AMOUNT TO SB-ATTORNEY-FEES
           WHEN ST-CLOSE
                MOVE 'C' TO SB-STATUS
           END-EVALUATE.
           MOVE ST-ACTION-DATE TO SB-LAST-ACTION.
           MOVE CASE-REC-WS TO CSE-TBL-REC(CSE-TABLE-SUB).
           ADD 1 TO WS-TRAN-APPLIED-KTR.
       250-CREDIT-ACCUMULATOR.
      ************************************************************
      * Restore the member's out-of-pocket by the recovery, up   *
      * to the member's share not yet restored on this case      *
      ************************************************************
      D    DISPLAY '250-CREDIT-ACCUMULATOR'.
           COMPUTE WS-OOP-UNRESTORED =
              SB-MEMBER-SHARE - SB-OOP-RESTORED.
           IF WS-OOP-UNRESTORED NOT > 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF ST-AMOUNT < WS-OOP-UNRESTORED
              THEN
              MOVE ST-AMOUNT TO WS-OOP-CREDIT
           ELSE
              MOVE WS-OOP-UNRESTORED TO WS-OOP-CREDIT
           END-IF.

           MOVE 'N' TO SW-ACC-FOUND.
           PERFORM VARYING ACC-TABLE-SUB FROM 1 BY 1
              UNTIL ACC-TABLE-SUB > ACC-TABLE-MAX
                   MOVE ACC-TBL-REC(ACC-TABLE-SUB) TO ACCUM-REC-WS
                   IF ACC-POLICY-NO = SB-POLICY-NO
                      AND ACC-BENEFIT-YEAR = SB-BENEFIT-YEAR
                      AND NOT ACC-INDIVIDUAL
                      THEN
                      MOVE 'Y' TO SW-ACC-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF NOT ACC-FOUND
              THEN
      * benefit year aged off the master - nothing left to restore
              DISPLAY 'NO ACCUMULATOR FOR POLICY: ' SB-POLICY-NO
                      ' YEAR: ' SB-BENEFIT-YEAR
              EXIT PARAGRAPH
           END-IF.

           IF WS-OOP-CREDIT > ACC-OOP-YTD
              THEN
              MOVE ACC-OOP-YTD TO WS-OOP-CREDIT
           END-IF.
           SUBTRACT WS-OOP-CREDIT FROM ACC-OOP-YTD.
           MOVE ACCUM-REC-WS TO ACC-TBL-REC(ACC-TABLE-SUB).
           ADD WS-OOP-CREDIT TO SB-OOP-RESTORED.
           ADD WS-OOP-CREDIT TO WS-ACCUM-CREDIT-TOTAL.
           PERFORM 260-CREDIT-MEMBER-ACCUM.
       260-CREDIT-MEMBER-ACCUM.
      ************************************************************
      * The same credit on the injured member's individual       *
      * accumulator, where one is kept                           *
      ************************************************************
      D    DISPLAY '260-CREDIT-MEMBER-ACCUM'.
           IF SB-MEMBER-SUFFIX NOT NUMERIC
              THEN
              MOVE 0 TO SB-MEMBER-SUFFIX
           END-IF.
           MOVE 'N' TO SW-ACC-FOUND.
           PERFORM VARYING ACC-TABLE-SUB FROM 1 BY 1
              UNTIL ACC-TABLE-SUB > ACC-TABLE-MAX
                   MOVE ACC-TBL-REC(ACC-TABLE-SUB) TO ACCUM-REC-WS
                   IF ACC-POLICY-NO = SB-POLICY-NO
                      AND ACC-BENEFIT-YEAR = SB-BENEFIT-YEAR
                      AND ACC-INDIVIDUAL
                      AND ACC-MEMBER-SUFFIX = SB-MEMBER-SUFFIX
                      THEN
                      MOVE 'Y' TO SW-ACC-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT ACC-FOUND
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-OOP-CREDIT > ACC-OOP-YTD
              THEN
              MOVE 0 TO ACC-OOP-YTD
           ELSE
              SUBTRACT WS-OOP-CREDIT FROM ACC-OOP-YTD
           END-IF.
           MOVE ACCUM-REC-WS TO ACC-TBL-REC(ACC-TABLE-SUB).
           ADD 1 TO WS-ACCUM-CREDIT-KTR.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT CASE-IN-FILE.
           IF NOT CASE-IN-FILE-OK
              MOVE 'Y' TO CASE-IN-FILE-STATUS
           END-IF.
           OPEN INPUT REFERRAL-FILE.
           IF NOT REFERRAL-FILE-OK
              MOVE 'Y' TO REFERRAL-FILE-STATUS
           END-IF.
           OPEN INPUT RECOVERY-TRAN-FILE.
           IF NOT RECOVERY-TRAN-FILE-OK
              MOVE 'Y' TO RECOVERY-TRAN-FILE-STATUS
           END-IF.
           OPEN INPUT ACCUM-IN-FILE.
           IF NOT ACCUM-IN-FILE-OK
              MOVE 'Y' TO ACCUM-IN-FILE-STATUS
           END-IF.
           OPEN OUTPUT CASE-OUT-FILE.
           IF NOT CASE-OUT-FILE-OK
              DISPLAY 'SUBRCASO OPEN PROBLEM, RC='
                      CASE-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ACCUM-OUT-FILE.
           IF NOT ACCUM-OUT-FILE-OK
              DISPLAY 'ACCMOUT OPEN PROBLEM, RC='
                      ACCUM-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       500-WRITE-CASES-AND-REPORT.
      ************************************************************
      * Write every case forward; open cases also age onto the   *
      * report                                                   *
      ************************************************************
      D    DISPLAY '500-WRITE-CASES-AND-REPORT'.
           PERFORM VARYING CSE-TABLE-SUB FROM 1 BY 1
              UNTIL CSE-TABLE-SUB > CSE-TABLE-MAX
                   PERFORM 550-WRITE-ONE-CASE
           END-PERFORM.
       550-WRITE-ONE-CASE.
      ************************************************************
      * One case: carry forward, add to the ratio, age if open   *
      ************************************************************
      D    DISPLAY '550-WRITE-ONE-CASE'.
           MOVE CSE-TBL-REC(CSE-TABLE-SUB) TO CASE-REC-WS.
           MOVE CASE-REC-WS TO CASE-OUT-REC.
           WRITE CASE-OUT-REC.

           ADD SB-PAID-TOTAL TO WS-ALL-PAID-TOTAL.
           ADD SB-RECOVERED-TOTAL TO WS-ALL-RECOVERED-TOTAL.
           ADD SB-ATTORNEY-FEES TO WS-ALL-FEES-TOTAL.

           IF SB-CLOSED
              THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OPEN-CASE-KTR.

           COMPUTE WS-OPENED-INT =
              FUNCTION INTEGER-OF-DATE(SB-OPENED-DATE).
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-OPENED-INT.
           EVALUATE TRUE
           WHEN WS-DAYS-OPEN NOT > 90
                MOVE 1 TO WS-BAND-SUB
           WHEN WS-DAYS-OPEN NOT > 180
                MOVE 2 TO WS-BAND-SUB
           WHEN WS-DAYS-OPEN NOT > 365
                MOVE 3 TO WS-BAND-SUB
           WHEN OTHER
                MOVE 4 TO WS-BAND-SUB
           END-EVALUATE.
           ADD 1 TO WS-BAND-KTR(WS-BAND-SUB).
           ADD SB-PAID-TOTAL TO WS-BAND-PAID(WS-BAND-SUB).
           ADD SB-RECOVERED-TOTAL TO WS-BAND-RECOVERED(WS-BAND-SUB).

           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           MOVE SB-CASE-NO TO DET-CASE-NO-O.
           MOVE SB-POLICY-NO TO DET-POLICY-O.
           MOVE SB-LIABLE-PARTY-REF TO DET-LIABLE-REF-O.
           MOVE SB-OPENED-DATE TO DET-OPENED-O.
           EVALUATE TRUE
           WHEN SB-OPEN
                MOVE 'OPEN' TO DET-STATUS-O
           WHEN SB-DEMAND-SENT
                MOVE 'DEMAND' TO DET-STATUS-O
           WHEN OTHER
                MOVE SB-STATUS TO DET-STATUS-O
           END-EVALUATE.
           MOVE WS-DAYS-OPEN TO DET-DAYS-O.
           MOVE WS-BAND-NAME(WS-BAND-SUB) TO DET-BAND-O.
           MOVE SB-DEMAND-KTR TO DET-DEMAND-O.
           MOVE SB-PAID-TOTAL TO DET-PAID-O.
           MOVE SB-RECOVERED-TOTAL TO DET-RECOVERED-O.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       580-WRITE-ACCUMULATORS.
      ************************************************************
      * Write the accumulator master forward, credits applied    *
      ************************************************************
      D    DISPLAY '580-WRITE-ACCUMULATORS'.
           PERFORM VARYING ACC-TABLE-SUB FROM 1 BY 1
              UNTIL ACC-TABLE-SUB > ACC-TABLE-MAX
                   MOVE ACC-TBL-REC(ACC-TABLE-SUB) TO ACCUM-OUT-REC
                   WRITE ACCUM-OUT-REC
           END-PERFORM.
       600-WRITE-HEADINGS.
      ************************************************************
      * Page headings                                            *
      ************************************************************
      D    DISPLAY '600-WRITE-HEADINGS'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2 LINES.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1 LINE.
           MOVE 3 TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Age bands, recovered-to-paid ratio and control totals    *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           WRITE OUTPUT-LINE FROM BAND-HDG-LINE
              AFTER ADVANCING 3 LINES.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 4
                   MOVE WS-BAND-NAME(WS-BAND-SUB) TO BAND-NAME-O
                   MOVE WS-BAND-KTR(WS-BAND-SUB) TO BAND-KTR-O
                   MOVE WS-BAND-PAID(WS-BAND-SUB) TO BAND-PAID-O
                   MOVE WS-BAND-RECOVERED(WS-BAND-SUB)
                      TO BAND-RECOVERED-O
                   WRITE OUTPUT-LINE FROM BAND-LINE
                      AFTER ADVANCING 1 LINE
           END-PERFORM.

           MOVE 0 TO WS-GROSS-RATIO-PCT.
           MOVE 0 TO WS-NET-RATIO-PCT.
           IF WS-ALL-PAID-TOTAL > 0
              THEN
              COMPUTE WS-NET-RECOVERED =
                 WS-ALL-RECOVERED-TOTAL - WS-ALL-FEES-TOTAL
              COMPUTE WS-GROSS-RATIO-PCT ROUNDED =
                 WS-ALL-RECOVERED-TOTAL * 100 / WS-ALL-PAID-TOTAL
                 ON SIZE ERROR
                    MOVE 999.9 TO WS-GROSS-RATIO-PCT
              END-COMPUTE
              COMPUTE WS-NET-RATIO-PCT ROUNDED =
                 WS-NET-RECOVERED * 100 / WS-ALL-PAID-TOTAL
                 ON SIZE ERROR
                    MOVE 999.9 TO WS-NET-RATIO-PCT
              END-COMPUTE
           END-IF.

           MOVE WS-OLD-CASE-KTR TO TOTAL-OLD-O.
           MOVE WS-NEW-CASE-KTR TO TOTAL-NEW-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-REFERRAL-KTR TO TOTAL-REFERRAL-O.
           MOVE WS-OPEN-CASE-KTR TO TOTAL-OPEN-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-TRAN-APPLIED-KTR TO TOTAL-APPLIED-O.
           MOVE WS-TRAN-REJECT-KTR TO TOTAL-REJECT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-ACCUM-CREDIT-KTR TO TOTAL-CREDIT-KTR-O.
           MOVE WS-ACCUM-CREDIT-TOTAL TO TOTAL-CREDIT-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-ALL-PAID-TOTAL TO TOTAL-PAID-O.
           MOVE WS-ALL-RECOVERED-TOTAL TO TOTAL-RECOVERED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-GROSS-RATIO-PCT TO TOTAL-GROSS-PCT-O.
           MOVE WS-NET-RATIO-PCT TO TOTAL-NET-PCT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE CASE-IN-FILE
                 REFERRAL-FILE
                 RECOVERY-TRAN-FILE
                 ACCUM-IN-FILE
                 CASE-OUT-FILE
                 ACCUM-OUT-FILE
                 REPORT-FILE.
