       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMAPPL.
      * ------------------------------------------------------------
      * CLMAPPL:
      * Claim appeals for denied and reduced MIDTERMF claims. A
      * member appealing a zero or short payment used to leave no
      * trace after the CLMEOB letter; this program carries each
      * appeal as a case in a persistent file:
      *
      *  - the prior case file (APPLCASI) is loaded
      *  - appeal transactions (APPLTRAN), keyed by policy number
      *    and benefit date, move a case through
      *    R received / U under review / H upheld / O overturned
      *  - a received appeal opens a case against the claim: a
      *    claim still in CLMSUSP suspense (SUSPIN) brings its
      *    claim image and reject reason, a claim MIDTERMF paid
      *    (CLMHIST) brings its claim amount and the denial reason
      *    on the transaction; an appeal against a claim on
      *    neither file is rejected
      *  - the regulatory response deadline is the received date
      *    plus the response period in business days (DATESRVC);
      *    the period and the early-warning window come from
      *    the PARMLIB parameter library, APPL-RESP-DAYS and
      *    APPL-WARN-DAYS (default 30 and 5 business days)
      *  - an overturned appeal against a suspended claim writes
      *    the corrected claim - the image on the transaction,
      *    else the suspended image - to APPLFEED, which CLMSUSP
      *    passes into its release feed for the next MIDTERMF run
      *  - an overturned appeal against a paid claim appends a
      *    re-adjudication ('A') to MIDTERMF's adjustment file
      *    (ADJTRAN) naming the live payment (policy, benefit
      *    date, run date) with the corrected claim image on the
      *    transaction, so MIDTERMF pays only the difference
      *    rather than seeing the claim again as a new one
      *  - the updated cases are written to APPLCASO; the weekly
      *    report lists every open appeal within the warning
      *    window of (or past) its deadline, then the overturn
      *    rate by denial reason across all decided appeals
      *
      *  Inital Version   2026/10/15
      *  Paid-claim overturns re-adjudicated through ADJTRAN 2026/10/15
      *  Response and warning days from PARMLIB 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASE-IN-FILE ASSIGN TO APPLCASI
           FILE STATUS IS CASE-IN-FILE-ST.

           SELECT OPTIONAL APPEAL-TRAN-FILE ASSIGN TO APPLTRAN
           FILE STATUS IS APPEAL-TRAN-FILE-ST.

           SELECT OPTIONAL CLAIM-HIST-FILE ASSIGN TO CLMHIST
           FILE STATUS IS CLAIM-HIST-FILE-ST.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO SUSPIN
           FILE STATUS IS SUSPENSE-FILE-ST.

           SELECT CASE-OUT-FILE ASSIGN TO APPLCASO
           FILE STATUS IS CASE-OUT-FILE-ST.

           SELECT APPEAL-FEED-FILE ASSIGN TO APPLFEED
           FILE STATUS IS APPEAL-FEED-FILE-ST.

      * Claim adjustment transactions for MIDTERMF - appended to,
      * so adjustments already keyed for the next run are kept
           SELECT OPTIONAL ADJUST-TRAN-FILE ASSIGN TO ADJTRAN
           FILE STATUS IS ADJUST-TRAN-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-IN-FILE
           RECORDING MODE IS F.
       01 CASE-IN-REC                  PIC X(200).

      * Appeal transactions - the corrected claim image is only
      * read on an overturn
       FD  APPEAL-TRAN-FILE
           RECORDING MODE IS F.
       01 APPEAL-TRAN-REC.
          05 AT-POLICY-NO              PIC 9(7).
          05 AT-BENEFIT-DATE           PIC 9(8).
          05 AT-ACTION                 PIC X(1).
             88 AT-VALID-ACTION        VALUE 'R' 'U' 'H' 'O'.
             88 AT-RECEIVED                           VALUE 'R'.
             88 AT-UNDER-REVIEW                       VALUE 'U'.
             88 AT-OVERTURNED                         VALUE 'O'.
          05 AT-ACTION-DATE            PIC 9(8).
          05 AT-DENIAL-REASON          PIC X(30).
          05 AT-CORRECTED-CLAIM        PIC X(112).
          05 FILLER                    PIC X(34).

      * Paid claims - same record layout as the CLAIM-HIST-FILE
      * FD in MIDTERMF
       FD  CLAIM-HIST-FILE
           RECORDING MODE IS F.
       01 CLAIM-HIST-REC.
          05 CH-POLICY-NO              PIC 9(7).
          05 CH-BENEFIT-DATE           PIC 9(8).
          05 CH-CLAIM-AMOUNT           PIC 9(7)V99.
          05 CH-RUN-DATE               PIC 9(8).
          05 CH-ENTRY-TYPE             PIC X(1).
          05 CH-ORIG-RUN-DATE          PIC 9(8).
          05 CH-PAID-AMOUNT            PIC 9(7)V99.
          05 CH-DEDUCTION              PIC 9(7)V99.
          05 CH-MEMBER-SHARE           PIC 9(7)V99.
          05 CH-MEMBER-SUFFIX          PIC 9(2).
          05 FILLER                    PIC X(10).

      * Suspended claims - same record layout as SUSPENSE-REC-WS
      * in CLMSUSP
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01 SUSPENSE-REC.
          05 SUS-CLAIM-DATA            PIC X(112).
          05 SUS-REASON                PIC X(30).
          05 SUS-PEND-DATE             PIC 9(8).

       FD  CASE-OUT-FILE
           RECORDING MODE IS F.
       01 CASE-OUT-REC                 PIC X(200).

      * Overturned claims in CLAIMFILE record format for CLMSUSP
       FD  APPEAL-FEED-FILE
           RECORDING MODE IS F.
       01 APPEAL-FEED-REC              PIC X(112).

      * Same record layout as the ADJUST-TRAN-FILE FD in MIDTERMF
       FD  ADJUST-TRAN-FILE
           RECORDING MODE IS F.
       01 ADJUST-TRAN-REC.
          05 AJ-POLICY-NO              PIC 9(7).
          05 AJ-BENEFIT-DATE           PIC 9(8).
          05 AJ-RUN-DATE               PIC 9(8).
          05 AJ-ACTION                 PIC X(1).
          05 AJ-REASON                 PIC X(20).
          05 AJ-CORRECTED-CLAIM        PIC X(112).
          05 FILLER                    PIC X(4).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Appeal case record carried forward between runs
       01 CASE-REC-WS.
          05 AC-CASE-NO                PIC 9(6).
          05 AC-POLICY-NO              PIC 9(7).
          05 AC-BENEFIT-DATE           PIC 9(8).
          05 AC-STATUS                 PIC X(1).
             88 AC-RECEIVED                           VALUE 'R'.
             88 AC-UNDER-REVIEW                       VALUE 'U'.
             88 AC-UPHELD                             VALUE 'H'.
             88 AC-OVERTURNED                         VALUE 'O'.
             88 AC-DECIDED                            VALUE 'H' 'O'.
          05 AC-RECEIVED-DATE          PIC 9(8).
          05 AC-DUE-DATE               PIC 9(8).
          05 AC-LAST-ACTION            PIC 9(8).
          05 AC-DENIAL-REASON          PIC X(30).
          05 AC-CLAIM-AMOUNT           PIC 9(7)V99.
          05 AC-CLAIM-SOURCE           PIC X(1).
             88 AC-FROM-SUSPENSE                      VALUE 'S'.
             88 AC-FROM-HISTORY                       VALUE 'H'.
          05 AC-CLAIM-DATA             PIC X(112).
      *   a paid claim has no image - the payment appealed instead
          05 AC-HIST-PAYMENT REDEFINES AC-CLAIM-DATA.
             10 AC-HIST-RUN-DATE       PIC 9(8).
             10 AC-HIST-RUN-DATE-X REDEFINES AC-HIST-RUN-DATE
                                       PIC X(8).
             10 FILLER                 PIC X(104).
          05 FILLER                    PIC X(2)        VALUE SPACES.

      * Claim image field layout for the overturn key check
           COPY CLAIMREC.

       01 APL-TABLE-SUB                PIC 9(4)        VALUE 0 COMP.
       01 APL-TABLE-MAX                PIC 9(4)        VALUE 0 COMP.
       01 APL-TABLE-MAX-LIMIT          PIC 9(4)        VALUE 2000 COMP.
       01 SW-APL-FOUND                 PIC X(1)        VALUE 'N'.
          88 APL-FOUND                                 VALUE 'Y'.
       01 SW-CH-FOUND                  PIC X(1)        VALUE 'N'.
          88 CH-FOUND                                  VALUE 'Y'.
       01 APPEAL-TABLE.
          05 APL-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON APL-TABLE-MAX.
             10 APL-TBL-CASE-REC       PIC X(200).

      * Paid claims, for the receipt match - only the payment
      * still live (not reversed or replaced) can be appealed
       01 CH-TABLE-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 CH-TABLE-MAX                 PIC 9(5)        VALUE 0 COMP.
       01 CH-TABLE-MAX-LIMIT           PIC 9(5)        VALUE 5000 COMP.
       01 CLAIM-HIST-TABLE.
          05 CH-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON CH-TABLE-MAX.
             10 CH-TBL-POLICY-NO       PIC 9(7).
             10 CH-TBL-BENEFIT-DATE    PIC 9(8).
             10 CH-TBL-CLAIM-AMOUNT    PIC 9(7)V99.
             10 CH-TBL-RUN-DATE        PIC 9(8).
      *      entry types as MIDTERMF: ' ' paid, 'A' re-adjudicated,
      *      'R' reversal, 'X' replaced by a later R/A entry, 'O'
      *      paid before the payment detail was kept
             10 CH-TBL-ENTRY-TYPE      PIC X(1).
                88 CH-TBL-LIVE                        VALUE ' ' 'A' 'O'.
                88 CH-TBL-ADJUSTABLE                  VALUE ' ' 'A'.

      * Suspended claims, for the receipt match
       01 SUS-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 SUS-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 SUS-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 5000 COMP.
       01 SUSPENSE-TABLE.
          05 SUS-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON SUS-TABLE-MAX.
             10 SUS-TBL-CLAIM-DATA     PIC X(112).
             10 SUS-TBL-REASON         PIC X(30).

      * Decided appeals by denial reason
       01 RSN-TABLE-SUB                PIC 9(3)        VALUE 0 COMP.
       01 RSN-TABLE-MAX                PIC 9(3)        VALUE 0 COMP.
       01 RSN-TABLE-MAX-LIMIT          PIC 9(3)        VALUE 100 COMP.
       01 SW-RSN-FOUND                 PIC X(1)        VALUE 'N'.
          88 RSN-FOUND                                 VALUE 'Y'.
       01 REASON-TABLE.
          05 RSN-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON RSN-TABLE-MAX.
             10 RSN-TBL-REASON         PIC X(30).
             10 RSN-TBL-DECIDED-KTR    PIC 9(7)        COMP.
             10 RSN-TBL-OVERTURN-KTR   PIC 9(7)        COMP.

       01 PROGRAM-SWITCHES.
          05 CASE-IN-FILE-ST           PIC X(2).
             88 CASE-IN-FILE-OK                        VALUE '00'.
          05 CASE-IN-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 CASE-IN-FILE-EOF                       VALUE 'Y'.
          05 APPEAL-TRAN-FILE-ST       PIC X(2).
             88 APPEAL-TRAN-FILE-OK                    VALUE '00'.
          05 APPEAL-TRAN-FILE-STATUS   PIC X(01)       VALUE SPACE.
             88 APPEAL-TRAN-FILE-EOF                   VALUE 'Y'.
          05 CLAIM-HIST-FILE-ST        PIC X(2).
             88 CLAIM-HIST-FILE-OK                     VALUE '00'.
          05 CLAIM-HIST-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 CLAIM-HIST-FILE-EOF                    VALUE 'Y'.
          05 SUSPENSE-FILE-ST          PIC X(2).
             88 SUSPENSE-FILE-OK                       VALUE '00'.
          05 SUSPENSE-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 SUSPENSE-FILE-EOF                      VALUE 'Y'.
          05 CASE-OUT-FILE-ST          PIC X(2).
             88 CASE-OUT-FILE-OK                       VALUE '00'.
          05 APPEAL-FEED-FILE-ST       PIC X(2).
             88 APPEAL-FEED-FILE-OK                    VALUE '00'.
          05 ADJUST-TRAN-FILE-ST       PIC X(2).
             88 ADJUST-TRAN-FILE-OK                    VALUE '00' '05'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * Report section being printed - drives the page headings
          05 WS-SECTION-SW             PIC X(01)       VALUE 'D'.
             88 DEADLINE-SECTION                       VALUE 'D'.
             88 REASON-SECTION                         VALUE 'R'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-OLD-CASE-KTR           PIC 9(7)        VALUE 0.
          05 WS-NEW-CASE-KTR           PIC 9(7)        VALUE 0.
          05 WS-TRAN-KTR               PIC 9(7)        VALUE 0.
          05 WS-TRAN-APPLIED-KTR       PIC 9(7)        VALUE 0.
          05 WS-TRAN-REJECT-KTR        PIC 9(7)        VALUE 0.
          05 WS-OPEN-CASE-KTR          PIC 9(7)        VALUE 0.
          05 WS-DUE-SOON-KTR           PIC 9(7)        VALUE 0.
          05 WS-OVERDUE-KTR            PIC 9(7)        VALUE 0.
          05 WS-UPHELD-KTR             PIC 9(7)        VALUE 0.
          05 WS-OVERTURN-KTR           PIC 9(7)        VALUE 0.
          05 WS-FEED-KTR               PIC 9(7)        VALUE 0.
          05 WS-ADJ-KTR                PIC 9(7)        VALUE 0.
          05 WS-HIGH-CASE-NO           PIC 9(6)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 99.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-RESPONSE-DAYS          PIC 9(3)        VALUE 30.
          05 WS-WARNING-DAYS           PIC 9(3)        VALUE 5.
          05 WS-DAYS-LEFT              PIC S9(5)       VALUE 0.
          05 WS-OVERTURN-PCT           PIC 9(3)V9      VALUE 0.
          05 WS-REJECT-REASON          PIC X(30)       VALUE SPACES.
          05 WS-FEED-CLAIM             PIC X(112)      VALUE SPACES.

      * DATESRVC calling parameters - deadlines are business days
       COPY DATESL.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the response period and warning
      * window in effect on the run date (PARMLIB parameter library)
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '  CLAIM APPEALS - DEADLINES AND OVERTURN RATES    '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

      * Open appeals approaching (or past) their deadline
       01 DEADLINE-HDG-1.
          05 FILLER                    PIC X(08)       VALUE
                'CASE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'POLICY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'BENEFIT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'RECEIVED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'DUE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'STATUS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'BUS DAYS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'DENIAL REASON'.
          05 FILLER                    PIC X(26)       VALUE SPACES.

       01 DEADLINE-HDG-2.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(26)       VALUE SPACES.

       01 DEADLINE-DETAIL-LINE.
          05 DD-CASE-NO-O              PIC 9(6).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DD-POLICY-O               PIC 9(7).
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DD-BENEFIT-O              PIC 9(8).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DD-RECEIVED-O             PIC 9(8).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DD-DUE-O                  PIC 9(8).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DD-STATUS-O               PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DD-DAYS-O                 PIC X(08).
          05 DD-DAYS-NUM-O REDEFINES DD-DAYS-O
                                       PIC ZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DD-REASON-O               PIC X(30).
          05 FILLER                    PIC X(26)       VALUE SPACES.

      * Overturn rate by denial reason
       01 REASON-HDG-1.
          05 FILLER                    PIC X(30)       VALUE
                'DENIAL REASON'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE
                'DECIDED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE
                ' UPHELD'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'OVERTURNED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'OVERTURN'.
          05 FILLER                    PIC X(62)       VALUE SPACES.

       01 REASON-HDG-2.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(62)       VALUE SPACES.

       01 REASON-DETAIL-LINE.
          05 DR-REASON-O               PIC X(30).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DR-DECIDED-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DR-UPHELD-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(05)       VALUE SPACES.
          05 DR-OVERTURNED-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DR-PCT-O                  PIC ZZ9.9.
          05 FILLER                    PIC X(01)       VALUE '%'.
          05 FILLER                    PIC X(63)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Appeals b/fwd / opened this run  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-OLD-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-NEW-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Transactions applied / rejected  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-APPLIED-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REJECT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Open appeals / due soon / overdue:'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-OPEN-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-DUE-SOON-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-OVERDUE-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Appeals upheld / overturned      :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-UPHELD-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-OVERTURN-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Corrected claims to APPLFEED     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-FEED-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                    PIC X(35)       VALUE
                'Re-adjudications to ADJTRAN      :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ADJ-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-OLD-CASES UNTIL CASE-IN-FILE-EOF.
           PERFORM 200-APPLY-TRANSACTIONS
              UNTIL APPEAL-TRAN-FILE-EOF.
           PERFORM 500-WRITE-CASES-AND-REPORT.
           PERFORM 560-REPORT-OVERTURN-RATES.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'CLMAPPL' TO AUD-PROGRAM-ID.
           MOVE WS-TRAN-KTR TO AUD-RECORDS-READ.
           MOVE WS-TRAN-APPLIED-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-TRAN-REJECT-KTR TO AUD-RECORDS-REJECTED.
           COMPUTE AUD-CONTROL-TOTAL = WS-FEED-KTR + WS-ADJ-KTR.
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
           PERFORM 050-LOAD-PARAMETERS.
           PERFORM 060-LOAD-CLAIM-HISTORY.
           PERFORM 070-LOAD-SUSPENSE.
       050-LOAD-PARAMETERS.
      ************************************************************
      * Response period and warning window in effect today in    *
      * the PARMLIB parameter library; a setting not in effect,  *
      * or zero, keeps the default                               *
      ************************************************************
      D    DISPLAY '050-LOAD-PARAMETERS'.
           MOVE 'CLMAPPL' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'APPL-RESP-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999
                 THEN
                 DISPLAY 'APPL-RESP-DAYS PROBLEM: NOT A DAY COUNT: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-RESPONSE-DAYS
              END-IF
           END-IF.

           MOVE 'APPL-WARN-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999
                 THEN
                 DISPLAY 'APPL-WARN-DAYS PROBLEM: NOT A DAY COUNT: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-WARNING-DAYS
              END-IF
           END-IF.
           DISPLAY 'APPEAL RESPONSE PERIOD: ' WS-RESPONSE-DAYS
                   ' BUSINESS DAYS, WARNING AT ' WS-WARNING-DAYS.
       060-LOAD-CLAIM-HISTORY.
      ************************************************************
      * Claims MIDTERMF has paid                                 *
      ************************************************************
      D    DISPLAY '060-LOAD-CLAIM-HISTORY'.
           PERFORM UNTIL CLAIM-HIST-FILE-EOF
              READ CLAIM-HIST-FILE
              AT END
                 MOVE 'Y' TO CLAIM-HIST-FILE-STATUS
              NOT AT END
                 IF CH-TABLE-MAX < CH-TABLE-MAX-LIMIT
                    THEN
                    ADD 1 TO CH-TABLE-MAX
                    MOVE CH-POLICY-NO TO
                       CH-TBL-POLICY-NO(CH-TABLE-MAX)
                    MOVE CH-BENEFIT-DATE TO
                       CH-TBL-BENEFIT-DATE(CH-TABLE-MAX)
                    MOVE CH-CLAIM-AMOUNT TO
                       CH-TBL-CLAIM-AMOUNT(CH-TABLE-MAX)
                    MOVE CH-RUN-DATE TO
                       CH-TBL-RUN-DATE(CH-TABLE-MAX)
                    PERFORM 065-LOAD-HISTORY-ENTRY-TYPE
                 ELSE
                    DISPLAY 'WARNING: CLAIM HISTORY TABLE FULL'
                    MOVE 'Y' TO CLAIM-HIST-FILE-STATUS
                 END-IF
              END-READ
           END-PERFORM.
      D    DISPLAY 'CLAIM HISTORY: ' CH-TABLE-MAX ' PAID CLAIMS'.
       065-LOAD-HISTORY-ENTRY-TYPE.
      ************************************************************
      * Entry type of the history entry just loaded, as MIDTERMF *
      * keeps it - entries without payment detail cannot be      *
      * adjusted, and a reversal or re-adjudication retires the  *
      * payment it replaced                                      *
      ************************************************************
           IF CH-PAID-AMOUNT NUMERIC
              AND CH-DEDUCTION NUMERIC
              AND CH-MEMBER-SHARE NUMERIC
              THEN
              MOVE CH-ENTRY-TYPE TO CH-TBL-ENTRY-TYPE(CH-TABLE-MAX)
           ELSE
              MOVE 'O' TO CH-TBL-ENTRY-TYPE(CH-TABLE-MAX)
           END-IF.
           IF CH-ENTRY-TYPE NOT = 'R' AND NOT = 'A'
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CH-TABLE-SUB FROM 1 BY 1
              UNTIL CH-TABLE-SUB NOT < CH-TABLE-MAX
                   IF CH-TBL-POLICY-NO(CH-TABLE-SUB) = CH-POLICY-NO
                      AND CH-TBL-BENEFIT-DATE(CH-TABLE-SUB) =
                      CH-BENEFIT-DATE
                      AND CH-TBL-RUN-DATE(CH-TABLE-SUB) =
                      CH-ORIG-RUN-DATE
                      AND CH-TBL-ADJUSTABLE(CH-TABLE-SUB)
                      THEN
                      MOVE 'X' TO CH-TBL-ENTRY-TYPE(CH-TABLE-SUB)
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       070-LOAD-SUSPENSE.
      ************************************************************
      * Claims rejected or pended and still in CLMSUSP suspense  *
      ************************************************************
      D    DISPLAY '070-LOAD-SUSPENSE'.
           PERFORM UNTIL SUSPENSE-FILE-EOF
              READ SUSPENSE-FILE
              AT END
                 MOVE 'Y' TO SUSPENSE-FILE-STATUS
              NOT AT END
                 IF SUS-TABLE-MAX < SUS-TABLE-MAX-LIMIT
                    THEN
                    ADD 1 TO SUS-TABLE-MAX
                    MOVE SUS-CLAIM-DATA TO
                       SUS-TBL-CLAIM-DATA(SUS-TABLE-MAX)
                    MOVE SUS-REASON TO
                       SUS-TBL-REASON(SUS-TABLE-MAX)
                 ELSE
                    DISPLAY 'WARNING: SUSPENSE TABLE FULL'
                    MOVE 'Y' TO SUSPENSE-FILE-STATUS
                 END-IF
              END-READ
           END-PERFORM.
      D    DISPLAY 'SUSPENSE: ' SUS-TABLE-MAX ' CLAIMS'.
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
           IF APL-TABLE-MAX < APL-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO APL-TABLE-MAX
              MOVE CASE-REC-WS TO APL-TBL-CASE-REC(APL-TABLE-MAX)
              IF AC-CASE-NO > WS-HIGH-CASE-NO
                 THEN
                 MOVE AC-CASE-NO TO WS-HIGH-CASE-NO
              END-IF
           ELSE
              DISPLAY 'WARNING: APPEAL TABLE FULL'
           END-IF.
       200-APPLY-TRANSACTIONS.
      ************************************************************
      * Apply one appeal transaction                             *
      ************************************************************
      D    DISPLAY '200-APPLY-TRANSACTIONS'.
           READ APPEAL-TRAN-FILE
           AT END
              MOVE 'Y' TO APPEAL-TRAN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-TRAN-KTR.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT AT-VALID-ACTION
              THEN
              MOVE 'INVALID APPEAL ACTION' TO WS-REJECT-REASON
              PERFORM 290-REJECT-TRANSACTION
              EXIT PARAGRAPH
           END-IF.
           IF AT-ACTION-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(AT-ACTION-DATE) NOT = 0
              THEN
              MOVE 'INVALID ACTION DATE' TO WS-REJECT-REASON
              PERFORM 290-REJECT-TRANSACTION
              EXIT PARAGRAPH
           END-IF.

      * the live (undecided) case for this claim, if any
           MOVE 'N' TO SW-APL-FOUND.
           PERFORM VARYING APL-TABLE-SUB FROM 1 BY 1
              UNTIL APL-TABLE-SUB > APL-TABLE-MAX
                   MOVE APL-TBL-CASE-REC(APL-TABLE-SUB)
                      TO CASE-REC-WS
                   IF AC-POLICY-NO = AT-POLICY-NO
                      AND AC-BENEFIT-DATE = AT-BENEFIT-DATE
                      AND NOT AC-DECIDED
                      THEN
                      MOVE 'Y' TO SW-APL-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF AT-RECEIVED
              THEN
              PERFORM 210-OPEN-APPEAL
              EXIT PARAGRAPH
           END-IF.

           IF NOT APL-FOUND
              THEN
              MOVE 'NO OPEN APPEAL FOR CLAIM' TO WS-REJECT-REASON
              PERFORM 290-REJECT-TRANSACTION
              EXIT PARAGRAPH
           END-IF.

           IF AT-OVERTURNED
              THEN
              PERFORM 230-OVERTURN-APPEAL
              IF WS-REJECT-REASON NOT = SPACES
                 THEN
                 PERFORM 290-REJECT-TRANSACTION
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           MOVE AT-ACTION TO AC-STATUS.
           MOVE AT-ACTION-DATE TO AC-LAST-ACTION.
           MOVE CASE-REC-WS TO APL-TBL-CASE-REC(APL-TABLE-SUB).
           ADD 1 TO WS-TRAN-APPLIED-KTR.
       210-OPEN-APPEAL.
      ************************************************************
      * A received appeal opens a case against the suspended or  *
      * paid claim, with its business-day response deadline      *
      ************************************************************
      D    DISPLAY '210-OPEN-APPEAL'.
           IF APL-FOUND
              THEN
              MOVE 'APPEAL ALREADY OPEN' TO WS-REJECT-REASON
              PERFORM 290-REJECT-TRANSACTION
              EXIT PARAGRAPH
           END-IF.
           IF APL-TABLE-MAX NOT < APL-TABLE-MAX-LIMIT
              THEN
              DISPLAY 'WARNING: APPEAL TABLE FULL'
              MOVE 'APPEAL TABLE FULL' TO WS-REJECT-REASON
              PERFORM 290-REJECT-TRANSACTION
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CASE-REC-WS.
           MOVE AT-POLICY-NO TO AC-POLICY-NO.
           MOVE AT-BENEFIT-DATE TO AC-BENEFIT-DATE.
           MOVE 0 TO AC-CLAIM-AMOUNT.

      * a suspended claim brings its own image and reject reason
           PERFORM VARYING SUS-TABLE-SUB FROM 1 BY 1
              UNTIL SUS-TABLE-SUB > SUS-TABLE-MAX
                   MOVE SUS-TBL-CLAIM-DATA(SUS-TABLE-SUB)
                      TO CLAIM-RECORD-WS
                   IF INSURED-POLICY-NO = AT-POLICY-NO
                      AND POLICY-BENEFIT-DATE-NUM = AT-BENEFIT-DATE
                      THEN
                      MOVE 'S' TO AC-CLAIM-SOURCE
                      MOVE SUS-TBL-CLAIM-DATA(SUS-TABLE-SUB)
                         TO AC-CLAIM-DATA
                      MOVE SUS-TBL-REASON(SUS-TABLE-SUB)
                         TO AC-DENIAL-REASON
                      IF CLAIM-AMOUNT NUMERIC
                         THEN
                         MOVE CLAIM-AMOUNT TO AC-CLAIM-AMOUNT
                      END-IF
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

      * otherwise the claim must be one MIDTERMF paid
           IF NOT AC-FROM-SUSPENSE
              THEN
              PERFORM VARYING CH-TABLE-SUB FROM 1 BY 1
                 UNTIL CH-TABLE-SUB > CH-TABLE-MAX
                      IF CH-TBL-POLICY-NO(CH-TABLE-SUB) =
                         AT-POLICY-NO
                         AND CH-TBL-BENEFIT-DATE(CH-TABLE-SUB) =
                         AT-BENEFIT-DATE
                         AND CH-TBL-LIVE(CH-TABLE-SUB)
                         THEN
                         MOVE 'H' TO AC-CLAIM-SOURCE
                         MOVE CH-TBL-CLAIM-AMOUNT(CH-TABLE-SUB)
                            TO AC-CLAIM-AMOUNT
                         MOVE CH-TBL-RUN-DATE(CH-TABLE-SUB)
                            TO AC-HIST-RUN-DATE
                         IF AT-DENIAL-REASON NOT = SPACES
                            THEN
                            MOVE AT-DENIAL-REASON TO AC-DENIAL-REASON
                         ELSE
                            MOVE 'REDUCED OR ZERO PAYMENT'
                               TO AC-DENIAL-REASON
                         END-IF
                         EXIT PERFORM
                      END-IF
              END-PERFORM
           END-IF.

           IF NOT AC-FROM-SUSPENSE AND NOT AC-FROM-HISTORY
              THEN
              MOVE 'CLAIM NOT ON FILE' TO WS-REJECT-REASON
              PERFORM 290-REJECT-TRANSACTION
              EXIT PARAGRAPH
           END-IF.

           MOVE 'A' TO DS-FUNCTION.
           MOVE AT-ACTION-DATE TO DS-DATE-1.
           MOVE WS-RESPONSE-DAYS TO DS-DAYS-IN.
           CALL 'DATESRVC' USING DS-FUNCTION, DS-DATE-1,
              DS-DATE-2, DS-DAYS-IN, DS-DATE-OUT, DS-DAYS-OUT,
              DS-STATUS.
           IF DS-STATUS NOT = '00'
              THEN
              MOVE 'DEADLINE NOT COMPUTABLE' TO WS-REJECT-REASON
              PERFORM 290-REJECT-TRANSACTION
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-HIGH-CASE-NO.
           MOVE WS-HIGH-CASE-NO TO AC-CASE-NO.
           MOVE 'R' TO AC-STATUS.
           MOVE AT-ACTION-DATE TO AC-RECEIVED-DATE.
           MOVE DS-DATE-OUT TO AC-DUE-DATE.
           MOVE AT-ACTION-DATE TO AC-LAST-ACTION.
           ADD 1 TO APL-TABLE-MAX.
           MOVE CASE-REC-WS TO APL-TBL-CASE-REC(APL-TABLE-MAX).
           ADD 1 TO WS-NEW-CASE-KTR.
           ADD 1 TO WS-TRAN-APPLIED-KTR.
       230-OVERTURN-APPEAL.
      ************************************************************
      * Send the corrected claim for re-adjudication - the image *
      * on the transaction, else the suspended image; it must    *
      * carry the appealed claim's key. A paid claim goes back   *
      * to MIDTERMF as an adjustment of its payment instead      *
      ************************************************************
      D    DISPLAY '230-OVERTURN-APPEAL'.
           IF AC-FROM-HISTORY
              THEN
              PERFORM 240-READJUDICATE-PAYMENT
              EXIT PARAGRAPH
           END-IF.
           IF AT-CORRECTED-CLAIM NOT = SPACES
              THEN
              MOVE AT-CORRECTED-CLAIM TO WS-FEED-CLAIM
           ELSE
              MOVE AC-CLAIM-DATA TO WS-FEED-CLAIM
           END-IF.
           IF WS-FEED-CLAIM = SPACES
              THEN
              MOVE 'NO CLAIM IMAGE FOR OVERTURN' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FEED-CLAIM TO CLAIM-RECORD-WS.
           IF INSURED-POLICY-NO NOT = AC-POLICY-NO
              OR POLICY-BENEFIT-DATE-NUM NOT = AC-BENEFIT-DATE
              THEN
              MOVE 'CLAIM IMAGE KEY MISMATCH' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-FEED-CLAIM TO APPEAL-FEED-REC.
           WRITE APPEAL-FEED-REC.
           IF NOT APPEAL-FEED-FILE-OK
              THEN
              DISPLAY 'APPLFEED Problem: ' APPEAL-FEED-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-FEED-KTR.
       240-READJUDICATE-PAYMENT.
      ************************************************************
      * Overturn of a paid claim: a re-adjudication of the live  *
      * payment from the corrected claim on the transaction, for *
      * MIDTERMF to pay only the difference. The payment saved   *
      * on the case is used while it is still live; if it has    *
      * since been adjusted, its replacement is                  *
      ************************************************************
      D    DISPLAY '240-READJUDICATE-PAYMENT'.
           IF AT-CORRECTED-CLAIM = SPACES
              THEN
              MOVE 'NO CLAIM IMAGE FOR OVERTURN' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE AT-CORRECTED-CLAIM TO CLAIM-RECORD-WS.
           IF INSURED-POLICY-NO NOT = AC-POLICY-NO
              OR POLICY-BENEFIT-DATE-NUM NOT = AC-BENEFIT-DATE
              THEN
              MOVE 'CLAIM IMAGE KEY MISMATCH' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF AC-HIST-RUN-DATE-X NOT NUMERIC
              THEN
              MOVE 0 TO AC-HIST-RUN-DATE
           END-IF.
           MOVE 'N' TO SW-CH-FOUND.
           PERFORM VARYING CH-TABLE-SUB FROM 1 BY 1
              UNTIL CH-TABLE-SUB > CH-TABLE-MAX
                   IF CH-TBL-POLICY-NO(CH-TABLE-SUB) = AC-POLICY-NO
                      AND CH-TBL-BENEFIT-DATE(CH-TABLE-SUB) =
                      AC-BENEFIT-DATE
                      AND CH-TBL-RUN-DATE(CH-TABLE-SUB) =
                      AC-HIST-RUN-DATE
                      AND CH-TBL-LIVE(CH-TABLE-SUB)
                      THEN
                      MOVE 'Y' TO SW-CH-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT CH-FOUND
              THEN
              PERFORM VARYING CH-TABLE-SUB FROM 1 BY 1
                 UNTIL CH-TABLE-SUB > CH-TABLE-MAX
                      IF CH-TBL-POLICY-NO(CH-TABLE-SUB) =
                         AC-POLICY-NO
                         AND CH-TBL-BENEFIT-DATE(CH-TABLE-SUB) =
                         AC-BENEFIT-DATE
                         AND CH-TBL-LIVE(CH-TABLE-SUB)
                         THEN
                         MOVE 'Y' TO SW-CH-FOUND
                         MOVE CH-TBL-RUN-DATE(CH-TABLE-SUB)
                            TO AC-HIST-RUN-DATE
                         EXIT PERFORM
                      END-IF
              END-PERFORM
           END-IF.
           IF NOT CH-FOUND
              THEN
              MOVE 'NO LIVE PAYMENT TO ADJUST' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF NOT CH-TBL-ADJUSTABLE(CH-TABLE-SUB)
              THEN
              MOVE 'PAYMENT PREDATES HISTORY DETAIL'
                 TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ADJUST-TRAN-REC.
           MOVE AC-POLICY-NO TO AJ-POLICY-NO.
           MOVE AC-BENEFIT-DATE TO AJ-BENEFIT-DATE.
           MOVE AC-HIST-RUN-DATE TO AJ-RUN-DATE.
           MOVE 'A' TO AJ-ACTION.
           MOVE 'APPEAL OVERTURNED' TO AJ-REASON.
           MOVE AT-CORRECTED-CLAIM TO AJ-CORRECTED-CLAIM.
           WRITE ADJUST-TRAN-REC.
           IF NOT ADJUST-TRAN-FILE-OK
              THEN
              DISPLAY 'ADJTRAN Problem: ' ADJUST-TRAN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-ADJ-KTR.
       290-REJECT-TRANSACTION.
      ************************************************************
      * Count and log a transaction that could not be applied    *
      ************************************************************
      D    DISPLAY '290-REJECT-TRANSACTION'.
           ADD 1 TO WS-TRAN-REJECT-KTR.
           DISPLAY 'APPEAL REJECTED: ' AT-POLICY-NO ' '
                   AT-BENEFIT-DATE ' ' AT-ACTION ' - '
                   WS-REJECT-REASON.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT CASE-IN-FILE.
           IF NOT CASE-IN-FILE-OK
              MOVE 'Y' TO CASE-IN-FILE-STATUS
           END-IF.
           OPEN INPUT APPEAL-TRAN-FILE.
           IF NOT APPEAL-TRAN-FILE-OK
              MOVE 'Y' TO APPEAL-TRAN-FILE-STATUS
           END-IF.
           OPEN INPUT CLAIM-HIST-FILE.
           IF NOT CLAIM-HIST-FILE-OK
              MOVE 'Y' TO CLAIM-HIST-FILE-STATUS
           END-IF.
           OPEN INPUT SUSPENSE-FILE.
           IF NOT SUSPENSE-FILE-OK
              MOVE 'Y' TO SUSPENSE-FILE-STATUS
           END-IF.
           OPEN OUTPUT CASE-OUT-FILE.
           IF NOT CASE-OUT-FILE-OK
              DISPLAY 'APPLCASO OPEN PROBLEM, RC='
                      CASE-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT APPEAL-FEED-FILE.
           IF NOT APPEAL-FEED-FILE-OK
              DISPLAY 'APPLFEED OPEN PROBLEM, RC='
                      APPEAL-FEED-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND ADJUST-TRAN-FILE.
           IF NOT ADJUST-TRAN-FILE-OK
              DISPLAY 'ADJTRAN OPEN PROBLEM, RC='
                      ADJUST-TRAN-FILE-ST
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
      * Write every case forward; open cases near or past their  *
      * deadline go on the report, decided ones into the rates   *
      ************************************************************
      D    DISPLAY '500-WRITE-CASES-AND-REPORT'.
           MOVE 'D' TO WS-SECTION-SW.
           PERFORM VARYING APL-TABLE-SUB FROM 1 BY 1
              UNTIL APL-TABLE-SUB > APL-TABLE-MAX
                   PERFORM 550-WRITE-ONE-CASE
           END-PERFORM.
       550-WRITE-ONE-CASE.
      ************************************************************
      * One case: carry forward, then deadline or rate           *
      ************************************************************
      D    DISPLAY '550-WRITE-ONE-CASE'.
           MOVE APL-TBL-CASE-REC(APL-TABLE-SUB) TO CASE-REC-WS.
           MOVE CASE-REC-WS TO CASE-OUT-REC.
           WRITE CASE-OUT-REC.

           IF AC-DECIDED
              THEN
              PERFORM 555-COUNT-DECISION
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OPEN-CASE-KTR.

      * business days left to the deadline; negative once past it
           IF AC-DUE-DATE > WS-CURRENT-DATE
              THEN
              MOVE WS-CURRENT-DATE TO DS-DATE-1
              MOVE AC-DUE-DATE TO DS-DATE-2
           ELSE
              MOVE AC-DUE-DATE TO DS-DATE-1
              MOVE WS-CURRENT-DATE TO DS-DATE-2
           END-IF.
           MOVE 'D' TO DS-FUNCTION.
           CALL 'DATESRVC' USING DS-FUNCTION, DS-DATE-1,
              DS-DATE-2, DS-DAYS-IN, DS-DATE-OUT, DS-DAYS-OUT,
              DS-STATUS.
           IF DS-STATUS NOT = '00'
              THEN
              DISPLAY 'DATESRVC RC=' DS-STATUS ' FOR CASE '
                      AC-CASE-NO
              MOVE 0 TO DS-DAYS-OUT
           END-IF.
           IF AC-DUE-DATE > WS-CURRENT-DATE
              THEN
              MOVE DS-DAYS-OUT TO WS-DAYS-LEFT
           ELSE
              COMPUTE WS-DAYS-LEFT = 0 - DS-DAYS-OUT
           END-IF.

           IF WS-DAYS-LEFT > WS-WARNING-DAYS
              THEN
              EXIT PARAGRAPH
           END-IF.

           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           MOVE AC-CASE-NO TO DD-CASE-NO-O.
           MOVE AC-POLICY-NO TO DD-POLICY-O.
           MOVE AC-BENEFIT-DATE TO DD-BENEFIT-O.
           MOVE AC-RECEIVED-DATE TO DD-RECEIVED-O.
           MOVE AC-DUE-DATE TO DD-DUE-O.
           IF AC-UNDER-REVIEW
              THEN
              MOVE 'REVIEW' TO DD-STATUS-O
           ELSE
              MOVE 'RECEIVED' TO DD-STATUS-O
           END-IF.
           IF WS-DAYS-LEFT < 0
              THEN
              MOVE 'OVERDUE' TO DD-DAYS-O
              ADD 1 TO WS-OVERDUE-KTR
           ELSE
              MOVE WS-DAYS-LEFT TO DD-DAYS-NUM-O
              ADD 1 TO WS-DUE-SOON-KTR
           END-IF.
           MOVE AC-DENIAL-REASON TO DD-REASON-O.
           WRITE OUTPUT-LINE FROM DEADLINE-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       555-COUNT-DECISION.
      ************************************************************
      * Tally a decided appeal under its denial reason           *
      ************************************************************
      D    DISPLAY '555-COUNT-DECISION'.
           IF AC-OVERTURNED
              THEN
              ADD 1 TO WS-OVERTURN-KTR
           ELSE
              ADD 1 TO WS-UPHELD-KTR
           END-IF.
           MOVE 'N' TO SW-RSN-FOUND.
           PERFORM VARYING RSN-TABLE-SUB FROM 1 BY 1
              UNTIL RSN-TABLE-SUB > RSN-TABLE-MAX
                   IF RSN-TBL-REASON(RSN-TABLE-SUB) = AC-DENIAL-REASON
                      THEN
                      MOVE 'Y' TO SW-RSN-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT RSN-FOUND
              THEN
              IF RSN-TABLE-MAX < RSN-TABLE-MAX-LIMIT
                 THEN
                 ADD 1 TO RSN-TABLE-MAX
                 MOVE RSN-TABLE-MAX TO RSN-TABLE-SUB
                 MOVE AC-DENIAL-REASON TO
                    RSN-TBL-REASON(RSN-TABLE-SUB)
                 MOVE 0 TO RSN-TBL-DECIDED-KTR(RSN-TABLE-SUB)
                 MOVE 0 TO RSN-TBL-OVERTURN-KTR(RSN-TABLE-SUB)
              ELSE
                 DISPLAY 'WARNING: REASON TABLE FULL - '
                         AC-DENIAL-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD 1 TO RSN-TBL-DECIDED-KTR(RSN-TABLE-SUB).
           IF AC-OVERTURNED
              THEN
              ADD 1 TO RSN-TBL-OVERTURN-KTR(RSN-TABLE-SUB)
           END-IF.
       560-REPORT-OVERTURN-RATES.
      ************************************************************
      * Overturn rate by denial reason - a high rate points at   *
      * an edit that is denying good claims                      *
      ************************************************************
      D    DISPLAY '560-REPORT-OVERTURN-RATES'.
           MOVE 'R' TO WS-SECTION-SW.
           PERFORM 600-WRITE-HEADINGS.
           PERFORM VARYING RSN-TABLE-SUB FROM 1 BY 1
              UNTIL RSN-TABLE-SUB > RSN-TABLE-MAX
                   IF CTR-LINES > CTR-LINES-MAX
                      THEN
                      PERFORM 600-WRITE-HEADINGS
                   END-IF
                   MOVE RSN-TBL-REASON(RSN-TABLE-SUB) TO DR-REASON-O
                   MOVE RSN-TBL-DECIDED-KTR(RSN-TABLE-SUB)
                      TO DR-DECIDED-O
                   COMPUTE DR-UPHELD-O =
                      RSN-TBL-DECIDED-KTR(RSN-TABLE-SUB) -
                      RSN-TBL-OVERTURN-KTR(RSN-TABLE-SUB)
                   MOVE RSN-TBL-OVERTURN-KTR(RSN-TABLE-SUB)
                      TO DR-OVERTURNED-O
                   COMPUTE WS-OVERTURN-PCT ROUNDED =
                      RSN-TBL-OVERTURN-KTR(RSN-TABLE-SUB) * 100 /
                      RSN-TBL-DECIDED-KTR(RSN-TABLE-SUB)
                   MOVE WS-OVERTURN-PCT TO DR-PCT-O
                   WRITE OUTPUT-LINE FROM REASON-DETAIL-LINE
                      AFTER ADVANCING 1 LINE
                   ADD 1 TO CTR-LINES
           END-PERFORM.
       600-WRITE-HEADINGS.
      ************************************************************
      * Page headings for the section being printed              *
      ************************************************************
      D    DISPLAY '600-WRITE-HEADINGS'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           IF DEADLINE-SECTION
              THEN
              WRITE OUTPUT-LINE FROM DEADLINE-HDG-1
                 AFTER ADVANCING 2 LINES
              WRITE OUTPUT-LINE FROM DEADLINE-HDG-2
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE OUTPUT-LINE FROM REASON-HDG-1
                 AFTER ADVANCING 2 LINES
              WRITE OUTPUT-LINE FROM REASON-HDG-2
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 3 TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           MOVE WS-OLD-CASE-KTR TO TOTAL-OLD-O.
           MOVE WS-NEW-CASE-KTR TO TOTAL-NEW-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-TRAN-APPLIED-KTR TO TOTAL-APPLIED-O.
           MOVE WS-TRAN-REJECT-KTR TO TOTAL-REJECT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-OPEN-CASE-KTR TO TOTAL-OPEN-O.
           MOVE WS-DUE-SOON-KTR TO TOTAL-DUE-SOON-O.
           MOVE WS-OVERDUE-KTR TO TOTAL-OVERDUE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-UPHELD-KTR TO TOTAL-UPHELD-O.
           MOVE WS-OVERTURN-KTR TO TOTAL-OVERTURN-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-FEED-KTR TO TOTAL-FEED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-ADJ-KTR TO TOTAL-ADJ-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE CASE-IN-FILE
                 APPEAL-TRAN-FILE
                 CLAIM-HIST-FILE
                 SUSPENSE-FILE
                 CASE-OUT-FILE
                 APPEAL-FEED-FILE
                 ADJUST-TRAN-FILE
                 REPORT-FILE.
