       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATMPI.
      * ------------------------------------------------------------
      * PATMPI:
      * Master patient index. Registration assigns a new
      * PATIENT-NBR whenever it cannot find the old one, so the
      * same person can build up history under two or three
      * numbers - split PATHIST history, readmissions HOSPEDIT
      * cannot see, separate HOSPBILL statements. Run after the
      * weekly HOSPEDIT:
      *
      *  - the patient index is built from the accumulated
      *    patient history (PATHIST): one entry per PATIENT-NBR
      *    with the name and phone it was last registered under
      *  - confirmed merge transactions (MPIMERGE) - the number
      *    merged away, the surviving number, the registrar who
      *    confirmed it and the date - are edited the way
      *    SUPMERGE edits supplier merges: both numbers on the
      *    index, the date valid and not in the future, no number
      *    both merged away and surviving in the same run
      *  - every accepted old number is re-pointed to its
      *    survivor on the patient history (PATHIST - the episode
      *    keeps the number it was registered under), the
      *    eligibility feed (ELIGFILE), the valid-patient billing
      *    file (HOSPOUT), the payment plan master (PLANMSTI) and
      *    the defaulted plan balances (PLANDFLT); each is copied
      *    to its new generation (PATHISTO, ELIGFILO, HOSPOUTO,
      *    PLANMRGO, PLANDFLO)
      *  - every remaining pair of patients is scored on
      *    LAST-NAME, FIRST-NAME and PATIENT-PHONE; pairs at or
      *    over the MPI-THRESHOLD setting (default 75 of 100) are
      *    listed as probable duplicates and written to the
      *    registrar's worklist (MPIDUPS), suggested survivor -
      *    the number with more episodes - first
      *
      *  Scoring, 100 points:
      *    last name   40 - by character agreement, position by
      *                     position, so SMITH/SMYTH scores 32
      *    first name  30 - the same; an initial that agrees
      *                     with the other name scores 20
      *    phone       30 - exact; 20 when only the area code
      *                     differs
      *    first and last name keyed the wrong way round score
      *    as a full name match.
      *
      * The report lists each merge transaction, the before/after
      * record count per file (as SUPMERGE proves its merge), and
      * the probable duplicates. RETURN-CODE 4 when an old number
      * is still found after the merge.
      *
      *  Inital Version   2026/10/15
      *  Run parameters from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MERGE-TRANS-FILE ASSIGN TO MPIMERGE
           FILE STATUS IS MERGE-TRANS-FILE-ST.

           SELECT OPTIONAL HIST-IN-FILE ASSIGN TO PATHIST
           FILE STATUS IS HIST-IN-FILE-ST.
           SELECT HIST-OUT-FILE ASSIGN TO PATHISTO
           FILE STATUS IS HIST-OUT-FILE-ST.

           SELECT OPTIONAL ELIG-IN-FILE ASSIGN TO ELIGFILE
           FILE STATUS IS ELIG-IN-FILE-ST.
           SELECT ELIG-OUT-FILE ASSIGN TO ELIGFILO
           FILE STATUS IS ELIG-OUT-FILE-ST.

           SELECT OPTIONAL BILL-IN-FILE ASSIGN TO HOSPOUT
           FILE STATUS IS BILL-IN-FILE-ST.
           SELECT BILL-OUT-FILE ASSIGN TO HOSPOUTO
           FILE STATUS IS BILL-OUT-FILE-ST.

           SELECT OPTIONAL PLAN-IN-FILE ASSIGN TO PLANMSTI
           FILE STATUS IS PLAN-IN-FILE-ST.
           SELECT PLAN-OUT-FILE ASSIGN TO PLANMRGO
           FILE STATUS IS PLAN-OUT-FILE-ST.

           SELECT OPTIONAL DFLT-IN-FILE ASSIGN TO PLANDFLT
           FILE STATUS IS DFLT-IN-FILE-ST.
           SELECT DFLT-OUT-FILE ASSIGN TO PLANDFLO
           FILE STATUS IS DFLT-OUT-FILE-ST.

           SELECT DUPS-FILE ASSIGN TO MPIDUPS
           FILE STATUS IS DUPS-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Merges confirmed by a registrar from the MPIDUPS worklist
       FD  MERGE-TRANS-FILE
           RECORDING MODE IS F.
       01 MERGE-TRANS-REC.
          05 MG-OLD-PATIENT-NBR        PIC X(05).
          05 MG-OLD-PATIENT-NBR-N      REDEFINES MG-OLD-PATIENT-NBR
                                       PIC 9(05).
          05 MG-NEW-PATIENT-NBR        PIC X(05).
          05 MG-NEW-PATIENT-NBR-N      REDEFINES MG-NEW-PATIENT-NBR
                                       PIC 9(05).
          05 MG-CONFIRM-DATE           PIC X(08).
          05 MG-CONFIRM-DATE-N         REDEFINES MG-CONFIRM-DATE
                                       PIC 9(08).
          05 MG-REGISTRAR-ID           PIC X(08).
          05 FILLER                    PIC X(54).

      * Patient history - same record layout as the PATHIST FD in
      * HOSPEDIT
       FD  HIST-IN-FILE
           RECORDING MODE IS F.
       01 HIST-REC.
          05 HIST-PATIENT-NBR          PIC 9(5).
          05 HIST-ADMIT-DATE           PIC X(10).
          05 HIST-STAY-LTH             PIC 9(3).
          05 HIST-DIAG-CODE            PIC 9(3).
          05 HIST-RUN-DATE             PIC 9(6).
          05 HIST-LAST-NAME            PIC X(10).
          05 HIST-FIRST-NAME           PIC X(10).
          05 HIST-PATIENT-PHONE        PIC X(10).
          05 HIST-ORIG-PATIENT-NBR     PIC X(5).
          05 FILLER                    PIC X(18).
       FD  HIST-OUT-FILE
           RECORDING MODE IS F.
       01 HIST-OUT-REC                 PIC X(80).

      * Carrier eligibility feed - HOSPEDIT's ELIGFILE layout
       FD  ELIG-IN-FILE
           RECORDING MODE IS F.
       01 ELIG-IN-REC.
          05 ELIG-MEMBER               PIC 9(5).
          05 FILLER                    PIC X(75).
       FD  ELIG-OUT-FILE
           RECORDING MODE IS F.
       01 ELIG-OUT-REC                 PIC X(80).

      * Valid-patient file HOSPBILL prints statements from -
      * HOSPINF layout
       FD  BILL-IN-FILE
           RECORDING MODE IS F.
       01 BILL-IN-REC.
          05 BILL-PATIENT-NBR          PIC 9(5).
          05 FILLER                    PIC X(128).
       FD  BILL-OUT-FILE
           RECORDING MODE IS F.
       01 BILL-OUT-REC                 PIC X(133).

      * Payment plan master - PAYPLAN PLAN-REC-WS layout
       FD  PLAN-IN-FILE
           RECORDING MODE IS F.
       01 PLAN-IN-REC.
          05 PL-PATIENT-NBR            PIC 9(5).
          05 FILLER                    PIC X(75).
       FD  PLAN-OUT-FILE
           RECORDING MODE IS F.
       01 PLAN-OUT-REC                 PIC X(80).

      * Defaulted plan balances - PAYPLAN DEFAULT-REC layout
       FD  DFLT-IN-FILE
           RECORDING MODE IS F.
       01 DFLT-IN-REC.
          05 DF-PATIENT-NBR            PIC 9(5).
          05 FILLER                    PIC X(75).
       FD  DFLT-OUT-FILE
           RECORDING MODE IS F.
       01 DFLT-OUT-REC                 PIC X(80).

      * Registrar's worklist of probable duplicates - suggested
      * survivor first
       FD  DUPS-FILE
           RECORDING MODE IS F.
       01 DUPS-REC.
          05 DP-SURVIVOR-NBR           PIC 9(5).
          05 DP-DUPLICATE-NBR          PIC 9(5).
          05 DP-SCORE                  PIC 9(3).
          05 DP-SURVIVOR-NAME          PIC X(20).
          05 DP-DUPLICATE-NAME         PIC X(20).
          05 DP-SURVIVOR-PHONE         PIC X(10).
          05 DP-DUPLICATE-PHONE        PIC X(10).
          05 FILLER                    PIC X(07).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Merge transactions for the run
       01 MRG-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 MRG-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 MRG-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 100 COMP.
       01 MRG-CHECK-SUB                PIC 9(5)        VALUE 0 COMP.
       01 SW-MRG-FOUND                 PIC X(1)        VALUE 'N'.
          88 MRG-FOUND                                 VALUE 'Y'.
       01 MERGE-TABLE.
          05 MRG-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON MRG-TABLE-MAX.
             10 MRG-OLD-NBR            PIC 9(5).
             10 MRG-NEW-NBR            PIC 9(5).

      * Patient index - one entry per PATIENT-NBR on the history
       01 PX-TABLE-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 PX-OTHER-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 PX-FOUND-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 PX-NEW-SUB                   PIC 9(5)        VALUE 0 COMP.
       01 PX-TABLE-MAX                 PIC 9(5)        VALUE 0 COMP.
       01 PX-TABLE-MAX-LIMIT           PIC 9(5)        VALUE 5000 COMP.
       01 PATIENT-INDEX-TABLE.
          05 PX-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON PX-TABLE-MAX.
             10 PX-PATIENT-NBR         PIC 9(5).
             10 PX-LAST-NAME           PIC X(10).
             10 PX-FIRST-NAME          PIC X(10).
             10 PX-PHONE               PIC X(10).
             10 PX-EPISODES            PIC 9(5)        COMP.
      *      zero while the number is live, else its survivor
             10 PX-MERGED-INTO         PIC 9(5).

      * Before/after counts per file
       01 FS-SUB                       PIC 9(2)        VALUE 0 COMP.
       01 FILE-STATS-TABLE.
          05 FS-ENTRY OCCURS 5 TIMES.
             10 FS-FILE-NAME           PIC X(8).
             10 FS-READ-KTR            PIC 9(7)        COMP.
             10 FS-WRITTEN-KTR         PIC 9(7)        COMP.
             10 FS-OLD-BEFORE          PIC 9(7)        COMP.
             10 FS-NEW-BEFORE          PIC 9(7)        COMP.
             10 FS-REPOINTED           PIC 9(7)        COMP.
             10 FS-OLD-AFTER           PIC 9(7)        COMP.
             10 FS-NEW-AFTER           PIC 9(7)        COMP.

       01 PROGRAM-SWITCHES.
          05 MERGE-TRANS-FILE-ST       PIC X(2).
             88 MERGE-TRANS-FILE-OK                    VALUE '00'.
          05 HIST-IN-FILE-ST           PIC X(2).
             88 HIST-IN-FILE-OK                        VALUE '00'.
          05 HIST-OUT-FILE-ST          PIC X(2).
          05 ELIG-IN-FILE-ST           PIC X(2).
          05 ELIG-OUT-FILE-ST          PIC X(2).
          05 BILL-IN-FILE-ST           PIC X(2).
          05 BILL-OUT-FILE-ST          PIC X(2).
          05 PLAN-IN-FILE-ST           PIC X(2).
          05 PLAN-OUT-FILE-ST          PIC X(2).
          05 DFLT-IN-FILE-ST           PIC X(2).
          05 DFLT-OUT-FILE-ST          PIC X(2).
          05 DUPS-FILE-ST              PIC X(2).
             88 DUPS-FILE-OK                           VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 MERGE-TRANS-FILE-STATUS   PIC X(01)       VALUE SPACE.
             88 MERGE-TRANS-FILE-EOF                   VALUE 'Y'.
          05 IN-FILE-STATUS            PIC X(01)       VALUE SPACE.
             88 IN-FILE-EOF                            VALUE 'Y'.

      * Run parameters, defaulted when not in effect in PARMLIB
       01 WS-PARMS.
          05 WS-RUN-DATE               PIC 9(8)        VALUE 0.
          05 WS-THRESHOLD              PIC 9(3)        VALUE 75.

       01 ACCUMS-AND-COUNTERS.
          05 WS-HIST-KTR               PIC 9(7)        VALUE 0.
          05 WS-TRANS-KTR              PIC 9(7)        VALUE 0.
          05 WS-ACCEPTED-KTR           PIC 9(7)        VALUE 0.
          05 WS-REJECTED-KTR           PIC 9(7)        VALUE 0.
          05 WS-PAIRS-KTR              PIC 9(9)        VALUE 0.
          05 WS-DUPS-KTR               PIC 9(7)        VALUE 0.
          05 WS-TOT-REPOINTED          PIC 9(9)        VALUE 0.
          05 WS-TOT-OLD-AFTER          PIC 9(9)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-MAP-NBR                PIC 9(05).
          05 WS-FIND-NBR               PIC 9(05).
          05 WS-REJECT-REASON          PIC X(30)       VALUE SPACES.

      * Pair scoring work fields
       01 WS-SCORE-FIELDS.
          05 WS-SCORE                  PIC 9(3)        VALUE 0.
          05 WS-LAST-SCORE             PIC 9(3)        VALUE 0.
          05 WS-FIRST-SCORE            PIC 9(3)        VALUE 0.
          05 WS-PHONE-SCORE            PIC 9(3)        VALUE 0.
      * two names compared character by character - WS-AGREE-PCT
      * is the share of positions that agree over the longer name
          05 WS-CMP-A                  PIC X(10).
          05 WS-CMP-B                  PIC X(10).
          05 WS-LEN-A                  PIC S9(3)       COMP.
          05 WS-LEN-B                  PIC S9(3)       COMP.
          05 WS-LEN-MAX                PIC S9(3)       COMP.
          05 WS-POS                    PIC S9(3)       COMP.
          05 WS-AGREE-KTR              PIC S9(3)       COMP.
          05 WS-AGREE-PCT              PIC 9(3)        VALUE 0.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the run date override and the
      * duplicate threshold from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 HDG-TITLE                 PIC X(50)       VALUE
                '     MASTER PATIENT INDEX - MERGE AND DUPLICATES  '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'OLD PAT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'SURVIVOR'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'CONFIRMED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'REGISTRAR'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'STATUS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REJECT REASON'.
          05 FILLER                    PIC X(48)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(48)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-OLD-NBR-O             PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NEW-NBR-O             PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-CONFIRM-DATE-O        PIC X(09).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REGISTRAR-O           PIC X(09).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-STATUS-O              PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-O              PIC X(30).
          05 FILLER                    PIC X(48)       VALUE SPACES.

       01 FILE-HEADING-1.
          05 FILLER                    PIC X(08)       VALUE
                'FILE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                '     READ'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                '  WRITTEN'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                ' OLD BEF.'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                ' NEW BEF.'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'REPOINTED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'OLD AFTER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'NEW AFTER'.
          05 FILLER                    PIC X(47)       VALUE SPACES.

       01 FILE-HEADING-2.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(47)       VALUE SPACES.

       01 FILE-DETAIL-LINE.
          05 FDET-FILE-NAME-O          PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-READ-O               PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-WRITTEN-O            PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-OLD-BEFORE-O         PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-NEW-BEFORE-O         PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-REPOINTED-O          PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-OLD-AFTER-O          PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-NEW-AFTER-O          PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FDET-REMARK-O             PIC X(45).

       01 DUP-HEADING-1.
          05 FILLER                    PIC X(40)       VALUE
                'PROBABLE DUPLICATE PATIENTS - SCORE >= '.
          05 DUP-THRESHOLD-O           PIC ZZ9.
          05 FILLER                    PIC X(89)       VALUE SPACES.

       01 DUP-HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'SURVIVOR'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE
                'NAME'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'PHONE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE
                'EPIS.'.
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'MERGE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE
                'NAME'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'PHONE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE
                'EPIS.'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE
                'SCORE'.
          05 FILLER                    PIC X(23)       VALUE SPACES.

       01 DUP-HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(23)       VALUE SPACES.

       01 DUP-DETAIL-LINE.
          05 DUP-SURVIVOR-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DUP-SURVIVOR-NAME-O       PIC X(20).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DUP-SURVIVOR-PHONE-O      PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DUP-SURVIVOR-EPIS-O       PIC ZZZZ9.
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 DUP-DUPLICATE-O           PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DUP-DUPLICATE-NAME-O      PIC X(20).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DUP-DUPLICATE-PHONE-O     PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DUP-DUPLICATE-EPIS-O      PIC ZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DUP-SCORE-O               PIC ZZZZ9.
          05 FILLER                    PIC X(23)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Merges read / accepted / rejected:'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-TRANS-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-ACCEPTED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REJECTED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Records re-pointed / old left    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-REPOINTED-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-OLD-AFTER-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Episodes read / patients indexed :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-HIST-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-PATIENTS-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Pairs scored / probable duplicates:'.
          05 FILLER                    PIC X(2)        VALUE SPACES.
          05 TOTAL-PAIRS-O             PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-DUPS-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-INDEX.
           PERFORM 150-LOAD-MERGES.
           IF WS-ACCEPTED-KTR > 0
              THEN
              PERFORM 400-REPOINT-HISTORY
              PERFORM 410-REPOINT-ELIGIBILITY
              PERFORM 420-REPOINT-BILLING
              PERFORM 430-REPOINT-PLANS
              PERFORM 440-REPOINT-DEFAULTS
              PERFORM 490-MERGE-INDEX
           END-IF.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 550-FIND-DUPLICATES.
           PERFORM 750-WRITE-TOTALS.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'PATMPI' TO AUD-PROGRAM-ID.
           COMPUTE AUD-RECORDS-READ = WS-HIST-KTR + WS-TRANS-KTR.
           MOVE WS-DUPS-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-REJECTED-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-TOT-REPOINTED TO AUD-CONTROL-TOTAL.
           IF WS-TOT-OLD-AFTER > 0
              THEN
              MOVE '04' TO AUD-FINAL-STATUS
           ELSE
              MOVE '00' TO AUD-FINAL-STATUS
           END-IF.
           CALL 'AUDITWRT' USING AUD-PROGRAM-ID, AUD-RECORDS-READ,
              AUD-RECORDS-WRITTEN, AUD-RECORDS-REJECTED,
              AUD-CONTROL-TOTAL, AUD-FINAL-STATUS.
           IF AUD-FINAL-STATUS = '04'
              THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 050-READ-PARMS.
           INITIALIZE FILE-STATS-TABLE.
           MOVE 'PATHIST ' TO FS-FILE-NAME(1).
           MOVE 'ELIGFILE' TO FS-FILE-NAME(2).
           MOVE 'HOSPOUT ' TO FS-FILE-NAME(3).
           MOVE 'PLANMSTI' TO FS-FILE-NAME(4).
           MOVE 'PLANDFLT' TO FS-FILE-NAME(5).
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
       050-READ-PARMS.
      ************************************************************
      * Run date override (MPI-RUN-DATE, zero = today) and the   *
      * duplicate threshold (MPI-THRESHOLD) in the PARMLIB       *
      * parameter library; the threshold is the one in effect on *
      * the run date                                             *
      ************************************************************
      D    DISPLAY '050-READ-PARMS'.
           MOVE 'PATMPI' TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.

           MOVE 'MPI-RUN-DATE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99999999
                 THEN
                 DISPLAY 'MPI-RUN-DATE PROBLEM: NOT A DATE: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-RUN-DATE
              END-IF
           END-IF.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.

           MOVE 'MPI-THRESHOLD' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 100
                 THEN
                 DISPLAY 'MPI-THRESHOLD PROBLEM: NOT A SCORE: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-THRESHOLD
              END-IF
           END-IF.
           DISPLAY 'PATMPI: RUN DATE ' WS-RUN-DATE
                   ' DUPLICATE THRESHOLD ' WS-THRESHOLD.
       100-LOAD-INDEX.
      ************************************************************
      * Build the patient index from the history - the latest    *
      * episode with a name on it gives the name and phone       *
      ************************************************************
      D    DISPLAY '100-LOAD-INDEX'.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT HIST-IN-FILE.
           IF NOT HIST-IN-FILE-OK
              THEN
              DISPLAY 'PATHIST NOT AVAILABLE - INDEX EMPTY'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL IN-FILE-EOF
                   READ HIST-IN-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-HIST-KTR
                      PERFORM 110-ADD-TO-INDEX
                   END-READ
           END-PERFORM.
           CLOSE HIST-IN-FILE.
           DISPLAY 'PATIENT INDEX: ' PX-TABLE-MAX ' PATIENTS FROM '
                   WS-HIST-KTR ' EPISODES'.
       110-ADD-TO-INDEX.
      ************************************************************
      * One episode onto its patient's index entry               *
      ************************************************************
           MOVE HIST-PATIENT-NBR TO WS-FIND-NBR.
           PERFORM 630-FIND-INDEX.
           IF PX-FOUND-SUB = 0
              THEN
              IF PX-TABLE-MAX NOT < PX-TABLE-MAX-LIMIT
                 THEN
                 DISPLAY 'WARNING: PATIENT INDEX FULL AT '
                         PX-TABLE-MAX-LIMIT ' - ' HIST-PATIENT-NBR
                         ' NOT INDEXED'
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO PX-TABLE-MAX
              MOVE PX-TABLE-MAX TO PX-FOUND-SUB
              MOVE HIST-PATIENT-NBR TO PX-PATIENT-NBR(PX-FOUND-SUB)
              MOVE SPACES TO PX-LAST-NAME(PX-FOUND-SUB)
              MOVE SPACES TO PX-FIRST-NAME(PX-FOUND-SUB)
              MOVE SPACES TO PX-PHONE(PX-FOUND-SUB)
              MOVE 0 TO PX-EPISODES(PX-FOUND-SUB)
              MOVE 0 TO PX-MERGED-INTO(PX-FOUND-SUB)
           END-IF.
           ADD 1 TO PX-EPISODES(PX-FOUND-SUB).
      * episodes written before names were kept carry none
           IF HIST-LAST-NAME NOT = SPACES
              THEN
              MOVE HIST-LAST-NAME TO PX-LAST-NAME(PX-FOUND-SUB)
              MOVE HIST-FIRST-NAME TO PX-FIRST-NAME(PX-FOUND-SUB)
              MOVE HIST-PATIENT-PHONE TO PX-PHONE(PX-FOUND-SUB)
           END-IF.
       150-LOAD-MERGES.
      ************************************************************
      * Load and edit the merge transactions, one report line    *
      * each                                                     *
      ************************************************************
      D    DISPLAY '150-LOAD-MERGES'.
           PERFORM UNTIL MERGE-TRANS-FILE-EOF
                   READ MERGE-TRANS-FILE
                   AT END
                      MOVE 'Y' TO MERGE-TRANS-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-TRANS-KTR
                      PERFORM 160-EDIT-MERGE
                   END-READ
           END-PERFORM.
       160-EDIT-MERGE.
      ************************************************************
      * Edit one merge transaction                               *
      ************************************************************
      D    DISPLAY '160-EDIT-MERGE'.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO DETAIL-LINE.
           MOVE MG-OLD-PATIENT-NBR TO DET-OLD-NBR-O.
           MOVE MG-NEW-PATIENT-NBR TO DET-NEW-NBR-O.
           MOVE MG-CONFIRM-DATE TO DET-CONFIRM-DATE-O.
           MOVE MG-REGISTRAR-ID TO DET-REGISTRAR-O.

           IF MRG-TABLE-MAX = MRG-TABLE-MAX-LIMIT
              THEN
              MOVE 'TOO MANY MERGES IN ONE RUN' TO WS-REJECT-REASON
           ELSE
              PERFORM 170-CHECK-MERGE
           END-IF.

           IF WS-REJECT-REASON EQUAL TO SPACES
              THEN
              ADD 1 TO MRG-TABLE-MAX
              MOVE MG-OLD-PATIENT-NBR-N TO MRG-OLD-NBR(MRG-TABLE-MAX)
              MOVE MG-NEW-PATIENT-NBR-N TO MRG-NEW-NBR(MRG-TABLE-MAX)
              ADD 1 TO WS-ACCEPTED-KTR
              MOVE 'ACCEPTED' TO DET-STATUS-O
           ELSE
              ADD 1 TO WS-REJECTED-KTR
              MOVE 'REJECTED' TO DET-STATUS-O
              MOVE WS-REJECT-REASON TO DET-REASON-O
           END-IF.
           PERFORM 500-WRITE-REPORT.
       170-CHECK-MERGE.
      ************************************************************
      * Both numbers on the index, confirmed by a registrar on a *
      * valid date already reached, no repeat and no chain       *
      ************************************************************
      D    DISPLAY '170-CHECK-MERGE'.
           IF MG-OLD-PATIENT-NBR NOT NUMERIC
              OR MG-NEW-PATIENT-NBR NOT NUMERIC
              THEN
              MOVE 'INVALID PATIENT NUMBER' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF MG-OLD-PATIENT-NBR EQUAL TO MG-NEW-PATIENT-NBR
              THEN
              MOVE 'OLD AND SURVIVOR THE SAME' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF MG-REGISTRAR-ID EQUAL TO SPACES
              THEN
              MOVE 'NOT CONFIRMED BY A REGISTRAR' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF MG-CONFIRM-DATE NOT NUMERIC
              THEN
              MOVE 'INVALID CONFIRM DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(MG-CONFIRM-DATE-N)
              NOT EQUAL TO ZERO
              THEN
              MOVE 'INVALID CONFIRM DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF MG-CONFIRM-DATE-N > WS-RUN-DATE
              THEN
              MOVE 'CONFIRM DATE IN THE FUTURE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE MG-OLD-PATIENT-NBR-N TO WS-FIND-NBR.
           PERFORM 630-FIND-INDEX.
           IF PX-FOUND-SUB = 0
              THEN
              MOVE 'OLD PATIENT NOT ON PATHIST' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE MG-NEW-PATIENT-NBR-N TO WS-FIND-NBR.
           PERFORM 630-FIND-INDEX.
           IF PX-FOUND-SUB = 0
              THEN
              MOVE 'SURVIVOR NOT ON PATHIST' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING MRG-CHECK-SUB FROM 1 BY 1 UNTIL
              MRG-CHECK-SUB > MRG-TABLE-MAX
                   IF MRG-OLD-NBR(MRG-CHECK-SUB) EQUAL TO
                      MG-OLD-PATIENT-NBR-N
                      THEN
                      MOVE 'OLD PATIENT ALREADY MERGED'
                         TO WS-REJECT-REASON
                      EXIT PERFORM
                   END-IF
                   IF MRG-OLD-NBR(MRG-CHECK-SUB) EQUAL TO
                      MG-NEW-PATIENT-NBR-N
                      OR MRG-NEW-NBR(MRG-CHECK-SUB) EQUAL TO
                         MG-OLD-PATIENT-NBR-N
                      THEN
                      MOVE 'MERGE CHAIN - RUN SEPARATELY'
                         TO WS-REJECT-REASON
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       300-OPEN-FILES.
      *************************************************************
      * Open the parameters, transactions, worklist and report;    *
      * the files being re-pointed are opened one pair at a time   *
      * as they are copied                                         *
      *************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT MERGE-TRANS-FILE.
           IF NOT MERGE-TRANS-FILE-OK
              THEN
              MOVE 'Y' TO MERGE-TRANS-FILE-STATUS
           END-IF.

           OPEN OUTPUT DUPS-FILE.
           IF NOT DUPS-FILE-OK
              THEN
              DISPLAY 'MPIDUPS OPEN PROBLEM, RC=' DUPS-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-REPOINT-HISTORY.
      ************************************************************
      * PATHIST -> PATHISTO. The episode keeps the number it was *
      * registered under; readmission checks then see the        *
      * survivor's whole history.                                *
      ************************************************************
      D    DISPLAY '400-REPOINT-HISTORY'.
           MOVE 1 TO FS-SUB.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT HIST-IN-FILE.
           OPEN OUTPUT HIST-OUT-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ HIST-IN-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE HIST-PATIENT-NBR TO WS-MAP-NBR
                      PERFORM 600-MAP-PATIENT-NBR
                      IF WS-MAP-NBR NOT EQUAL TO HIST-PATIENT-NBR
                         AND HIST-ORIG-PATIENT-NBR EQUAL TO SPACES
                         THEN
                         MOVE HIST-PATIENT-NBR
                            TO HIST-ORIG-PATIENT-NBR
                      END-IF
                      MOVE WS-MAP-NBR TO HIST-PATIENT-NBR
                      WRITE HIST-OUT-REC FROM HIST-REC
                      ADD 1 TO FS-WRITTEN-KTR(FS-SUB)
                   END-READ
           END-PERFORM.
           CLOSE HIST-IN-FILE.
           CLOSE HIST-OUT-FILE.
       410-REPOINT-ELIGIBILITY.
      ************************************************************
      * ELIGFILE -> ELIGFILO                                     *
      ************************************************************
      D    DISPLAY '410-REPOINT-ELIGIBILITY'.
           MOVE 2 TO FS-SUB.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT ELIG-IN-FILE.
           OPEN OUTPUT ELIG-OUT-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ ELIG-IN-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE ELIG-MEMBER TO WS-MAP-NBR
                      PERFORM 600-MAP-PATIENT-NBR
                      MOVE WS-MAP-NBR TO ELIG-MEMBER
                      WRITE ELIG-OUT-REC FROM ELIG-IN-REC
                      ADD 1 TO FS-WRITTEN-KTR(FS-SUB)
                   END-READ
           END-PERFORM.
           CLOSE ELIG-IN-FILE.
           CLOSE ELIG-OUT-FILE.
       420-REPOINT-BILLING.
      ************************************************************
      * HOSPOUT -> HOSPOUTO, so HOSPBILL prints one statement    *
      * series under the survivor                                *
      ************************************************************
      D    DISPLAY '420-REPOINT-BILLING'.
           MOVE 3 TO FS-SUB.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT BILL-IN-FILE.
           OPEN OUTPUT BILL-OUT-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ BILL-IN-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE BILL-PATIENT-NBR TO WS-MAP-NBR
                      PERFORM 600-MAP-PATIENT-NBR
                      MOVE WS-MAP-NBR TO BILL-PATIENT-NBR
                      WRITE BILL-OUT-REC FROM BILL-IN-REC
                      ADD 1 TO FS-WRITTEN-KTR(FS-SUB)
                   END-READ
           END-PERFORM.
           CLOSE BILL-IN-FILE.
           CLOSE BILL-OUT-FILE.
       430-REPOINT-PLANS.
      ************************************************************
      * PLANMSTI -> PLANMRGO - header and installment records    *
      * alike; a plan under each number stays a plan of its own  *
      ************************************************************
      D    DISPLAY '430-REPOINT-PLANS'.
           MOVE 4 TO FS-SUB.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT PLAN-IN-FILE.
           OPEN OUTPUT PLAN-OUT-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ PLAN-IN-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE PL-PATIENT-NBR TO WS-MAP-NBR
                      PERFORM 600-MAP-PATIENT-NBR
                      MOVE WS-MAP-NBR TO PL-PATIENT-NBR
                      WRITE PLAN-OUT-REC FROM PLAN-IN-REC
                      ADD 1 TO FS-WRITTEN-KTR(FS-SUB)
                   END-READ
           END-PERFORM.
           CLOSE PLAN-IN-FILE.
           CLOSE PLAN-OUT-FILE.
       440-REPOINT-DEFAULTS.
      ************************************************************
      * PLANDFLT -> PLANDFLO                                     *
      ************************************************************
      D    DISPLAY '440-REPOINT-DEFAULTS'.
           MOVE 5 TO FS-SUB.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT DFLT-IN-FILE.
           OPEN OUTPUT DFLT-OUT-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ DFLT-IN-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE DF-PATIENT-NBR TO WS-MAP-NBR
                      PERFORM 600-MAP-PATIENT-NBR
                      MOVE WS-MAP-NBR TO DF-PATIENT-NBR
                      WRITE DFLT-OUT-REC FROM DFLT-IN-REC
                      ADD 1 TO FS-WRITTEN-KTR(FS-SUB)
                   END-READ
           END-PERFORM.
           CLOSE DFLT-IN-FILE.
           CLOSE DFLT-OUT-FILE.
       490-MERGE-INDEX.
      ************************************************************
      * Fold each merged number into its survivor on the index,  *
      * so the duplicate scan sees one patient                   *
      ************************************************************
      D    DISPLAY '490-MERGE-INDEX'.
           PERFORM VARYING MRG-CHECK-SUB FROM 1 BY 1 UNTIL
              MRG-CHECK-SUB > MRG-TABLE-MAX
                   MOVE MRG-NEW-NBR(MRG-CHECK-SUB) TO WS-FIND-NBR
                   PERFORM 630-FIND-INDEX
                   MOVE PX-FOUND-SUB TO PX-NEW-SUB
                   MOVE MRG-OLD-NBR(MRG-CHECK-SUB) TO WS-FIND-NBR
                   PERFORM 630-FIND-INDEX
                   ADD PX-EPISODES(PX-FOUND-SUB)
                      TO PX-EPISODES(PX-NEW-SUB)
                   MOVE MRG-NEW-NBR(MRG-CHECK-SUB)
                      TO PX-MERGED-INTO(PX-FOUND-SUB)
           END-PERFORM.
       500-WRITE-REPORT.
      ************************************************************
      * Write one merge transaction line                         *
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
       550-FIND-DUPLICATES.
      ************************************************************
      * Score every pair of live, named patients once            *
      ************************************************************
      D    DISPLAY '550-FIND-DUPLICATES'.
           MOVE WS-THRESHOLD TO DUP-THRESHOLD-O.
           WRITE OUTPUT-LINE FROM DUP-HEADING-1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM DUP-HEADING-2
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM DUP-HEADING-3
              AFTER ADVANCING 1.
           ADD 6 TO CTR-LINES.

           PERFORM VARYING PX-TABLE-SUB FROM 1 BY 1 UNTIL
              PX-TABLE-SUB > PX-TABLE-MAX
                   IF PX-MERGED-INTO(PX-TABLE-SUB) = 0
                      AND PX-LAST-NAME(PX-TABLE-SUB) NOT = SPACES
                      THEN
                      COMPUTE PX-OTHER-SUB = PX-TABLE-SUB + 1
                      PERFORM 555-SCAN-ONE-PATIENT
                   END-IF
           END-PERFORM.
       555-SCAN-ONE-PATIENT.
      ************************************************************
      * Score PX-TABLE-SUB against every later index entry       *
      ************************************************************
           PERFORM VARYING PX-OTHER-SUB FROM PX-OTHER-SUB BY 1 UNTIL
              PX-OTHER-SUB > PX-TABLE-MAX
                   IF PX-MERGED-INTO(PX-OTHER-SUB) = 0
                      AND PX-LAST-NAME(PX-OTHER-SUB) NOT = SPACES
                      THEN
                      ADD 1 TO WS-PAIRS-KTR
                      PERFORM 560-SCORE-PAIR
                      IF WS-SCORE NOT < WS-THRESHOLD
                         THEN
                         PERFORM 570-WRITE-DUPLICATE
                      END-IF
                   END-IF
           END-PERFORM.
       560-SCORE-PAIR.
      ************************************************************
      * Similarity of PX-TABLE-SUB and PX-OTHER-SUB, 0 - 100     *
      ************************************************************
           MOVE PX-LAST-NAME(PX-TABLE-SUB) TO WS-CMP-A.
           MOVE PX-LAST-NAME(PX-OTHER-SUB) TO WS-CMP-B.
           PERFORM 580-COMPARE-NAMES.
           COMPUTE WS-LAST-SCORE = 40 * WS-AGREE-PCT / 100.

           MOVE PX-FIRST-NAME(PX-TABLE-SUB) TO WS-CMP-A.
           MOVE PX-FIRST-NAME(PX-OTHER-SUB) TO WS-CMP-B.
           PERFORM 580-COMPARE-NAMES.
           COMPUTE WS-FIRST-SCORE = 30 * WS-AGREE-PCT / 100.
      * an initial against the full name it agrees with
           IF WS-FIRST-SCORE < 20
              AND (WS-LEN-A = 1 OR WS-LEN-B = 1)
              AND WS-CMP-A(1:1) = WS-CMP-B(1:1)
              AND WS-CMP-A(1:1) NOT = SPACE
              THEN
              MOVE 20 TO WS-FIRST-SCORE
           END-IF.

      * first and last name keyed the wrong way round
           IF WS-LAST-SCORE + WS-FIRST-SCORE < 70
              AND PX-FIRST-NAME(PX-TABLE-SUB) NOT = SPACES
              AND PX-LAST-NAME(PX-TABLE-SUB) =
                  PX-FIRST-NAME(PX-OTHER-SUB)
              AND PX-FIRST-NAME(PX-TABLE-SUB) =
                  PX-LAST-NAME(PX-OTHER-SUB)
              THEN
              MOVE 40 TO WS-LAST-SCORE
              MOVE 30 TO WS-FIRST-SCORE
           END-IF.

           MOVE 0 TO WS-PHONE-SCORE.
           IF PX-PHONE(PX-TABLE-SUB) NOT = SPACES
              AND PX-PHONE(PX-TABLE-SUB) NOT = ZEROS
              THEN
              IF PX-PHONE(PX-TABLE-SUB) = PX-PHONE(PX-OTHER-SUB)
                 THEN
                 MOVE 30 TO WS-PHONE-SCORE
              ELSE
                 IF PX-PHONE(PX-TABLE-SUB)(4:7) =
                    PX-PHONE(PX-OTHER-SUB)(4:7)
                    THEN
                    MOVE 20 TO WS-PHONE-SCORE
                 END-IF
              END-IF
           END-IF.

           COMPUTE WS-SCORE =
              WS-LAST-SCORE + WS-FIRST-SCORE + WS-PHONE-SCORE.
       570-WRITE-DUPLICATE.
      ************************************************************
      * List the pair - the number with more episodes (the lower *
      * number on a tie) as the suggested survivor               *
      ************************************************************
      D    DISPLAY '570-WRITE-DUPLICATE'.
           IF PX-EPISODES(PX-OTHER-SUB) > PX-EPISODES(PX-TABLE-SUB)
              OR (PX-EPISODES(PX-OTHER-SUB) =
                  PX-EPISODES(PX-TABLE-SUB)
                  AND PX-PATIENT-NBR(PX-OTHER-SUB) <
                      PX-PATIENT-NBR(PX-TABLE-SUB))
              THEN
              MOVE PX-OTHER-SUB TO PX-NEW-SUB
              MOVE PX-TABLE-SUB TO PX-FOUND-SUB
           ELSE
              MOVE PX-TABLE-SUB TO PX-NEW-SUB
              MOVE PX-OTHER-SUB TO PX-FOUND-SUB
           END-IF.

           MOVE SPACES TO DUPS-REC.
           MOVE PX-PATIENT-NBR(PX-NEW-SUB) TO DP-SURVIVOR-NBR.
           MOVE PX-PATIENT-NBR(PX-FOUND-SUB) TO DP-DUPLICATE-NBR.
           MOVE WS-SCORE TO DP-SCORE.
           MOVE PX-LAST-NAME(PX-NEW-SUB) TO DP-SURVIVOR-NAME(1:10).
           MOVE PX-FIRST-NAME(PX-NEW-SUB) TO DP-SURVIVOR-NAME(11:10).
           MOVE PX-LAST-NAME(PX-FOUND-SUB) TO DP-DUPLICATE-NAME(1:10).
           MOVE PX-FIRST-NAME(PX-FOUND-SUB)
              TO DP-DUPLICATE-NAME(11:10).
           MOVE PX-PHONE(PX-NEW-SUB) TO DP-SURVIVOR-PHONE.
           MOVE PX-PHONE(PX-FOUND-SUB) TO DP-DUPLICATE-PHONE.
           WRITE DUPS-REC.
           ADD 1 TO WS-DUPS-KTR.

           MOVE SPACES TO DUP-DETAIL-LINE.
           MOVE DP-SURVIVOR-NBR TO DUP-SURVIVOR-O.
           MOVE DP-SURVIVOR-NAME TO DUP-SURVIVOR-NAME-O.
           MOVE DP-SURVIVOR-PHONE TO DUP-SURVIVOR-PHONE-O.
           MOVE PX-EPISODES(PX-NEW-SUB) TO DUP-SURVIVOR-EPIS-O.
           MOVE DP-DUPLICATE-NBR TO DUP-DUPLICATE-O.
           MOVE DP-DUPLICATE-NAME TO DUP-DUPLICATE-NAME-O.
           MOVE DP-DUPLICATE-PHONE TO DUP-DUPLICATE-PHONE-O.
           MOVE PX-EPISODES(PX-FOUND-SUB) TO DUP-DUPLICATE-EPIS-O.
           MOVE WS-SCORE TO DUP-SCORE-O.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
              WRITE OUTPUT-LINE FROM DUP-HEADING-2
                 AFTER ADVANCING 2
              WRITE OUTPUT-LINE FROM DUP-HEADING-3
                 AFTER ADVANCING 1
              ADD 3 TO CTR-LINES
           END-IF.
           WRITE OUTPUT-LINE FROM DUP-DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       580-COMPARE-NAMES.
      ************************************************************
      * Character agreement of WS-CMP-A and WS-CMP-B into        *
      * WS-AGREE-PCT; no agreement when either is blank          *
      ************************************************************
           MOVE 0 TO WS-AGREE-PCT.
           MOVE 0 TO WS-AGREE-KTR.
           PERFORM VARYING WS-LEN-A FROM 10 BY -1 UNTIL WS-LEN-A < 1
              OR WS-CMP-A(WS-LEN-A:1) NOT = SPACE
                   CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-LEN-B FROM 10 BY -1 UNTIL WS-LEN-B < 1
              OR WS-CMP-B(WS-LEN-B:1) NOT = SPACE
                   CONTINUE
           END-PERFORM.
           IF WS-LEN-A = 0 OR WS-LEN-B = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-LEN-A > WS-LEN-B
              THEN
              MOVE WS-LEN-A TO WS-LEN-MAX
           ELSE
              MOVE WS-LEN-B TO WS-LEN-MAX
           END-IF.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL
              WS-POS > WS-LEN-MAX
                   IF WS-CMP-A(WS-POS:1) = WS-CMP-B(WS-POS:1)
                      THEN
                      ADD 1 TO WS-AGREE-KTR
                   END-IF
           END-PERFORM.
           COMPUTE WS-AGREE-PCT = 100 * WS-AGREE-KTR / WS-LEN-MAX.
       600-MAP-PATIENT-NBR.
      ************************************************************
      * Count WS-MAP-NBR for file FS-SUB before and after, and   *
      * replace an accepted old number with its survivor         *
      ************************************************************
           ADD 1 TO FS-READ-KTR(FS-SUB).
           PERFORM 610-FIND-OLD-NBR.
           IF MRG-FOUND
              THEN
              ADD 1 TO FS-OLD-BEFORE(FS-SUB)
              MOVE MRG-NEW-NBR(MRG-TABLE-SUB) TO WS-MAP-NBR
              ADD 1 TO FS-REPOINTED(FS-SUB)
           ELSE
              PERFORM 620-FIND-NEW-NBR
              IF MRG-FOUND
                 THEN
                 ADD 1 TO FS-NEW-BEFORE(FS-SUB)
              END-IF
           END-IF.

           PERFORM 610-FIND-OLD-NBR.
           IF MRG-FOUND
              THEN
              ADD 1 TO FS-OLD-AFTER(FS-SUB)
           ELSE
              PERFORM 620-FIND-NEW-NBR
              IF MRG-FOUND
                 THEN
                 ADD 1 TO FS-NEW-AFTER(FS-SUB)
              END-IF
           END-IF.
       610-FIND-OLD-NBR.
           MOVE 'N' TO SW-MRG-FOUND.
           PERFORM VARYING MRG-TABLE-SUB FROM 1 BY 1 UNTIL
              MRG-TABLE-SUB > MRG-TABLE-MAX
                   IF MRG-OLD-NBR(MRG-TABLE-SUB) EQUAL TO WS-MAP-NBR
                      THEN
                      MOVE 'Y' TO SW-MRG-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       620-FIND-NEW-NBR.
           MOVE 'N' TO SW-MRG-FOUND.
           PERFORM VARYING MRG-TABLE-SUB FROM 1 BY 1 UNTIL
              MRG-TABLE-SUB > MRG-TABLE-MAX
                   IF MRG-NEW-NBR(MRG-TABLE-SUB) EQUAL TO WS-MAP-NBR
                      THEN
                      MOVE 'Y' TO SW-MRG-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       630-FIND-INDEX.
           MOVE 0 TO PX-FOUND-SUB.
           PERFORM VARYING PX-TABLE-SUB FROM 1 BY 1 UNTIL
              PX-TABLE-SUB > PX-TABLE-MAX
                   IF PX-PATIENT-NBR(PX-TABLE-SUB) EQUAL TO WS-FIND-NBR
                      THEN
                      MOVE PX-TABLE-SUB TO PX-FOUND-SUB
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       700-WRITE-SUMMARY-REPORT.
      ***********************************************************
      * Before/after counts per file                            *
      ***********************************************************
      D    DISPLAY '700-WRITE-SUMMARY'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.

           WRITE OUTPUT-LINE FROM FILE-HEADING-1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM FILE-HEADING-2
              AFTER ADVANCING 1.
           PERFORM VARYING FS-SUB FROM 1 BY 1 UNTIL FS-SUB > 5
                   PERFORM 710-WRITE-FILE-LINE
           END-PERFORM.
           ADD 9 TO CTR-LINES.
       710-WRITE-FILE-LINE.
      ***********************************************************
      * One file's proof line                                   *
      ***********************************************************
      D    DISPLAY '710-WRITE-FILE-LINE'.
           MOVE FS-FILE-NAME(FS-SUB) TO FDET-FILE-NAME-O.
           MOVE FS-READ-KTR(FS-SUB) TO FDET-READ-O.
           MOVE FS-WRITTEN-KTR(FS-SUB) TO FDET-WRITTEN-O.
           MOVE FS-OLD-BEFORE(FS-SUB) TO FDET-OLD-BEFORE-O.
           MOVE FS-NEW-BEFORE(FS-SUB) TO FDET-NEW-BEFORE-O.
           MOVE FS-REPOINTED(FS-SUB) TO FDET-REPOINTED-O.
           MOVE FS-OLD-AFTER(FS-SUB) TO FDET-OLD-AFTER-O.
           MOVE FS-NEW-AFTER(FS-SUB) TO FDET-NEW-AFTER-O.
           ADD FS-REPOINTED(FS-SUB) TO WS-TOT-REPOINTED.
           ADD FS-OLD-AFTER(FS-SUB) TO WS-TOT-OLD-AFTER.

           EVALUATE TRUE
           WHEN WS-ACCEPTED-KTR = 0
                MOVE 'NO MERGE APPLIED' TO FDET-REMARK-O
           WHEN FS-OLD-AFTER(FS-SUB) > 0
                MOVE '*** OLD NUMBER STILL PRESENT ***'
                   TO FDET-REMARK-O
           WHEN FS-READ-KTR(FS-SUB) NOT = FS-WRITTEN-KTR(FS-SUB)
                MOVE '*** RECORDS READ NOT WRITTEN ***'
                   TO FDET-REMARK-O
           WHEN OTHER
                MOVE 'COMPLETE' TO FDET-REMARK-O
           END-EVALUATE.

           WRITE OUTPUT-LINE FROM FILE-DETAIL-LINE
              AFTER ADVANCING 1.
       750-WRITE-TOTALS.
      ***********************************************************
      * Run totals at end of report                             *
      ***********************************************************
      D    DISPLAY '750-WRITE-TOTALS'.
           MOVE WS-TRANS-KTR TO TOTAL-TRANS-O.
           MOVE WS-ACCEPTED-KTR TO TOTAL-ACCEPTED-O.
           MOVE WS-REJECTED-KTR TO TOTAL-REJECTED-O.
           MOVE WS-TOT-REPOINTED TO TOTAL-REPOINTED-O.
           MOVE WS-TOT-OLD-AFTER TO TOTAL-OLD-AFTER-O.
           MOVE WS-HIST-KTR TO TOTAL-HIST-O.
           MOVE PX-TABLE-MAX TO TOTAL-PATIENTS-O.
           MOVE WS-PAIRS-KTR TO TOTAL-PAIRS-O.
           MOVE WS-DUPS-KTR TO TOTAL-DUPS-O.

           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE MERGE-TRANS-FILE
                 DUPS-FILE
                 REPORT-FILE.
