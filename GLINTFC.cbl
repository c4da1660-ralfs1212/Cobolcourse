       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTFC.
      * ------------------------------------------------------------
      * GLINTFC:
      * Shop-wide general ledger journal interface. Every money-
      * producing program (APMATCH vouchers, PAYROL0B payroll and
      * deductions, CARRBILL invoices, CARRCASH receipts, TUITBILL
      * invoices, TUITREFD credit memos, CNTRLBRK finance charges,
      * ACCTPOST postings, PROJAR payments, INSTMTCH MUSVOUCH
      * vouchers, STDLEDGR cashier payments) hands its activity to
      * GLFEEDW at end of run - one 'A' record per transaction
      * type and one 'C' record carrying its own control total -
      * on the shared GLACTVTY file. This program replaces the
      * monthly entries accounting keyed from the feeders'
      * reports:
      *
      *  - activity is grouped into batches by source system and
      *    activity date
      *  - each activity maps through the GLACCTMP account-mapping
      *    table (maintained by GLMAPMNT) on source system and
      *    transaction type to its debit account, credit account
      *    and cost center; a row with one account only books one
      *    side, so a payroll gross debit balances against the
      *    withholding, deduction and net-pay credits
      *  - a batch is rejected whole when the feeder's control
      *    record is missing, any activity is unmapped, the
      *    activity received does not tie to the feeder's control
      *    total, or its debits and credits do not balance;
      *    rejected batches go to the GLSUSP suspense file in the
      *    GLACTVTY layout, to be fed back in once the mapping or
      *    the feeder is put right
      *  - every accepted batch becomes one numbered journal entry
      *    on GLJRNL - an 'H' entry header and one 'D' line per
      *    debit and per credit - closed by a 'T' trailer and the
      *    standard TRAILWRT trailer; entry numbers continue
      *    across runs on the one-record GLJECTL control file
      *  - once every batch is journaled or suspended, GLACTVTY is
      *    emptied so the next run starts from the feeders' new
      *    activity only and no batch is posted twice
      *
      * The report (PRTLINE) lists every batch with its status,
      * then the posting summary by source and account with each
      * source's feeder control total tied to the activity posted
      * and suspended.
      *
      *  Inital Version   2026/10/15
      *  Empty GLACTVTY once posted    2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO GLACCTMP
           FILE STATUS IS GLMAP-FILE-ST.

           SELECT ACTIVITY-FILE ASSIGN TO GLACTVTY
           FILE STATUS IS ACTIVITY-FILE-ST.

           SELECT OPTIONAL JE-CTL-FILE ASSIGN TO GLJECTL
           FILE STATUS IS JE-CTL-FILE-ST.

           SELECT JOURNAL-FILE ASSIGN TO GLJRNL
           FILE STATUS IS JOURNAL-FILE-ST.

           SELECT SUSPENSE-FILE ASSIGN TO GLSUSP
           FILE STATUS IS SUSPENSE-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Account-mapping table - same record layout as the
      * GLMAP-IN-FILE FD in GLMAPMNT
       FD  GLMAP-FILE
           RECORDING MODE IS F.
       01 GLMAP-REC.
          05 GM-MAP-KEY.
             10 GM-SOURCE-SYSTEM       PIC X(8).
             10 GM-TRANS-TYPE          PIC X(6).
          05 GM-DEBIT-ACCOUNT          PIC X(10).
          05 GM-CREDIT-ACCOUNT         PIC X(10).
          05 GM-COST-CENTER            PIC X(6).
          05 GM-DESCRIPTION            PIC X(30).
          05 FILLER                    PIC X(10).

      * Feeder activity as appended by GLFEEDW - read into
      * WS-ACTIVITY-REC
       FD  ACTIVITY-FILE
           RECORDING MODE IS F.
       01 ACTIVITY-REC                 PIC X(80).

      * Last journal-entry number used, persisted across runs
       FD  JE-CTL-FILE
           RECORDING MODE IS F.
       01 JE-CTL-REC.
          05 CTL-LAST-JE-NO            PIC 9(7).
          05 FILLER                    PIC X(73).

      * Journal-entry file - H entry header / D lines / T
      * trailer, then the standard 'Z' trailer
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01 JOURNAL-REC                  PIC X(100).

      * Activity of rejected batches, GLACTVTY layout
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01 SUSPENSE-REC                 PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * One GLACTVTY record - same layout as the ACTIVITY-FILE FD
      * in GLFEEDW
       01 WS-ACTIVITY-REC.
          05 GA-SOURCE-SYSTEM          PIC X(8).
          05 GA-ACTIVITY-DATE          PIC 9(8).
          05 GA-ACTIVITY-TIME          PIC 9(6).
          05 GA-ENTRY-TYPE             PIC X(1).
             88 GA-ACTIVITY                            VALUE 'A'.
             88 GA-CONTROL                             VALUE 'C'.
          05 GA-TRANS-TYPE             PIC X(6).
          05 GA-AMOUNT                 PIC S9(11)V99.
          05 GA-ITEM-COUNT             PIC 9(7).
          05 FILLER                    PIC X(31).

      * Journal-entry file record layouts
       01 JE-HEADER-REC.
          05 JH-REC-TYPE               PIC X(01)       VALUE 'H'.
          05 JH-JE-NUMBER              PIC 9(07).
          05 JH-SOURCE-SYSTEM          PIC X(08).
          05 JH-ACTIVITY-DATE          PIC 9(08).
          05 JH-DEBIT-TOTAL            PIC 9(11)V99.
          05 JH-CREDIT-TOTAL           PIC 9(11)V99.
          05 JH-LINE-COUNT             PIC 9(05).
          05 JH-POST-DATE              PIC 9(08).
          05 FILLER                    PIC X(37)       VALUE SPACES.

       01 JE-LINE-REC.
          05 JD-REC-TYPE               PIC X(01)       VALUE 'D'.
          05 JD-JE-NUMBER              PIC 9(07).
          05 JD-LINE-NO                PIC 9(05).
          05 JD-SOURCE-SYSTEM          PIC X(08).
          05 JD-ACTIVITY-DATE          PIC 9(08).
          05 JD-ACCOUNT                PIC X(10).
          05 JD-COST-CENTER            PIC X(06).
          05 JD-DR-CR                  PIC X(01).
             88 JD-DEBIT                               VALUE 'D'.
             88 JD-CREDIT                              VALUE 'C'.
          05 JD-AMOUNT                 PIC 9(11)V99.
          05 JD-TRANS-TYPE             PIC X(06).
          05 JD-DESCRIPTION            PIC X(30).
          05 FILLER                    PIC X(05)       VALUE SPACES.

       01 JE-TRAILER-REC.
          05 JT-REC-TYPE               PIC X(01)       VALUE 'T'.
          05 JT-POST-DATE              PIC 9(08).
          05 JT-ENTRY-COUNT            PIC 9(05).
          05 JT-LINE-COUNT             PIC 9(07).
          05 JT-DEBIT-TOTAL            PIC 9(13)V99.
          05 JT-CREDIT-TOTAL           PIC 9(13)V99.
          05 FILLER                    PIC X(49)       VALUE SPACES.

      * Account-mapping table from GLACCTMP
       01 GM-TABLE-SUB                 PIC 9(3)        VALUE 0 COMP.
       01 GM-TABLE-MAX                 PIC 9(3)        VALUE 0 COMP.
       01 GM-TABLE-MAX-LIMIT           PIC 9(3)        VALUE 500 COMP.
       01 SW-GM-FOUND                  PIC X(1)        VALUE 'N'.
          88 GM-FOUND                                  VALUE 'Y'.
       01 GLMAP-TABLE.
          05 GM-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON GM-TABLE-MAX.
             10 GM-TBL-KEY             PIC X(14).
             10 GM-TBL-DEBIT           PIC X(10).
             10 GM-TBL-CREDIT          PIC X(10).
             10 GM-TBL-COST-CENTER     PIC X(6).
             10 GM-TBL-DESC            PIC X(30).

      * Activity held for the journal pass, with its batch and
      * mapping row (zero = unmapped)
       01 ACT-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 ACT-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 ACT-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 5000 COMP.
       01 ACTIVITY-TABLE.
          05 ACT-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON ACT-TABLE-MAX.
             10 ACT-TBL-REC            PIC X(80).
             10 ACT-TBL-BATCH-SUB      PIC 9(3)        COMP.
             10 ACT-TBL-MAP-SUB        PIC 9(3)        COMP.

      * One batch per source system and activity date
       01 BT-TABLE-SUB                 PIC 9(3)        VALUE 0 COMP.
       01 BT-TABLE-MAX                 PIC 9(3)        VALUE 0 COMP.
       01 BT-TABLE-MAX-LIMIT           PIC 9(3)        VALUE 300 COMP.
       01 SW-BT-FOUND                  PIC X(1)        VALUE 'N'.
          88 BT-FOUND                                  VALUE 'Y'.
       01 BATCH-TABLE.
          05 BT-ENTRY OCCURS 1 TO 300 TIMES
                DEPENDING ON BT-TABLE-MAX.
             10 BT-TBL-SOURCE          PIC X(8).
             10 BT-TBL-DATE            PIC 9(8).
             10 BT-TBL-CONTROL-IND     PIC X(1).
                88 BT-TBL-CONTROL-SEEN                 VALUE 'Y'.
             10 BT-TBL-NEGATIVE-IND    PIC X(1).
                88 BT-TBL-NEGATIVE-SEEN                VALUE 'Y'.
             10 BT-TBL-CONTROL-AMT     PIC S9(11)V99   COMP-3.
             10 BT-TBL-CONTROL-CNT     PIC 9(7)        COMP.
             10 BT-TBL-ACTIVITY-AMT    PIC S9(11)V99   COMP-3.
             10 BT-TBL-ACTIVITY-CNT    PIC 9(7)        COMP.
             10 BT-TBL-DEBIT-AMT       PIC S9(11)V99   COMP-3.
             10 BT-TBL-CREDIT-AMT      PIC S9(11)V99   COMP-3.
             10 BT-TBL-LINE-KTR        PIC 9(5)        COMP.
             10 BT-TBL-UNMAPPED-KTR    PIC 9(5)        COMP.
             10 BT-TBL-STATUS          PIC X(1).
                88 BT-TBL-POSTED                       VALUE 'P'.
                88 BT-TBL-REJECTED                     VALUE 'R'.
                88 BT-TBL-EMPTY                        VALUE 'E'.
             10 BT-TBL-JE-NUMBER       PIC 9(7).
             10 BT-TBL-REASON          PIC X(22).

      * Distinct source systems, for the tie-out by source
       01 SRC-TABLE-SUB                PIC 9(3)        VALUE 0 COMP.
       01 SRC-TABLE-SUB-2              PIC 9(3)        VALUE 0 COMP.
       01 SRC-TABLE-MAX                PIC 9(3)        VALUE 0 COMP.
       01 SRC-TABLE-MAX-LIMIT          PIC 9(3)        VALUE 50 COMP.
       01 SW-SRC-FOUND                 PIC X(1)        VALUE 'N'.
          88 SRC-FOUND                                 VALUE 'Y'.
       01 SOURCE-TABLE.
          05 SRC-ENTRY OCCURS 1 TO 50 TIMES
                DEPENDING ON SRC-TABLE-MAX.
             10 SRC-TBL-SOURCE         PIC X(8).

      * Posting summary by source, account and cost center
       01 PS-TABLE-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 PS-TABLE-SUB-2               PIC 9(5)        VALUE 0 COMP.
       01 PS-TABLE-MAX                 PIC 9(5)        VALUE 0 COMP.
       01 PS-TABLE-MAX-LIMIT           PIC 9(5)        VALUE 1000 COMP.
       01 SW-PS-FOUND                  PIC X(1)        VALUE 'N'.
          88 PS-FOUND                                  VALUE 'Y'.
       01 POSTING-SUMMARY-TABLE.
          05 PS-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON PS-TABLE-MAX.
             10 PS-TBL-KEY.
                15 PS-TBL-SOURCE       PIC X(8).
                15 PS-TBL-ACCOUNT      PIC X(10).
                15 PS-TBL-COST-CENTER  PIC X(6).
             10 PS-TBL-DEBIT-AMT       PIC S9(11)V99   COMP-3.
             10 PS-TBL-CREDIT-AMT      PIC S9(11)V99   COMP-3.

       01 PROGRAM-SWITCHES.
          05 GLMAP-FILE-ST             PIC X(2).
             88 GLMAP-FILE-OK                          VALUE '00'.
          05 ACTIVITY-FILE-ST          PIC X(2).
             88 ACTIVITY-FILE-OK                       VALUE '00'.
          05 JE-CTL-FILE-ST            PIC X(2).
             88 JE-CTL-FILE-OK                         VALUE '00' '05'.
          05 JOURNAL-FILE-ST           PIC X(2).
             88 JOURNAL-FILE-OK                        VALUE '00'.
          05 SUSPENSE-FILE-ST          PIC X(2).
             88 SUSPENSE-FILE-OK                       VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 GLMAP-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 GLMAP-FILE-EOF                         VALUE 'Y'.
          05 ACTIVITY-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 ACTIVITY-FILE-EOF                      VALUE 'Y'.
      * Report section being printed - drives the page headings
          05 WS-SECTION-SW             PIC X(01)       VALUE 'B'.
             88 BATCH-SECTION                          VALUE 'B'.
             88 SUMMARY-SECTION                        VALUE 'S'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-ACT-KTR                PIC 9(7)        VALUE 0.
          05 WS-SUSPENDED-KTR          PIC 9(7)        VALUE 0.
          05 WS-BATCH-POSTED-KTR       PIC 9(7)        VALUE 0.
          05 WS-BATCH-REJECTED-KTR     PIC 9(7)        VALUE 0.
          05 WS-BATCH-EMPTY-KTR        PIC 9(7)        VALUE 0.
          05 WS-JE-LINE-KTR            PIC 9(7)        VALUE 0.
          05 WS-JE-DEBIT-TOT           PIC S9(13)V99   VALUE +0
                                                       COMP-3.
          05 WS-JE-CREDIT-TOT          PIC S9(13)V99   VALUE +0
                                                       COMP-3.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-CURRENT-DATE           PIC 9(08)       VALUE 0.
          05 WS-LAST-JE-NO             PIC 9(07)       VALUE 0.
          05 WS-LINE-NO                PIC 9(05)       VALUE 0.
          05 WS-MAP-KEY.
             10 WS-MAP-SOURCE          PIC X(08).
             10 WS-MAP-TYPE            PIC X(06).
          05 WS-PS-KEY.
             10 WS-PS-SOURCE           PIC X(08).
             10 WS-PS-ACCOUNT          PIC X(10).
             10 WS-PS-COST-CENTER      PIC X(06).
          05 WS-SWAP-PS-ENTRY          PIC X(38)       VALUE SPACES.
          05 WS-SWAP-SOURCE            PIC X(08)       VALUE SPACES.
          05 WS-SRC-CONTROL-AMT        PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-SRC-POSTED-AMT         PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-SRC-SUSPENDED-AMT      PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-SRC-DEBIT-AMT          PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-SRC-CREDIT-AMT         PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-PRINT-LINE             PIC X(132)      VALUE SPACES.

      * TRAILWRT calling parameters - the standard integrity
      * trailer closing the journal-entry file
       COPY TRAILL.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '   GENERAL LEDGER JOURNAL INTERFACE - POSTING RUN '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

      * Batch register
       01 BATCH-HDG-1.
          05 FILLER                    PIC X(08)       VALUE
                'SOURCE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'ACT DATE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE
                'JE NO'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(17)       VALUE
                '   FEEDER CONTROL'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(17)       VALUE
                ' ACTIVITY RECEIVD'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(17)       VALUE
                '           DEBITS'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(17)       VALUE
                '          CREDITS'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'STATUS'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(22)       VALUE
                'REJECT REASON'.

       01 BATCH-HDG-2.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(17)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(17)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(17)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(17)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(22)       VALUE ALL "=".

       01 BATCH-DETAIL-LINE.
          05 DB-SOURCE-O               PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DB-DATE-O                 PIC 9(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DB-JE-NUMBER-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DB-CONTROL-O              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DB-ACTIVITY-O             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DB-DEBIT-O                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DB-CREDIT-O               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DB-STATUS-O               PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DB-REASON-O               PIC X(22).

       01 UNMAPPED-LINE.
          05 FILLER                    PIC X(10)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE
                'UNMAPPED TYPE: '.
          05 UM-TYPE-O                 PIC X(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'AMOUNT: '.
          05 UM-AMOUNT-O               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                    PIC X(73)       VALUE SPACES.

      * Posting summary by source and account
       01 SUMMARY-HDG-1.
          05 FILLER                    PIC X(08)       VALUE
                'SOURCE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'ACCOUNT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'COST CTR'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(17)       VALUE
                '           DEBITS'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(17)       VALUE
                '          CREDITS'.
          05 FILLER                    PIC X(65)       VALUE SPACES.

       01 SUMMARY-HDG-2.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(17)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(17)       VALUE ALL "=".
          05 FILLER                    PIC X(65)       VALUE SPACES.

       01 SUMMARY-DETAIL-LINE.
          05 DS-SOURCE-O               PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DS-ACCOUNT-O              PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DS-COST-CENTER-O          PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DS-DEBIT-O                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DS-CREDIT-O               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(65)       VALUE SPACES.

       01 SOURCE-TOTAL-LINE.
          05 FILLER                    PIC X(10)       VALUE SPACES.
          05 FILLER                    PIC X(22)       VALUE
                'SOURCE TOTAL'.
          05 ST-DEBIT-O                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 ST-CREDIT-O               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(65)       VALUE SPACES.

       01 SOURCE-TIE-LINE.
          05 FILLER                    PIC X(10)       VALUE SPACES.
          05 FILLER                    PIC X(16)       VALUE
                'FEEDER CONTROL: '.
          05 TIE-CONTROL-O             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(10)       VALUE
                '  POSTED: '.
          05 TIE-POSTED-O              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(13)       VALUE
                '  SUSPENDED: '.
          05 TIE-SUSPENDED-O           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 TIE-RESULT-O              PIC X(14).
          05 FILLER                    PIC X(16)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Activity records read / suspended :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ACT-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-SUSPENDED-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Batches posted / rejected / empty :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-POSTED-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REJECTED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-EMPTY-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Journal lines written             :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-LINES-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Journal debits                    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-DEBIT-O             PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Journal credits                   :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-CREDIT-O            PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-ACTIVITY UNTIL ACTIVITY-FILE-EOF.
           PERFORM 200-EDIT-BATCHES.
           PERFORM 400-WRITE-JOURNAL.
           PERFORM 500-REPORT-BATCHES.
           PERFORM 550-REPORT-POSTING-SUMMARY.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 720-WRITE-JOURNAL-TRAILER.
           PERFORM 750-SAVE-JE-CONTROL.
           PERFORM 800-CLOSE-FILES.
           PERFORM 810-CLEAR-ACTIVITY.
      * one standard audit record for the morning operations report
           MOVE 'GLINTFC' TO AUD-PROGRAM-ID.
           MOVE WS-ACT-KTR TO AUD-RECORDS-READ.
           MOVE WS-JE-LINE-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-SUSPENDED-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-JE-DEBIT-TOT TO AUD-CONTROL-TOTAL.
           IF RETURN-CODE = 8
              THEN
              MOVE '08' TO AUD-FINAL-STATUS
           ELSE
              IF WS-BATCH-REJECTED-KTR > 0
                 THEN
                 MOVE '04' TO AUD-FINAL-STATUS
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE '00' TO AUD-FINAL-STATUS
              END-IF
           END-IF.
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
           PERFORM 050-LOAD-MAPPING-TABLE UNTIL GLMAP-FILE-EOF.
           PERFORM 065-LOAD-JE-CONTROL.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
       050-LOAD-MAPPING-TABLE.
      ************************************************************
      * Load the GLACCTMP account-mapping table                  *
      ************************************************************
      D    DISPLAY '050-LOAD-MAPPING-TABLE'.
           READ GLMAP-FILE
           AT END
              MOVE 'Y' TO GLMAP-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF GM-TABLE-MAX < GM-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO GM-TABLE-MAX
              MOVE GM-MAP-KEY TO GM-TBL-KEY(GM-TABLE-MAX)
              MOVE GM-DEBIT-ACCOUNT TO GM-TBL-DEBIT(GM-TABLE-MAX)
              MOVE GM-CREDIT-ACCOUNT TO GM-TBL-CREDIT(GM-TABLE-MAX)
              MOVE GM-COST-CENTER TO
                 GM-TBL-COST-CENTER(GM-TABLE-MAX)
              MOVE GM-DESCRIPTION TO GM-TBL-DESC(GM-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: MAPPING TABLE FULL - ROW DROPPED: '
                      GM-MAP-KEY
           END-IF.
       065-LOAD-JE-CONTROL.
      ************************************************************
      * Last used journal-entry number persists across runs in   *
      * the one-record GLJECTL file; a missing/empty control     *
      * file starts the sequence at zero                         *
      ************************************************************
      D    DISPLAY '065-LOAD-JE-CONTROL'.
           OPEN INPUT JE-CTL-FILE.
           IF JE-CTL-FILE-OK
              THEN
              READ JE-CTL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE CTL-LAST-JE-NO TO WS-LAST-JE-NO
              END-READ
              CLOSE JE-CTL-FILE
           END-IF.
      D    DISPLAY 'JE NUMBERS CONTINUE FROM ' WS-LAST-JE-NO.
       100-LOAD-ACTIVITY.
      ************************************************************
      * Hold one activity record against its batch; activity is  *
      * mapped and rolled into the batch's debits and credits,   *
      * a control record into the batch's feeder control total   *
      ************************************************************
      D    DISPLAY '100-LOAD-ACTIVITY'.
           READ ACTIVITY-FILE INTO WS-ACTIVITY-REC
           AT END
              MOVE 'Y' TO ACTIVITY-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-ACT-KTR.

           IF GA-AMOUNT NOT NUMERIC
              OR GA-ITEM-COUNT NOT NUMERIC
              OR GA-ACTIVITY-DATE NOT NUMERIC
              OR NOT (GA-ACTIVITY OR GA-CONTROL)
              THEN
              DISPLAY 'GLACTVTY RECORD UNUSABLE - SUSPENDED: '
                      GA-SOURCE-SYSTEM ' ' GA-TRANS-TYPE
              PERFORM 150-SUSPEND-RECORD
              EXIT PARAGRAPH
           END-IF.

           PERFORM 110-FIND-BATCH.
           IF NOT BT-FOUND
              THEN
              DISPLAY 'WARNING: BATCH TABLE FULL - SUSPENDED: '
                      GA-SOURCE-SYSTEM ' ' GA-ACTIVITY-DATE
              PERFORM 150-SUSPEND-RECORD
              EXIT PARAGRAPH
           END-IF.
           IF ACT-TABLE-MAX NOT < ACT-TABLE-MAX-LIMIT
              THEN
      *       the batch can no longer tie to its control total and
      *       is rejected whole in 210
              DISPLAY 'WARNING: ACTIVITY TABLE FULL - SUSPENDED: '
                      GA-SOURCE-SYSTEM ' ' GA-TRANS-TYPE
              PERFORM 150-SUSPEND-RECORD
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ACT-TABLE-MAX.
           MOVE WS-ACTIVITY-REC TO ACT-TBL-REC(ACT-TABLE-MAX).
           MOVE BT-TABLE-SUB TO ACT-TBL-BATCH-SUB(ACT-TABLE-MAX).
           MOVE 0 TO ACT-TBL-MAP-SUB(ACT-TABLE-MAX).

           IF GA-CONTROL
              THEN
              MOVE 'Y' TO BT-TBL-CONTROL-IND(BT-TABLE-SUB)
              ADD GA-AMOUNT TO BT-TBL-CONTROL-AMT(BT-TABLE-SUB)
              ADD GA-ITEM-COUNT TO BT-TBL-CONTROL-CNT(BT-TABLE-SUB)
              EXIT PARAGRAPH
           END-IF.

           ADD GA-AMOUNT TO BT-TBL-ACTIVITY-AMT(BT-TABLE-SUB).
           ADD GA-ITEM-COUNT TO BT-TBL-ACTIVITY-CNT(BT-TABLE-SUB).
           IF GA-AMOUNT < ZERO
              THEN
              MOVE 'Y' TO BT-TBL-NEGATIVE-IND(BT-TABLE-SUB)
           END-IF.

           PERFORM 120-FIND-MAPPING.
           IF NOT GM-FOUND
              THEN
              ADD 1 TO BT-TBL-UNMAPPED-KTR(BT-TABLE-SUB)
              EXIT PARAGRAPH
           END-IF.
           MOVE GM-TABLE-SUB TO ACT-TBL-MAP-SUB(ACT-TABLE-MAX).

      * a zero amount maps but books no line
           IF GA-AMOUNT EQUAL TO ZERO
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF GM-TBL-DEBIT(GM-TABLE-SUB) NOT EQUAL TO SPACES
              THEN
              ADD GA-AMOUNT TO BT-TBL-DEBIT-AMT(BT-TABLE-SUB)
              ADD 1 TO BT-TBL-LINE-KTR(BT-TABLE-SUB)
           END-IF.
           IF GM-TBL-CREDIT(GM-TABLE-SUB) NOT EQUAL TO SPACES
              THEN
              ADD GA-AMOUNT TO BT-TBL-CREDIT-AMT(BT-TABLE-SUB)
              ADD 1 TO BT-TBL-LINE-KTR(BT-TABLE-SUB)
           END-IF.
       110-FIND-BATCH.
      ************************************************************
      * Locate the record's source/date batch, opening a new one *
      * (and registering a new source) when first seen           *
      ************************************************************
      D    DISPLAY '110-FIND-BATCH'.
           MOVE 'N' TO SW-BT-FOUND.
           PERFORM VARYING BT-TABLE-SUB FROM 1 BY 1
              UNTIL BT-TABLE-SUB > BT-TABLE-MAX
                   IF BT-TBL-SOURCE(BT-TABLE-SUB) = GA-SOURCE-SYSTEM
                      AND BT-TBL-DATE(BT-TABLE-SUB) = GA-ACTIVITY-DATE
                      THEN
                      MOVE 'Y' TO SW-BT-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF BT-FOUND
              OR BT-TABLE-MAX NOT < BT-TABLE-MAX-LIMIT
              THEN
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO BT-TABLE-MAX.
           MOVE BT-TABLE-MAX TO BT-TABLE-SUB.
           MOVE GA-SOURCE-SYSTEM TO BT-TBL-SOURCE(BT-TABLE-SUB).
           MOVE GA-ACTIVITY-DATE TO BT-TBL-DATE(BT-TABLE-SUB).
           MOVE 'N' TO BT-TBL-CONTROL-IND(BT-TABLE-SUB).
           MOVE 'N' TO BT-TBL-NEGATIVE-IND(BT-TABLE-SUB).
           MOVE 0 TO BT-TBL-CONTROL-AMT(BT-TABLE-SUB).
           MOVE 0 TO BT-TBL-CONTROL-CNT(BT-TABLE-SUB).
           MOVE 0 TO BT-TBL-ACTIVITY-AMT(BT-TABLE-SUB).
           MOVE 0 TO BT-TBL-ACTIVITY-CNT(BT-TABLE-SUB).
           MOVE 0 TO BT-TBL-DEBIT-AMT(BT-TABLE-SUB).
           MOVE 0 TO BT-TBL-CREDIT-AMT(BT-TABLE-SUB).
           MOVE 0 TO BT-TBL-LINE-KTR(BT-TABLE-SUB).
           MOVE 0 TO BT-TBL-UNMAPPED-KTR(BT-TABLE-SUB).
           MOVE SPACE TO BT-TBL-STATUS(BT-TABLE-SUB).
           MOVE 0 TO BT-TBL-JE-NUMBER(BT-TABLE-SUB).
           MOVE SPACES TO BT-TBL-REASON(BT-TABLE-SUB).
           MOVE 'Y' TO SW-BT-FOUND.

           MOVE 'N' TO SW-SRC-FOUND.
           PERFORM VARYING SRC-TABLE-SUB FROM 1 BY 1
              UNTIL SRC-TABLE-SUB > SRC-TABLE-MAX
                   IF SRC-TBL-SOURCE(SRC-TABLE-SUB) = GA-SOURCE-SYSTEM
                      THEN
                      MOVE 'Y' TO SW-SRC-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT SRC-FOUND
              THEN
              IF SRC-TABLE-MAX < SRC-TABLE-MAX-LIMIT
                 THEN
                 ADD 1 TO SRC-TABLE-MAX
                 MOVE GA-SOURCE-SYSTEM TO
                    SRC-TBL-SOURCE(SRC-TABLE-MAX)
              ELSE
                 DISPLAY 'WARNING: SOURCE TABLE FULL - NO TIE-OUT '
                         'FOR ' GA-SOURCE-SYSTEM
              END-IF
           END-IF.
       120-FIND-MAPPING.
      ************************************************************
      * Look the activity's source/type up in the mapping table  *
      ************************************************************
      D    DISPLAY '120-FIND-MAPPING'.
           MOVE GA-SOURCE-SYSTEM TO WS-MAP-SOURCE.
           MOVE GA-TRANS-TYPE TO WS-MAP-TYPE.
           MOVE 'N' TO SW-GM-FOUND.
           PERFORM VARYING GM-TABLE-SUB FROM 1 BY 1
              UNTIL GM-TABLE-SUB > GM-TABLE-MAX
                   IF GM-TBL-KEY(GM-TABLE-SUB) EQUAL TO WS-MAP-KEY
                      THEN
                      MOVE 'Y' TO SW-GM-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       150-SUSPEND-RECORD.
      ************************************************************
      * Copy the record in WS-ACTIVITY-REC to the suspense file  *
      ************************************************************
      D    DISPLAY '150-SUSPEND-RECORD'.
           WRITE SUSPENSE-REC FROM WS-ACTIVITY-REC.
           ADD 1 TO WS-SUSPENDED-KTR.
       200-EDIT-BATCHES.
      ************************************************************
      * Accept or reject every batch                             *
      ************************************************************
      D    DISPLAY '200-EDIT-BATCHES'.
           PERFORM VARYING BT-TABLE-SUB FROM 1 BY 1
              UNTIL BT-TABLE-SUB > BT-TABLE-MAX
                   PERFORM 210-EDIT-ONE-BATCH
           END-PERFORM.
       210-EDIT-ONE-BATCH.
      ************************************************************
      * The first failed check rejects the batch; an accepted    *
      * batch takes the next journal-entry number                *
      ************************************************************
      D    DISPLAY '210-EDIT-ONE-BATCH'.
           MOVE 'R' TO BT-TBL-STATUS(BT-TABLE-SUB).
           EVALUATE TRUE
           WHEN NOT BT-TBL-CONTROL-SEEN(BT-TABLE-SUB)
                MOVE 'NO FEEDER CONTROL'
                   TO BT-TBL-REASON(BT-TABLE-SUB)
           WHEN BT-TBL-UNMAPPED-KTR(BT-TABLE-SUB) > 0
                MOVE 'ACTIVITY NOT MAPPED'
                   TO BT-TBL-REASON(BT-TABLE-SUB)
           WHEN BT-TBL-NEGATIVE-SEEN(BT-TABLE-SUB)
                MOVE 'NEGATIVE AMOUNT'
                   TO BT-TBL-REASON(BT-TABLE-SUB)
           WHEN BT-TBL-CONTROL-AMT(BT-TABLE-SUB) NOT =
                BT-TBL-ACTIVITY-AMT(BT-TABLE-SUB)
             OR BT-TBL-CONTROL-CNT(BT-TABLE-SUB) NOT =
                BT-TBL-ACTIVITY-CNT(BT-TABLE-SUB)
                MOVE 'CONTROL TOTAL MISMATCH'
                   TO BT-TBL-REASON(BT-TABLE-SUB)
           WHEN BT-TBL-DEBIT-AMT(BT-TABLE-SUB) NOT =
                BT-TBL-CREDIT-AMT(BT-TABLE-SUB)
                MOVE 'DEBITS NOT = CREDITS'
                   TO BT-TBL-REASON(BT-TABLE-SUB)
           WHEN BT-TBL-LINE-KTR(BT-TABLE-SUB) = 0
                MOVE 'E' TO BT-TBL-STATUS(BT-TABLE-SUB)
           WHEN OTHER
                MOVE 'P' TO BT-TBL-STATUS(BT-TABLE-SUB)
           END-EVALUATE.

           EVALUATE TRUE
           WHEN BT-TBL-POSTED(BT-TABLE-SUB)
                ADD 1 TO WS-LAST-JE-NO
                MOVE WS-LAST-JE-NO TO BT-TBL-JE-NUMBER(BT-TABLE-SUB)
                ADD 1 TO WS-BATCH-POSTED-KTR
           WHEN BT-TBL-EMPTY(BT-TABLE-SUB)
                ADD 1 TO WS-BATCH-EMPTY-KTR
           WHEN OTHER
                ADD 1 TO WS-BATCH-REJECTED-KTR
           END-EVALUATE.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT GLMAP-FILE.
           IF NOT GLMAP-FILE-OK
              DISPLAY 'GLACCTMP OPEN PROBLEM, RC=' GLMAP-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ACTIVITY-FILE.
           IF NOT ACTIVITY-FILE-OK
              DISPLAY 'GLACTVTY OPEN PROBLEM, RC=' ACTIVITY-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           IF NOT JOURNAL-FILE-OK
              DISPLAY 'GLJRNL OPEN PROBLEM, RC=' JOURNAL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE.
           IF NOT SUSPENSE-FILE-OK
              DISPLAY 'GLSUSP OPEN PROBLEM, RC=' SUSPENSE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-WRITE-JOURNAL.
      ************************************************************
      * One journal entry per posted batch; the activity of      *
      * rejected batches goes to suspense                        *
      ************************************************************
      D    DISPLAY '400-WRITE-JOURNAL'.
           PERFORM VARYING BT-TABLE-SUB FROM 1 BY 1
              UNTIL BT-TABLE-SUB > BT-TABLE-MAX
                   EVALUATE TRUE
                   WHEN BT-TBL-POSTED(BT-TABLE-SUB)
                        PERFORM 410-WRITE-ONE-ENTRY
                   WHEN BT-TBL-REJECTED(BT-TABLE-SUB)
                        PERFORM 430-SUSPEND-BATCH
                   WHEN OTHER
                        CONTINUE
                   END-EVALUATE
           END-PERFORM.
       410-WRITE-ONE-ENTRY.
      ************************************************************
      * 'H' entry header, then the batch's debit/credit lines    *
      ************************************************************
      D    DISPLAY '410-WRITE-ONE-ENTRY'.
           MOVE BT-TBL-JE-NUMBER(BT-TABLE-SUB) TO JH-JE-NUMBER.
           MOVE BT-TBL-SOURCE(BT-TABLE-SUB) TO JH-SOURCE-SYSTEM.
           MOVE BT-TBL-DATE(BT-TABLE-SUB) TO JH-ACTIVITY-DATE.
           MOVE BT-TBL-DEBIT-AMT(BT-TABLE-SUB) TO JH-DEBIT-TOTAL.
           MOVE BT-TBL-CREDIT-AMT(BT-TABLE-SUB) TO JH-CREDIT-TOTAL.
           MOVE BT-TBL-LINE-KTR(BT-TABLE-SUB) TO JH-LINE-COUNT.
           MOVE WS-CURRENT-DATE TO JH-POST-DATE.
           WRITE JOURNAL-REC FROM JE-HEADER-REC.
           IF NOT JOURNAL-FILE-OK
              THEN
              DISPLAY 'GLJRNL Problem: ' JOURNAL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 0 TO WS-LINE-NO.
           PERFORM VARYING ACT-TABLE-SUB FROM 1 BY 1
              UNTIL ACT-TABLE-SUB > ACT-TABLE-MAX
                   IF ACT-TBL-BATCH-SUB(ACT-TABLE-SUB) = BT-TABLE-SUB
                      AND ACT-TBL-MAP-SUB(ACT-TABLE-SUB) > 0
                      THEN
                      PERFORM 420-WRITE-ACTIVITY-LINES
                   END-IF
           END-PERFORM.
       420-WRITE-ACTIVITY-LINES.
      ************************************************************
      * The debit line and/or credit line of one activity        *
      ************************************************************
      D    DISPLAY '420-WRITE-ACTIVITY-LINES'.
           MOVE ACT-TBL-REC(ACT-TABLE-SUB) TO WS-ACTIVITY-REC.
           IF NOT GA-ACTIVITY
              OR GA-AMOUNT EQUAL TO ZERO
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE ACT-TBL-MAP-SUB(ACT-TABLE-SUB) TO GM-TABLE-SUB.

           MOVE BT-TBL-JE-NUMBER(BT-TABLE-SUB) TO JD-JE-NUMBER.
           MOVE GA-SOURCE-SYSTEM TO JD-SOURCE-SYSTEM.
           MOVE GA-ACTIVITY-DATE TO JD-ACTIVITY-DATE.
           MOVE GM-TBL-COST-CENTER(GM-TABLE-SUB) TO JD-COST-CENTER.
           MOVE GA-AMOUNT TO JD-AMOUNT.
           MOVE GA-TRANS-TYPE TO JD-TRANS-TYPE.
           MOVE GM-TBL-DESC(GM-TABLE-SUB) TO JD-DESCRIPTION.

           IF GM-TBL-DEBIT(GM-TABLE-SUB) NOT EQUAL TO SPACES
              THEN
              MOVE GM-TBL-DEBIT(GM-TABLE-SUB) TO JD-ACCOUNT
              MOVE 'D' TO JD-DR-CR
              PERFORM 425-WRITE-ONE-LINE
           END-IF.
           IF GM-TBL-CREDIT(GM-TABLE-SUB) NOT EQUAL TO SPACES
              THEN
              MOVE GM-TBL-CREDIT(GM-TABLE-SUB) TO JD-ACCOUNT
              MOVE 'C' TO JD-DR-CR
              PERFORM 425-WRITE-ONE-LINE
           END-IF.
       425-WRITE-ONE-LINE.
      ************************************************************
      * Write the 'D' line in JE-LINE-REC and roll it into the   *
      * run totals and the posting summary                       *
      ************************************************************
      D    DISPLAY '425-WRITE-ONE-LINE'.
           ADD 1 TO WS-LINE-NO.
           MOVE WS-LINE-NO TO JD-LINE-NO.
           WRITE JOURNAL-REC FROM JE-LINE-REC.
           IF NOT JOURNAL-FILE-OK
              THEN
              DISPLAY 'GLJRNL Problem: ' JOURNAL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-JE-LINE-KTR.

           MOVE JD-SOURCE-SYSTEM TO WS-PS-SOURCE.
           MOVE JD-ACCOUNT TO WS-PS-ACCOUNT.
           MOVE JD-COST-CENTER TO WS-PS-COST-CENTER.
           MOVE 'N' TO SW-PS-FOUND.
           PERFORM VARYING PS-TABLE-SUB FROM 1 BY 1
              UNTIL PS-TABLE-SUB > PS-TABLE-MAX
                   IF PS-TBL-KEY(PS-TABLE-SUB) EQUAL TO WS-PS-KEY
                      THEN
                      MOVE 'Y' TO SW-PS-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT PS-FOUND
              THEN
              IF PS-TABLE-MAX < PS-TABLE-MAX-LIMIT
                 THEN
                 ADD 1 TO PS-TABLE-MAX
                 MOVE PS-TABLE-MAX TO PS-TABLE-SUB
                 MOVE WS-PS-KEY TO PS-TBL-KEY(PS-TABLE-SUB)
                 MOVE 0 TO PS-TBL-DEBIT-AMT(PS-TABLE-SUB)
                 MOVE 0 TO PS-TBL-CREDIT-AMT(PS-TABLE-SUB)
              ELSE
                 DISPLAY 'WARNING: POSTING SUMMARY TABLE FULL - '
                         'NOT SUMMARIZED: ' WS-PS-KEY
                 MOVE 0 TO PS-TABLE-SUB
              END-IF
           END-IF.

           IF JD-DEBIT
              THEN
              ADD JD-AMOUNT TO WS-JE-DEBIT-TOT
              IF PS-TABLE-SUB > 0
                 THEN
                 ADD JD-AMOUNT TO PS-TBL-DEBIT-AMT(PS-TABLE-SUB)
              END-IF
           ELSE
              ADD JD-AMOUNT TO WS-JE-CREDIT-TOT
              IF PS-TABLE-SUB > 0
                 THEN
                 ADD JD-AMOUNT TO PS-TBL-CREDIT-AMT(PS-TABLE-SUB)
              END-IF
           END-IF.
       430-SUSPEND-BATCH.
      ************************************************************
      * Every record of a rejected batch - control included -    *
      * goes to suspense so the batch can be fed back whole      *
      ************************************************************
      D    DISPLAY '430-SUSPEND-BATCH'.
           PERFORM VARYING ACT-TABLE-SUB FROM 1 BY 1
              UNTIL ACT-TABLE-SUB > ACT-TABLE-MAX
                   IF ACT-TBL-BATCH-SUB(ACT-TABLE-SUB) = BT-TABLE-SUB
                      THEN
                      MOVE ACT-TBL-REC(ACT-TABLE-SUB)
                         TO WS-ACTIVITY-REC
                      PERFORM 150-SUSPEND-RECORD
                   END-IF
           END-PERFORM.
       500-REPORT-BATCHES.
      ************************************************************
      * Batch register: one line per batch with its status, and  *
      * the unmapped activity under a batch rejected for it      *
      ************************************************************
      D    DISPLAY '500-REPORT-BATCHES'.
           MOVE 'B' TO WS-SECTION-SW.
           PERFORM 600-WRITE-HEADINGS.
           PERFORM VARYING BT-TABLE-SUB FROM 1 BY 1
              UNTIL BT-TABLE-SUB > BT-TABLE-MAX
                   PERFORM 510-REPORT-ONE-BATCH
           END-PERFORM.
       510-REPORT-ONE-BATCH.
      ************************************************************
      * Register line for the batch at BT-TABLE-SUB              *
      ************************************************************
      D    DISPLAY '510-REPORT-ONE-BATCH'.
           MOVE SPACES TO BATCH-DETAIL-LINE.
           MOVE BT-TBL-SOURCE(BT-TABLE-SUB) TO DB-SOURCE-O.
           MOVE BT-TBL-DATE(BT-TABLE-SUB) TO DB-DATE-O.
           MOVE BT-TBL-JE-NUMBER(BT-TABLE-SUB) TO DB-JE-NUMBER-O.
           MOVE BT-TBL-CONTROL-AMT(BT-TABLE-SUB) TO DB-CONTROL-O.
           MOVE BT-TBL-ACTIVITY-AMT(BT-TABLE-SUB) TO DB-ACTIVITY-O.
           MOVE BT-TBL-DEBIT-AMT(BT-TABLE-SUB) TO DB-DEBIT-O.
           MOVE BT-TBL-CREDIT-AMT(BT-TABLE-SUB) TO DB-CREDIT-O.
           EVALUATE TRUE
           WHEN BT-TBL-POSTED(BT-TABLE-SUB)
                MOVE 'POSTED' TO DB-STATUS-O
           WHEN BT-TBL-EMPTY(BT-TABLE-SUB)
                MOVE 'NO LINES' TO DB-STATUS-O
           WHEN OTHER
                MOVE 'REJECTED' TO DB-STATUS-O
                MOVE BT-TBL-REASON(BT-TABLE-SUB) TO DB-REASON-O
           END-EVALUATE.
           MOVE BATCH-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.

           IF BT-TBL-REJECTED(BT-TABLE-SUB)
              AND BT-TBL-UNMAPPED-KTR(BT-TABLE-SUB) > 0
              THEN
              PERFORM VARYING ACT-TABLE-SUB FROM 1 BY 1
                 UNTIL ACT-TABLE-SUB > ACT-TABLE-MAX
                      MOVE ACT-TBL-REC(ACT-TABLE-SUB)
                         TO WS-ACTIVITY-REC
                      IF ACT-TBL-BATCH-SUB(ACT-TABLE-SUB) =
                         BT-TABLE-SUB
                         AND ACT-TBL-MAP-SUB(ACT-TABLE-SUB) = 0
                         AND GA-ACTIVITY
                         THEN
                         MOVE GA-TRANS-TYPE TO UM-TYPE-O
                         MOVE GA-AMOUNT TO UM-AMOUNT-O
                         MOVE UNMAPPED-LINE TO WS-PRINT-LINE
                         PERFORM 560-PRINT-LINE
                      END-IF
              END-PERFORM
           END-IF.
       550-REPORT-POSTING-SUMMARY.
      ************************************************************
      * Posting summary by source and account; each source       *
      * closes with its totals and the tie of the feeder's       *
      * control total to the activity posted and suspended       *
      ************************************************************
      D    DISPLAY '550-REPORT-POSTING-SUMMARY'.
           PERFORM 570-SORT-SUMMARY-TABLES.
           MOVE 'S' TO WS-SECTION-SW.
           PERFORM 600-WRITE-HEADINGS.
           PERFORM VARYING SRC-TABLE-SUB FROM 1 BY 1
              UNTIL SRC-TABLE-SUB > SRC-TABLE-MAX
                   PERFORM 555-REPORT-ONE-SOURCE
           END-PERFORM.
       555-REPORT-ONE-SOURCE.
      ************************************************************
      * Account lines, source total and tie line for the source  *
      * at SRC-TABLE-SUB                                         *
      ************************************************************
      D    DISPLAY '555-REPORT-ONE-SOURCE'.
           MOVE 0 TO WS-SRC-DEBIT-AMT WS-SRC-CREDIT-AMT.
           MOVE 0 TO WS-SRC-CONTROL-AMT WS-SRC-POSTED-AMT
                     WS-SRC-SUSPENDED-AMT.

           PERFORM VARYING PS-TABLE-SUB FROM 1 BY 1
              UNTIL PS-TABLE-SUB > PS-TABLE-MAX
                   IF PS-TBL-SOURCE(PS-TABLE-SUB) =
                      SRC-TBL-SOURCE(SRC-TABLE-SUB)
                      THEN
                      MOVE SPACES TO SUMMARY-DETAIL-LINE
                      MOVE PS-TBL-SOURCE(PS-TABLE-SUB)
                         TO DS-SOURCE-O
                      MOVE PS-TBL-ACCOUNT(PS-TABLE-SUB)
                         TO DS-ACCOUNT-O
                      MOVE PS-TBL-COST-CENTER(PS-TABLE-SUB)
                         TO DS-COST-CENTER-O
                      MOVE PS-TBL-DEBIT-AMT(PS-TABLE-SUB)
                         TO DS-DEBIT-O
                      MOVE PS-TBL-CREDIT-AMT(PS-TABLE-SUB)
                         TO DS-CREDIT-O
                      MOVE SUMMARY-DETAIL-LINE TO WS-PRINT-LINE
                      PERFORM 560-PRINT-LINE
                      ADD PS-TBL-DEBIT-AMT(PS-TABLE-SUB)
                         TO WS-SRC-DEBIT-AMT
                      ADD PS-TBL-CREDIT-AMT(PS-TABLE-SUB)
                         TO WS-SRC-CREDIT-AMT
                   END-IF
           END-PERFORM.

           PERFORM VARYING BT-TABLE-SUB FROM 1 BY 1
              UNTIL BT-TABLE-SUB > BT-TABLE-MAX
                   IF BT-TBL-SOURCE(BT-TABLE-SUB) =
                      SRC-TBL-SOURCE(SRC-TABLE-SUB)
                      THEN
                      ADD BT-TBL-CONTROL-AMT(BT-TABLE-SUB)
                         TO WS-SRC-CONTROL-AMT
                      IF BT-TBL-REJECTED(BT-TABLE-SUB)
                         THEN
                         ADD BT-TBL-ACTIVITY-AMT(BT-TABLE-SUB)
                            TO WS-SRC-SUSPENDED-AMT
                      ELSE
                         ADD BT-TBL-ACTIVITY-AMT(BT-TABLE-SUB)
                            TO WS-SRC-POSTED-AMT
                      END-IF
                   END-IF
           END-PERFORM.

           MOVE WS-SRC-DEBIT-AMT TO ST-DEBIT-O.
           MOVE WS-SRC-CREDIT-AMT TO ST-CREDIT-O.
           MOVE SOURCE-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.

           MOVE WS-SRC-CONTROL-AMT TO TIE-CONTROL-O.
           MOVE WS-SRC-POSTED-AMT TO TIE-POSTED-O.
           MOVE WS-SRC-SUSPENDED-AMT TO TIE-SUSPENDED-O.
           IF WS-SRC-CONTROL-AMT =
              WS-SRC-POSTED-AMT + WS-SRC-SUSPENDED-AMT
              THEN
              MOVE 'TIES' TO TIE-RESULT-O
           ELSE
              MOVE 'OUT OF BALANCE' TO TIE-RESULT-O
           END-IF.
           MOVE SOURCE-TIE-LINE TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.
       560-PRINT-LINE.
      ************************************************************
      * Print WS-PRINT-LINE with page break                      *
      ************************************************************
      D    DISPLAY '560-PRINT-LINE'.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           WRITE OUTPUT-LINE FROM WS-PRINT-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       570-SORT-SUMMARY-TABLES.
      ************************************************************
      * Bubble the posting summary into source/account/cost      *
      * center sequence and the sources into name sequence       *
      ************************************************************
      D    DISPLAY '570-SORT-SUMMARY-TABLES'.
           PERFORM VARYING PS-TABLE-SUB FROM 1 BY 1
              UNTIL PS-TABLE-SUB NOT < PS-TABLE-MAX
                   PERFORM VARYING PS-TABLE-SUB-2 FROM 1 BY 1
                      UNTIL PS-TABLE-SUB-2 NOT <
                         PS-TABLE-MAX
                         IF PS-TBL-KEY(PS-TABLE-SUB-2) >
                            PS-TBL-KEY(PS-TABLE-SUB-2 + 1)
                            THEN
                            MOVE PS-ENTRY(PS-TABLE-SUB-2)
                               TO WS-SWAP-PS-ENTRY
                            MOVE PS-ENTRY(PS-TABLE-SUB-2 + 1)
                               TO PS-ENTRY(PS-TABLE-SUB-2)
                            MOVE WS-SWAP-PS-ENTRY
                               TO PS-ENTRY(PS-TABLE-SUB-2 + 1)
                         END-IF
                   END-PERFORM
           END-PERFORM.

           PERFORM VARYING SRC-TABLE-SUB FROM 1 BY 1
              UNTIL SRC-TABLE-SUB NOT < SRC-TABLE-MAX
                   PERFORM VARYING SRC-TABLE-SUB-2 FROM 1 BY 1
                      UNTIL SRC-TABLE-SUB-2 NOT <
                         SRC-TABLE-MAX
                         IF SRC-TBL-SOURCE(SRC-TABLE-SUB-2) >
                            SRC-TBL-SOURCE(SRC-TABLE-SUB-2 + 1)
                            THEN
                            MOVE SRC-TBL-SOURCE(SRC-TABLE-SUB-2)
                               TO WS-SWAP-SOURCE
                            MOVE SRC-TBL-SOURCE(SRC-TABLE-SUB-2 + 1)
                               TO SRC-TBL-SOURCE(SRC-TABLE-SUB-2)
                            MOVE WS-SWAP-SOURCE
                               TO SRC-TBL-SOURCE(SRC-TABLE-SUB-2 + 1)
                         END-IF
                   END-PERFORM
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
           IF BATCH-SECTION
              THEN
              WRITE OUTPUT-LINE FROM BATCH-HDG-1
                 AFTER ADVANCING 2 LINES
              WRITE OUTPUT-LINE FROM BATCH-HDG-2
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE OUTPUT-LINE FROM SUMMARY-HDG-1
                 AFTER ADVANCING 2 LINES
              WRITE OUTPUT-LINE FROM SUMMARY-HDG-2
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 4 TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           MOVE WS-ACT-KTR TO TOTAL-ACT-O.
           MOVE WS-SUSPENDED-KTR TO TOTAL-SUSPENDED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-BATCH-POSTED-KTR TO TOTAL-POSTED-O.
           MOVE WS-BATCH-REJECTED-KTR TO TOTAL-REJECTED-O.
           MOVE WS-BATCH-EMPTY-KTR TO TOTAL-EMPTY-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-JE-LINE-KTR TO TOTAL-LINES-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-JE-DEBIT-TOT TO TOTAL-DEBIT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-JE-CREDIT-TOT TO TOTAL-CREDIT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
       720-WRITE-JOURNAL-TRAILER.
      ************************************************************
      * 'T' trailer with entry/line counts and the debit and     *
      * credit totals, then the standard integrity trailer for   *
      * TRAILCHK                                                 *
      ************************************************************
      D    DISPLAY '720-WRITE-JOURNAL-TRAILER'.
           MOVE WS-CURRENT-DATE TO JT-POST-DATE.
           MOVE WS-BATCH-POSTED-KTR TO JT-ENTRY-COUNT.
           MOVE WS-JE-LINE-KTR TO JT-LINE-COUNT.
           MOVE WS-JE-DEBIT-TOT TO JT-DEBIT-TOTAL.
           MOVE WS-JE-CREDIT-TOT TO JT-CREDIT-TOTAL.
           WRITE JOURNAL-REC FROM JE-TRAILER-REC.
           MOVE WS-JE-LINE-KTR TO TRL-RECORD-COUNT.
           MOVE WS-JE-DEBIT-TOT TO TRL-AMOUNT-HASH.
           CALL 'TRAILWRT' USING TRL-RECORD-COUNT,
              TRL-AMOUNT-HASH, TRL-TRAILER-REC, TRL-STATUS.
           MOVE SPACES TO JOURNAL-REC.
           MOVE TRL-TRAILER-REC TO JOURNAL-REC(1:80).
           WRITE JOURNAL-REC.
       750-SAVE-JE-CONTROL.
      ************************************************************
      * Persist the last used journal-entry number for the next  *
      * run                                                      *
      ************************************************************
      D    DISPLAY '750-SAVE-JE-CONTROL'.
           MOVE SPACES TO JE-CTL-REC.
           MOVE WS-LAST-JE-NO TO CTL-LAST-JE-NO.
           OPEN OUTPUT JE-CTL-FILE.
           IF NOT JE-CTL-FILE-OK
              THEN
              DISPLAY 'GLJECTL Problem: ' JE-CTL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           WRITE JE-CTL-REC.
           CLOSE JE-CTL-FILE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE GLMAP-FILE
                 ACTIVITY-FILE
                 JOURNAL-FILE
                 SUSPENSE-FILE
                 REPORT-FILE.
       810-CLEAR-ACTIVITY.
      ************************************************************
      * Every batch is now on GLJRNL or GLSUSP - empty GLACTVTY  *
      * so the next run does not post it again                   *
      ************************************************************
      D    DISPLAY '810-CLEAR-ACTIVITY'.
           OPEN OUTPUT ACTIVITY-FILE.
           IF ACTIVITY-FILE-OK
              THEN
              CLOSE ACTIVITY-FILE
           ELSE
              DISPLAY 'GLACTVTY CLEAR PROBLEM, RC=' ACTIVITY-FILE-ST
              MOVE 8 TO RETURN-CODE
           END-IF.
