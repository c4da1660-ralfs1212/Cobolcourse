       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAYRECN.
      * ------------------------------------------------------------
      * STAYRECN:
      * End-to-end trace of each hospital stay from the edit to
      * the carrier's cash. A stay passes through five steps:
      *
      *   1 HOSPEDIT  valid-patient file          HOSPOUT
      *   2 HOSP2CLM  claim batch                 CLAIM
      *   3 MIDTERMF  paid (PAYFILE), rejected    PAYFILE / ERRFILE
      *               (ERRFILE) or pended          / PENDFILE
      *   4 CARRBILL  carrier invoice detail      CARRINV
      *   5 CARRCASH  open-invoice file           OPENINV
      *
      * Every stay on HOSPOUT is followed by PATIENT-NBR and admit
      * date - the claim's INSURED-POLICY-NO and POLICY-BENEFIT-
      * DATE on CLAIM, PAYFILE, ERRFILE and PENDFILE. The carrier
      * invoice lines carry no admit date, so a CARRINV line
      * settles the first stay of that patient under the invoiced
      * carrier that is not billed yet. CARRCASH keeps no patient
      * detail either: a billed stay counts as cash applied once
      * its carrier has no open balance left on OPENINV.
      *
      * The report lists per stay the furthest step reached in
      * order, its amount at each step (stay total, claim amount,
      * paid claim amount, carrier covered portion) and flags an
      * amount that changed between HOSPOUT, CLAIM and PAYFILE.
      * The step totals balance stays in against stays out: the
      * stays reaching a step, less those held there, must be the
      * stays reaching the next step; a stay found further on
      * without passing a step puts that step out of balance.
      * Records on a step's file that match no stay are counted.
      *
      * Stays held at a step (anything short of CARRCASH) more than
      * the RCN-STUCK-DAYS setting in the PARMLIB parameter library
      * (default 30) days since admission - since the pend date
      * when MIDTERMF pended the claim - go to the business office
      * exception list (STAYEXCP).
      *
      *  Inital Version   2026/10/15
      *  Run parameters from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAY-FILE ASSIGN TO HOSPOUT
           FILE STATUS IS STAY-FILE-ST.

           SELECT OPTIONAL CLAIM-FILE ASSIGN TO CLAIM
           FILE STATUS IS CLAIM-FILE-ST.

           SELECT OPTIONAL PAY-FILE ASSIGN TO PAYFILE
           FILE STATUS IS PAY-FILE-ST.

           SELECT OPTIONAL ERR-FILE ASSIGN TO ERRFILE
           FILE STATUS IS ERR-FILE-ST.

           SELECT OPTIONAL PEND-FILE ASSIGN TO PENDFILE
           FILE STATUS IS PEND-FILE-ST.

           SELECT OPTIONAL INVOICE-FILE ASSIGN TO CARRINV
           FILE STATUS IS INVOICE-FILE-ST.

           SELECT OPTIONAL OPENINV-FILE ASSIGN TO OPENINV
           FILE STATUS IS OPENINV-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

           SELECT EXCEPTION-FILE ASSIGN TO STAYEXCP
           FILE STATUS IS EXCEPTION-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Valid-patient file written by HOSPEDIT - HOSPINF layout
       FD  STAY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01 STAY-REC                     PIC X(133).

      * Claim batch HOSP2CLM writes for MIDTERMF
       FD  CLAIM-FILE
           RECORDING MODE IS F.
       01 CLAIM-REC                    PIC X(112).

      * MIDTERMF payment interface - same record layout as the
      * PAYMENT-FILE FD in MIDTERMF
       FD  PAY-FILE
           RECORDING MODE IS F.
       01 PAYMENT-REC.
          05 PAY-REC-TYPE              PIC X(1).
             88 PAY-DETAIL                             VALUE 'D'.
          05 PAY-POLICY-NO             PIC 9(7).
          05 PAY-LAST-NAME             PIC X(15).
          05 PAY-FIRST-NAME            PIC X(10).
          05 PAY-BENEFIT-DATE          PIC 9(8).
          05 PAY-CLAIM-AMOUNT          PIC 9(7)V99.
          05 PAY-DEDUCTION             PIC 9(7)V99.
          05 PAY-NET-AMOUNT            PIC 9(7)V99.
          05 PAY-OFFSET-AMOUNT         PIC 9(7)V99.
          05 PAY-ADJUST-IND            PIC X(1).
          05 FILLER                    PIC X(2).

      * MIDTERMF rejects - the claim image and the reject reason
       FD  ERR-FILE
           RECORDING MODE IS F.
       01 ERR-REC.
          05 ERR-CLAIM-DATA            PIC X(112).
          05 ERR-REASON                PIC X(30).

      * MIDTERMF pended claims - same record layout as the
      * PEND-FILE FD in MIDTERMF
       FD  PEND-FILE
           RECORDING MODE IS F.
       01 PEND-REC.
          05 PND-CLAIM-DATA            PIC X(112).
          05 PND-PEND-REASON           PIC X(20).
          05 PND-PEND-DATE             PIC 9(8).
          05 FILLER                    PIC X(2).

      * CARRBILL invoice pages - the carrier line names the
      * carrier for the patient lines that follow it
       FD  INVOICE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01 INVOICE-REC.
          05 INV-CARRIER-LABEL         PIC X(12).
             88 INV-CARRIER-LINE                       VALUE
                                       'Carrier:  '.
          05 INV-CARRIER-CODE          PIC X(3).
          05 FILLER                    PIC X(118).
       01 INVOICE-DETAIL-REC.
          05 INV-PATIENT-NBR           PIC X(5).
          05 INV-PATIENT-NBR-N         REDEFINES INV-PATIENT-NBR
                                       PIC 9(5).
          05 INV-SPACER                PIC X(3).
          05 INV-PATIENT-NAME          PIC X(22).
          05 INV-GROSS                 PIC X(14).
          05 FILLER                    PIC X(1).
          05 INV-COVERED               PIC X(14).
          05 FILLER                    PIC X(74).

      * Open invoices CARRCASH carries between runs
       FD  OPENINV-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 OPENINV-REC.
          05 OI-INVOICE-NO             PIC 9(7).
          05 OI-CARRIER                PIC X(3).
          05 OI-INV-DATE               PIC 9(8).
          05 OI-ORIG-AMT               PIC 9(11)V99.
          05 OI-BALANCE                PIC S9(11)V99.
          05 OI-SHORTPAY-REASON        PIC X(3).
          05 FILLER                    PIC X(33).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01 EXCEPTION-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
      * One entry per stay on HOSPOUT
       01 ST-TABLE-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 ST-FOUND-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 ST-TABLE-MAX                 PIC 9(5)        VALUE 0 COMP.
       01 ST-TABLE-MAX-LIMIT           PIC 9(5)        VALUE 5000 COMP.
       01 STAY-TABLE.
          05 ST-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON ST-TABLE-MAX.
             10 ST-PATIENT-NBR         PIC 9(5).
             10 ST-ADMIT-DATE          PIC X(10).
      *      zero when the admit date cannot be used
             10 ST-ADMIT-DATE-N        PIC 9(8).
             10 ST-INS-TYPE            PIC X(3).
             10 ST-PATIENT-NAME        PIC X(20).
             10 ST-STAY-AMT            PIC S9(7)V99    COMP-3.
             10 ST-CLAIM-AMT           PIC S9(7)V99    COMP-3.
             10 ST-PAID-AMT            PIC S9(7)V99    COMP-3.
             10 ST-COVERED-AMT         PIC S9(9)V99    COMP-3.
      *      'Y' once the stay is found on the step's file
             10 ST-STEP-FLAGS.
                15 ST-STEP-FOUND       PIC X(1)        OCCURS 5.
      *      MIDTERMF outcome - Paid, Rejected or Held (pended)
             10 ST-ADJ-STATUS          PIC X(1).
             10 ST-PEND-DATE           PIC 9(8).
             10 ST-REASON              PIC X(30).

      * Carriers with a balance still open on OPENINV
       01 OC-TABLE-SUB                 PIC 9(3)        VALUE 0 COMP.
       01 OC-TABLE-MAX                 PIC 9(3)        VALUE 0 COMP.
       01 OC-TABLE-MAX-LIMIT           PIC 9(3)        VALUE 500 COMP.
       01 OPEN-CARRIER-TABLE.
          05 OC-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON OC-TABLE-MAX.
             10 OC-CARRIER             PIC X(3).

      * Counts and amounts per step
       01 STP-SUB                      PIC 9(1)        VALUE 0 COMP.
       01 STEP-NAME-TABLE.
          05 FILLER                    PIC X(16)       VALUE
                'HOSPEDITHOSPOUT '.
          05 FILLER                    PIC X(16)       VALUE
                'HOSP2CLMCLAIM   '.
          05 FILLER                    PIC X(16)       VALUE
                'MIDTERMFPAYFILE '.
          05 FILLER                    PIC X(16)       VALUE
                'CARRBILLCARRINV '.
          05 FILLER                    PIC X(16)       VALUE
                'CARRCASHOPENINV '.
       01 STEP-NAMES REDEFINES STEP-NAME-TABLE.
          05 STEP-NAME-ENTRY OCCURS 5 TIMES.
             10 STEP-PROGRAM           PIC X(8).
             10 STEP-FILE              PIC X(8).
       01 STEP-STATS-TABLE.
          05 STP-ENTRY OCCURS 5 TIMES.
             10 STP-REACHED            PIC 9(7)        COMP.
             10 STP-HELD               PIC 9(7)        COMP.
             10 STP-UNMATCHED          PIC 9(7)        COMP.
             10 STP-AMOUNT             PIC S9(11)V99   COMP-3.

       01 PROGRAM-SWITCHES.
          05 STAY-FILE-ST              PIC X(2).
             88 STAY-FILE-OK                           VALUE '00'.
          05 CLAIM-FILE-ST             PIC X(2).
          05 PAY-FILE-ST               PIC X(2).
          05 ERR-FILE-ST               PIC X(2).
          05 PEND-FILE-ST              PIC X(2).
          05 INVOICE-FILE-ST           PIC X(2).
          05 OPENINV-FILE-ST           PIC X(2).
             88 OPENINV-FILE-OK                        VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 EXCEPTION-FILE-ST         PIC X(2).
             88 EXCEPTION-FILE-OK                      VALUE '00'.
      * EOF indicator - the input files are read one at a time
          05 IN-FILE-STATUS            PIC X(01)       VALUE SPACE.
             88 IN-FILE-EOF                            VALUE 'Y'.
      * the open-invoice file was there to judge carrier cash by
          05 SW-OPENINV-LOADED         PIC X(01)       VALUE 'N'.
             88 OPENINV-LOADED                         VALUE 'Y'.
          05 SW-STAY-FOUND             PIC X(01)       VALUE 'N'.
             88 STAY-FOUND                             VALUE 'Y'.
          05 SW-CARRIER-OPEN           PIC X(01)       VALUE 'N'.
             88 CARRIER-OPEN                           VALUE 'Y'.

      * Run parameters, defaulted when not in effect in PARMLIB
       01 WS-PARMS.
          05 WS-RUN-DATE               PIC 9(8)        VALUE 0.
          05 WS-STUCK-DAYS             PIC 9(3)        VALUE 30.

       01 ACCUMS-AND-COUNTERS.
          05 WS-STAY-KTR               PIC 9(7)        VALUE 0.
          05 WS-EXCEPT-KTR             PIC 9(7)        VALUE 0.
          05 WS-AMT-CHANGED-KTR        PIC 9(7)        VALUE 0.
          05 WS-REJECTED-KTR           PIC 9(7)        VALUE 0.
          05 WS-PENDED-KTR             PIC 9(7)        VALUE 0.
          05 WS-NOT-ADJUD-KTR          PIC 9(7)        VALUE 0.
          05 WS-OUT-OF-BAL-KTR         PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.
          05 EXC-CTR-LINES             PIC 99          VALUE 0.
          05 EXC-CTR-PAGES             PIC 999         VALUE 0.

      * Key of the record being matched to its stay
       01 WS-MATCH-FIELDS.
          05 WS-FIND-STEP              PIC 9(1).
          05 WS-FIND-PATIENT           PIC 9(5).
      *   zero matches any admit date (carrier invoice lines)
          05 WS-FIND-ADMIT             PIC 9(8).
      *   spaces match any carrier
          05 WS-FIND-INS-TYPE          PIC X(3).
          05 WS-CURRENT-CARRIER        PIC X(3)        VALUE SPACES.
          05 WS-FIND-CARRIER           PIC X(3)        VALUE SPACES.

       01 WS-WORK-FIELDS.
          05 WS-FURTHEST-STEP          PIC 9(1).
          05 WS-HELD-STATUS            PIC X(10).
          05 WS-REMARK                 PIC X(22).
          05 WS-CLOCK-DATE             PIC 9(8).
          05 WS-RUN-INT                PIC S9(8)       COMP.
          05 WS-CLOCK-INT              PIC S9(8)       COMP.
          05 WS-DAYS-HELD              PIC S9(5)       COMP.
          05 WS-EXPECT-NEXT            PIC S9(7)       COMP.

      * The claim image on CLAIM, ERRFILE and PENDFILE
       COPY CLAIMREC.

      * The stay image on HOSPOUT
       COPY HOSPINF.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the run date override and the
      * held-days limit from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 HDG-TITLE                 PIC X(50)       VALUE
                '  HOSPITAL STAY RECONCILIATION - STAY TO CASH     '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(06)       VALUE 'PATNT'.
          05 FILLER                    PIC X(11)       VALUE 'ADMITTED'.
          05 FILLER                    PIC X(17)       VALUE 'NAME'.
          05 FILLER                    PIC X(09)       VALUE 'REACHED'.
          05 FILLER                    PIC X(11)       VALUE 'STATUS'.
          05 FILLER                    PIC X(12)       VALUE
                ' STAY TOTAL'.
          05 FILLER                    PIC X(12)       VALUE
                '  CLAIM AMT'.
          05 FILLER                    PIC X(12)       VALUE
                '   PAID AMT'.
          05 FILLER                    PIC X(14)       VALUE
                ' CARRIER COVD'.
          05 FILLER                    PIC X(06)       VALUE ' DAYS'.
          05 FILLER                    PIC X(22)       VALUE 'REMARK'.

       01 HEADING-3.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(16)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(11)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(11)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(11)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(13)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(22)       VALUE ALL "=".

       01 DETAIL-LINE.
          05 DET-PATIENT-NBR-O         PIC 9(05).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-ADMIT-DATE-O          PIC X(10).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-PATIENT-NAME-O        PIC X(16).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-STEP-O                PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-STATUS-O              PIC X(10).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-STAY-AMT-O            PIC ZZZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-CLAIM-AMT-O           PIC ZZZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-PAID-AMT-O            PIC ZZZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-COVERED-AMT-O         PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-DAYS-O                PIC ZZZZ9.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-REMARK-O              PIC X(22).

       01 STEP-HEADING-1.
          05 FILLER                    PIC X(05)       VALUE 'STEP'.
          05 FILLER                    PIC X(10)       VALUE 'PROGRAM'.
          05 FILLER                    PIC X(10)       VALUE 'FILE'.
          05 FILLER                    PIC X(09)       VALUE
                '  REACHED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                '  HELD AT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'PASSED ON'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'NO MATCH'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(17)       VALUE
                '  AMOUNT AT STEP'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(44)       VALUE 'CHECK'.

       01 STEP-HEADING-2.
          05 FILLER                    PIC X(04)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
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
          05 FILLER                    PIC X(17)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(24)       VALUE ALL "=".
          05 FILLER                    PIC X(20)       VALUE SPACES.

       01 STEP-DETAIL-LINE.
          05 SDET-STEP-O               PIC 9(01).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 SDET-PROGRAM-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 SDET-FILE-O               PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 SDET-REACHED-O            PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 SDET-HELD-O               PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 SDET-PASSED-O             PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 SDET-UNMATCHED-O          PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 SDET-AMOUNT-O             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 SDET-CHECK-O              PIC X(44).

       01 EXC-HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '  STAYS HELD OVER LIMIT - BUSINESS OFFICE LIST    '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 EXC-PAGE-NUM              PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 EXC-HEADING-2.
          05 FILLER                    PIC X(06)       VALUE 'PATNT'.
          05 FILLER                    PIC X(11)       VALUE 'ADMITTED'.
          05 FILLER                    PIC X(21)       VALUE 'NAME'.
          05 FILLER                    PIC X(04)       VALUE 'INS'.
          05 FILLER                    PIC X(09)       VALUE 'HELD AT'.
          05 FILLER                    PIC X(11)       VALUE 'STATUS'.
          05 FILLER                    PIC X(06)       VALUE ' DAYS'.
          05 FILLER                    PIC X(12)       VALUE
                ' STAY TOTAL'.
          05 FILLER                    PIC X(52)       VALUE 'REASON'.

       01 EXC-HEADING-3.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(03)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(05)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(11)       VALUE ALL "=".
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(22)       VALUE SPACES.

       01 EXC-DETAIL-LINE.
          05 EXC-PATIENT-NBR-O         PIC 9(05).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 EXC-ADMIT-DATE-O          PIC X(10).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 EXC-PATIENT-NAME-O        PIC X(20).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 EXC-INS-TYPE-O            PIC X(03).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 EXC-STEP-O                PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 EXC-STATUS-O              PIC X(10).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 EXC-DAYS-O                PIC ZZZZ9.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 EXC-STAY-AMT-O            PIC ZZZZ,ZZ9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 EXC-REASON-O              PIC X(30).
          05 FILLER                    PIC X(22)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Stays read from HOSPOUT          :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-STAYS-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'MIDTERMF rejected/pended/not seen:'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-REJECTED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-PENDED-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-NOT-ADJUD-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Stays with an amount changed     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-AMT-CHANGED-O       PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Stays held over limit (STAYEXCP) :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-EXCEPT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' - '.
          05 TOTAL-STUCK-DAYS-O        PIC ZZ9.
          05 FILLER                    PIC X(80)       VALUE
                ' DAYS'.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-STAYS.
           PERFORM 200-MATCH-CLAIMS.
           PERFORM 210-MATCH-PAYMENTS.
           PERFORM 220-MATCH-PENDS.
           PERFORM 230-MATCH-REJECTS.
           PERFORM 240-MATCH-INVOICES.
           PERFORM 250-LOAD-OPEN-INVOICES.
           PERFORM VARYING ST-TABLE-SUB FROM 1 BY 1 UNTIL
              ST-TABLE-SUB > ST-TABLE-MAX
                   PERFORM 400-TRACE-STAY
           END-PERFORM.
           PERFORM 700-WRITE-STEP-TOTALS.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'STAYRECN' TO AUD-PROGRAM-ID.
           MOVE WS-STAY-KTR TO AUD-RECORDS-READ.
           MOVE ST-TABLE-MAX TO AUD-RECORDS-WRITTEN.
           MOVE WS-EXCEPT-KTR TO AUD-RECORDS-REJECTED.
           MOVE STP-AMOUNT(1) TO AUD-CONTROL-TOTAL.
           IF WS-OUT-OF-BAL-KTR > 0 OR WS-EXCEPT-KTR > 0
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
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           INITIALIZE STEP-STATS-TABLE.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
           MOVE 41 TO EXC-CTR-LINES.
       050-READ-PARMS.
      ************************************************************
      * Run date override (RCN-RUN-DATE, zero = today) and the   *
      * held-days limit (RCN-STUCK-DAYS) in the PARMLIB          *
      * parameter library; the limit is the one in effect on the *
      * run date                                                 *
      ************************************************************
      D    DISPLAY '050-READ-PARMS'.
           MOVE 'STAYRECN' TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.

           MOVE 'RCN-RUN-DATE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99999999
                 THEN
                 DISPLAY 'RCN-RUN-DATE PROBLEM: NOT A DATE: '
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

           MOVE 'RCN-STUCK-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999
                 THEN
                 DISPLAY 'RCN-STUCK-DAYS PROBLEM: NOT A DAY COUNT: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-STUCK-DAYS
              END-IF
           END-IF.
           DISPLAY 'STAYRECN: RUN DATE ' WS-RUN-DATE
                   ' HELD-DAYS LIMIT ' WS-STUCK-DAYS.
       100-LOAD-STAYS.
      ************************************************************
      * Step 1 - every stay on HOSPOUT                           *
      ************************************************************
      D    DISPLAY '100-LOAD-STAYS'.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ STAY-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-STAY-KTR
                      MOVE STAY-REC(1:100) TO WS-INPUT-REC
                      PERFORM 110-ADD-STAY
                   END-READ
           END-PERFORM.
       110-ADD-STAY.
      ************************************************************
      * One stay into the table, admit date as HOSP2CLM maps it  *
      ************************************************************
           IF ST-TABLE-MAX NOT < ST-TABLE-MAX-LIMIT
              THEN
              DISPLAY 'WARNING: STAY TABLE FULL AT '
                      ST-TABLE-MAX-LIMIT ' - ' PATIENT-NBR
                      ' NOT TRACED'
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ST-TABLE-MAX.
           MOVE ST-TABLE-MAX TO ST-TABLE-SUB.
           INITIALIZE ST-ENTRY(ST-TABLE-SUB).
           MOVE PATIENT-NBR TO ST-PATIENT-NBR(ST-TABLE-SUB).
           MOVE DATE-ADMIT TO ST-ADMIT-DATE(ST-TABLE-SUB).
           MOVE INS-TYPE TO ST-INS-TYPE(ST-TABLE-SUB).
           MOVE PATIENT-NAME TO ST-PATIENT-NAME(ST-TABLE-SUB).
           MOVE PATIENT-TOT-AMT TO ST-STAY-AMT(ST-TABLE-SUB).
           MOVE 'YNNNN' TO ST-STEP-FLAGS(ST-TABLE-SUB).
           MOVE SPACE TO ST-ADJ-STATUS(ST-TABLE-SUB).
           IF DATE-ADMIT(1:4) NUMERIC
              AND DATE-ADMIT(6:2) NUMERIC
              AND DATE-ADMIT(9:2) NUMERIC
              THEN
              MOVE DATE-ADMIT(1:4) TO
                 ST-ADMIT-DATE-N(ST-TABLE-SUB)(1:4)
              MOVE DATE-ADMIT(6:2) TO
                 ST-ADMIT-DATE-N(ST-TABLE-SUB)(5:2)
              MOVE DATE-ADMIT(9:2) TO
                 ST-ADMIT-DATE-N(ST-TABLE-SUB)(7:2)
              IF FUNCTION TEST-DATE-YYYYMMDD
                 (ST-ADMIT-DATE-N(ST-TABLE-SUB)) NOT EQUAL TO ZERO
                 THEN
                 MOVE 0 TO ST-ADMIT-DATE-N(ST-TABLE-SUB)
              END-IF
           ELSE
              MOVE 0 TO ST-ADMIT-DATE-N(ST-TABLE-SUB)
           END-IF.
       200-MATCH-CLAIMS.
      ************************************************************
      * Step 2 - the HOSP2CLM claim for each stay                *
      ************************************************************
      D    DISPLAY '200-MATCH-CLAIMS'.
           MOVE 2 TO WS-FIND-STEP.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT CLAIM-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ CLAIM-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE CLAIM-REC TO CLAIM-RECORD-WS
                      PERFORM 260-FIND-CLAIM-STAY
                      IF STAY-FOUND
                         THEN
                         MOVE CLAIM-AMOUNT
                            TO ST-CLAIM-AMT(ST-FOUND-SUB)
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE CLAIM-FILE.
       210-MATCH-PAYMENTS.
      ************************************************************
      * Step 3 - paid by MIDTERMF (trailer records skipped)      *
      ************************************************************
      D    DISPLAY '210-MATCH-PAYMENTS'.
           MOVE 3 TO WS-FIND-STEP.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT PAY-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ PAY-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      IF PAY-DETAIL
                         THEN
                         PERFORM 215-APPLY-PAYMENT
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE PAY-FILE.
       215-APPLY-PAYMENT.
           IF PAY-POLICY-NO > 99999
              THEN
              ADD 1 TO STP-UNMATCHED(WS-FIND-STEP)
              EXIT PARAGRAPH
           END-IF.
           MOVE PAY-POLICY-NO TO WS-FIND-PATIENT.
           MOVE PAY-BENEFIT-DATE TO WS-FIND-ADMIT.
           MOVE SPACES TO WS-FIND-INS-TYPE.
           PERFORM 600-FIND-STAY.
           IF STAY-FOUND
              THEN
              MOVE 'P' TO ST-ADJ-STATUS(ST-FOUND-SUB)
              MOVE PAY-CLAIM-AMOUNT TO ST-PAID-AMT(ST-FOUND-SUB)
              MOVE SPACES TO ST-REASON(ST-FOUND-SUB)
           END-IF.
       220-MATCH-PENDS.
      ************************************************************
      * MIDTERMF pended claims - the stay is held at MIDTERMF    *
      * from the pend date                                       *
      ************************************************************
      D    DISPLAY '220-MATCH-PENDS'.
           MOVE 3 TO WS-FIND-STEP.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT PEND-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ PEND-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE PND-CLAIM-DATA TO CLAIM-RECORD-WS
                      PERFORM 260-FIND-CLAIM-STAY
                      IF STAY-FOUND
                         AND ST-ADJ-STATUS(ST-FOUND-SUB) = SPACE
                         THEN
                         MOVE 'H' TO ST-ADJ-STATUS(ST-FOUND-SUB)
                         MOVE PND-PEND-DATE
                            TO ST-PEND-DATE(ST-FOUND-SUB)
                         MOVE PND-PEND-REASON
                            TO ST-REASON(ST-FOUND-SUB)
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
       230-MATCH-REJECTS.
      ************************************************************
      * MIDTERMF rejects - the stay stops at MIDTERMF            *
      ************************************************************
      D    DISPLAY '230-MATCH-REJECTS'.
           MOVE 3 TO WS-FIND-STEP.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT ERR-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ ERR-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      MOVE ERR-CLAIM-DATA TO CLAIM-RECORD-WS
                      PERFORM 260-FIND-CLAIM-STAY
                      IF STAY-FOUND
                         AND ST-ADJ-STATUS(ST-FOUND-SUB) = SPACE
                         THEN
                         MOVE 'R' TO ST-ADJ-STATUS(ST-FOUND-SUB)
                         MOVE ERR-REASON TO ST-REASON(ST-FOUND-SUB)
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE ERR-FILE.
       240-MATCH-INVOICES.
      ************************************************************
      * Step 4 - the patient lines on the CARRBILL invoice pages *
      ************************************************************
      D    DISPLAY '240-MATCH-INVOICES'.
           MOVE 4 TO WS-FIND-STEP.
           MOVE SPACE TO IN-FILE-STATUS.
           MOVE SPACES TO WS-CURRENT-CARRIER.
           OPEN INPUT INVOICE-FILE.
           PERFORM UNTIL IN-FILE-EOF
                   READ INVOICE-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      PERFORM 245-APPLY-INVOICE-LINE
                   END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.
       245-APPLY-INVOICE-LINE.
           IF INV-CARRIER-LINE
              THEN
              MOVE INV-CARRIER-CODE TO WS-CURRENT-CARRIER
              EXIT PARAGRAPH
           END-IF.
           IF INV-PATIENT-NBR NOT NUMERIC
              OR INV-SPACER NOT = SPACES
              OR WS-CURRENT-CARRIER = SPACES
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE INV-PATIENT-NBR-N TO WS-FIND-PATIENT.
           MOVE 0 TO WS-FIND-ADMIT.
           MOVE WS-CURRENT-CARRIER TO WS-FIND-INS-TYPE.
           PERFORM 600-FIND-STAY.
           IF STAY-FOUND
              THEN
              COMPUTE ST-COVERED-AMT(ST-FOUND-SUB) =
                 FUNCTION NUMVAL-C(INV-COVERED)
           END-IF.
       250-LOAD-OPEN-INVOICES.
      ************************************************************
      * Step 5 - carriers still owing on the open-invoice file   *
      ************************************************************
      D    DISPLAY '250-LOAD-OPEN-INVOICES'.
           MOVE SPACE TO IN-FILE-STATUS.
           OPEN INPUT OPENINV-FILE.
           IF NOT OPENINV-FILE-OK
              THEN
              DISPLAY 'OPENINV NOT AVAILABLE - CARRIER CASH NOT '
                      'TRACED'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SW-OPENINV-LOADED.
           PERFORM UNTIL IN-FILE-EOF
                   READ OPENINV-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      IF OI-BALANCE > 0
                         THEN
                         PERFORM 255-ADD-OPEN-CARRIER
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE OPENINV-FILE.
       255-ADD-OPEN-CARRIER.
           MOVE OI-CARRIER TO WS-FIND-CARRIER.
           PERFORM 610-FIND-OPEN-CARRIER.
           IF NOT CARRIER-OPEN
              THEN
              IF OC-TABLE-MAX NOT < OC-TABLE-MAX-LIMIT
                 THEN
                 DISPLAY 'WARNING: OPEN CARRIER TABLE FULL AT '
                         OC-TABLE-MAX-LIMIT
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO OC-TABLE-MAX
              MOVE WS-FIND-CARRIER TO OC-CARRIER(OC-TABLE-MAX)
           END-IF.
       260-FIND-CLAIM-STAY.
      ************************************************************
      * Stay for the claim in CLAIM-RECORD-WS - HOSP2CLM puts    *
      * the PATIENT-NBR in the policy number and the admit date  *
      * in the benefit date                                      *
      ************************************************************
           MOVE 'N' TO SW-STAY-FOUND.
           IF INSURED-POLICY-NO NOT NUMERIC
              OR POLICY-BENEFIT-DATE-X NOT NUMERIC
              OR INSURED-POLICY-NO > 99999
              THEN
              ADD 1 TO STP-UNMATCHED(WS-FIND-STEP)
              EXIT PARAGRAPH
           END-IF.
           MOVE INSURED-POLICY-NO TO WS-FIND-PATIENT.
           MOVE POLICY-BENEFIT-DATE-NUM TO WS-FIND-ADMIT.
           MOVE SPACES TO WS-FIND-INS-TYPE.
           PERFORM 600-FIND-STAY.
       300-OPEN-FILES.
      *************************************************************
      * Open the parameters, HOSPOUT, the report and the          *
      * exception list; each step's file is opened as it is       *
      * matched                                                   *
      *************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT STAY-FILE.
           IF NOT STAY-FILE-OK
              THEN
              DISPLAY 'HOSPOUT OPEN PROBLEM, RC=' STAY-FILE-ST
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

           OPEN OUTPUT EXCEPTION-FILE.
           IF NOT EXCEPTION-FILE-OK
              THEN
              DISPLAY 'STAYEXCP OPEN PROBLEM, RC=' EXCEPTION-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-TRACE-STAY.
      ************************************************************
      * Furthest step reached in order, the amounts on the way,  *
      * and the exception list when held too long                *
      ************************************************************
      D    DISPLAY '400-TRACE-STAY'.
      * only a paid claim passes MIDTERMF - a pend or reject was
      * matched to its stay but holds it there
           IF ST-ADJ-STATUS(ST-TABLE-SUB) = 'P'
              THEN
              MOVE 'Y' TO ST-STEP-FOUND(ST-TABLE-SUB, 3)
           ELSE
              MOVE 'N' TO ST-STEP-FOUND(ST-TABLE-SUB, 3)
           END-IF.
      * carrier cash is judged by carrier, so only for a stay that
      * came through every step before it
           IF ST-STEP-FLAGS(ST-TABLE-SUB)(1:4) = 'YYYY'
              AND OPENINV-LOADED
              THEN
              MOVE ST-INS-TYPE(ST-TABLE-SUB) TO WS-FIND-CARRIER
              PERFORM 610-FIND-OPEN-CARRIER
              IF NOT CARRIER-OPEN
                 THEN
                 MOVE 'Y' TO ST-STEP-FOUND(ST-TABLE-SUB, 5)
              END-IF
           END-IF.

           MOVE 1 TO WS-FURTHEST-STEP.
           PERFORM VARYING STP-SUB FROM 2 BY 1 UNTIL STP-SUB > 5
                   IF ST-STEP-FOUND(ST-TABLE-SUB, STP-SUB) NOT = 'Y'
                      THEN
                      EXIT PERFORM
                   END-IF
                   MOVE STP-SUB TO WS-FURTHEST-STEP
           END-PERFORM.
           ADD 1 TO STP-HELD(WS-FURTHEST-STEP).

           ADD ST-STAY-AMT(ST-TABLE-SUB) TO STP-AMOUNT(1).
           PERFORM VARYING STP-SUB FROM 1 BY 1 UNTIL STP-SUB > 5
                   IF ST-STEP-FOUND(ST-TABLE-SUB, STP-SUB) = 'Y'
                      THEN
                      ADD 1 TO STP-REACHED(STP-SUB)
                   END-IF
           END-PERFORM.
           IF ST-STEP-FOUND(ST-TABLE-SUB, 2) = 'Y'
              THEN
              ADD ST-CLAIM-AMT(ST-TABLE-SUB) TO STP-AMOUNT(2)
           END-IF.
           IF ST-STEP-FOUND(ST-TABLE-SUB, 3) = 'Y'
              THEN
              ADD ST-PAID-AMT(ST-TABLE-SUB) TO STP-AMOUNT(3)
           END-IF.
           IF ST-STEP-FOUND(ST-TABLE-SUB, 4) = 'Y'
              THEN
              ADD ST-COVERED-AMT(ST-TABLE-SUB) TO STP-AMOUNT(4)
           END-IF.
           IF ST-STEP-FOUND(ST-TABLE-SUB, 5) = 'Y'
              THEN
              ADD ST-COVERED-AMT(ST-TABLE-SUB) TO STP-AMOUNT(5)
           END-IF.

           PERFORM 410-SET-HELD-STATUS.
           PERFORM 420-SET-REMARK.

      * days held - from the pend date for a pended claim, else
      * from admission
           MOVE 0 TO WS-DAYS-HELD.
           IF ST-ADJ-STATUS(ST-TABLE-SUB) = 'H'
              AND WS-FURTHEST-STEP = 2
              AND ST-PEND-DATE(ST-TABLE-SUB) > 0
              THEN
              MOVE ST-PEND-DATE(ST-TABLE-SUB) TO WS-CLOCK-DATE
           ELSE
              MOVE ST-ADMIT-DATE-N(ST-TABLE-SUB) TO WS-CLOCK-DATE
           END-IF.
           IF WS-CLOCK-DATE > 0 AND WS-CLOCK-DATE NOT > WS-RUN-DATE
              THEN
              COMPUTE WS-CLOCK-INT =
                 FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE)
              COMPUTE WS-DAYS-HELD = WS-RUN-INT - WS-CLOCK-INT
           END-IF.

           MOVE SPACES TO DETAIL-LINE.
           MOVE ST-PATIENT-NBR(ST-TABLE-SUB) TO DET-PATIENT-NBR-O.
           MOVE ST-ADMIT-DATE(ST-TABLE-SUB) TO DET-ADMIT-DATE-O.
           MOVE ST-PATIENT-NAME(ST-TABLE-SUB) TO DET-PATIENT-NAME-O.
           MOVE STEP-PROGRAM(WS-FURTHEST-STEP) TO DET-STEP-O.
           MOVE WS-HELD-STATUS TO DET-STATUS-O.
           MOVE ST-STAY-AMT(ST-TABLE-SUB) TO DET-STAY-AMT-O.
           MOVE ST-CLAIM-AMT(ST-TABLE-SUB) TO DET-CLAIM-AMT-O.
           MOVE ST-PAID-AMT(ST-TABLE-SUB) TO DET-PAID-AMT-O.
           MOVE ST-COVERED-AMT(ST-TABLE-SUB) TO DET-COVERED-AMT-O.
           MOVE WS-DAYS-HELD TO DET-DAYS-O.
           MOVE WS-REMARK TO DET-REMARK-O.
           PERFORM 500-WRITE-REPORT.

      * a stay with no usable admit date can never be bridged
           IF WS-FURTHEST-STEP < 5
              AND (WS-DAYS-HELD > WS-STUCK-DAYS
                   OR ST-ADMIT-DATE-N(ST-TABLE-SUB) = 0)
              THEN
              PERFORM 450-WRITE-EXCEPTION
           END-IF.
       410-SET-HELD-STATUS.
      ************************************************************
      * Why the stay went no further                             *
      ************************************************************
           EVALUATE WS-FURTHEST-STEP
           WHEN 1
                IF ST-ADMIT-DATE-N(ST-TABLE-SUB) = 0
                   THEN
                   MOVE 'BAD ADMIT' TO WS-HELD-STATUS
                   MOVE 'ADMIT DATE NOT USABLE'
                      TO ST-REASON(ST-TABLE-SUB)
                ELSE
                   MOVE 'NO CLAIM' TO WS-HELD-STATUS
                END-IF
           WHEN 2
                EVALUATE ST-ADJ-STATUS(ST-TABLE-SUB)
                WHEN 'R'
                     MOVE 'REJECTED' TO WS-HELD-STATUS
                     ADD 1 TO WS-REJECTED-KTR
                WHEN 'H'
                     MOVE 'PENDED' TO WS-HELD-STATUS
                     ADD 1 TO WS-PENDED-KTR
                WHEN OTHER
                     MOVE 'NOT ADJUD' TO WS-HELD-STATUS
                     ADD 1 TO WS-NOT-ADJUD-KTR
                END-EVALUATE
           WHEN 3
                MOVE 'NOT BILLED' TO WS-HELD-STATUS
           WHEN 4
                IF OPENINV-LOADED
                   THEN
                   MOVE 'INV OPEN' TO WS-HELD-STATUS
                ELSE
                   MOVE 'NO OPENINV' TO WS-HELD-STATUS
                END-IF
           WHEN OTHER
                MOVE 'CASH APPLD' TO WS-HELD-STATUS
           END-EVALUATE.
       420-SET-REMARK.
      ************************************************************
      * Amount changed on the way, or found past a missed step   *
      ************************************************************
           MOVE SPACES TO WS-REMARK.
           IF ST-STEP-FOUND(ST-TABLE-SUB, 2) = 'Y'
              AND ST-CLAIM-AMT(ST-TABLE-SUB) NOT =
                  ST-STAY-AMT(ST-TABLE-SUB)
              THEN
              MOVE 'CLAIM AMT CHANGED' TO WS-REMARK
           END-IF.
           IF ST-STEP-FOUND(ST-TABLE-SUB, 3) = 'Y'
              AND ST-PAID-AMT(ST-TABLE-SUB) NOT =
                  ST-CLAIM-AMT(ST-TABLE-SUB)
              THEN
              IF WS-REMARK = SPACES
                 THEN
                 MOVE 'PAID AMT CHANGED' TO WS-REMARK
              ELSE
                 MOVE 'CLAIM + PAID AMT CHGD' TO WS-REMARK
              END-IF
           END-IF.
           IF WS-REMARK NOT = SPACES
              THEN
              ADD 1 TO WS-AMT-CHANGED-KTR
              EXIT PARAGRAPH
           END-IF.
           COMPUTE STP-SUB = WS-FURTHEST-STEP + 1.
           PERFORM VARYING STP-SUB FROM STP-SUB BY 1 UNTIL STP-SUB > 5
                   IF ST-STEP-FOUND(ST-TABLE-SUB, STP-SUB) = 'Y'
                      THEN
                      STRING 'ALSO ON ' DELIMITED BY SIZE
                             STEP-FILE(STP-SUB) DELIMITED BY SPACE
                             INTO WS-REMARK
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       450-WRITE-EXCEPTION.
      ************************************************************
      * One business office line per stay held too long          *
      ************************************************************
      D    DISPLAY '450-WRITE-EXCEPTION'.
           IF EXC-CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 520-EXC-PAGE-CHANGE-RTN
           END-IF.
           MOVE SPACES TO EXC-DETAIL-LINE.
           MOVE ST-PATIENT-NBR(ST-TABLE-SUB) TO EXC-PATIENT-NBR-O.
           MOVE ST-ADMIT-DATE(ST-TABLE-SUB) TO EXC-ADMIT-DATE-O.
           MOVE ST-PATIENT-NAME(ST-TABLE-SUB) TO EXC-PATIENT-NAME-O.
           MOVE ST-INS-TYPE(ST-TABLE-SUB) TO EXC-INS-TYPE-O.
           MOVE STEP-PROGRAM(WS-FURTHEST-STEP) TO EXC-STEP-O.
           MOVE WS-HELD-STATUS TO EXC-STATUS-O.
           MOVE WS-DAYS-HELD TO EXC-DAYS-O.
           MOVE ST-STAY-AMT(ST-TABLE-SUB) TO EXC-STAY-AMT-O.
           MOVE ST-REASON(ST-TABLE-SUB) TO EXC-REASON-O.
           WRITE EXCEPTION-LINE FROM EXC-DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO EXC-CTR-LINES.
           ADD 1 TO WS-EXCEPT-KTR.
       500-WRITE-REPORT.
      ************************************************************
      * Write one stay line                                      *
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
       520-EXC-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine - exception list                      *
      ************************************************************
      D    DISPLAY '520-EXC-PAGE-CHANGE-RTN'.
           ADD 1 TO EXC-CTR-PAGES.
           MOVE EXC-CTR-PAGES TO EXC-PAGE-NUM.

           WRITE EXCEPTION-LINE FROM EXC-HEADING-1
              AFTER ADVANCING PAGE.
           WRITE EXCEPTION-LINE FROM EXC-HEADING-2
              AFTER ADVANCING 2.
           WRITE EXCEPTION-LINE FROM EXC-HEADING-3
              AFTER ADVANCING 1.

           MOVE ZERO TO EXC-CTR-LINES.
       600-FIND-STAY.
      ************************************************************
      * First stay for WS-FIND-PATIENT / WS-FIND-ADMIT /         *
      * WS-FIND-INS-TYPE not yet found at WS-FIND-STEP. A record *
      * repeating a stay already found (a claim resubmitted in a *
      * later run) is matched to it again, not counted as        *
      * unmatched.                                               *
      ************************************************************
           MOVE 'N' TO SW-STAY-FOUND.
           PERFORM VARYING ST-FOUND-SUB FROM 1 BY 1 UNTIL
              ST-FOUND-SUB > ST-TABLE-MAX
                   IF ST-PATIENT-NBR(ST-FOUND-SUB) = WS-FIND-PATIENT
                      AND (WS-FIND-ADMIT = 0
                        OR ST-ADMIT-DATE-N(ST-FOUND-SUB) =
                           WS-FIND-ADMIT)
                      AND (WS-FIND-INS-TYPE = SPACES
                        OR ST-INS-TYPE(ST-FOUND-SUB) =
                           WS-FIND-INS-TYPE)
                      AND ST-STEP-FOUND(ST-FOUND-SUB, WS-FIND-STEP)
                          NOT = 'Y'
                      THEN
                      MOVE 'Y' TO SW-STAY-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF STAY-FOUND
              THEN
              MOVE 'Y' TO ST-STEP-FOUND(ST-FOUND-SUB, WS-FIND-STEP)
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ST-FOUND-SUB FROM 1 BY 1 UNTIL
              ST-FOUND-SUB > ST-TABLE-MAX
                   IF ST-PATIENT-NBR(ST-FOUND-SUB) = WS-FIND-PATIENT
                      AND (WS-FIND-ADMIT = 0
                        OR ST-ADMIT-DATE-N(ST-FOUND-SUB) =
                           WS-FIND-ADMIT)
                      AND (WS-FIND-INS-TYPE = SPACES
                        OR ST-INS-TYPE(ST-FOUND-SUB) =
                           WS-FIND-INS-TYPE)
                      THEN
                      MOVE 'Y' TO SW-STAY-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT STAY-FOUND
              THEN
              ADD 1 TO STP-UNMATCHED(WS-FIND-STEP)
           END-IF.
       610-FIND-OPEN-CARRIER.
           MOVE 'N' TO SW-CARRIER-OPEN.
           PERFORM VARYING OC-TABLE-SUB FROM 1 BY 1 UNTIL
              OC-TABLE-SUB > OC-TABLE-MAX
                   IF OC-CARRIER(OC-TABLE-SUB) = WS-FIND-CARRIER
                      THEN
                      MOVE 'Y' TO SW-CARRIER-OPEN
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       700-WRITE-STEP-TOTALS.
      ***********************************************************
      * Stays in against stays out per step                     *
      ***********************************************************
      D    DISPLAY '700-WRITE-STEP-TOTALS'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.

           WRITE OUTPUT-LINE FROM STEP-HEADING-1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM STEP-HEADING-2
              AFTER ADVANCING 1.
           PERFORM VARYING STP-SUB FROM 1 BY 1 UNTIL STP-SUB > 5
                   PERFORM 710-WRITE-STEP-LINE
           END-PERFORM.

           MOVE WS-STAY-KTR TO TOTAL-STAYS-O.
           MOVE WS-REJECTED-KTR TO TOTAL-REJECTED-O.
           MOVE WS-PENDED-KTR TO TOTAL-PENDED-O.
           MOVE WS-NOT-ADJUD-KTR TO TOTAL-NOT-ADJUD-O.
           MOVE WS-AMT-CHANGED-KTR TO TOTAL-AMT-CHANGED-O.
           MOVE WS-EXCEPT-KTR TO TOTAL-EXCEPT-O.
           MOVE WS-STUCK-DAYS TO TOTAL-STUCK-DAYS-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.

           IF EXC-CTR-PAGES = 0
              THEN
              PERFORM 520-EXC-PAGE-CHANGE-RTN
           END-IF.
       710-WRITE-STEP-LINE.
      ***********************************************************
      * One step's balance line - reached less held here must   *
      * be the stays reaching the next step                     *
      ***********************************************************
      D    DISPLAY '710-WRITE-STEP-LINE'.
           MOVE STP-SUB TO SDET-STEP-O.
           MOVE STEP-PROGRAM(STP-SUB) TO SDET-PROGRAM-O.
           MOVE STEP-FILE(STP-SUB) TO SDET-FILE-O.
           MOVE STP-REACHED(STP-SUB) TO SDET-REACHED-O.
           MOVE STP-HELD(STP-SUB) TO SDET-HELD-O.
           COMPUTE WS-EXPECT-NEXT =
              STP-REACHED(STP-SUB) - STP-HELD(STP-SUB).
           MOVE WS-EXPECT-NEXT TO SDET-PASSED-O.
           MOVE STP-UNMATCHED(STP-SUB) TO SDET-UNMATCHED-O.
           MOVE STP-AMOUNT(STP-SUB) TO SDET-AMOUNT-O.

           IF STP-SUB < 5
              THEN
              IF WS-EXPECT-NEXT = STP-REACHED(STP-SUB + 1)
                 THEN
                 MOVE 'BALANCED' TO SDET-CHECK-O
              ELSE
                 MOVE '*** OUT OF BALANCE - SKIPPED STEP ***'
                    TO SDET-CHECK-O
                 ADD 1 TO WS-OUT-OF-BAL-KTR
              END-IF
           ELSE
              IF WS-EXPECT-NEXT = 0
                 THEN
                 MOVE 'BALANCED' TO SDET-CHECK-O
              ELSE
                 MOVE '*** OUT OF BALANCE ***' TO SDET-CHECK-O
                 ADD 1 TO WS-OUT-OF-BAL-KTR
              END-IF
           END-IF.

           WRITE OUTPUT-LINE FROM STEP-DETAIL-LINE
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE STAY-FILE
                 REPORT-FILE
                 EXCEPTION-FILE.
