       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.
      * ------------------------------------------------------------
      * POSPAY:
      * Positive-pay check issue file. Gathers every check that
      * left the building today, from every check-writing source,
      * into the bank's fixed-format issue file so the bank pays
      * only what was issued:
      *
      *  - payroll checks from the PAYROL0B check register
      *    (CHKREG) and the PAYVOID replacement checks (CHKREG2),
      *    both numbered from the payroll CHKCTL series
      *  - payroll checks voided by PAYVOID (CHKVOIDS), sent as
      *    void records so the bank refuses them
      *  - AP checks from the APPAYRUN supplier payment file
      *    (SUPPAYMT, pay method 'C'), numbered from the APCHKCTL
      *    series; ACH credits and memo settlements are not
      *    checks and are skipped
      *
      * Each series has its own bank account (POS-PR-ACCOUNT and
      * POS-AP-ACCOUNT in the PARMLIB parameter library). Before
      * anything is released every check number is edited:
      *
      *  - an issued number must be above the last number already
      *    sent for its series (POSPAYCT) and no higher than the
      *    last number its CHKCTL / APCHKCTL control has given
      *    out; a voided number must have been given out
      *  - an issued or voided number may appear only once in its
      *    series
      *
      * Any exception refuses the transmission: no issue records
      * are written, POSPAYCT is not advanced and the run ends
      * RC=8 so the transmission step does not run. A clean run
      * writes 'H' header, 'D' issue/void records and a 'T'
      * trailer to POSPAYO, closed by the standard TRAILWRT
      * trailer, and moves POSPAYCT up to the highest numbers
      * sent.
      *
      * The control report (PRTLINE) shows each source's checks
      * and amounts, the exceptions, and whether the file was
      * released.
      *
      *  Inital Version   2026/10/15
      *  Bank ID and accounts from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHECK-REGISTER ASSIGN TO CHKREG
           FILE STATUS IS CHECK-REGISTER-ST.

           SELECT OPTIONAL REISSUE-REGISTER ASSIGN TO CHKREG2
           FILE STATUS IS REISSUE-REGISTER-ST.

           SELECT OPTIONAL VOID-CHECK-FILE ASSIGN TO CHKVOIDS
           FILE STATUS IS VOID-CHECK-FILE-ST.

           SELECT OPTIONAL PAYMENT-FILE ASSIGN TO SUPPAYMT
           FILE STATUS IS PAYMENT-FILE-ST.

           SELECT OPTIONAL PR-CHECK-CTL-FILE ASSIGN TO CHKCTL
           FILE STATUS IS PR-CHECK-CTL-FILE-ST.

           SELECT OPTIONAL AP-CHECK-CTL-FILE ASSIGN TO APCHKCTL
           FILE STATUS IS AP-CHECK-CTL-FILE-ST.

           SELECT OPTIONAL POSPAY-CTL-FILE ASSIGN TO POSPAYCT
           FILE STATUS IS POSPAY-CTL-FILE-ST.

           SELECT ISSUE-FILE ASSIGN TO POSPAYO
           FILE STATUS IS ISSUE-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Same check-register line layout PAYROL0B writes (amount
      * read back as the edited text, as PAYVOID does)
       FD  CHECK-REGISTER
           RECORDING MODE IS F.
       01 CHECK-REGISTER-LINE.
          05 CK-LNAME                  PIC X(20).
          05 FILLER                    PIC X(02).
          05 CK-FNAME                  PIC X(20).
          05 FILLER                    PIC X(02).
          05 CK-NET-PAY                PIC X(11).
          05 FILLER                    PIC X(02).
          05 CK-CHECK-NO               PIC X(06).
          05 FILLER                    PIC X(17).

      * PAYVOID replacement checks - same layout again
       FD  REISSUE-REGISTER
           RECORDING MODE IS F.
       01 REISSUE-REGISTER-LINE.
          05 C2-LNAME                  PIC X(20).
          05 FILLER                    PIC X(02).
          05 C2-FNAME                  PIC X(20).
          05 FILLER                    PIC X(02).
          05 C2-NET-PAY                PIC X(11).
          05 FILLER                    PIC X(02).
          05 C2-CHECK-NO               PIC X(06).
          05 FILLER                    PIC X(17).

      * Voided checks - same layout as the VOID-CHECK-FILE FD in
      * PAYVOID
       FD  VOID-CHECK-FILE
           RECORDING MODE IS F.
       01 VOID-CHECK-REC.
          05 CV-CHECK-NO               PIC X(06).
          05 CV-LNAME                  PIC X(20).
          05 CV-FNAME                  PIC X(20).
          05 CV-AMOUNT                 PIC 9(7)V99.
          05 CV-VOID-DATE              PIC 9(08).
          05 FILLER                    PIC X(17).

      * Supplier payment file - read into PAYMENT-DETAIL-REC
       FD  PAYMENT-FILE
           RECORDING MODE IS F.
       01 PAYMENT-IN-REC               PIC X(200).

      * Last payroll check number given out (PAYROL0B/PAYVOID)
       FD  PR-CHECK-CTL-FILE
           RECORDING MODE IS F.
       01 PR-CHECK-CTL-REC.
          05 PR-LAST-CHECK-NO          PIC 9(06).
          05 FILLER                    PIC X(74).

      * Last AP check number given out (APPAYRUN)
       FD  AP-CHECK-CTL-FILE
           RECORDING MODE IS F.
       01 AP-CHECK-CTL-REC.
          05 AP-LAST-CHECK-NO          PIC 9(06).
          05 FILLER                    PIC X(74).

      * Highest check numbers already sent to the bank
       FD  POSPAY-CTL-FILE
           RECORDING MODE IS F.
       01 POSPAY-CTL-REC.
          05 PC-LAST-PAYROLL-SENT      PIC 9(06).
          05 PC-LAST-AP-SENT           PIC 9(06).
          05 PC-LAST-RUN-DATE          PIC 9(08).
          05 FILLER                    PIC X(60).

      * Bank issue file - H header / D issue-void / T trailer,
      * then the standard 'Z' trailer
       FD  ISSUE-FILE
           RECORDING MODE IS F.
       01 ISSUE-REC                    PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Supplier payment record - same layout APPAYRUN writes
       01 PAYMENT-DETAIL-REC.
          05 PD-REC-TYPE               PIC X(01).
          05 PD-SUPPLIER-CODE          PIC X(05).
          05 PD-PAYEE-NAME             PIC X(15).
          05 PD-PAY-METHOD             PIC X(01).
             88 PD-PAID-BY-CHECK                       VALUE 'C'.
          05 PD-CHECK-NO               PIC 9(06).
          05 PD-ACH-ROUTING            PIC 9(09).
          05 PD-ACH-ACCOUNT            PIC X(17).
          05 PD-PAY-DATE               PIC 9(08).
          05 PD-GROSS-AMT              PIC 9(9)V99.
          05 PD-DISC-AMT               PIC 9(9)V99.
          05 PD-NET-AMT                PIC 9(9)V99.
          05 FILLER                    PIC X(105).

      * Issue file record layouts
       01 PP-HEADER-REC.
          05 PH-REC-TYPE               PIC X(01)       VALUE 'H'.
          05 PH-BANK-ID                PIC X(10).
          05 PH-COMPANY-NAME           PIC X(30).
          05 PH-FILE-DATE              PIC 9(08).
          05 FILLER                    PIC X(31)       VALUE SPACES.

       01 PP-DETAIL-REC.
          05 PD-OUT-REC-TYPE           PIC X(01)       VALUE 'D'.
          05 PD-OUT-ACCOUNT            PIC X(17).
          05 PD-OUT-CHECK-NO           PIC 9(10).
          05 PD-OUT-AMOUNT             PIC 9(10)V99.
          05 PD-OUT-ISSUE-DATE         PIC 9(08).
          05 PD-OUT-ISSUE-VOID         PIC X(01).
             88 PD-OUT-ISSUE                           VALUE 'I'.
             88 PD-OUT-VOID                            VALUE 'V'.
          05 PD-OUT-PAYEE              PIC X(30).
          05 FILLER                    PIC X(01)       VALUE SPACES.

       01 PP-TRAILER-REC.
          05 PT-REC-TYPE               PIC X(01)       VALUE 'T'.
          05 PT-RECORD-COUNT           PIC 9(07).
          05 PT-ISSUE-COUNT            PIC 9(07).
          05 PT-ISSUE-AMOUNT           PIC 9(11)V99.
          05 PT-VOID-COUNT             PIC 9(07).
          05 PT-VOID-AMOUNT            PIC 9(11)V99.
          05 FILLER                    PIC X(32)       VALUE SPACES.

      * Every check gathered today, with its edit result
       01 CK-TABLE-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 CK-TABLE-SUB-2               PIC 9(5)        VALUE 0 COMP.
       01 CK-TABLE-MAX                 PIC 9(5)        VALUE 0 COMP.
       01 CK-TABLE-MAX-LIMIT           PIC 9(5)        VALUE 3000 COMP.
       01 CHECK-TABLE.
          05 CK-ENTRY OCCURS 1 TO 3000 TIMES
                DEPENDING ON CK-TABLE-MAX.
             10 CK-TBL-SERIES          PIC X(01).
                88 CK-TBL-PAYROLL                      VALUE 'P'.
                88 CK-TBL-AP                           VALUE 'A'.
             10 CK-TBL-SOURCE-SUB      PIC 9(01).
             10 CK-TBL-ISSUE-VOID      PIC X(01).
                88 CK-TBL-ISSUE                        VALUE 'I'.
                88 CK-TBL-VOID                         VALUE 'V'.
             10 CK-TBL-CHECK-NO        PIC 9(06).
             10 CK-TBL-PAYEE           PIC X(30).
             10 CK-TBL-AMOUNT          PIC 9(9)V99     COMP-3.
             10 CK-TBL-ISSUE-DATE      PIC 9(08).
             10 CK-TBL-REASON          PIC X(24).

      * Control totals by source
       01 SRC-SUB                      PIC 9(1)        VALUE 0 COMP.
       01 SRC-NAME-VALUES.
          05 FILLER                    PIC X(24)       VALUE
                'PAYROLL CHECKS   CHKREG '.
          05 FILLER                    PIC X(24)       VALUE
                'PAYROLL REISSUES CHKREG2'.
          05 FILLER                    PIC X(24)       VALUE
                'PAYROLL VOIDS   CHKVOIDS'.
          05 FILLER                    PIC X(24)       VALUE
                'AP CHECKS       SUPPAYMT'.
       01 SRC-NAME-TABLE REDEFINES SRC-NAME-VALUES.
          05 SRC-NAME                  PIC X(24)       OCCURS 4 TIMES.
       01 SOURCE-TOTALS-TABLE.
          05 SRC-ENTRY OCCURS 4 TIMES.
             10 SRC-CHECK-KTR          PIC 9(7)        COMP.
             10 SRC-AMOUNT             PIC 9(11)V99    COMP-3.
             10 SRC-EXCEPTION-KTR      PIC 9(7)        COMP.

       01 PROGRAM-SWITCHES.
          05 CHECK-REGISTER-ST         PIC X(2).
             88 CHECK-REGISTER-OK                      VALUE '00' '05'.
          05 REISSUE-REGISTER-ST       PIC X(2).
             88 REISSUE-REGISTER-OK                    VALUE '00' '05'.
          05 VOID-CHECK-FILE-ST        PIC X(2).
             88 VOID-CHECK-FILE-OK                     VALUE '00' '05'.
          05 PAYMENT-FILE-ST           PIC X(2).
             88 PAYMENT-FILE-OK                        VALUE '00' '05'.
          05 PR-CHECK-CTL-FILE-ST      PIC X(2).
             88 PR-CHECK-CTL-FILE-OK                   VALUE '00' '05'.
          05 AP-CHECK-CTL-FILE-ST      PIC X(2).
             88 AP-CHECK-CTL-FILE-OK                   VALUE '00' '05'.
          05 POSPAY-CTL-FILE-ST        PIC X(2).
             88 POSPAY-CTL-FILE-OK                     VALUE '00' '05'.
          05 ISSUE-FILE-ST             PIC X(2).
             88 ISSUE-FILE-OK                          VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 CHECK-REGISTER-STATUS     PIC X(01)       VALUE SPACE.
             88 CHECK-REGISTER-EOF                     VALUE 'Y'.
          05 REISSUE-REGISTER-STATUS   PIC X(01)       VALUE SPACE.
             88 REISSUE-REGISTER-EOF                   VALUE 'Y'.
          05 VOID-CHECK-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 VOID-CHECK-FILE-EOF                    VALUE 'Y'.
          05 PAYMENT-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 PAYMENT-FILE-EOF                       VALUE 'Y'.
      * Transmission decision
          05 SW-RELEASE                PIC X(01)       VALUE 'N'.
             88 FILE-RELEASED                          VALUE 'Y'.
      * Report section being printed - drives the page headings
          05 WS-SECTION-SW             PIC X(01)       VALUE 'S'.
             88 SOURCE-SECTION                         VALUE 'S'.
             88 EXCEPTION-SECTION                      VALUE 'E'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-GATHERED-KTR           PIC 9(7)        VALUE 0.
          05 WS-OVERFLOW-KTR           PIC 9(7)        VALUE 0.
          05 WS-EXCEPTION-KTR          PIC 9(7)        VALUE 0.
          05 WS-ISSUE-KTR              PIC 9(7)        VALUE 0.
          05 WS-VOID-KTR               PIC 9(7)        VALUE 0.
          05 WS-WRITTEN-KTR            PIC 9(7)        VALUE 0.
          05 WS-ISSUE-AMT              PIC 9(11)V99    VALUE 0
                                                       COMP-3.
          05 WS-VOID-AMT               PIC 9(11)V99    VALUE 0
                                                       COMP-3.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

      * Bank parameters: the bank's ID for us and the account each
      * check series is drawn on
       01 POSPAY-PARMS.
          05 PP-BANK-ID                PIC X(10)       VALUE SPACES.
          05 PP-COMPANY-NAME           PIC X(30)       VALUE SPACES.
          05 PP-PAYROLL-ACCOUNT        PIC X(17)       VALUE SPACES.
          05 PP-AP-ACCOUNT             PIC X(17)       VALUE SPACES.

       01 WS-WORK-FIELDS.
          05 WS-CURRENT-DATE           PIC 9(08)       VALUE 0.
          05 WS-PR-LAST-ISSUED         PIC 9(06)       VALUE 0.
          05 WS-AP-LAST-ISSUED         PIC 9(06)       VALUE 0.
          05 WS-PR-LAST-SENT           PIC 9(06)       VALUE 0.
          05 WS-AP-LAST-SENT           PIC 9(06)       VALUE 0.
          05 WS-PR-HIGH-SENT           PIC 9(06)       VALUE 0.
          05 WS-AP-HIGH-SENT           PIC 9(06)       VALUE 0.
          05 WS-LOW-LIMIT              PIC 9(06)       VALUE 0.
          05 WS-HIGH-LIMIT             PIC 9(06)       VALUE 0.
      * One check being added to the table
          05 WS-NEW-SERIES             PIC X(01)       VALUE SPACE.
          05 WS-NEW-ISSUE-VOID         PIC X(01)       VALUE SPACE.
          05 WS-NEW-CHECK-NO-X         PIC X(06)       VALUE SPACES.
          05 WS-NEW-CHECK-NO REDEFINES WS-NEW-CHECK-NO-X
                                       PIC 9(06).
          05 WS-NEW-PAYEE              PIC X(30)       VALUE SPACES.
          05 WS-NEW-AMOUNT             PIC 9(9)V99     VALUE 0.
          05 WS-NEW-ISSUE-DATE         PIC 9(08)       VALUE 0.
          05 WS-NEW-REASON             PIC X(24)       VALUE SPACES.
          05 WS-PRINT-LINE             PIC X(132)      VALUE SPACES.

      * TRAILWRT calling parameters - the standard integrity
      * trailer closing the issue file
       COPY TRAILL.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the bank ID, company name and
      * check series accounts from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '   POSITIVE PAY CHECK ISSUE FILE - CONTROL REPORT '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

      * Control totals by source
       01 SOURCE-HDG-1.
          05 FILLER                    PIC X(24)       VALUE
                'SOURCE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE
                ' CHECKS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(18)       VALUE
                '            AMOUNT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'EXCEPTIONS'.
          05 FILLER                    PIC X(67)       VALUE SPACES.

       01 SOURCE-HDG-2.
          05 FILLER                    PIC X(24)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(18)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(67)       VALUE SPACES.

       01 SOURCE-DETAIL-LINE.
          05 DS-SOURCE-O               PIC X(24).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DS-CHECKS-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DS-AMOUNT-O               PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(05)       VALUE SPACES.
          05 DS-EXCEPTIONS-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(67)       VALUE SPACES.

      * Exceptions that refuse the transmission
       01 EXCEPTION-HDG-1.
          05 FILLER                    PIC X(24)       VALUE
                'SOURCE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'CHECK NO'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE
                'TYPE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'PAYEE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE
                '        AMOUNT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(24)       VALUE
                'EXCEPTION'.
          05 FILLER                    PIC X(18)       VALUE SPACES.

       01 EXCEPTION-HDG-2.
          05 FILLER                    PIC X(24)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(24)       VALUE ALL "=".
          05 FILLER                    PIC X(18)       VALUE SPACES.

       01 EXCEPTION-DETAIL-LINE.
          05 DE-SOURCE-O               PIC X(24).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DE-CHECK-NO-O             PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DE-TYPE-O                 PIC X(04).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DE-PAYEE-O                PIC X(30).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DE-AMOUNT-O               PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DE-REASON-O               PIC X(24).
          05 FILLER                    PIC X(18)       VALUE SPACES.

       01 RELEASE-LINE.
          05 FILLER                    PIC X(20)       VALUE
                'TRANSMISSION STATUS:'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 RL-STATUS-O               PIC X(50).
          05 FILLER                    PIC X(61)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Checks gathered / exceptions      :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-GATHERED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-EXCEPTIONS-O        PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Issue / void records sent         :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ISSUES-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-VOIDS-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Issued amount sent                :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ISSUE-AMT-O         PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Voided amount sent                :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-VOID-AMT-O          PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Payroll checks sent after / to    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-PR-LOW-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-PR-HIGH-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                    PIC X(35)       VALUE
                'AP checks sent after / to         :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-AP-LOW-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-AP-HIGH-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-PAYROLL-CHECKS UNTIL CHECK-REGISTER-EOF.
           PERFORM 120-LOAD-REISSUES UNTIL REISSUE-REGISTER-EOF.
           PERFORM 140-LOAD-VOIDS UNTIL VOID-CHECK-FILE-EOF.
           PERFORM 160-LOAD-AP-CHECKS UNTIL PAYMENT-FILE-EOF.
           PERFORM 200-EDIT-CHECKS.
           IF FILE-RELEASED
              THEN
              PERFORM 400-WRITE-ISSUE-FILE
           END-IF.
           PERFORM 500-REPORT-SOURCES.
           PERFORM 550-REPORT-EXCEPTIONS.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           IF FILE-RELEASED
              THEN
              PERFORM 750-SAVE-POSPAY-CONTROL
           END-IF.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'POSPAY' TO AUD-PROGRAM-ID.
           MOVE WS-GATHERED-KTR TO AUD-RECORDS-READ.
           MOVE WS-WRITTEN-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-EXCEPTION-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-ISSUE-AMT TO AUD-CONTROL-TOTAL.
           IF FILE-RELEASED
              THEN
              MOVE '00' TO AUD-FINAL-STATUS
           ELSE
              MOVE '08' TO AUD-FINAL-STATUS
              MOVE 8 TO RETURN-CODE
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
           INITIALIZE SOURCE-TOTALS-TABLE.
           PERFORM 060-LOAD-POSPAY-PARMS.
           PERFORM 065-LOAD-CHECK-CONTROLS.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
       060-LOAD-POSPAY-PARMS.
      ************************************************************
      * Bank ID, company name (20 characters a setting, so in    *
      * two parts) and the account each check series is drawn    *
      * on, from the PARMLIB parameter library                   *
      ************************************************************
      D    DISPLAY '060-LOAD-POSPAY-PARMS'.
           MOVE 'POSPAY' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'POS-BANK-ID' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR PLIB-VALUE = SPACES
              OR PLIB-VALUE(11:) NOT = SPACES
              THEN
              DISPLAY 'POS-BANK-ID PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-VALUE TO PP-BANK-ID.

           MOVE 'POS-COMPANY-NM1' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR PLIB-VALUE = SPACES
              THEN
              DISPLAY 'POS-COMPANY-NM1 PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-VALUE TO PP-COMPANY-NAME(1:20).

           MOVE 'POS-COMPANY-NM2' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF PLIB-VALUE(11:) NOT = SPACES
                 THEN
                 DISPLAY 'POS-COMPANY-NM2 PROBLEM: OVER 10 CHARACTERS: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE PLIB-VALUE TO PP-COMPANY-NAME(21:10)
           END-IF.

           MOVE 'POS-PR-ACCOUNT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR PLIB-VALUE = SPACES
              OR PLIB-VALUE(18:) NOT = SPACES
              THEN
              DISPLAY 'POS-PR-ACCOUNT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-VALUE TO PP-PAYROLL-ACCOUNT.

           MOVE 'POS-AP-ACCOUNT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR PLIB-VALUE = SPACES
              OR PLIB-VALUE(18:) NOT = SPACES
              THEN
              DISPLAY 'POS-AP-ACCOUNT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-VALUE TO PP-AP-ACCOUNT.
       065-LOAD-CHECK-CONTROLS.
      ************************************************************
      * The range each series may send: above the last number    *
      * already sent (POSPAYCT), up to the last number given out *
      * (CHKCTL / APCHKCTL); a missing control reads as zero     *
      ************************************************************
      D    DISPLAY '065-LOAD-CHECK-CONTROLS'.
           OPEN INPUT PR-CHECK-CTL-FILE.
           IF PR-CHECK-CTL-FILE-OK
              THEN
              READ PR-CHECK-CTL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE PR-LAST-CHECK-NO TO WS-PR-LAST-ISSUED
              END-READ
              CLOSE PR-CHECK-CTL-FILE
           END-IF.
           OPEN INPUT AP-CHECK-CTL-FILE.
           IF AP-CHECK-CTL-FILE-OK
              THEN
              READ AP-CHECK-CTL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE AP-LAST-CHECK-NO TO WS-AP-LAST-ISSUED
              END-READ
              CLOSE AP-CHECK-CTL-FILE
           END-IF.
           OPEN INPUT POSPAY-CTL-FILE.
           IF POSPAY-CTL-FILE-OK
              THEN
              READ POSPAY-CTL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE PC-LAST-PAYROLL-SENT TO WS-PR-LAST-SENT
                 MOVE PC-LAST-AP-SENT TO WS-AP-LAST-SENT
              END-READ
              CLOSE POSPAY-CTL-FILE
           END-IF.
           MOVE WS-PR-LAST-SENT TO WS-PR-HIGH-SENT.
           MOVE WS-AP-LAST-SENT TO WS-AP-HIGH-SENT.
      D    DISPLAY 'PAYROLL RANGE: ' WS-PR-LAST-SENT ' - '
      D            WS-PR-LAST-ISSUED.
      D    DISPLAY 'AP RANGE     : ' WS-AP-LAST-SENT ' - '
      D            WS-AP-LAST-ISSUED.
       100-LOAD-PAYROLL-CHECKS.
      ************************************************************
      * One PAYROL0B check-register line                         *
      ************************************************************
      D    DISPLAY '100-LOAD-PAYROLL-CHECKS'.
           READ CHECK-REGISTER
           AT END
              MOVE 'Y' TO CHECK-REGISTER-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF CK-NET-PAY EQUAL TO SPACES
              OR CK-LNAME EQUAL TO SPACES
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'P' TO WS-NEW-SERIES.
           MOVE 1 TO SRC-SUB.
           MOVE 'I' TO WS-NEW-ISSUE-VOID.
           MOVE CK-CHECK-NO TO WS-NEW-CHECK-NO-X.
           MOVE SPACES TO WS-NEW-PAYEE.
           STRING CK-FNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  CK-LNAME DELIMITED BY '  '
              INTO WS-NEW-PAYEE.
           COMPUTE WS-NEW-AMOUNT = FUNCTION NUMVAL-C(CK-NET-PAY).
           MOVE WS-CURRENT-DATE TO WS-NEW-ISSUE-DATE.
           PERFORM 190-ADD-CHECK-ENTRY.
       120-LOAD-REISSUES.
      ************************************************************
      * One PAYVOID replacement-check line                       *
      ************************************************************
      D    DISPLAY '120-LOAD-REISSUES'.
           READ REISSUE-REGISTER
           AT END
              MOVE 'Y' TO REISSUE-REGISTER-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF C2-NET-PAY EQUAL TO SPACES
              OR C2-LNAME EQUAL TO SPACES
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'P' TO WS-NEW-SERIES.
           MOVE 2 TO SRC-SUB.
           MOVE 'I' TO WS-NEW-ISSUE-VOID.
           MOVE C2-CHECK-NO TO WS-NEW-CHECK-NO-X.
           MOVE SPACES TO WS-NEW-PAYEE.
           STRING C2-FNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  C2-LNAME DELIMITED BY '  '
              INTO WS-NEW-PAYEE.
           COMPUTE WS-NEW-AMOUNT = FUNCTION NUMVAL-C(C2-NET-PAY).
           MOVE WS-CURRENT-DATE TO WS-NEW-ISSUE-DATE.
           PERFORM 190-ADD-CHECK-ENTRY.
       140-LOAD-VOIDS.
      ************************************************************
      * One check voided by PAYVOID                              *
      ************************************************************
      D    DISPLAY '140-LOAD-VOIDS'.
           READ VOID-CHECK-FILE
           AT END
              MOVE 'Y' TO VOID-CHECK-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           MOVE 'P' TO WS-NEW-SERIES.
           MOVE 3 TO SRC-SUB.
           MOVE 'V' TO WS-NEW-ISSUE-VOID.
           MOVE CV-CHECK-NO TO WS-NEW-CHECK-NO-X.
           MOVE SPACES TO WS-NEW-PAYEE.
           STRING CV-FNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  CV-LNAME DELIMITED BY '  '
              INTO WS-NEW-PAYEE.
           MOVE CV-AMOUNT TO WS-NEW-AMOUNT.
           MOVE CV-VOID-DATE TO WS-NEW-ISSUE-DATE.
           PERFORM 190-ADD-CHECK-ENTRY.
       160-LOAD-AP-CHECKS.
      ************************************************************
      * One APPAYRUN payment - checks only                       *
      ************************************************************
      D    DISPLAY '160-LOAD-AP-CHECKS'.
           READ PAYMENT-FILE INTO PAYMENT-DETAIL-REC
           AT END
              MOVE 'Y' TO PAYMENT-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF PD-REC-TYPE NOT EQUAL TO 'D'
              OR NOT PD-PAID-BY-CHECK
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO WS-NEW-SERIES.
           MOVE 4 TO SRC-SUB.
           MOVE 'I' TO WS-NEW-ISSUE-VOID.
           MOVE PD-CHECK-NO TO WS-NEW-CHECK-NO.
           MOVE PD-PAYEE-NAME TO WS-NEW-PAYEE.
           MOVE PD-NET-AMT TO WS-NEW-AMOUNT.
           MOVE PD-PAY-DATE TO WS-NEW-ISSUE-DATE.
           PERFORM 190-ADD-CHECK-ENTRY.
       190-ADD-CHECK-ENTRY.
      ************************************************************
      * Add the check in WS-NEW-* to the table and its source's  *
      * totals; a full table refuses the transmission            *
      ************************************************************
      D    DISPLAY '190-ADD-CHECK-ENTRY'.
           ADD 1 TO WS-GATHERED-KTR.
           ADD 1 TO SRC-CHECK-KTR(SRC-SUB).
           ADD WS-NEW-AMOUNT TO SRC-AMOUNT(SRC-SUB).
           IF CK-TABLE-MAX NOT < CK-TABLE-MAX-LIMIT
              THEN
              DISPLAY 'WARNING: CHECK TABLE FULL - NOT EDITED: '
                      SRC-NAME(SRC-SUB) ' ' WS-NEW-CHECK-NO-X
              ADD 1 TO WS-OVERFLOW-KTR
              ADD 1 TO WS-EXCEPTION-KTR
              ADD 1 TO SRC-EXCEPTION-KTR(SRC-SUB)
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CK-TABLE-MAX.
           MOVE WS-NEW-SERIES TO CK-TBL-SERIES(CK-TABLE-MAX).
           MOVE SRC-SUB TO CK-TBL-SOURCE-SUB(CK-TABLE-MAX).
           MOVE WS-NEW-ISSUE-VOID TO CK-TBL-ISSUE-VOID(CK-TABLE-MAX).
           IF WS-NEW-CHECK-NO-X IS NUMERIC
              THEN
              MOVE WS-NEW-CHECK-NO TO CK-TBL-CHECK-NO(CK-TABLE-MAX)
              MOVE SPACES TO CK-TBL-REASON(CK-TABLE-MAX)
           ELSE
              MOVE 0 TO CK-TBL-CHECK-NO(CK-TABLE-MAX)
              MOVE 'CHECK NUMBER NOT NUMERIC'
                 TO CK-TBL-REASON(CK-TABLE-MAX)
           END-IF.
           MOVE WS-NEW-PAYEE TO CK-TBL-PAYEE(CK-TABLE-MAX).
           MOVE WS-NEW-AMOUNT TO CK-TBL-AMOUNT(CK-TABLE-MAX).
           MOVE WS-NEW-ISSUE-DATE TO CK-TBL-ISSUE-DATE(CK-TABLE-MAX).
       200-EDIT-CHECKS.
      ************************************************************
      * Range and duplicate edits; any exception refuses the     *
      * whole transmission                                       *
      ************************************************************
      D    DISPLAY '200-EDIT-CHECKS'.
           PERFORM VARYING CK-TABLE-SUB FROM 1 BY 1
              UNTIL CK-TABLE-SUB > CK-TABLE-MAX
                   IF CK-TBL-REASON(CK-TABLE-SUB) EQUAL TO SPACES
                      THEN
                      PERFORM 210-EDIT-RANGE
                   END-IF
                   IF CK-TBL-REASON(CK-TABLE-SUB) EQUAL TO SPACES
                      THEN
                      PERFORM 220-EDIT-DUPLICATE
                   END-IF
           END-PERFORM.

           PERFORM VARYING CK-TABLE-SUB FROM 1 BY 1
              UNTIL CK-TABLE-SUB > CK-TABLE-MAX
                   IF CK-TBL-REASON(CK-TABLE-SUB) NOT EQUAL TO SPACES
                      THEN
                      ADD 1 TO WS-EXCEPTION-KTR
                      MOVE CK-TBL-SOURCE-SUB(CK-TABLE-SUB) TO SRC-SUB
                      ADD 1 TO SRC-EXCEPTION-KTR(SRC-SUB)
                   END-IF
           END-PERFORM.

           IF WS-EXCEPTION-KTR = 0
              THEN
              MOVE 'Y' TO SW-RELEASE
           ELSE
              MOVE 'N' TO SW-RELEASE
              DISPLAY 'POSITIVE PAY TRANSMISSION REFUSED - '
                      WS-EXCEPTION-KTR ' EXCEPTION(S)'
           END-IF.
       210-EDIT-RANGE.
      ************************************************************
      * An issued number must be new to the bank and given out   *
      * by its control; a voided number must have been given out *
      ************************************************************
      D    DISPLAY '210-EDIT-RANGE'.
           IF CK-TBL-PAYROLL(CK-TABLE-SUB)
              THEN
              MOVE WS-PR-LAST-SENT TO WS-LOW-LIMIT
              MOVE WS-PR-LAST-ISSUED TO WS-HIGH-LIMIT
              MOVE 'OUTSIDE CHKCTL RANGE' TO WS-NEW-REASON
           ELSE
              MOVE WS-AP-LAST-SENT TO WS-LOW-LIMIT
              MOVE WS-AP-LAST-ISSUED TO WS-HIGH-LIMIT
              MOVE 'OUTSIDE APCHKCTL RANGE' TO WS-NEW-REASON
           END-IF.
           IF CK-TBL-VOID(CK-TABLE-SUB)
              THEN
              MOVE 0 TO WS-LOW-LIMIT
           END-IF.
           IF CK-TBL-CHECK-NO(CK-TABLE-SUB) NOT > WS-LOW-LIMIT
              OR CK-TBL-CHECK-NO(CK-TABLE-SUB) > WS-HIGH-LIMIT
              THEN
              MOVE WS-NEW-REASON TO CK-TBL-REASON(CK-TABLE-SUB)
           END-IF.
       220-EDIT-DUPLICATE.
      ************************************************************
      * The same number issued (or voided) twice in one series   *
      * marks every occurrence                                   *
      ************************************************************
      D    DISPLAY '220-EDIT-DUPLICATE'.
           PERFORM VARYING CK-TABLE-SUB-2 FROM 1 BY 1
              UNTIL CK-TABLE-SUB-2 > CK-TABLE-MAX
                   IF CK-TABLE-SUB-2 NOT = CK-TABLE-SUB
                      AND CK-TBL-SERIES(CK-TABLE-SUB-2) =
                          CK-TBL-SERIES(CK-TABLE-SUB)
                      AND CK-TBL-ISSUE-VOID(CK-TABLE-SUB-2) =
                          CK-TBL-ISSUE-VOID(CK-TABLE-SUB)
                      AND CK-TBL-CHECK-NO(CK-TABLE-SUB-2) =
                          CK-TBL-CHECK-NO(CK-TABLE-SUB)
                      THEN
                      MOVE 'DUPLICATE CHECK NUMBER'
                         TO CK-TBL-REASON(CK-TABLE-SUB)
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT CHECK-REGISTER.
           IF NOT CHECK-REGISTER-OK
              DISPLAY 'CHKREG OPEN PROBLEM, RC=' CHECK-REGISTER-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT REISSUE-REGISTER.
           IF NOT REISSUE-REGISTER-OK
              DISPLAY 'CHKREG2 OPEN PROBLEM, RC=' REISSUE-REGISTER-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT VOID-CHECK-FILE.
           IF NOT VOID-CHECK-FILE-OK
              DISPLAY 'CHKVOIDS OPEN PROBLEM, RC=' VOID-CHECK-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PAYMENT-FILE.
           IF NOT PAYMENT-FILE-OK
              DISPLAY 'SUPPAYMT OPEN PROBLEM, RC=' PAYMENT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ISSUE-FILE.
           IF NOT ISSUE-FILE-OK
              DISPLAY 'POSPAYO OPEN PROBLEM, RC=' ISSUE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-WRITE-ISSUE-FILE.
      ************************************************************
      * Header, one issue or void record per check, bank trailer *
      * and the standard integrity trailer                       *
      ************************************************************
      D    DISPLAY '400-WRITE-ISSUE-FILE'.
           MOVE PP-BANK-ID TO PH-BANK-ID.
           MOVE PP-COMPANY-NAME TO PH-COMPANY-NAME.
           MOVE WS-CURRENT-DATE TO PH-FILE-DATE.
           WRITE ISSUE-REC FROM PP-HEADER-REC.

           PERFORM VARYING CK-TABLE-SUB FROM 1 BY 1
              UNTIL CK-TABLE-SUB > CK-TABLE-MAX
                   PERFORM 410-WRITE-ONE-CHECK
           END-PERFORM.

           COMPUTE PT-RECORD-COUNT = WS-ISSUE-KTR + WS-VOID-KTR.
           MOVE WS-ISSUE-KTR TO PT-ISSUE-COUNT.
           MOVE WS-ISSUE-AMT TO PT-ISSUE-AMOUNT.
           MOVE WS-VOID-KTR TO PT-VOID-COUNT.
           MOVE WS-VOID-AMT TO PT-VOID-AMOUNT.
           WRITE ISSUE-REC FROM PP-TRAILER-REC.

           MOVE WS-WRITTEN-KTR TO TRL-RECORD-COUNT.
           MOVE WS-ISSUE-AMT TO TRL-AMOUNT-HASH.
           CALL 'TRAILWRT' USING TRL-RECORD-COUNT,
              TRL-AMOUNT-HASH, TRL-TRAILER-REC, TRL-STATUS.
           WRITE ISSUE-REC FROM TRL-TRAILER-REC.
       410-WRITE-ONE-CHECK.
      ************************************************************
      * 'D' record for the check at CK-TABLE-SUB                 *
      ************************************************************
      D    DISPLAY '410-WRITE-ONE-CHECK'.
           IF CK-TBL-PAYROLL(CK-TABLE-SUB)
              THEN
              MOVE PP-PAYROLL-ACCOUNT TO PD-OUT-ACCOUNT
              IF CK-TBL-ISSUE(CK-TABLE-SUB)
                 AND CK-TBL-CHECK-NO(CK-TABLE-SUB) > WS-PR-HIGH-SENT
                 THEN
                 MOVE CK-TBL-CHECK-NO(CK-TABLE-SUB)
                    TO WS-PR-HIGH-SENT
              END-IF
           ELSE
              MOVE PP-AP-ACCOUNT TO PD-OUT-ACCOUNT
              IF CK-TBL-ISSUE(CK-TABLE-SUB)
                 AND CK-TBL-CHECK-NO(CK-TABLE-SUB) > WS-AP-HIGH-SENT
                 THEN
                 MOVE CK-TBL-CHECK-NO(CK-TABLE-SUB)
                    TO WS-AP-HIGH-SENT
              END-IF
           END-IF.
           MOVE CK-TBL-CHECK-NO(CK-TABLE-SUB) TO PD-OUT-CHECK-NO.
           MOVE CK-TBL-AMOUNT(CK-TABLE-SUB) TO PD-OUT-AMOUNT.
           MOVE CK-TBL-ISSUE-DATE(CK-TABLE-SUB) TO PD-OUT-ISSUE-DATE.
           MOVE CK-TBL-ISSUE-VOID(CK-TABLE-SUB) TO PD-OUT-ISSUE-VOID.
           MOVE CK-TBL-PAYEE(CK-TABLE-SUB) TO PD-OUT-PAYEE.
           WRITE ISSUE-REC FROM PP-DETAIL-REC.
           IF NOT ISSUE-FILE-OK
              THEN
              DISPLAY 'POSPAYO Problem: ' ISSUE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-WRITTEN-KTR.
           IF PD-OUT-VOID
              THEN
              ADD 1 TO WS-VOID-KTR
              ADD CK-TBL-AMOUNT(CK-TABLE-SUB) TO WS-VOID-AMT
           ELSE
              ADD 1 TO WS-ISSUE-KTR
              ADD CK-TBL-AMOUNT(CK-TABLE-SUB) TO WS-ISSUE-AMT
           END-IF.
       500-REPORT-SOURCES.
      ************************************************************
      * Checks, amount and exceptions by source                  *
      ************************************************************
      D    DISPLAY '500-REPORT-SOURCES'.
           MOVE 'S' TO WS-SECTION-SW.
           PERFORM 600-WRITE-HEADINGS.
           PERFORM VARYING SRC-SUB FROM 1 BY 1
              UNTIL SRC-SUB > 4
                   MOVE SRC-NAME(SRC-SUB) TO DS-SOURCE-O
                   MOVE SRC-CHECK-KTR(SRC-SUB) TO DS-CHECKS-O
                   MOVE SRC-AMOUNT(SRC-SUB) TO DS-AMOUNT-O
                   MOVE SRC-EXCEPTION-KTR(SRC-SUB)
                      TO DS-EXCEPTIONS-O
                   MOVE SOURCE-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM 560-PRINT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.
           IF FILE-RELEASED
              THEN
              MOVE 'FILE RELEASED FOR TRANSMISSION TO THE BANK'
                 TO RL-STATUS-O
           ELSE
              MOVE 'REFUSED - NO ISSUE FILE SENT, SEE EXCEPTIONS'
                 TO RL-STATUS-O
           END-IF.
           MOVE RELEASE-LINE TO WS-PRINT-LINE.
           PERFORM 560-PRINT-LINE.
       550-REPORT-EXCEPTIONS.
      ************************************************************
      * Every check that refused the transmission                *
      ************************************************************
      D    DISPLAY '550-REPORT-EXCEPTIONS'.
           IF WS-EXCEPTION-KTR = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'E' TO WS-SECTION-SW.
           PERFORM 600-WRITE-HEADINGS.
           PERFORM VARYING CK-TABLE-SUB FROM 1 BY 1
              UNTIL CK-TABLE-SUB > CK-TABLE-MAX
                   IF CK-TBL-REASON(CK-TABLE-SUB) NOT EQUAL TO SPACES
                      THEN
                      PERFORM 555-REPORT-ONE-EXCEPTION
                   END-IF
           END-PERFORM.
           IF WS-OVERFLOW-KTR > 0
              THEN
              MOVE SPACES TO EXCEPTION-DETAIL-LINE
              MOVE 'ALL SOURCES' TO DE-SOURCE-O
              MOVE 'NOT LOADED - SEE JOB LOG' TO DE-PAYEE-O
              MOVE 'CHECKS OVER TABLE LIMIT' TO DE-REASON-O
              MOVE EXCEPTION-DETAIL-LINE TO WS-PRINT-LINE
              PERFORM 560-PRINT-LINE
           END-IF.
       555-REPORT-ONE-EXCEPTION.
      ************************************************************
      * Exception line for the check at CK-TABLE-SUB             *
      ************************************************************
      D    DISPLAY '555-REPORT-ONE-EXCEPTION'.
           MOVE SPACES TO EXCEPTION-DETAIL-LINE.
           MOVE CK-TBL-SOURCE-SUB(CK-TABLE-SUB) TO SRC-SUB.
           MOVE SRC-NAME(SRC-SUB) TO DE-SOURCE-O.
           MOVE CK-TBL-CHECK-NO(CK-TABLE-SUB) TO DE-CHECK-NO-O.
           IF CK-TBL-VOID(CK-TABLE-SUB)
              THEN
              MOVE 'VOID' TO DE-TYPE-O
           ELSE
              MOVE 'ISS' TO DE-TYPE-O
           END-IF.
           MOVE CK-TBL-PAYEE(CK-TABLE-SUB) TO DE-PAYEE-O.
           MOVE CK-TBL-AMOUNT(CK-TABLE-SUB) TO DE-AMOUNT-O.
           MOVE CK-TBL-REASON(CK-TABLE-SUB) TO DE-REASON-O.
           MOVE EXCEPTION-DETAIL-LINE TO WS-PRINT-LINE.
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
       600-WRITE-HEADINGS.
      ************************************************************
      * Page headings for the section being printed              *
      ************************************************************
      D    DISPLAY '600-WRITE-HEADINGS'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           IF SOURCE-SECTION
              THEN
              WRITE OUTPUT-LINE FROM SOURCE-HDG-1
                 AFTER ADVANCING 2 LINES
              WRITE OUTPUT-LINE FROM SOURCE-HDG-2
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE OUTPUT-LINE FROM EXCEPTION-HDG-1
                 AFTER ADVANCING 2 LINES
              WRITE OUTPUT-LINE FROM EXCEPTION-HDG-2
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 4 TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           MOVE WS-GATHERED-KTR TO TOTAL-GATHERED-O.
           MOVE WS-EXCEPTION-KTR TO TOTAL-EXCEPTIONS-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-ISSUE-KTR TO TOTAL-ISSUES-O.
           MOVE WS-VOID-KTR TO TOTAL-VOIDS-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-ISSUE-AMT TO TOTAL-ISSUE-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-VOID-AMT TO TOTAL-VOID-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-PR-LAST-SENT TO TOTAL-PR-LOW-O.
           MOVE WS-PR-LAST-ISSUED TO TOTAL-PR-HIGH-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-AP-LAST-SENT TO TOTAL-AP-LOW-O.
           MOVE WS-AP-LAST-ISSUED TO TOTAL-AP-HIGH-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
       750-SAVE-POSPAY-CONTROL.
      ************************************************************
      * The highest numbers now with the bank, for the next run  *
      ************************************************************
      D    DISPLAY '750-SAVE-POSPAY-CONTROL'.
           MOVE SPACES TO POSPAY-CTL-REC.
           MOVE WS-PR-HIGH-SENT TO PC-LAST-PAYROLL-SENT.
           MOVE WS-AP-HIGH-SENT TO PC-LAST-AP-SENT.
           MOVE WS-CURRENT-DATE TO PC-LAST-RUN-DATE.
           OPEN OUTPUT POSPAY-CTL-FILE.
           IF NOT POSPAY-CTL-FILE-OK
              THEN
              DISPLAY 'POSPAYCT Problem: ' POSPAY-CTL-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           WRITE POSPAY-CTL-REC.
           CLOSE POSPAY-CTL-FILE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE CHECK-REGISTER
                 REISSUE-REGISTER
                 VOID-CHECK-FILE
                 PAYMENT-FILE
                 ISSUE-FILE
                 REPORT-FILE.
