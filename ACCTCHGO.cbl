       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCHGO.
      * ------------------------------------------------------------
      * ACCTCHGO:
      * Charge-off and collection-agency placement. ACCTDLNQ takes
      * an account as far as the final demand; after that it sat
      * on the delinquency file at 90+ for good. Run monthly:
      *
      *  - an account whose first over-limit flag on the ACCTDLNQ
      *    file (DLNQIN) is at least the CHGO-DAYS charge-off age
      *    old, or that collections has flagged with a BANKRP
      *    (bankruptcy) or DECEAS (deceased) transaction on
      *    COLLTRAN (ACCTTRAN layout), is charged off: the
      *    balance is written off to the recovery file, the
      *    balance on the account goes to zero and the account is
      *    marked charged off (CHGOFF-FLAG 'C') - CNTRLBRK charges
      *    it no finance charge, ACCTSTMT sends it no statement
      *    and ACCTPOST posts nothing to it
      *  - each new charge-off is placed with the outside agency
      *    on AGNCYPLC with name, address and balance
      *  - agency remittances (AGNCYRMT) post against the recovery
      *    file net of the agency's commission (CHGO-COMM-PCT)
      *  - the charge-off age, the placement agency (CHGO-AGENCY)
      *    and its commission come from the PARMLIB parameter
      *    library
      *  - the recovery file (RCVRYIN) is carried forward to
      *    RCVRYOUT, and the charge-off and recovery report goes
      *    to finance
      *
      *  Inital Version   2026/10/15
      *  Charge-off settings from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-IN-FILE ASSIGN TO ACCTIN
           FILE STATUS IS ACCT-IN-FILE-ST.

           SELECT OPTIONAL DLNQ-FILE ASSIGN TO DLNQIN
           FILE STATUS IS DLNQ-FILE-ST.

      * Collections transactions - bankruptcy and deceased flags
           SELECT OPTIONAL COLL-TRAN-FILE ASSIGN TO COLLTRAN
           FILE STATUS IS COLL-TRAN-FILE-ST.

      * Recovery file from the previous run
           SELECT OPTIONAL RCVRY-IN-FILE ASSIGN TO RCVRYIN
           FILE STATUS IS RCVRY-IN-FILE-ST.

      * Agency remittances received since the last run
           SELECT OPTIONAL REMIT-FILE ASSIGN TO AGNCYRMT
           FILE STATUS IS REMIT-FILE-ST.

           SELECT ACCT-OUT-FILE ASSIGN TO ACCTWOUT
           FILE STATUS IS ACCT-OUT-FILE-ST.

           SELECT RCVRY-OUT-FILE ASSIGN TO RCVRYOUT
           FILE STATUS IS RCVRY-OUT-FILE-ST.

           SELECT PLACE-FILE ASSIGN TO AGNCYPLC
           FILE STATUS IS PLACE-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Account records - same ACCT-FIELDS layout as CNTRLBRK
       FD  ACCT-IN-FILE RECORDING MODE F.
       01 ACCT-FIELDS.
          05 ACCT-NO                    PIC X(8).
          05 ACCT-LIMIT                 PIC S9(7)V99 COMP-3.
          05 ACCT-BALANCE               PIC S9(7)V99 COMP-3.
          05 LAST-NAME                  PIC X(20).
          05 FIRST-NAME                 PIC X(15).
          05 CLIENT-ADDR.
             10 STREET-ADDR             PIC X(25).
             10 CITY-COUNTY             PIC X(20).
             10 USA-STATE               PIC X(15).
          05 BILL-CYCLE                 PIC X(2).
          05 NSF-HOLD-FLAG              PIC X(1).
          05 CHGOFF-FLAG                PIC X(1).
             88 ACCT-CHARGED-OFF                       VALUE 'C'.
          05 RESERVED                   PIC X(3).
          05 COMMENTS                   PIC X(50).

      * Delinquency file as ACCTDLNQ writes it
       FD  DLNQ-FILE RECORDING MODE F.
       01 DLNQ-REC.
          05 DQ-ACCT-NO                 PIC X(8).
          05 DQ-RUN-KTR                 PIC 9(3).
          05 DQ-FIRST-FLAG-DATE         PIC 9(8).
          05 DQ-LAST-LEVEL              PIC X(1).
          05 FILLER                     PIC X(10).

      * Collections transactions - same layout as ACCTMNT reads
       FD  COLL-TRAN-FILE RECORDING MODE F.
       01 COLL-TRAN-REC.
          05 CT-ACCT-NO                 PIC X(8).
          05 CT-ACTION                  PIC X(6).
             88 CT-BANKRUPT                            VALUE 'BANKRP'.
             88 CT-DECEASED                            VALUE 'DECEAS'.
          05 CT-DATA                    PIC X(66).
          05 CT-OPERATOR-ID             PIC X(8).

       FD  RCVRY-IN-FILE RECORDING MODE F.
       01 RCVRY-IN-REC                  PIC X(120).

      * Agency remittance - gross amount collected on an account
       FD  REMIT-FILE RECORDING MODE F.
       01 REMIT-REC.
          05 RM-AGENCY                  PIC X(4).
          05 RM-ACCT-NO                 PIC X(8).
          05 RM-REMIT-DATE              PIC 9(8).
          05 RM-GROSS-AMT               PIC 9(7)V99.
          05 FILLER                     PIC X(51).

       FD  ACCT-OUT-FILE RECORDING MODE F.
       01 ACCT-OUT-REC                  PIC X(170).

       FD  RCVRY-OUT-FILE RECORDING MODE F.
       01 RCVRY-OUT-REC                 PIC X(120).

      * Placement with the outside collection agency
       FD  PLACE-FILE RECORDING MODE F.
       01 PLACE-REC.
          05 PL-AGENCY                  PIC X(4).
          05 PL-ACCT-NO                 PIC X(8).
          05 PL-LAST-NAME               PIC X(20).
          05 PL-FIRST-NAME              PIC X(15).
          05 PL-STREET-ADDR             PIC X(25).
          05 PL-CITY-COUNTY             PIC X(20).
          05 PL-USA-STATE               PIC X(15).
          05 PL-BALANCE                 PIC 9(7)V99.
          05 PL-CHGO-DATE               PIC 9(8).
          05 PL-REASON                  PIC X(2).
          05 FILLER                     PIC X(24).

       FD  REPORT-FILE RECORDING MODE F.
       01 OUTPUT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      * Recovery record carried forward between runs
       01 RCVRY-REC-WS.
          05 RC-ACCT-NO                 PIC X(8).
          05 RC-NAME                    PIC X(21).
          05 RC-CHGO-DATE               PIC 9(8).
          05 RC-REASON                  PIC X(2).
             88 RC-AGED                                VALUE 'AG'.
             88 RC-BANKRUPT                            VALUE 'BK'.
             88 RC-DECEASED                            VALUE 'DC'.
          05 RC-AGENCY                  PIC X(4).
          05 RC-CHGO-AMT                PIC 9(7)V99.
          05 RC-GROSS-RECOVERED         PIC 9(7)V99.
          05 RC-COMMISSION              PIC 9(7)V99.
          05 RC-NET-RECOVERED           PIC 9(7)V99.
          05 RC-LAST-REMIT-DATE         PIC 9(8).
          05 RC-STATUS                  PIC X(1).
             88 RC-OPEN                                VALUE 'O'.
             88 RC-PAID-IN-FULL                        VALUE 'P'.
          05 FILLER                     PIC X(32)      VALUE SPACES.

       01 RC-TABLE-SUB                  PIC 9(5)       VALUE 0 COMP.
       01 RC-TABLE-MAX                  PIC 9(5)       VALUE 0 COMP.
       01 RC-TABLE-MAX-LIMIT            PIC 9(5)       VALUE 5000 COMP.
       01 SW-RC-FOUND                   PIC X(1)       VALUE 'N'.
          88 RC-FOUND                                  VALUE 'Y'.
       01 RECOVERY-TABLE.
          05 RC-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON RC-TABLE-MAX.
             10 RC-TBL-REC              PIC X(120).

      * Delinquency - first flag date per account
       01 DQ-TABLE-SUB                  PIC 9(5)       VALUE 0 COMP.
       01 DQ-TABLE-MAX                  PIC 9(5)       VALUE 0 COMP.
       01 DQ-TABLE-MAX-LIMIT            PIC 9(5)       VALUE 2000 COMP.
       01 SW-DQ-FOUND                   PIC X(1)       VALUE 'N'.
          88 DQ-FOUND                                  VALUE 'Y'.
       01 DELINQUENCY-TABLE.
          05 DQ-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON DQ-TABLE-MAX.
             10 DQ-TBL-ACCT-NO          PIC X(8).
             10 DQ-TBL-FIRST-FLAG       PIC 9(8).

      * Collections flags - bankruptcy and deceased
       01 CF-TABLE-SUB                  PIC 9(5)       VALUE 0 COMP.
       01 CF-TABLE-MAX                  PIC 9(5)       VALUE 0 COMP.
       01 CF-TABLE-MAX-LIMIT            PIC 9(5)       VALUE 500 COMP.
       01 SW-CF-FOUND                   PIC X(1)       VALUE 'N'.
          88 CF-FOUND                                  VALUE 'Y'.
       01 COLL-FLAG-TABLE.
          05 CF-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON CF-TABLE-MAX.
             10 CF-TBL-ACCT-NO          PIC X(8).
             10 CF-TBL-REASON           PIC X(2).
             10 CF-TBL-USED             PIC X(1).
                88 CF-TBL-APPLIED                      VALUE 'Y'.

       01 PROGRAM-SWITCHES.
          05 ACCT-IN-FILE-ST            PIC X(2).
             88 ACCT-IN-FILE-OK                        VALUE '00'.
          05 ACCT-IN-FILE-STATUS        PIC X(1)       VALUE 'N'.
             88 ACCT-IN-FILE-EOF                       VALUE 'Y'.
          05 DLNQ-FILE-ST               PIC X(2).
             88 DLNQ-FILE-OK                           VALUE '00' '05'.
          05 DLNQ-FILE-STATUS           PIC X(1)       VALUE 'N'.
             88 DLNQ-FILE-EOF                          VALUE 'Y'.
          05 COLL-TRAN-FILE-ST          PIC X(2).
             88 COLL-TRAN-FILE-OK                      VALUE '00' '05'.
          05 COLL-TRAN-FILE-STATUS      PIC X(1)       VALUE 'N'.
             88 COLL-TRAN-FILE-EOF                     VALUE 'Y'.
          05 RCVRY-IN-FILE-ST           PIC X(2).
             88 RCVRY-IN-FILE-OK                       VALUE '00' '05'.
          05 RCVRY-IN-FILE-STATUS       PIC X(1)       VALUE 'N'.
             88 RCVRY-IN-FILE-EOF                      VALUE 'Y'.
          05 REMIT-FILE-ST              PIC X(2).
             88 REMIT-FILE-OK                          VALUE '00' '05'.
          05 REMIT-FILE-STATUS          PIC X(1)       VALUE 'N'.
             88 REMIT-FILE-EOF                         VALUE 'Y'.
          05 ACCT-OUT-FILE-ST           PIC X(2).
             88 ACCT-OUT-FILE-OK                       VALUE '00'.
          05 RCVRY-OUT-FILE-ST          PIC X(2).
             88 RCVRY-OUT-FILE-OK                      VALUE '00'.
          05 PLACE-FILE-ST              PIC X(2).
             88 PLACE-FILE-OK                          VALUE '00'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-ACCT-KTR                PIC 9(7)       VALUE 0.
          05 WS-ACCT-OUT-KTR            PIC 9(7)       VALUE 0.
          05 WS-COLL-KTR                PIC 9(7)       VALUE 0.
          05 WS-REJECT-KTR              PIC 9(7)       VALUE 0.
          05 WS-NO-BAL-KTR              PIC 9(7)       VALUE 0.
          05 WS-CHGO-AG-KTR             PIC 9(7)       VALUE 0.
          05 WS-CHGO-BK-KTR             PIC 9(7)       VALUE 0.
          05 WS-CHGO-DC-KTR             PIC 9(7)       VALUE 0.
          05 WS-CHGO-KTR                PIC 9(7)       VALUE 0.
          05 WS-CHGO-AMT                PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-REMIT-KTR               PIC 9(7)       VALUE 0.
          05 WS-REMIT-POSTED-KTR        PIC 9(7)       VALUE 0.
          05 WS-REMIT-GROSS-AMT         PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-REMIT-COMM-AMT          PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-REMIT-NET-AMT           PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-PAID-FULL-KTR           PIC 9(7)       VALUE 0.
          05 WS-FILE-CHGO-AMT           PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-FILE-NET-AMT            PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-FILE-OPEN-AMT           PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-FILE-KTR                PIC 9(7)       VALUE 0.
          05 CTR-LINES                  PIC 99         VALUE 99.
          05 CTR-PAGES                  PIC 999        VALUE 0.
          05 CTR-LINES-MAX              PIC 99         VALUE 40.

       01 WS-DATE-VARS.
          05 WS-CURRENT-DATE            PIC 9(8).
          05 WS-TODAY-INT               PIC S9(8)      VALUE 0 COMP.
          05 WS-FLAG-INT                PIC S9(8)      VALUE 0 COMP.
          05 WS-DAYS-DELINQUENT         PIC S9(5)      VALUE 0 COMP.

      * Charge-off age in days, placement agency, commission
       01 CHGO-PARMS.
          05 CP-CHGO-DAYS               PIC 9(3)       VALUE 0.
          05 CP-AGENCY                  PIC X(4)       VALUE SPACES.
          05 CP-COMMISSION-PCT          PIC 9(2)V99    VALUE 0.

       01 WS-WORK-FIELDS.
          05 WS-CHGO-REASON             PIC X(2)       VALUE SPACES.
          05 WS-OUTSTANDING             PIC S9(7)V99   VALUE 0.
          05 WS-COMMISSION              PIC 9(7)V99    VALUE 0.
          05 WS-NET                     PIC 9(7)V99    VALUE 0.
          05 WS-REJECT-REASON           PIC X(30)      VALUE SPACES.

      * Print Lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(50)      VALUE
                '       CHARGE-OFF AND RECOVERY REPORT             '.
          05 FILLER                     PIC X(8)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'PAGE NO'.
          05 PAGE-NUM                   PIC ZZ9        VALUE ZERO.
          05 FILLER                     PIC X(36)      VALUE SPACES.

       01 HEADING-2.
          05 FILLER                     PIC X(10)      VALUE
                'ACCOUNT'.
          05 FILLER                     PIC X(23)      VALUE
                'NAME'.
          05 FILLER                     PIC X(12)      VALUE
                'ACTION'.
          05 FILLER                     PIC X(10)      VALUE
                'REASON'.
          05 FILLER                     PIC X(16)      VALUE
                '       AMOUNT'.
          05 FILLER                     PIC X(16)      VALUE
                '   COMMISSION'.
          05 FILLER                     PIC X(16)      VALUE
                '          NET'.
          05 FILLER                     PIC X(29)      VALUE
                'NOTE'.

       01 HEADING-3.
          05 FILLER                     PIC X(132)     VALUE ALL '='.

       01 DETAIL-LINE.
          05 DET-ACCT-NO-O              PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-NAME-O                 PIC X(21).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-ACTION-O               PIC X(10).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-REASON-O               PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 DET-AMOUNT-O               PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 DET-COMMISSION-O           PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 DET-NET-O                  PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 DET-NOTE-O                 PIC X(29).

       01 WS-TOTALS-REC1.
          05 FILLER                     PIC X(35)      VALUE
                'Accounts read / written          :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-ACCT-O               PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-ACCT-OUT-O           PIC ZZZZZZ9.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                     PIC X(35)      VALUE
                'Charged off: age / bankr / dec   :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-CHGO-AG-O            PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-CHGO-BK-O            PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-CHGO-DC-O            PIC ZZZZZZ9.
          05 FILLER                     PIC X(66)      VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                     PIC X(35)      VALUE
                'Balances written off this run    :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-CHGO-AMT-O           PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(79)      VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                     PIC X(35)      VALUE
                'Remittances read / posted        :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-REMIT-O              PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-REMIT-POSTED-O       PIC ZZZZZZ9.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                     PIC X(35)      VALUE
                'Recovered gross / comm / net     :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-GROSS-O              PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-COMM-O               PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-NET-O                PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(45)      VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                     PIC X(35)      VALUE
                'Rejected / no balance / paid off :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-REJECT-O             PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-NO-BAL-O             PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-PAID-FULL-O          PIC ZZZZZZ9.
          05 FILLER                     PIC X(66)      VALUE SPACES.

       01 WS-TOTALS-REC7.
          05 FILLER                     PIC X(35)      VALUE
                'Recovery file: accounts          :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-FILE-KTR-O           PIC ZZZZZZ9.
          05 FILLER                     PIC X(86)      VALUE SPACES.

       01 WS-TOTALS-REC8.
          05 FILLER                     PIC X(35)      VALUE
                'Written off / net rec / open     :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-FILE-CHGO-O          PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-FILE-NET-O           PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-FILE-OPEN-O          PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(45)      VALUE SPACES.

      * PARMLKUP calling parameters - the charge-off settings in
      * effect on the run date from the PARMLIB parameter library
       COPY PARMLKL.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-DELINQUENCY UNTIL DLNQ-FILE-EOF.
           PERFORM 110-LOAD-COLL-TRANS UNTIL COLL-TRAN-FILE-EOF.
           PERFORM 120-LOAD-RECOVERY UNTIL RCVRY-IN-FILE-EOF.
           PERFORM 200-PROCESS-ACCOUNT UNTIL ACCT-IN-FILE-EOF.
           PERFORM 280-UNMATCHED-COLL-TRANS.
           PERFORM 400-POST-REMITTANCE UNTIL REMIT-FILE-EOF.
           PERFORM 600-WRITE-RECOVERY-FILE.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
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
      * charge-off settings in effect today (PARMLKUP)
           MOVE 'ACCTCHGO' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'CHGO-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR PLIB-NUM-VALUE > 999
              THEN
              DISPLAY 'CHGO-DAYS PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO CP-CHGO-DAYS.

           MOVE 'CHGO-AGENCY' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR PLIB-VALUE = SPACES
              THEN
              DISPLAY 'CHGO-AGENCY PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-VALUE TO CP-AGENCY.

           MOVE 'CHGO-COMM-PCT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR PLIB-NUM-VALUE > 99.99
              THEN
              DISPLAY 'CHGO-COMM-PCT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO CP-COMMISSION-PCT.
      D    DISPLAY 'CHARGE-OFF AGE: ' CP-CHGO-DAYS ' DAYS'.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
       100-LOAD-DELINQUENCY.
      ************************************************************
      * First over-limit flag date of every delinquent account   *
      ************************************************************
      D    DISPLAY '100-LOAD-DELINQUENCY'.
           READ DLNQ-FILE
           AT END
              MOVE 'Y' TO DLNQ-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF DQ-TABLE-MAX < DQ-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO DQ-TABLE-MAX
              MOVE DQ-ACCT-NO TO DQ-TBL-ACCT-NO(DQ-TABLE-MAX)
              MOVE DQ-FIRST-FLAG-DATE TO
                 DQ-TBL-FIRST-FLAG(DQ-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: DELINQUENCY TABLE FULL'
           END-IF.
       110-LOAD-COLL-TRANS.
      ************************************************************
      * Bankruptcy and deceased flags from collections; any      *
      * other action is rejected                                 *
      ************************************************************
      D    DISPLAY '110-LOAD-COLL-TRANS'.
           READ COLL-TRAN-FILE
           AT END
              MOVE 'Y' TO COLL-TRAN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-COLL-KTR.
           IF NOT CT-BANKRUPT AND NOT CT-DECEASED
              THEN
              MOVE CT-ACCT-NO TO DET-ACCT-NO-O
              MOVE SPACES TO DET-NAME-O
              MOVE CT-ACTION TO DET-REASON-O
              MOVE 0 TO DET-AMOUNT-O
              MOVE 'UNKNOWN COLLECTIONS ACTION' TO WS-REJECT-REASON
              PERFORM 550-WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF CF-TABLE-MAX < CF-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO CF-TABLE-MAX
              MOVE CT-ACCT-NO TO CF-TBL-ACCT-NO(CF-TABLE-MAX)
              IF CT-BANKRUPT
                 THEN
                 MOVE 'BK' TO CF-TBL-REASON(CF-TABLE-MAX)
              ELSE
                 MOVE 'DC' TO CF-TBL-REASON(CF-TABLE-MAX)
              END-IF
              MOVE 'N' TO CF-TBL-USED(CF-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: COLLECTIONS TABLE FULL'
           END-IF.
       120-LOAD-RECOVERY.
      ************************************************************
      * Load the carried-forward recovery file                   *
      ************************************************************
      D    DISPLAY '120-LOAD-RECOVERY'.
           READ RCVRY-IN-FILE
           AT END
              MOVE 'Y' TO RCVRY-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF RC-TABLE-MAX < RC-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO RC-TABLE-MAX
              MOVE RCVRY-IN-REC TO RC-TBL-REC(RC-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: RECOVERY TABLE FULL'
              MOVE 8 TO RETURN-CODE
           END-IF.
       200-PROCESS-ACCOUNT.
      ************************************************************
      * One account: a collections flag charges it off at once,  *
      * otherwise the delinquency age decides                    *
      ************************************************************
      D    DISPLAY '200-PROCESS-ACCOUNT'.
           READ ACCT-IN-FILE
           AT END
              MOVE 'Y' TO ACCT-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-ACCT-KTR.
           MOVE SPACES TO WS-CHGO-REASON.

           MOVE 'N' TO SW-CF-FOUND.
           PERFORM VARYING CF-TABLE-SUB FROM 1 BY 1
              UNTIL CF-TABLE-SUB > CF-TABLE-MAX
                   IF CF-TBL-ACCT-NO(CF-TABLE-SUB) = ACCT-NO
                      THEN
                      MOVE 'Y' TO SW-CF-FOUND
                      MOVE 'Y' TO CF-TBL-USED(CF-TABLE-SUB)
                      MOVE CF-TBL-REASON(CF-TABLE-SUB)
                         TO WS-CHGO-REASON
                   END-IF
           END-PERFORM.

      * Already charged off - nothing more to do here
           IF ACCT-CHARGED-OFF
              THEN
              PERFORM 290-WRITE-ACCOUNT
              EXIT PARAGRAPH
           END-IF.

           IF NOT CF-FOUND
              THEN
              MOVE 'N' TO SW-DQ-FOUND
              PERFORM VARYING DQ-TABLE-SUB FROM 1 BY 1
                 UNTIL DQ-TABLE-SUB > DQ-TABLE-MAX
                      IF DQ-TBL-ACCT-NO(DQ-TABLE-SUB) = ACCT-NO
                         THEN
                         MOVE 'Y' TO SW-DQ-FOUND
                         EXIT PERFORM
                      END-IF
              END-PERFORM
              IF DQ-FOUND
                 AND DQ-TBL-FIRST-FLAG(DQ-TABLE-SUB) > 0
                 THEN
                 COMPUTE WS-FLAG-INT = FUNCTION INTEGER-OF-DATE
                    (DQ-TBL-FIRST-FLAG(DQ-TABLE-SUB))
                 COMPUTE WS-DAYS-DELINQUENT =
                    WS-TODAY-INT - WS-FLAG-INT
                 IF WS-DAYS-DELINQUENT NOT < CP-CHGO-DAYS
                    THEN
                    MOVE 'AG' TO WS-CHGO-REASON
                 END-IF
              END-IF
           END-IF.

           IF WS-CHGO-REASON NOT = SPACES
              THEN
              IF ACCT-BALANCE > 0
                 THEN
                 PERFORM 250-CHARGE-OFF
              ELSE
                 ADD 1 TO WS-NO-BAL-KTR
              END-IF
           END-IF.
           PERFORM 290-WRITE-ACCOUNT.
       250-CHARGE-OFF.
      ************************************************************
      * Write the balance off to the recovery file, place the    *
      * account with the agency and mark it charged off          *
      ************************************************************
      D    DISPLAY '250-CHARGE-OFF'.
           ADD 1 TO WS-CHGO-KTR.
           ADD ACCT-BALANCE TO WS-CHGO-AMT.
           EVALUATE WS-CHGO-REASON
           WHEN 'AG'
                ADD 1 TO WS-CHGO-AG-KTR
           WHEN 'BK'
                ADD 1 TO WS-CHGO-BK-KTR
           WHEN OTHER
                ADD 1 TO WS-CHGO-DC-KTR
           END-EVALUATE.

           MOVE SPACES TO RCVRY-REC-WS.
           MOVE ACCT-NO TO RC-ACCT-NO.
           STRING FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  LAST-NAME DELIMITED BY SIZE
              INTO RC-NAME
           END-STRING.
           MOVE WS-CURRENT-DATE TO RC-CHGO-DATE.
           MOVE WS-CHGO-REASON TO RC-REASON.
           MOVE CP-AGENCY TO RC-AGENCY.
           MOVE ACCT-BALANCE TO RC-CHGO-AMT.
           MOVE 0 TO RC-GROSS-RECOVERED.
           MOVE 0 TO RC-COMMISSION.
           MOVE 0 TO RC-NET-RECOVERED.
           MOVE 0 TO RC-LAST-REMIT-DATE.
           MOVE 'O' TO RC-STATUS.
           IF RC-TABLE-MAX < RC-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO RC-TABLE-MAX
              MOVE RCVRY-REC-WS TO RC-TBL-REC(RC-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: RECOVERY TABLE FULL'
              MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO PLACE-REC.
           MOVE CP-AGENCY TO PL-AGENCY.
           MOVE ACCT-NO TO PL-ACCT-NO.
           MOVE LAST-NAME TO PL-LAST-NAME.
           MOVE FIRST-NAME TO PL-FIRST-NAME.
           MOVE STREET-ADDR TO PL-STREET-ADDR.
           MOVE CITY-COUNTY TO PL-CITY-COUNTY.
           MOVE USA-STATE TO PL-USA-STATE.
           MOVE ACCT-BALANCE TO PL-BALANCE.
           MOVE WS-CURRENT-DATE TO PL-CHGO-DATE.
           MOVE WS-CHGO-REASON TO PL-REASON.
           WRITE PLACE-REC.
           IF NOT PLACE-FILE-OK
              THEN
              DISPLAY 'AGNCYPLC Problem: ' PLACE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE ACCT-NO TO DET-ACCT-NO-O.
           MOVE RC-NAME TO DET-NAME-O.
           MOVE 'CHARGE-OFF' TO DET-ACTION-O.
           PERFORM 260-REASON-TEXT.
           MOVE ACCT-BALANCE TO DET-AMOUNT-O.
           MOVE 0 TO DET-COMMISSION-O.
           MOVE 0 TO DET-NET-O.
           MOVE SPACES TO DET-NOTE-O.
           STRING 'PLACED WITH ' DELIMITED BY SIZE
                  CP-AGENCY DELIMITED BY SIZE
              INTO DET-NOTE-O
           END-STRING.
           PERFORM 500-WRITE-DETAIL-LINE.

           MOVE 0 TO ACCT-BALANCE.
           MOVE 'C' TO CHGOFF-FLAG.
       260-REASON-TEXT.
      ************************************************************
      * Charge-off reason code to its report text                *
      ************************************************************
      D    DISPLAY '260-REASON-TEXT'.
           EVALUATE WS-CHGO-REASON
           WHEN 'AG'
                MOVE 'AGE' TO DET-REASON-O
           WHEN 'BK'
                MOVE 'BANKRUPT' TO DET-REASON-O
           WHEN 'DC'
                MOVE 'DECEASED' TO DET-REASON-O
           WHEN OTHER
                MOVE WS-CHGO-REASON TO DET-REASON-O
           END-EVALUATE.
       280-UNMATCHED-COLL-TRANS.
      ************************************************************
      * Collections flags for accounts not on the account file   *
      ************************************************************
      D    DISPLAY '280-UNMATCHED-COLL-TRANS'.
           PERFORM VARYING CF-TABLE-SUB FROM 1 BY 1
              UNTIL CF-TABLE-SUB > CF-TABLE-MAX
                   IF NOT CF-TBL-APPLIED(CF-TABLE-SUB)
                      THEN
                      MOVE CF-TBL-ACCT-NO(CF-TABLE-SUB)
                         TO DET-ACCT-NO-O
                      MOVE SPACES TO DET-NAME-O
                      MOVE CF-TBL-REASON(CF-TABLE-SUB)
                         TO WS-CHGO-REASON
                      PERFORM 260-REASON-TEXT
                      MOVE 0 TO DET-AMOUNT-O
                      MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
                      PERFORM 550-WRITE-REJECT-LINE
                   END-IF
           END-PERFORM.
       290-WRITE-ACCOUNT.
      ************************************************************
      * Account record to the updated account file               *
      ************************************************************
      D    DISPLAY '290-WRITE-ACCOUNT'.
           WRITE ACCT-OUT-REC FROM ACCT-FIELDS.
           IF NOT ACCT-OUT-FILE-OK
              THEN
              DISPLAY 'ACCTWOUT Problem: ' ACCT-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-ACCT-OUT-KTR.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT ACCT-IN-FILE.
           IF NOT ACCT-IN-FILE-OK
              DISPLAY 'ACCTIN OPEN PROBLEM, RC=' ACCT-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT DLNQ-FILE.
           IF NOT DLNQ-FILE-OK
              MOVE 'Y' TO DLNQ-FILE-STATUS
           END-IF.
           OPEN INPUT COLL-TRAN-FILE.
           IF NOT COLL-TRAN-FILE-OK
              MOVE 'Y' TO COLL-TRAN-FILE-STATUS
           END-IF.
           OPEN INPUT RCVRY-IN-FILE.
           IF NOT RCVRY-IN-FILE-OK
              MOVE 'Y' TO RCVRY-IN-FILE-STATUS
           END-IF.
           OPEN INPUT REMIT-FILE.
           IF NOT REMIT-FILE-OK
              MOVE 'Y' TO REMIT-FILE-STATUS
           END-IF.
           OPEN OUTPUT ACCT-OUT-FILE.
           IF NOT ACCT-OUT-FILE-OK
              DISPLAY 'ACCTWOUT OPEN PROBLEM, RC='
                      ACCT-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RCVRY-OUT-FILE.
           IF NOT RCVRY-OUT-FILE-OK
              DISPLAY 'RCVRYOUT OPEN PROBLEM, RC='
                      RCVRY-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT PLACE-FILE.
           IF NOT PLACE-FILE-OK
              DISPLAY 'AGNCYPLC OPEN PROBLEM, RC=' PLACE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-POST-REMITTANCE.
      ************************************************************
      * One agency remittance against the recovery file: the     *
      * account must be placed with that agency and still owe at *
      * least the gross amount; the agency keeps its commission  *
      ************************************************************
      D    DISPLAY '400-POST-REMITTANCE'.
           READ REMIT-FILE
           AT END
              MOVE 'Y' TO REMIT-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-REMIT-KTR.

           MOVE 'N' TO SW-RC-FOUND.
           PERFORM VARYING RC-TABLE-SUB FROM 1 BY 1
              UNTIL RC-TABLE-SUB > RC-TABLE-MAX
                   IF RC-TBL-REC(RC-TABLE-SUB)(1:8) = RM-ACCT-NO
                      THEN
                      MOVE 'Y' TO SW-RC-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           MOVE RM-ACCT-NO TO DET-ACCT-NO-O.
           MOVE SPACES TO DET-NAME-O.
           MOVE RM-AGENCY TO DET-REASON-O.
           MOVE RM-GROSS-AMT TO DET-AMOUNT-O.
           IF NOT RC-FOUND
              THEN
              MOVE 'NOT ON RECOVERY FILE' TO WS-REJECT-REASON
              PERFORM 550-WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE RC-TBL-REC(RC-TABLE-SUB) TO RCVRY-REC-WS.
           MOVE RC-NAME TO DET-NAME-O.
           IF RM-GROSS-AMT NOT NUMERIC
              OR RM-GROSS-AMT = 0
              THEN
              MOVE 'INVALID REMITTANCE AMOUNT' TO WS-REJECT-REASON
              PERFORM 550-WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF RM-AGENCY NOT = RC-AGENCY
              THEN
              MOVE 'NOT PLACED WITH THIS AGENCY' TO WS-REJECT-REASON
              PERFORM 550-WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-OUTSTANDING = RC-CHGO-AMT - RC-GROSS-RECOVERED.
           IF RM-GROSS-AMT > WS-OUTSTANDING
              THEN
              MOVE 'EXCEEDS AMOUNT WRITTEN OFF' TO WS-REJECT-REASON
              PERFORM 550-WRITE-REJECT-LINE
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-COMMISSION ROUNDED =
              RM-GROSS-AMT * CP-COMMISSION-PCT / 100.
           COMPUTE WS-NET = RM-GROSS-AMT - WS-COMMISSION.
           ADD RM-GROSS-AMT TO RC-GROSS-RECOVERED.
           ADD WS-COMMISSION TO RC-COMMISSION.
           ADD WS-NET TO RC-NET-RECOVERED.
           MOVE RM-REMIT-DATE TO RC-LAST-REMIT-DATE.
           MOVE SPACES TO DET-NOTE-O.
           IF RC-GROSS-RECOVERED = RC-CHGO-AMT
              THEN
              MOVE 'P' TO RC-STATUS
              ADD 1 TO WS-PAID-FULL-KTR
              MOVE 'RECOVERED IN FULL' TO DET-NOTE-O
           END-IF.
           MOVE RCVRY-REC-WS TO RC-TBL-REC(RC-TABLE-SUB).

           ADD 1 TO WS-REMIT-POSTED-KTR.
           ADD RM-GROSS-AMT TO WS-REMIT-GROSS-AMT.
           ADD WS-COMMISSION TO WS-REMIT-COMM-AMT.
           ADD WS-NET TO WS-REMIT-NET-AMT.

           MOVE 'RECOVERY' TO DET-ACTION-O.
           MOVE WS-COMMISSION TO DET-COMMISSION-O.
           MOVE WS-NET TO DET-NET-O.
           PERFORM 500-WRITE-DETAIL-LINE.
       500-WRITE-DETAIL-LINE.
      ************************************************************
      * One report line, page break when full                    *
      ************************************************************
      D    DISPLAY '500-WRITE-DETAIL-LINE'.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
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
           MOVE 3 TO CTR-LINES.
       550-WRITE-REJECT-LINE.
      ************************************************************
      * Rejected collections transaction or remittance           *
      ************************************************************
      D    DISPLAY '550-WRITE-REJECT-LINE'.
           ADD 1 TO WS-REJECT-KTR.
           MOVE 'REJECTED' TO DET-ACTION-O.
           MOVE 0 TO DET-COMMISSION-O.
           MOVE 0 TO DET-NET-O.
           MOVE WS-REJECT-REASON TO DET-NOTE-O.
           PERFORM 500-WRITE-DETAIL-LINE.
       600-WRITE-RECOVERY-FILE.
      ************************************************************
      * Carry the recovery file forward and total its position   *
      ************************************************************
      D    DISPLAY '600-WRITE-RECOVERY-FILE'.
           PERFORM VARYING RC-TABLE-SUB FROM 1 BY 1
              UNTIL RC-TABLE-SUB > RC-TABLE-MAX
                   MOVE RC-TBL-REC(RC-TABLE-SUB) TO RCVRY-REC-WS
                   ADD 1 TO WS-FILE-KTR
                   ADD RC-CHGO-AMT TO WS-FILE-CHGO-AMT
                   ADD RC-NET-RECOVERED TO WS-FILE-NET-AMT
                   COMPUTE WS-FILE-OPEN-AMT = WS-FILE-OPEN-AMT
                      + RC-CHGO-AMT - RC-GROSS-RECOVERED
                   MOVE RCVRY-REC-WS TO RCVRY-OUT-REC
                   WRITE RCVRY-OUT-REC
                   IF NOT RCVRY-OUT-FILE-OK
                      THEN
                      DISPLAY 'RCVRYOUT Problem: '
                              RCVRY-OUT-FILE-ST
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                   END-IF
           END-PERFORM.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals for finance                               *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE WS-ACCT-KTR TO TOTAL-ACCT-O.
           MOVE WS-ACCT-OUT-KTR TO TOTAL-ACCT-OUT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-CHGO-AG-KTR TO TOTAL-CHGO-AG-O.
           MOVE WS-CHGO-BK-KTR TO TOTAL-CHGO-BK-O.
           MOVE WS-CHGO-DC-KTR TO TOTAL-CHGO-DC-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-CHGO-AMT TO TOTAL-CHGO-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-REMIT-KTR TO TOTAL-REMIT-O.
           MOVE WS-REMIT-POSTED-KTR TO TOTAL-REMIT-POSTED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-REMIT-GROSS-AMT TO TOTAL-GROSS-O.
           MOVE WS-REMIT-COMM-AMT TO TOTAL-COMM-O.
           MOVE WS-REMIT-NET-AMT TO TOTAL-NET-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-REJECT-KTR TO TOTAL-REJECT-O.
           MOVE WS-NO-BAL-KTR TO TOTAL-NO-BAL-O.
           MOVE WS-PAID-FULL-KTR TO TOTAL-PAID-FULL-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
           MOVE WS-FILE-KTR TO TOTAL-FILE-KTR-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC7
              AFTER ADVANCING 2 LINES.
           MOVE WS-FILE-CHGO-AMT TO TOTAL-FILE-CHGO-O.
           MOVE WS-FILE-NET-AMT TO TOTAL-FILE-NET-O.
           MOVE WS-FILE-OPEN-AMT TO TOTAL-FILE-OPEN-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC8
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE ACCT-IN-FILE
                 DLNQ-FILE
                 COLL-TRAN-FILE
                 RCVRY-IN-FILE
                 REMIT-FILE
                 ACCT-OUT-FILE
                 RCVRY-OUT-FILE
                 PLACE-FILE
                 REPORT-FILE.
