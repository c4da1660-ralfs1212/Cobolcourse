       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVCRED.
      * ------------------------------------------------------------
      * PROVCRED:
      * Provider credentialing master - the licenses, DEA
      * registrations, board certifications and malpractice
      * cover held by each PCP-ID on PROVMSTR, with the date each
      * one expires. Nightly, ahead of HOSPEDIT:
      *
      *  - the credential master (CREDMSTI) is loaded; a
      *    credential is keyed by PCP-ID, credential type and
      *    issuing state (blank state for board and malpractice)
      *  - maintenance transactions (CREDTRAN) are applied in
      *    the AVLMNT style:
      *      ADD    - rejected when the key is already on file or
      *               the PCP-ID is not on PROVMSTR
      *      CHANGE - rejected when the key is not on file; blank
      *               fields leave the credential unchanged, so a
      *               renewal need only key the new expiry date
      *      DELETE - rejected when the key is not on file
      *    and every transaction is printed on the maintenance
      *    audit with the credential as it stands afterwards
      *  - the master is written forward to CREDMSTO, which is
      *    the CREDMSTR HOSPEDIT reads to flag stays whose PCP
      *    had an expired credential on the admit date
      *  - the expiry report lists every credential already
      *    expired or expiring in the next 30, 60 and 90 days,
      *    so provider relations can chase renewals before
      *    PROVREMT starts holding remittances
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CRED-IN-FILE ASSIGN TO CREDMSTI
           FILE STATUS IS CRED-IN-FILE-ST.

           SELECT OPTIONAL TRANS-FILE ASSIGN TO CREDTRAN
           FILE STATUS IS TRANS-FILE-ST.

           SELECT PROVIDER-FILE ASSIGN TO PROVMSTR
           FILE STATUS IS PROVIDER-FILE-ST.

           SELECT CRED-OUT-FILE ASSIGN TO CREDMSTO
           FILE STATUS IS CRED-OUT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CRED-IN-FILE
           RECORDING MODE IS F.
       01 CRED-IN-REC                  PIC X(80).

      * Maintenance transactions keyed by PCP-ID, credential type
      * and issuing state
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01 TRANS-REC.
          05 TR-ACTION                 PIC X(06).
             88 TR-ADD                                 VALUE 'ADD   '.
             88 TR-CHANGE                              VALUE 'CHANGE'.
             88 TR-DELETE                              VALUE 'DELETE'.
          05 TR-PCP-ID                 PIC X(06).
          05 TR-CRED-TYPE              PIC X(03).
             88 TR-VALID-TYPE          VALUE 'LIC' 'DEA' 'BRD' 'MAL'.
          05 TR-ISSUE-STATE            PIC X(02).
          05 TR-CRED-NUMBER            PIC X(15).
          05 TR-EXPIRY-DATE            PIC X(08).
          05 TR-EXPIRY-DATE-N          REDEFINES TR-EXPIRY-DATE
                                       PIC 9(08).
          05 FILLER                    PIC X(40).

      * Provider master - same record layout as PROVREMT
       FD  PROVIDER-FILE
           RECORDING MODE IS F.
       01 PROVIDER-REC.
          05 PV-PCP-ID                 PIC X(06).
          05 PV-NAME                   PIC X(20).
          05 PV-SPECIALTY              PIC X(15).
          05 PV-ACTIVE                 PIC X(01).
          05 FILLER                    PIC X(38).

       FD  CRED-OUT-FILE
           RECORDING MODE IS F.
       01 CRED-OUT-REC                 PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Credential record carried forward between runs - read by
      * HOSPEDIT as CREDMSTR
       01 CRED-REC-WS.
          05 CR-PCP-ID                 PIC X(06).
          05 CR-CRED-TYPE              PIC X(03).
             88 CR-LICENSE                             VALUE 'LIC'.
             88 CR-DEA                                 VALUE 'DEA'.
             88 CR-BOARD-CERT                          VALUE 'BRD'.
             88 CR-MALPRACTICE                         VALUE 'MAL'.
          05 CR-ISSUE-STATE            PIC X(02).
          05 CR-CRED-NUMBER            PIC X(15).
          05 CR-EXPIRY-DATE            PIC 9(08).
          05 CR-LAST-MAINT-DATE        PIC 9(08).
          05 FILLER                    PIC X(38)       VALUE SPACES.

       01 CRED-TABLE-SUB               PIC 9(5)        VALUE 0 COMP.
       01 CRED-TABLE-MAX               PIC 9(5)        VALUE 0 COMP.
       01 CRED-TABLE-MAX-LIMIT         PIC 9(5)        VALUE 5000 COMP.
       01 CRED-FOUND-SUB               PIC 9(5)        VALUE 0 COMP.
       01 CREDENTIAL-TABLE.
          05 CRED-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON CRED-TABLE-MAX.
             10 CRED-TBL-REC           PIC X(80).
             10 CRED-TBL-DELETED       PIC X(01).
                88 CRED-TBL-IS-DELETED                 VALUE 'Y'.

       01 PROV-TABLE-SUB               PIC 9(4)        VALUE 0 COMP.
       01 PROV-TABLE-MAX               PIC 9(4)        VALUE 0 COMP.
       01 PROV-TABLE-MAX-LIMIT         PIC 9(4)        VALUE 2000 COMP.
       01 PROV-FOUND-SUB               PIC 9(4)        VALUE 0 COMP.
       01 PROVIDER-TABLE.
          05 PROV-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON PROV-TABLE-MAX.
             10 PROV-TBL-PCP-ID        PIC X(06).
             10 PROV-TBL-NAME          PIC X(20).

       01 PROGRAM-SWITCHES.
          05 CRED-IN-FILE-ST           PIC X(2).
             88 CRED-IN-FILE-OK                        VALUE '00'.
          05 CRED-IN-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 CRED-IN-FILE-EOF                       VALUE 'Y'.
          05 TRANS-FILE-ST             PIC X(2).
             88 TRANS-FILE-OK                          VALUE '00'.
          05 TRANS-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 TRANS-FILE-EOF                         VALUE 'Y'.
          05 PROVIDER-FILE-ST          PIC X(2).
             88 PROVIDER-FILE-OK                       VALUE '00'.
          05 PROVIDER-FILE-STATUS      PIC X(01)       VALUE SPACE.
             88 PROVIDER-FILE-EOF                      VALUE 'Y'.
          05 CRED-OUT-FILE-ST          PIC X(2).
             88 CRED-OUT-FILE-OK                       VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * Transaction applied/rejected indicator
          05 TRANS-APPLIED-STATUS      PIC X(01)       VALUE SPACE.
             88 TRANS-APPLIED-IND                      VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-OLD-CRED-KTR           PIC 9(7)        VALUE 0.
          05 WS-TRANS-KTR              PIC 9(7)        VALUE 0.
          05 WS-TRANS-APPLIED          PIC 9(7)        VALUE 0.
          05 WS-TRANS-REJECTED         PIC 9(7)        VALUE 0.
          05 WS-ADD-KTR                PIC 9(7)        VALUE 0.
          05 WS-CHANGE-KTR             PIC 9(7)        VALUE 0.
          05 WS-DELETE-KTR             PIC 9(7)        VALUE 0.
          05 WS-NEW-CRED-KTR           PIC 9(7)        VALUE 0.
          05 WS-EXPIRY-KTR             PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 99.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-REJECT-REASON             PIC X(30)       VALUE SPACES.

      * Credentials by days to expiry: already expired, 0-30,
      * 31-60, 61-90
       01 WS-EXPIRY-BANDS.
          05 WS-EXPIRY-BAND-KTR        PIC 9(7)        VALUE 0
                                       OCCURS 4 TIMES.
       01 WS-BAND-SUB                  PIC 9(1)        VALUE 0 COMP.
       01 WS-BAND-NAMES.
          05 FILLER                    PIC X(12)       VALUE
                'EXPIRED'.
          05 FILLER                    PIC X(12)       VALUE
                '0-30 DAYS'.
          05 FILLER                    PIC X(12)       VALUE
                '31-60 DAYS'.
          05 FILLER                    PIC X(12)       VALUE
                '61-90 DAYS'.
       01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
          05 WS-BAND-NAME              PIC X(12)       OCCURS 4 TIMES.

       01 WS-DATE-VARS.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-TODAY-INT              PIC S9(8)       VALUE 0 COMP.
          05 WS-DAYS-TO-EXPIRY         PIC S9(7)       VALUE 0 COMP.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 HDG-TITLE                 PIC X(50)       VALUE SPACES.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HDG-MAINT-TITLE              PIC X(50)       VALUE
                '    PROVIDER CREDENTIAL MAINTENANCE AUDIT REPORT  '.
       01 HDG-EXPIRY-TITLE             PIC X(50)       VALUE
                '  PROVIDER CREDENTIALS EXPIRING WITHIN 90 DAYS    '.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'ACTION'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'PCP-ID'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE
                'PROVIDER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE
                'TYPE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(02)       VALUE
                'ST'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE
                'NUMBER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'EXPIRES'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 HDG2-STATUS               PIC X(12)       VALUE
                'STATUS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 HDG2-REASON               PIC X(30)       VALUE
                'REJECT REASON'.
          05 FILLER                    PIC X(05)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(02)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(12)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(05)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-ACTION-O              PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PCP-ID-O              PIC X(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PROV-NAME-O           PIC X(20).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-CRED-TYPE-O           PIC X(04).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-STATE-O               PIC X(02).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NUMBER-O              PIC X(15).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-EXPIRY-O              PIC 9999/99/99  BLANK WHEN ZERO.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-STATUS-O              PIC X(12).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-O              PIC X(30).
          05 FILLER                    PIC X(05)       VALUE SPACES.

       01 BAND-HDG-LINE.
          05 FILLER                    PIC X(35)       VALUE
                'Credentials expiring by band     :'.
          05 FILLER                    PIC X(97)       VALUE SPACES.

       01 BAND-LINE.
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 BAND-NAME-O               PIC X(12).
          05 FILLER                    PIC X(19)       VALUE
                '                  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 BAND-KTR-O                PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Credentials read / written       :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-OLD-CRED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-NEW-CRED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Transactions read / rejected     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-TRANS-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REJECTED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Adds / Changes / Deletes applied :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ADDS-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-CHANGES-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-DELETES-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-PROVIDERS UNTIL PROVIDER-FILE-EOF.
           PERFORM 120-LOAD-CREDENTIALS UNTIL CRED-IN-FILE-EOF.
           PERFORM 200-APPLY-TRANSACTION UNTIL TRANS-FILE-EOF.
           PERFORM 500-WRITE-CREDENTIALS.
           PERFORM 550-WRITE-EXPIRY-REPORT.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'PROVCRED' TO AUD-PROGRAM-ID.
           COMPUTE AUD-RECORDS-READ = WS-OLD-CRED-KTR + WS-TRANS-KTR.
           MOVE WS-NEW-CRED-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-TRANS-REJECTED TO AUD-RECORDS-REJECTED.
           MOVE WS-EXPIRY-KTR TO AUD-CONTROL-TOTAL.
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
           MOVE HDG-MAINT-TITLE TO HDG-TITLE.
       100-LOAD-PROVIDERS.
      ************************************************************
      * Load PROVMSTR - ADDs must name a known PCP-ID, and the   *
      * reports show the provider name                           *
      ************************************************************
      D    DISPLAY '100-LOAD-PROVIDERS'.
           READ PROVIDER-FILE
           AT END
              MOVE 'Y' TO PROVIDER-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF PROV-TABLE-MAX < PROV-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO PROV-TABLE-MAX
              MOVE PV-PCP-ID TO PROV-TBL-PCP-ID(PROV-TABLE-MAX)
              MOVE PV-NAME TO PROV-TBL-NAME(PROV-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: PROVIDER TABLE FULL'
           END-IF.
       120-LOAD-CREDENTIALS.
      ************************************************************
      * Load the credential master                               *
      ************************************************************
      D    DISPLAY '120-LOAD-CREDENTIALS'.
           READ CRED-IN-FILE
           AT END
              MOVE 'Y' TO CRED-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-OLD-CRED-KTR.
           IF CRED-TABLE-MAX < CRED-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO CRED-TABLE-MAX
              MOVE CRED-IN-REC TO CRED-TBL-REC(CRED-TABLE-MAX)
              MOVE 'N' TO CRED-TBL-DELETED(CRED-TABLE-MAX)
           ELSE
      * a credential must never drop off the master
              DISPLAY 'CREDENTIAL TABLE FULL AT ' CRED-TABLE-MAX
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       200-APPLY-TRANSACTION.
      ************************************************************
      * Apply one maintenance transaction to the table           *
      ************************************************************
      D    DISPLAY '200-APPLY-TRANSACTION'.
           READ TRANS-FILE
           AT END
              MOVE 'Y' TO TRANS-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-TRANS-KTR.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'Y' TO TRANS-APPLIED-STATUS.
           MOVE SPACES TO DETAIL-LINE.
           MOVE TR-ACTION TO DET-ACTION-O.
           MOVE TR-PCP-ID TO DET-PCP-ID-O.
           MOVE TR-CRED-TYPE TO DET-CRED-TYPE-O.
           MOVE TR-ISSUE-STATE TO DET-STATE-O.
           MOVE 0 TO DET-EXPIRY-O.

           PERFORM 210-FIND-CREDENTIAL.
           PERFORM 220-FIND-PROVIDER.
           IF PROV-FOUND-SUB > 0
              THEN
              MOVE PROV-TBL-NAME(PROV-FOUND-SUB) TO DET-PROV-NAME-O
           END-IF.

           EVALUATE TRUE
           WHEN TR-ADD
                PERFORM 230-APPLY-ADD
           WHEN TR-CHANGE
                PERFORM 240-APPLY-CHANGE
           WHEN TR-DELETE
                PERFORM 250-APPLY-DELETE
           WHEN OTHER
                MOVE 'N' TO TRANS-APPLIED-STATUS
                MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
           END-EVALUATE.

      * The credential as it now stands (or stood, for a DELETE or
      * a rejected transaction against an existing credential)
           IF CRED-FOUND-SUB > 0
              THEN
              MOVE CRED-TBL-REC(CRED-FOUND-SUB) TO CRED-REC-WS
              MOVE CR-CRED-NUMBER TO DET-NUMBER-O
              MOVE CR-EXPIRY-DATE TO DET-EXPIRY-O
           END-IF.

           IF TRANS-APPLIED-IND
              THEN
              ADD 1 TO WS-TRANS-APPLIED
              MOVE 'APPLIED' TO DET-STATUS-O
           ELSE
              ADD 1 TO WS-TRANS-REJECTED
              MOVE 'REJECTED' TO DET-STATUS-O
              MOVE WS-REJECT-REASON TO DET-REASON-O
           END-IF.

           PERFORM 600-WRITE-DETAIL.
       210-FIND-CREDENTIAL.
      ************************************************************
      * Table entry for the transaction's key, or zero           *
      ************************************************************
      D    DISPLAY '210-FIND-CREDENTIAL'.
           MOVE 0 TO CRED-FOUND-SUB.
           PERFORM VARYING CRED-TABLE-SUB FROM 1 BY 1
              UNTIL CRED-TABLE-SUB > CRED-TABLE-MAX
                   MOVE CRED-TBL-REC(CRED-TABLE-SUB) TO CRED-REC-WS
                   IF CR-PCP-ID = TR-PCP-ID
                      AND CR-CRED-TYPE = TR-CRED-TYPE
                      AND CR-ISSUE-STATE = TR-ISSUE-STATE
                      AND NOT CRED-TBL-IS-DELETED(CRED-TABLE-SUB)
                      THEN
                      MOVE CRED-TABLE-SUB TO CRED-FOUND-SUB
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       220-FIND-PROVIDER.
      ************************************************************
      * Provider table entry for the transaction's PCP-ID        *
      ************************************************************
      D    DISPLAY '220-FIND-PROVIDER'.
           MOVE 0 TO PROV-FOUND-SUB.
           PERFORM VARYING PROV-TABLE-SUB FROM 1 BY 1
              UNTIL PROV-TABLE-SUB > PROV-TABLE-MAX
                   IF PROV-TBL-PCP-ID(PROV-TABLE-SUB) = TR-PCP-ID
                      THEN
                      MOVE PROV-TABLE-SUB TO PROV-FOUND-SUB
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       230-APPLY-ADD.
      ************************************************************
      * ADD - new key, PCP-ID on PROVMSTR, a known credential     *
      * type, a number and a valid expiry date                    *
      ************************************************************
      D    DISPLAY '230-APPLY-ADD'.
           IF CRED-FOUND-SUB > 0
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'CREDENTIAL ALREADY ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF PROV-FOUND-SUB = 0
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'PCP-ID NOT ON PROVMSTR' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF NOT TR-VALID-TYPE
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'TYPE MUST BE LIC/DEA/BRD/MAL' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-CRED-NUMBER EQUAL TO SPACES
              OR TR-EXPIRY-DATE EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'NUMBER AND EXPIRY REQUIRED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF CRED-TABLE-MAX NOT < CRED-TABLE-MAX-LIMIT
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'CREDENTIAL TABLE FULL' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CRED-REC-WS.
           MOVE TR-PCP-ID TO CR-PCP-ID.
           MOVE TR-CRED-TYPE TO CR-CRED-TYPE.
           MOVE TR-ISSUE-STATE TO CR-ISSUE-STATE.
           MOVE 0 TO CR-EXPIRY-DATE.
           PERFORM 260-EDIT-CREDENTIAL-FIELDS.
           IF NOT TRANS-APPLIED-IND
              THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CRED-TABLE-MAX.
           MOVE CRED-REC-WS TO CRED-TBL-REC(CRED-TABLE-MAX).
           MOVE 'N' TO CRED-TBL-DELETED(CRED-TABLE-MAX).
           MOVE CRED-TABLE-MAX TO CRED-FOUND-SUB.
           ADD 1 TO WS-ADD-KTR.
       240-APPLY-CHANGE.
      ************************************************************
      * CHANGE - the key must be on file; blank number or expiry  *
      * leaves the master value unchanged                         *
      ************************************************************
      D    DISPLAY '240-APPLY-CHANGE'.
           IF CRED-FOUND-SUB = 0
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'CREDENTIAL NOT ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-CRED-NUMBER EQUAL TO SPACES
              AND TR-EXPIRY-DATE EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'NO CHANGE DATA SUPPLIED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE CRED-TBL-REC(CRED-FOUND-SUB) TO CRED-REC-WS.
           PERFORM 260-EDIT-CREDENTIAL-FIELDS.
           IF NOT TRANS-APPLIED-IND
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE CRED-REC-WS TO CRED-TBL-REC(CRED-FOUND-SUB).
           ADD 1 TO WS-CHANGE-KTR.
       250-APPLY-DELETE.
      ************************************************************
      * DELETE - the key must be on file; the entry is marked    *
      * and not written forward                                  *
      ************************************************************
      D    DISPLAY '250-APPLY-DELETE'.
           IF CRED-FOUND-SUB = 0
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'CREDENTIAL NOT ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO CRED-TBL-DELETED(CRED-FOUND-SUB).
           ADD 1 TO WS-DELETE-KTR.
       260-EDIT-CREDENTIAL-FIELDS.
      ************************************************************
      * Edit the number and expiry supplied on an ADD or CHANGE  *
      * and move them onto the credential; blank fields keep     *
      * what is already there                                    *
      ************************************************************
      D    DISPLAY '260-EDIT-CREDENTIAL-FIELDS'.
           IF TR-EXPIRY-DATE NOT EQUAL TO SPACES
              THEN
              IF TR-EXPIRY-DATE NOT NUMERIC
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(TR-EXPIRY-DATE-N)
                 NOT EQUAL TO ZERO
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE TR-EXPIRY-DATE-N TO CR-EXPIRY-DATE
           END-IF.

           IF TR-CRED-NUMBER NOT EQUAL TO SPACES
              THEN
              MOVE TR-CRED-NUMBER TO CR-CRED-NUMBER
           END-IF.
           MOVE WS-CURRENT-DATE TO CR-LAST-MAINT-DATE.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT CRED-IN-FILE.
           IF NOT CRED-IN-FILE-OK
              THEN
              MOVE 'Y' TO CRED-IN-FILE-STATUS
           END-IF.
           OPEN INPUT TRANS-FILE.
           IF NOT TRANS-FILE-OK
              THEN
              MOVE 'Y' TO TRANS-FILE-STATUS
           END-IF.
           OPEN INPUT PROVIDER-FILE.
           IF NOT PROVIDER-FILE-OK
              THEN
              DISPLAY 'PROVMSTR OPEN PROBLEM, RC=' PROVIDER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CRED-OUT-FILE.
           IF NOT CRED-OUT-FILE-OK
              THEN
              DISPLAY 'CREDMSTO OPEN PROBLEM, RC=' CRED-OUT-FILE-ST
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
       500-WRITE-CREDENTIALS.
      ************************************************************
      * Write the master forward, deleted entries dropped        *
      ************************************************************
      D    DISPLAY '500-WRITE-CREDENTIALS'.
           PERFORM VARYING CRED-TABLE-SUB FROM 1 BY 1
              UNTIL CRED-TABLE-SUB > CRED-TABLE-MAX
                   IF NOT CRED-TBL-IS-DELETED(CRED-TABLE-SUB)
                      THEN
                      WRITE CRED-OUT-REC
                         FROM CRED-TBL-REC(CRED-TABLE-SUB)
                      IF NOT CRED-OUT-FILE-OK
                         THEN
                         DISPLAY 'CREDMSTO WRITE PROBLEM, RC='
                                 CRED-OUT-FILE-ST
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                      END-IF
                      ADD 1 TO WS-NEW-CRED-KTR
                   END-IF
           END-PERFORM.
       550-WRITE-EXPIRY-REPORT.
      ************************************************************
      * Credentials already expired or expiring within 90 days,  *
      * one band at a time                                       *
      ************************************************************
      D    DISPLAY '550-WRITE-EXPIRY-REPORT'.
           MOVE HDG-EXPIRY-TITLE TO HDG-TITLE.
           MOVE 'BAND' TO HDG2-STATUS.
           MOVE SPACES TO HDG2-REASON.
           MOVE 99 TO CTR-LINES.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 4
                   PERFORM VARYING CRED-TABLE-SUB FROM 1 BY 1
                      UNTIL CRED-TABLE-SUB > CRED-TABLE-MAX
                           PERFORM 560-CHECK-EXPIRY
                   END-PERFORM
           END-PERFORM.
           IF WS-EXPIRY-KTR = 0
              THEN
              PERFORM 610-PAGE-CHANGE-RTN
           END-IF.
       560-CHECK-EXPIRY.
      ************************************************************
      * List the credential when it falls in the current band    *
      ************************************************************
      D    DISPLAY '560-CHECK-EXPIRY'.
           IF CRED-TBL-IS-DELETED(CRED-TABLE-SUB)
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE CRED-TBL-REC(CRED-TABLE-SUB) TO CRED-REC-WS.
           IF CR-EXPIRY-DATE NOT NUMERIC
              OR CR-EXPIRY-DATE = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-TO-EXPIRY =
              FUNCTION INTEGER-OF-DATE(CR-EXPIRY-DATE)
              - WS-TODAY-INT.

           EVALUATE TRUE
           WHEN WS-DAYS-TO-EXPIRY < 0
                IF WS-BAND-SUB NOT = 1
                   THEN
                   EXIT PARAGRAPH
                END-IF
           WHEN WS-DAYS-TO-EXPIRY NOT > 30
                IF WS-BAND-SUB NOT = 2
                   THEN
                   EXIT PARAGRAPH
                END-IF
           WHEN WS-DAYS-TO-EXPIRY NOT > 60
                IF WS-BAND-SUB NOT = 3
                   THEN
                   EXIT PARAGRAPH
                END-IF
           WHEN WS-DAYS-TO-EXPIRY NOT > 90
                IF WS-BAND-SUB NOT = 4
                   THEN
                   EXIT PARAGRAPH
                END-IF
           WHEN OTHER
                EXIT PARAGRAPH
           END-EVALUATE.

           ADD 1 TO WS-EXPIRY-BAND-KTR(WS-BAND-SUB).
           ADD 1 TO WS-EXPIRY-KTR.
           MOVE SPACES TO DETAIL-LINE.
           MOVE CR-PCP-ID TO DET-PCP-ID-O.
           MOVE CR-CRED-TYPE TO DET-CRED-TYPE-O.
           MOVE CR-ISSUE-STATE TO DET-STATE-O.
           MOVE CR-CRED-NUMBER TO DET-NUMBER-O.
           MOVE CR-EXPIRY-DATE TO DET-EXPIRY-O.
           MOVE WS-BAND-NAME(WS-BAND-SUB) TO DET-STATUS-O.
           MOVE '*NOT ON PROVMSTR*' TO DET-PROV-NAME-O.
           PERFORM VARYING PROV-TABLE-SUB FROM 1 BY 1
              UNTIL PROV-TABLE-SUB > PROV-TABLE-MAX
                   IF PROV-TBL-PCP-ID(PROV-TABLE-SUB) = CR-PCP-ID
                      THEN
                      MOVE PROV-TBL-NAME(PROV-TABLE-SUB)
                         TO DET-PROV-NAME-O
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           PERFORM 600-WRITE-DETAIL.
       600-WRITE-DETAIL.
      ************************************************************
      * Write one detail line, new page when full                *
      ************************************************************
      D    DISPLAY '600-WRITE-DETAIL'.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 610-PAGE-CHANGE-RTN
           END-IF.

           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       610-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine                                       *
      ************************************************************
      D    DISPLAY '610-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.

           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1.

           MOVE ZERO TO CTR-LINES.
       700-WRITE-SUMMARY-REPORT.
      ***********************************************************
      * Write summary at end of report                          *
      ***********************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           WRITE OUTPUT-LINE FROM BAND-HDG-LINE
              AFTER ADVANCING 3.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 4
                   MOVE WS-BAND-NAME(WS-BAND-SUB) TO BAND-NAME-O
                   MOVE WS-EXPIRY-BAND-KTR(WS-BAND-SUB) TO BAND-KTR-O
                   WRITE OUTPUT-LINE FROM BAND-LINE
                      AFTER ADVANCING 1
           END-PERFORM.

           MOVE WS-OLD-CRED-KTR TO TOTAL-OLD-CRED-O.
           MOVE WS-NEW-CRED-KTR TO TOTAL-NEW-CRED-O.
           MOVE WS-TRANS-KTR TO TOTAL-TRANS-O.
           MOVE WS-TRANS-REJECTED TO TOTAL-REJECTED-O.
           MOVE WS-ADD-KTR TO TOTAL-ADDS-O.
           MOVE WS-CHANGE-KTR TO TOTAL-CHANGES-O.
           MOVE WS-DELETE-KTR TO TOTAL-DELETES-O.

           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 2.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE CRED-IN-FILE
                 TRANS-FILE
                 PROVIDER-FILE
                 CRED-OUT-FILE
                 REPORT-FILE.
