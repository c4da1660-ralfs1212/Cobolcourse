       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBMNT.
      * ------------------------------------------------------------
      * MEMBMNT:
      * Member master maintenance - family coverage. Each policy on
      * POLMSTR covers its subscriber (member suffix 00) and any
      * dependents enrolled under it, each with a relationship,
      * birth date and coverage start/end dates. MIDTERMF reads
      * the master (MEMBMSTR) to check that the claimant on a
      * claim is a member covered on the benefit date.
      *
      *  - the member master (MEMBMSTI) is loaded
      *  - enrollment transactions (MEMBTRAN) are applied in the
      *    AVLMNT style:
      *      ADD  - enroll a dependent (P spouse / C child /
      *             O other). A blank or 00 suffix takes the next
      *             free suffix on the policy; a policy's first
      *             dependent also puts its subscriber on file
      *             from POLMSTR. Rejected when the policy is not
      *             on POLMSTR, the suffix is already on file, or
      *             a child is already at the dependent age limit
      *             on the coverage start date.
      *      TERM - end a dependent's coverage (blank date = the
      *             run date); the subscriber cannot be ended
      *             here - the policy itself terminates
      *    and every transaction is printed on the maintenance
      *    audit with the member as it stands afterwards
      *  - children reaching the dependent age limit (MEMB-LIMIT-AGE
      *    in the PARMLIB parameter library, default 26) are aged
      *    out: coverage ends on the last day of the month of
      *    the limit birthday
      *  - the master is written forward to MEMBMSTO, which is
      *    the next MEMBMSTR
      *
      *  Inital Version   2026/10/15
      *  Run parameters from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MEMB-IN-FILE ASSIGN TO MEMBMSTI
           FILE STATUS IS MEMB-IN-FILE-ST.

           SELECT OPTIONAL TRANS-FILE ASSIGN TO MEMBTRAN
           FILE STATUS IS TRANS-FILE-ST.

           SELECT POLICY-FILE ASSIGN TO POLMSTR
           FILE STATUS IS POLICY-FILE-ST.

           SELECT MEMB-OUT-FILE ASSIGN TO MEMBMSTO
           FILE STATUS IS MEMB-OUT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMB-IN-FILE
           RECORDING MODE IS F.
       01 MEMB-IN-REC                  PIC X(80).

      * Enrollment transactions keyed by policy and member suffix
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01 TRANS-REC.
          05 TR-ACTION                 PIC X(06).
             88 TR-ADD                                 VALUE 'ADD   '.
             88 TR-TERM                                VALUE 'TERM  '.
          05 TR-POLICY-NO              PIC X(07).
          05 TR-POLICY-NO-N            REDEFINES TR-POLICY-NO
                                       PIC 9(07).
          05 TR-MEMBER-SUFFIX          PIC X(02).
          05 TR-MEMBER-SUFFIX-N        REDEFINES TR-MEMBER-SUFFIX
                                       PIC 9(02).
          05 TR-RELATIONSHIP           PIC X(01).
             88 TR-VALID-DEPENDENT             VALUE 'P' 'C' 'O'.
          05 TR-LAST-NAME              PIC X(15).
          05 TR-FIRST-NAME             PIC X(10).
          05 TR-BIRTH-DATE             PIC X(08).
          05 TR-BIRTH-DATE-N           REDEFINES TR-BIRTH-DATE
                                       PIC 9(08).
      *   coverage start on an ADD, coverage end on a TERM
          05 TR-EFFECTIVE-DATE         PIC X(08).
          05 TR-EFFECTIVE-DATE-N       REDEFINES TR-EFFECTIVE-DATE
                                       PIC 9(08).
          05 FILLER                    PIC X(23).

      * Policy master - same record layout as MIDTERMF
       FD  POLICY-FILE
           RECORDING MODE IS F.
       01 POLICY-REC.
          05 PM-POLICY-NO              PIC 9(7).
          05 PM-INSURED-NAME           PIC X(25).
          05 PM-POLICY-TYPE            PIC 9(1).
          05 PM-EFFECTIVE-DATE         PIC 9(8).
          05 PM-TERMINATION-DATE       PIC 9(8).
          05 PM-POLICY-AMOUNT          PIC 9(7)V99.
          05 PM-STATUS                 PIC X(1).
          05 PM-BILLED-PERIOD          PIC 9(6).
          05 FILLER                    PIC X(15).

       FD  MEMB-OUT-FILE
           RECORDING MODE IS F.
       01 MEMB-OUT-REC                 PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Member record carried forward between runs - read by
      * MIDTERMF as MEMBMSTR
           COPY MEMBREC.

       01 MEMB-TABLE-SUB               PIC 9(5)        VALUE 0 COMP.
       01 MEMB-TABLE-MAX               PIC 9(5)        VALUE 0 COMP.
       01 MEMB-TABLE-MAX-LIMIT         PIC 9(5)        VALUE 9999 COMP.
       01 MEMB-FOUND-SUB               PIC 9(5)        VALUE 0 COMP.
       01 MEMBER-TABLE.
          05 MEMB-ENTRY OCCURS 1 TO 9999 TIMES
                DEPENDING ON MEMB-TABLE-MAX.
             10 MEMB-TBL-REC           PIC X(80).

       01 POL-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 POL-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 POL-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 5000 COMP.
       01 POL-FOUND-SUB                PIC 9(5)        VALUE 0 COMP.
       01 POLICY-TABLE.
          05 POL-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON POL-TABLE-MAX.
             10 POL-TBL-POLICY-NO      PIC 9(7).
             10 POL-TBL-INSURED-NAME   PIC X(25).
             10 POL-TBL-EFFECTIVE      PIC 9(8).

       01 PROGRAM-SWITCHES.
          05 MEMB-IN-FILE-ST           PIC X(2).
             88 MEMB-IN-FILE-OK                        VALUE '00'.
          05 MEMB-IN-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 MEMB-IN-FILE-EOF                       VALUE 'Y'.
          05 TRANS-FILE-ST             PIC X(2).
             88 TRANS-FILE-OK                          VALUE '00'.
          05 TRANS-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 TRANS-FILE-EOF                         VALUE 'Y'.
          05 POLICY-FILE-ST            PIC X(2).
             88 POLICY-FILE-OK                         VALUE '00'.
          05 POLICY-FILE-STATUS        PIC X(01)       VALUE SPACE.
             88 POLICY-FILE-EOF                        VALUE 'Y'.
          05 MEMB-OUT-FILE-ST          PIC X(2).
             88 MEMB-OUT-FILE-OK                       VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * Transaction applied/rejected indicator
          05 TRANS-APPLIED-STATUS      PIC X(01)       VALUE SPACE.
             88 TRANS-APPLIED-IND                      VALUE 'Y'.
      * Subscriber row already on file for the policy
          05 SUBSCRIBER-STATUS         PIC X(01)       VALUE SPACE.
             88 SUBSCRIBER-ON-FILE                     VALUE 'Y'.

      * Run parameters, defaulted when not in effect in PARMLIB
       01 WS-PARMS.
          05 WS-RUN-DATE               PIC 9(8)        VALUE 0.
          05 WS-LIMIT-AGE              PIC 9(2)        VALUE 26.

       01 ACCUMS-AND-COUNTERS.
          05 WS-OLD-MEMB-KTR           PIC 9(7)        VALUE 0.
          05 WS-TRANS-KTR              PIC 9(7)        VALUE 0.
          05 WS-TRANS-APPLIED          PIC 9(7)        VALUE 0.
          05 WS-TRANS-REJECTED         PIC 9(7)        VALUE 0.
          05 WS-ADD-KTR                PIC 9(7)        VALUE 0.
          05 WS-TERM-KTR               PIC 9(7)        VALUE 0.
          05 WS-SUBSCRIBER-KTR         PIC 9(7)        VALUE 0.
          05 WS-AGED-OUT-KTR           PIC 9(7)        VALUE 0.
          05 WS-NEW-MEMB-KTR           PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 99.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-REJECT-REASON             PIC X(30)       VALUE SPACES.

       01 WS-MEMBER-WORK.
          05 WS-NEXT-SUFFIX            PIC 9(3)        VALUE 0.
          05 WS-COV-START              PIC 9(8)        VALUE 0.
          05 WS-COV-END                PIC 9(8)        VALUE 0.
      * The child's limit birthday, and the last day of its month
          05 WS-LIMIT-BDAY             PIC 9(8)        VALUE 0.
          05 WS-LIMIT-BDAY-X           REDEFINES WS-LIMIT-BDAY.
             10 WS-LIMIT-YEAR          PIC 9(4).
             10 WS-LIMIT-MONTH         PIC 9(2).
             10 WS-LIMIT-DAY           PIC 9(2).
          05 WS-NEXT-MONTH             PIC 9(8)        VALUE 0.
          05 WS-NEXT-MONTH-X           REDEFINES WS-NEXT-MONTH.
             10 WS-NEXT-YEAR           PIC 9(4).
             10 WS-NEXT-MM             PIC 9(2).
             10 WS-NEXT-DD             PIC 9(2).
          05 WS-MONTH-END              PIC 9(8)        VALUE 0.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the run date override and the
      * dependent age limit from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 HDG-TITLE                 PIC X(50)       VALUE
                '      MEMBER ENROLLMENT MAINTENANCE AUDIT REPORT  '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'ACTION'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE
                'POLICY'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(02)       VALUE
                'SF'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(01)       VALUE
                'R'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(25)       VALUE
                'MEMBER NAME'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'BORN'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'COVERED'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'ENDS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'STATUS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REJECT REASON'.
          05 FILLER                    PIC X(03)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(02)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(01)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(25)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(03)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-ACTION-O              PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-POLICY-O              PIC X(07).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-SUFFIX-O              PIC X(02).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REL-O                 PIC X(01).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NAME-O                PIC X(25).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-BIRTH-O               PIC 9999/99/99  BLANK WHEN ZERO.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-START-O               PIC 9999/99/99  BLANK WHEN ZERO.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-END-O                 PIC 9999/99/99  BLANK WHEN ZERO.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-STATUS-O              PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-O              PIC X(30).
          05 FILLER                    PIC X(03)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Members read / written           :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-OLD-MEMB-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-NEW-MEMB-O          PIC ZZZZZZ9.
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
                'Adds / Terms applied             :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-ADDS-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-TERMS-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Subscribers put on file          :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-SUBSCRIBERS-O       PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Dependents aged out at age       :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-LIMIT-AGE-O         PIC Z9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-AGED-OUT-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(81)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-POLICIES UNTIL POLICY-FILE-EOF.
           PERFORM 120-LOAD-MEMBERS UNTIL MEMB-IN-FILE-EOF.
           PERFORM 200-APPLY-TRANSACTION UNTIL TRANS-FILE-EOF.
           PERFORM 400-AGE-OUT-DEPENDENTS.
           PERFORM 500-WRITE-MEMBERS.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'MEMBMNT' TO AUD-PROGRAM-ID.
           COMPUTE AUD-RECORDS-READ = WS-OLD-MEMB-KTR + WS-TRANS-KTR.
           MOVE WS-NEW-MEMB-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-TRANS-REJECTED TO AUD-RECORDS-REJECTED.
           MOVE WS-AGED-OUT-KTR TO AUD-CONTROL-TOTAL.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 050-READ-PARMS.
       050-READ-PARMS.
      ************************************************************
      * Run date override (MEMB-RUN-DATE, zero = today) and the  *
      * dependent age limit (MEMB-LIMIT-AGE) in the PARMLIB      *
      * parameter library; the age limit is the one in effect on *
      * the run date                                             *
      ************************************************************
      D    DISPLAY '050-READ-PARMS'.
           MOVE 'MEMBMNT' TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.

           MOVE 'MEMB-RUN-DATE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99999999
                 THEN
                 DISPLAY 'MEMB-RUN-DATE PROBLEM: NOT A DATE: '
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

           MOVE 'MEMB-LIMIT-AGE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99
                 THEN
                 DISPLAY 'MEMB-LIMIT-AGE PROBLEM: NOT AN AGE: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-LIMIT-AGE
              END-IF
           END-IF.
           DISPLAY 'MEMBMNT: RUN DATE ' WS-RUN-DATE
                   ' DEPENDENT AGE LIMIT ' WS-LIMIT-AGE.
       100-LOAD-POLICIES.
      ************************************************************
      * Load POLMSTR - ADDs must name a policy on file, and the  *
      * subscriber row is built from it                          *
      ************************************************************
      D    DISPLAY '100-LOAD-POLICIES'.
           READ POLICY-FILE
           AT END
              MOVE 'Y' TO POLICY-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF POL-TABLE-MAX < POL-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO POL-TABLE-MAX
              MOVE PM-POLICY-NO TO POL-TBL-POLICY-NO(POL-TABLE-MAX)
              MOVE PM-INSURED-NAME TO
                 POL-TBL-INSURED-NAME(POL-TABLE-MAX)
              MOVE PM-EFFECTIVE-DATE TO
                 POL-TBL-EFFECTIVE(POL-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: POLICY TABLE FULL'
           END-IF.
       120-LOAD-MEMBERS.
      ************************************************************
      * Load the member master                                   *
      ************************************************************
      D    DISPLAY '120-LOAD-MEMBERS'.
           READ MEMB-IN-FILE
           AT END
              MOVE 'Y' TO MEMB-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-OLD-MEMB-KTR.
           IF MEMB-TABLE-MAX < MEMB-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO MEMB-TABLE-MAX
              MOVE MEMB-IN-REC TO MEMB-TBL-REC(MEMB-TABLE-MAX)
           ELSE
      * a covered member must never drop off the master
              DISPLAY 'MEMBER TABLE FULL AT ' MEMB-TABLE-MAX
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       200-APPLY-TRANSACTION.
      ************************************************************
      * Apply one enrollment transaction to the table            *
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
           MOVE 0 TO MEMB-FOUND-SUB.
           MOVE SPACES TO DETAIL-LINE.
           MOVE TR-ACTION TO DET-ACTION-O.
           MOVE TR-POLICY-NO TO DET-POLICY-O.
           MOVE TR-MEMBER-SUFFIX TO DET-SUFFIX-O.
           MOVE TR-RELATIONSHIP TO DET-REL-O.
           MOVE TR-LAST-NAME TO DET-NAME-O.
           MOVE 0 TO DET-BIRTH-O.
           MOVE 0 TO DET-START-O.
           MOVE 0 TO DET-END-O.

           IF TR-POLICY-NO NOT NUMERIC
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'INVALID POLICY NUMBER' TO WS-REJECT-REASON
           ELSE
              PERFORM 220-FIND-POLICY
              EVALUATE TRUE
              WHEN TR-ADD
                   PERFORM 230-APPLY-ADD
              WHEN TR-TERM
                   PERFORM 250-APPLY-TERM
              WHEN OTHER
                   MOVE 'N' TO TRANS-APPLIED-STATUS
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

      * The member as it now stands (or stood, for a rejected
      * transaction against a member on file)
           IF MEMB-FOUND-SUB > 0
              THEN
              MOVE MEMB-TBL-REC(MEMB-FOUND-SUB) TO MEMBER-REC
              PERFORM 610-MEMBER-TO-DETAIL
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
       210-FIND-MEMBER.
      ************************************************************
      * Table entry for the transaction's policy and suffix, or  *
      * zero; also notes whether the subscriber is on file and   *
      * the next free suffix on the policy                       *
      ************************************************************
      D    DISPLAY '210-FIND-MEMBER'.
           MOVE 0 TO MEMB-FOUND-SUB.
           MOVE 'N' TO SUBSCRIBER-STATUS.
           MOVE 1 TO WS-NEXT-SUFFIX.
           PERFORM VARYING MEMB-TABLE-SUB FROM 1 BY 1
              UNTIL MEMB-TABLE-SUB > MEMB-TABLE-MAX
                   MOVE MEMB-TBL-REC(MEMB-TABLE-SUB) TO MEMBER-REC
                   IF MB-POLICY-NO = TR-POLICY-NO-N
                      THEN
                      IF MB-SUBSCRIBER
                         THEN
                         MOVE 'Y' TO SUBSCRIBER-STATUS
                      END-IF
                      IF MB-MEMBER-SUFFIX NOT < WS-NEXT-SUFFIX
                         THEN
                         COMPUTE WS-NEXT-SUFFIX = MB-MEMBER-SUFFIX + 1
                      END-IF
                      IF TR-MEMBER-SUFFIX NUMERIC
                         AND MB-MEMBER-SUFFIX = TR-MEMBER-SUFFIX-N
                         THEN
                         MOVE MEMB-TABLE-SUB TO MEMB-FOUND-SUB
                      END-IF
                   END-IF
           END-PERFORM.
       220-FIND-POLICY.
      ************************************************************
      * Policy table entry for the transaction's policy, or zero *
      ************************************************************
      D    DISPLAY '220-FIND-POLICY'.
           MOVE 0 TO POL-FOUND-SUB.
           PERFORM VARYING POL-TABLE-SUB FROM 1 BY 1
              UNTIL POL-TABLE-SUB > POL-TABLE-MAX
                   IF POL-TBL-POLICY-NO(POL-TABLE-SUB) =
                      TR-POLICY-NO-N
                      THEN
                      MOVE POL-TABLE-SUB TO POL-FOUND-SUB
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       230-APPLY-ADD.
      ************************************************************
      * ADD - a dependent on a policy on POLMSTR: relationship,  *
      * name, a valid birth date, a coverage start not before    *
      * the policy's, and a child not already at the age limit  *
      ************************************************************
      D    DISPLAY '230-APPLY-ADD'.
           IF POL-FOUND-SUB = 0
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'POLICY NOT ON POLMSTR' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-MEMBER-SUFFIX NOT = SPACES
              AND TR-MEMBER-SUFFIX NOT NUMERIC
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'INVALID MEMBER SUFFIX' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           PERFORM 210-FIND-MEMBER.
           IF MEMB-FOUND-SUB > 0
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'MEMBER ALREADY ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF NOT TR-VALID-DEPENDENT
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'RELATIONSHIP MUST BE P/C/O' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-LAST-NAME = SPACES
              OR TR-FIRST-NAME = SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'MEMBER NAME REQUIRED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-BIRTH-DATE NOT NUMERIC
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'INVALID BIRTH DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(TR-BIRTH-DATE-N)
              NOT EQUAL TO ZERO
              OR TR-BIRTH-DATE-N > WS-RUN-DATE
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'INVALID BIRTH DATE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-EFFECTIVE-DATE = SPACES
              THEN
              MOVE WS-RUN-DATE TO WS-COV-START
           ELSE
              IF TR-EFFECTIVE-DATE NOT NUMERIC
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID COVERAGE START DATE' TO
                    WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(TR-EFFECTIVE-DATE-N)
                 NOT EQUAL TO ZERO
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID COVERAGE START DATE' TO
                    WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE TR-EFFECTIVE-DATE-N TO WS-COV-START
           END-IF.
           IF WS-COV-START < POL-TBL-EFFECTIVE(POL-FOUND-SUB)
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'COVERAGE BEFORE POLICY START' TO
                 WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-RELATIONSHIP = 'C'
              THEN
              COMPUTE WS-LIMIT-BDAY =
                 TR-BIRTH-DATE-N + (WS-LIMIT-AGE * 10000)
              IF WS-LIMIT-BDAY NOT > WS-COV-START
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'CHILD AT DEPENDENT AGE LIMIT' TO
                    WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           IF TR-MEMBER-SUFFIX = SPACES
              OR TR-MEMBER-SUFFIX-N = 0
              THEN
              IF WS-NEXT-SUFFIX > 99
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'NO MEMBER SUFFIX LEFT' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
           ELSE
              MOVE TR-MEMBER-SUFFIX-N TO WS-NEXT-SUFFIX
           END-IF.

      * room for the dependent and, when needed, the subscriber
           IF MEMB-TABLE-MAX + 2 > MEMB-TABLE-MAX-LIMIT
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'MEMBER TABLE FULL' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF NOT SUBSCRIBER-ON-FILE
              THEN
              PERFORM 240-ADD-SUBSCRIBER
           END-IF.

           MOVE SPACES TO MEMBER-REC.
           MOVE TR-POLICY-NO-N TO MB-POLICY-NO.
           MOVE WS-NEXT-SUFFIX TO MB-MEMBER-SUFFIX.
           MOVE TR-RELATIONSHIP TO MB-RELATIONSHIP.
           MOVE TR-LAST-NAME TO MB-LAST-NAME.
           MOVE TR-FIRST-NAME TO MB-FIRST-NAME.
           MOVE TR-BIRTH-DATE-N TO MB-BIRTH-DATE.
           MOVE WS-COV-START TO MB-COV-START.
           MOVE 0 TO MB-COV-END.
           MOVE WS-RUN-DATE TO MB-LAST-MAINT.
           ADD 1 TO MEMB-TABLE-MAX.
           MOVE MEMBER-REC TO MEMB-TBL-REC(MEMB-TABLE-MAX).
           MOVE MEMB-TABLE-MAX TO MEMB-FOUND-SUB.
           ADD 1 TO WS-ADD-KTR.
       240-ADD-SUBSCRIBER.
      ************************************************************
      * The policy's first dependent - put the subscriber on     *
      * file as member 00, covered from the policy's start       *
      ************************************************************
      D    DISPLAY '240-ADD-SUBSCRIBER'.
           MOVE SPACES TO MEMBER-REC.
           MOVE TR-POLICY-NO-N TO MB-POLICY-NO.
           MOVE 0 TO MB-MEMBER-SUFFIX.
           MOVE 'S' TO MB-RELATIONSHIP.
           MOVE POL-TBL-INSURED-NAME(POL-FOUND-SUB) TO MB-NAME.
           MOVE 0 TO MB-BIRTH-DATE.
           MOVE POL-TBL-EFFECTIVE(POL-FOUND-SUB) TO MB-COV-START.
           MOVE 0 TO MB-COV-END.
           MOVE WS-RUN-DATE TO MB-LAST-MAINT.
           ADD 1 TO MEMB-TABLE-MAX.
           MOVE MEMBER-REC TO MEMB-TBL-REC(MEMB-TABLE-MAX).
           ADD 1 TO WS-SUBSCRIBER-KTR.
       250-APPLY-TERM.
      ************************************************************
      * TERM - a dependent on file and still covered; coverage   *
      * ends on the date given (blank = the run date), never     *
      * before it started                                        *
      ************************************************************
      D    DISPLAY '250-APPLY-TERM'.
           IF TR-MEMBER-SUFFIX NOT NUMERIC
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'INVALID MEMBER SUFFIX' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           PERFORM 210-FIND-MEMBER.
           IF MEMB-FOUND-SUB = 0
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'MEMBER NOT ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE MEMB-TBL-REC(MEMB-FOUND-SUB) TO MEMBER-REC.
           IF MB-SUBSCRIBER
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'SUBSCRIBER CANNOT BE ENDED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF MB-COV-END > 0
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'MEMBER COVERAGE ALREADY ENDED' TO
                 WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           IF TR-EFFECTIVE-DATE = SPACES
              THEN
              MOVE WS-RUN-DATE TO WS-COV-END
           ELSE
              IF TR-EFFECTIVE-DATE NOT NUMERIC
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID COVERAGE END DATE' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(TR-EFFECTIVE-DATE-N)
                 NOT EQUAL TO ZERO
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID COVERAGE END DATE' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE TR-EFFECTIVE-DATE-N TO WS-COV-END
           END-IF.
           IF WS-COV-END < MB-COV-START
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'END DATE BEFORE COVERAGE START' TO
                 WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-COV-END TO MB-COV-END.
           MOVE 'T' TO MB-TERM-REASON.
           MOVE WS-RUN-DATE TO MB-LAST-MAINT.
           MOVE MEMBER-REC TO MEMB-TBL-REC(MEMB-FOUND-SUB).
           ADD 1 TO WS-TERM-KTR.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT MEMB-IN-FILE.
           IF NOT MEMB-IN-FILE-OK
              THEN
              MOVE 'Y' TO MEMB-IN-FILE-STATUS
           END-IF.
           OPEN INPUT TRANS-FILE.
           IF NOT TRANS-FILE-OK
              THEN
              MOVE 'Y' TO TRANS-FILE-STATUS
           END-IF.
           OPEN INPUT POLICY-FILE.
           IF NOT POLICY-FILE-OK
              THEN
              DISPLAY 'POLMSTR OPEN PROBLEM, RC=' POLICY-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT MEMB-OUT-FILE.
           IF NOT MEMB-OUT-FILE-OK
              THEN
              DISPLAY 'MEMBMSTO OPEN PROBLEM, RC=' MEMB-OUT-FILE-ST
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
       400-AGE-OUT-DEPENDENTS.
      ************************************************************
      * Children whose limit birthday has come end their         *
      * coverage on the last day of that month                   *
      ************************************************************
      D    DISPLAY '400-AGE-OUT-DEPENDENTS'.
           PERFORM VARYING MEMB-TABLE-SUB FROM 1 BY 1
              UNTIL MEMB-TABLE-SUB > MEMB-TABLE-MAX
                   PERFORM 410-CHECK-AGE-OUT
           END-PERFORM.
       410-CHECK-AGE-OUT.
      ************************************************************
      * Age one child out when due - coverage already ending     *
      * sooner is left alone                                     *
      ************************************************************
      D    DISPLAY '410-CHECK-AGE-OUT'.
           MOVE MEMB-TBL-REC(MEMB-TABLE-SUB) TO MEMBER-REC.
           IF NOT MB-CHILD
              OR MB-BIRTH-DATE NOT NUMERIC
              OR MB-BIRTH-DATE = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LIMIT-BDAY =
              MB-BIRTH-DATE + (WS-LIMIT-AGE * 10000).
           IF WS-LIMIT-BDAY > WS-RUN-DATE
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM 450-LIMIT-MONTH-END.
           IF MB-COV-END > 0
              AND MB-COV-END NOT > WS-MONTH-END
              THEN
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-MONTH-END TO MB-COV-END.
           MOVE 'A' TO MB-TERM-REASON.
           MOVE WS-RUN-DATE TO MB-LAST-MAINT.
           MOVE MEMBER-REC TO MEMB-TBL-REC(MEMB-TABLE-SUB).
           ADD 1 TO WS-AGED-OUT-KTR.

           MOVE SPACES TO DETAIL-LINE.
           MOVE 'AGE-OUT' TO DET-ACTION-O.
           PERFORM 610-MEMBER-TO-DETAIL.
           MOVE 'APPLIED' TO DET-STATUS-O.
           PERFORM 600-WRITE-DETAIL.
       450-LIMIT-MONTH-END.
      ************************************************************
      * Last day of the month of WS-LIMIT-BDAY into WS-MONTH-END *
      ************************************************************
      D    DISPLAY '450-LIMIT-MONTH-END'.
           IF WS-LIMIT-MONTH = 12
              THEN
              COMPUTE WS-NEXT-YEAR = WS-LIMIT-YEAR + 1
              MOVE 1 TO WS-NEXT-MM
           ELSE
              MOVE WS-LIMIT-YEAR TO WS-NEXT-YEAR
              COMPUTE WS-NEXT-MM = WS-LIMIT-MONTH + 1
           END-IF.
           MOVE 1 TO WS-NEXT-DD.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1).
       500-WRITE-MEMBERS.
      ************************************************************
      * Write the master forward                                 *
      ************************************************************
      D    DISPLAY '500-WRITE-MEMBERS'.
           PERFORM VARYING MEMB-TABLE-SUB FROM 1 BY 1
              UNTIL MEMB-TABLE-SUB > MEMB-TABLE-MAX
                   WRITE MEMB-OUT-REC
                      FROM MEMB-TBL-REC(MEMB-TABLE-SUB)
                   IF NOT MEMB-OUT-FILE-OK
                      THEN
                      DISPLAY 'MEMBMSTO WRITE PROBLEM, RC='
                              MEMB-OUT-FILE-ST
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                   END-IF
                   ADD 1 TO WS-NEW-MEMB-KTR
           END-PERFORM.
       600-WRITE-DETAIL.
      ************************************************************
      * Write one detail line, new page when full                *
      ************************************************************
      D    DISPLAY '600-WRITE-DETAIL'.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 620-PAGE-CHANGE-RTN
           END-IF.

           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       610-MEMBER-TO-DETAIL.
      ************************************************************
      * The member in MEMBER-REC onto the detail line            *
      ************************************************************
      D    DISPLAY '610-MEMBER-TO-DETAIL'.
           MOVE MB-POLICY-NO TO DET-POLICY-O.
           MOVE MB-MEMBER-SUFFIX TO DET-SUFFIX-O.
           MOVE MB-RELATIONSHIP TO DET-REL-O.
           MOVE MB-NAME TO DET-NAME-O.
           MOVE MB-BIRTH-DATE TO DET-BIRTH-O.
           MOVE MB-COV-START TO DET-START-O.
           MOVE MB-COV-END TO DET-END-O.
       620-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine                                       *
      ************************************************************
      D    DISPLAY '620-PAGE-CHANGE-RTN'.
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
           IF CTR-PAGES = 0
              THEN
              PERFORM 620-PAGE-CHANGE-RTN
           END-IF.
           MOVE WS-OLD-MEMB-KTR TO TOTAL-OLD-MEMB-O.
           MOVE WS-NEW-MEMB-KTR TO TOTAL-NEW-MEMB-O.
           MOVE WS-TRANS-KTR TO TOTAL-TRANS-O.
           MOVE WS-TRANS-REJECTED TO TOTAL-REJECTED-O.
           MOVE WS-ADD-KTR TO TOTAL-ADDS-O.
           MOVE WS-TERM-KTR TO TOTAL-TERMS-O.
           MOVE WS-SUBSCRIBER-KTR TO TOTAL-SUBSCRIBERS-O.
           MOVE WS-LIMIT-AGE TO TOTAL-LIMIT-AGE-O.
           MOVE WS-AGED-OUT-KTR TO TOTAL-AGED-OUT-O.

           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE MEMB-IN-FILE
                 TRANS-FILE
                 POLICY-FILE
                 MEMB-OUT-FILE
                 REPORT-FILE.
