       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMINTAK.
      * ------------------------------------------------------------
      * CLMINTAK:
      * Electronic claim intake. Outside providers that can send
      * the standard multi-segment claim file no longer mail paper
      * claims for the clerks to key - this program converts the
      * submission (CLMSUBMT) into a CLAIMFILE-ready batch for
      * MIDTERMF, the same way HOSP2CLM bridges the hospital side.
      *
      * Submission segments (80 bytes, segment id in 1-3), one or
      * more interchanges per file:
      *   HDR  envelope header   - control number, submitter
      *   PRV  provider          - provider id and name
      *   SUB  subscriber        - policy no, name, payer code,
      *                            member suffix (blank/00 the
      *                            subscriber, 01-99 a dependent)
      *   SVL  service line      - service date, procedure,
      *                            charge (several per subscriber)
      *   TRL  envelope trailer  - control number, segment count,
      *                            subscriber count, total charges
      *
      * Service lines roll up to one CLAIMREC per subscriber per
      * benefit (service) date. The payer code maps to POLICY-TYPE
      * through the payer map (PAYERMAP). Field derivation:
      *   INSURED-POLICY-NO   SUB policy number
      *   INSURED-LAST/FIRST  SUB subscriber name
      *   MEMBER-SUFFIX       SUB member suffix
      *   POLICY-TYPE         SUB payer code through PAYERMAP
      *   POLICY-BENEFIT-DATE SVL service date
      *   POLICY-AMOUNT       rolled-up charges (the policy master
      *                       on the claims side replaces it)
      *   CLAIM-AMOUNT        rolled-up charges
      *
      * An interchange is held in storage until its trailer has
      * been checked: a trailer that is missing, or whose control
      * number, segment count, subscriber count or charge total
      * does not agree with the segments received, rejects the
      * whole interchange - nothing of it reaches the batch.
      * Segments out of order or not recognised do the same.
      *
      * Every interchange is acknowledged on CLMACK for its
      * submitter: an AKH header (interchange accepted/rejected),
      * one AKC record per claim (accepted, or rejected with the
      * reason) and an AKT trailer with the counts.
      *
      *  Inital Version   2026/10/15
      *  Acknowledgments on their own CLMACK file 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO CLMSUBMT
           FILE STATUS IS INFILE-ST.

           SELECT PAYER-MAP-FILE ASSIGN TO PAYERMAP
           FILE STATUS IS PAYER-MAP-FILE-ST.

           SELECT CLAIM-OUT-FILE ASSIGN TO CLAIM
           FILE STATUS IS CLAIM-OUT-FILE-ST.

           SELECT ACK-FILE ASSIGN TO CLMACK
           FILE STATUS IS ACK-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  INFILE
           RECORDING MODE IS F.
       01 IN-REC                       PIC X(80).

      * Payer code of the submission to MIDTERMF policy type
       FD  PAYER-MAP-FILE
           RECORDING MODE IS F.
       01 PAYER-MAP-REC.
          05 PM-PAYER-CODE             PIC X(5).
          05 PM-POLICY-TYPE            PIC 9(1).
          05 FILLER                    PIC X(74).

       FD  CLAIM-OUT-FILE
           RECORDING MODE IS F.
       01 CLAIM-OUT-REC                PIC X(112).

       FD  ACK-FILE
           RECORDING MODE IS F.
       01 ACK-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 PROGRAM-SWITCHES.
          05 INFILE-ST                 PIC X(2).
             88 INFILE-OK                              VALUE '00'.
          05 PAYER-MAP-FILE-ST         PIC X(2).
             88 PAYER-MAP-FILE-OK                      VALUE '00'.
          05 CLAIM-OUT-FILE-ST         PIC X(2).
             88 CLAIM-OUT-FILE-OK                      VALUE '00'.
          05 ACK-FILE-ST               PIC X(2).
             88 ACK-FILE-OK                            VALUE '00'.
          05 INFILE-STATUS             PIC X(01)       VALUE SPACE.
             88 INFILE-EOF                             VALUE 'Y'.
          05 PAYER-MAP-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 PAYER-MAP-FILE-EOF                     VALUE 'Y'.
      * Between an HDR and its TRL
          05 INTERCHANGE-STATUS        PIC X(01)       VALUE 'N'.
             88 IN-INTERCHANGE                         VALUE 'Y'.
      * Interchange failed an envelope or structure check
          05 ICH-BAD-STATUS            PIC X(01)       VALUE 'N'.
             88 ICH-BAD                                VALUE 'Y'.
          05 PRV-SEEN-STATUS           PIC X(01)       VALUE 'N'.
             88 PRV-SEEN                               VALUE 'Y'.
          05 SUB-SEEN-STATUS           PIC X(01)       VALUE 'N'.
             88 SUB-SEEN                               VALUE 'Y'.
      * Current subscriber failed its edits - its claims reject
          05 SUB-OK-STATUS             PIC X(01)       VALUE 'Y'.
             88 SUB-OK                                 VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-SEG-KTR                PIC 9(7)        VALUE 0.
          05 WS-ORPHAN-KTR             PIC 9(7)        VALUE 0.
          05 WS-ICH-KTR                PIC 9(7)        VALUE 0.
          05 WS-ICH-REJECT-KTR         PIC 9(7)        VALUE 0.
          05 WS-CLAIM-KTR              PIC 9(7)        VALUE 0.
          05 WS-CLAIM-REJECT-KTR       PIC 9(7)        VALUE 0.
          05 WS-CLAIM-TOTAL            PIC 9(11)V99    VALUE 0.

      * Envelope - what the trailer must agree with
       01 WS-ICH-WORK.
          05 ICH-CONTROL-NO            PIC X(9)        VALUE SPACES.
          05 ICH-SUBMITTER-ID          PIC X(10)       VALUE SPACES.
          05 ICH-REASON                PIC X(30)       VALUE SPACES.
          05 ICH-REASON-HOLD           PIC X(30)       VALUE SPACES.
          05 ICH-SEG-KTR               PIC 9(7)        VALUE 0.
          05 ICH-SUB-KTR               PIC 9(5)        VALUE 0.
          05 ICH-CHARGE-TOTAL          PIC 9(9)V99     VALUE 0.
          05 ICH-ACCEPT-KTR            PIC 9(5)        VALUE 0.
          05 ICH-REJECT-KTR            PIC 9(5)        VALUE 0.

      * Current subscriber
       01 WS-SUB-WORK.
          05 SUB-POLICY-NO             PIC 9(7)        VALUE 0.
          05 SUB-LAST-NAME             PIC X(15)       VALUE SPACES.
          05 SUB-FIRST-NAME            PIC X(10)       VALUE SPACES.
          05 SUB-POLICY-TYPE           PIC 9(1)        VALUE 0.
          05 SUB-MEMBER-SUFFIX         PIC 9(2)        VALUE 0.
          05 SUB-REASON                PIC X(30)       VALUE SPACES.
          05 SUB-START-SUB             PIC 9(5)        VALUE 0 COMP.

      * Submission segments
       01 SEG-REC-WS.
          05 SEG-ID                    PIC X(3).
             88 SEG-HEADER                             VALUE 'HDR'.
             88 SEG-PROVIDER                           VALUE 'PRV'.
             88 SEG-SUBSCRIBER                         VALUE 'SUB'.
             88 SEG-SERVICE-LINE                       VALUE 'SVL'.
             88 SEG-TRAILER                            VALUE 'TRL'.
          05 SEG-DATA                  PIC X(77).
          05 SEG-HDR-DATA REDEFINES SEG-DATA.
             10 HDR-CONTROL-NO         PIC X(9).
             10 HDR-SUBMITTER-ID       PIC X(10).
             10 HDR-CREATE-DATE        PIC X(8).
             10 FILLER                 PIC X(50).
          05 SEG-PRV-DATA REDEFINES SEG-DATA.
             10 PRV-PROVIDER-ID        PIC X(10).
             10 PRV-PROVIDER-NAME      PIC X(25).
             10 FILLER                 PIC X(42).
          05 SEG-SUB-DATA REDEFINES SEG-DATA.
             10 SUB-POLICY-NO-IN       PIC 9(7).
             10 SUB-POLICY-NO-X REDEFINES SUB-POLICY-NO-IN
                                       PIC X(7).
             10 SUB-LAST-NAME-IN       PIC X(15).
             10 SUB-FIRST-NAME-IN      PIC X(10).
             10 SUB-PAYER-CODE-IN      PIC X(5).
             10 SUB-MEMBER-SUFFIX-IN   PIC 9(2).
             10 SUB-MEMBER-SUFFIX-X REDEFINES SUB-MEMBER-SUFFIX-IN
                                       PIC X(2).
             10 FILLER                 PIC X(38).
          05 SEG-SVL-DATA REDEFINES SEG-DATA.
             10 SVL-SERVICE-DATE       PIC 9(8).
             10 SVL-SERVICE-DATE-X REDEFINES SVL-SERVICE-DATE
                                       PIC X(8).
             10 SVL-PROCEDURE-CODE     PIC X(5).
             10 SVL-CHARGE             PIC 9(7)V99.
             10 FILLER                 PIC X(55).
          05 SEG-TRL-DATA REDEFINES SEG-DATA.
             10 TRL-CONTROL-NO         PIC X(9).
             10 TRL-SEG-COUNT          PIC 9(7).
             10 TRL-SUB-COUNT          PIC 9(5).
             10 TRL-CHARGE-TOTAL       PIC 9(9)V99.
             10 FILLER                 PIC X(45).

      * Payer map table, loaded from PAYERMAP
       01 PAYER-TABLE-SUB              PIC 9(5)        VALUE 0 COMP.
       01 PAYER-TABLE-MAX              PIC 9(5)        VALUE 0 COMP.
       01 PAYER-TABLE-MAX-LIMIT        PIC 9(5)        VALUE 200 COMP.
       01 PAYER-TABLE.
          05 PAYER-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON PAYER-TABLE-MAX.
             10 PAYER-TBL-CODE         PIC X(5).
             10 PAYER-TBL-POLICY-TYPE  PIC 9(1).

      * Claims of the interchange in hand, one per subscriber per
      * benefit date, held until the trailer checks out
       01 CLM-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 CLM-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 CLM-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 2000 COMP.
       01 CLM-FOUND-SUB                PIC 9(5)        VALUE 0 COMP.
       01 CLM-TABLE.
          05 CLM-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON CLM-TABLE-MAX.
             10 CLM-TBL-POLICY-NO      PIC 9(7).
             10 CLM-TBL-LAST-NAME      PIC X(15).
             10 CLM-TBL-FIRST-NAME     PIC X(10).
             10 CLM-TBL-POLICY-TYPE    PIC 9(1).
             10 CLM-TBL-MEMBER-SUFFIX  PIC 9(2).
             10 CLM-TBL-BENEFIT-DATE   PIC 9(8).
             10 CLM-TBL-AMOUNT         PIC 9(7)V99.
             10 CLM-TBL-LINE-KTR       PIC 9(3).
             10 CLM-TBL-STATUS         PIC X(1).
                88 CLM-TBL-ACCEPTED                   VALUE 'A'.
                88 CLM-TBL-REJECTED                   VALUE 'R'.
             10 CLM-TBL-REASON         PIC X(30).

      * Output claim in the claims side's record layout
       COPY CLAIMREC.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * Acknowledgment records back to the submitter
       01 ACK-HDR-REC.
          05 FILLER                    PIC X(3)        VALUE 'AKH'.
          05 AKH-CONTROL-NO            PIC X(9).
          05 AKH-SUBMITTER-ID          PIC X(10).
          05 AKH-RUN-DATE              PIC 9(8).
          05 AKH-STATUS                PIC X(1).
          05 AKH-REASON                PIC X(30).
          05 FILLER                    PIC X(19)       VALUE SPACES.

       01 ACK-CLAIM-REC.
          05 FILLER                    PIC X(3)        VALUE 'AKC'.
          05 AKC-CONTROL-NO            PIC X(9).
          05 AKC-POLICY-NO             PIC 9(7).
          05 AKC-BENEFIT-DATE          PIC 9(8).
          05 AKC-CLAIM-AMOUNT          PIC 9(7)V99.
          05 AKC-LINE-KTR              PIC 9(3).
          05 AKC-STATUS                PIC X(1).
          05 AKC-REASON                PIC X(30).
          05 FILLER                    PIC X(10)       VALUE SPACES.

       01 ACK-TRL-REC.
          05 FILLER                    PIC X(3)        VALUE 'AKT'.
          05 AKT-CONTROL-NO            PIC X(9).
          05 AKT-ACCEPT-KTR            PIC 9(5).
          05 AKT-REJECT-KTR            PIC 9(5).
          05 FILLER                    PIC X(58)       VALUE SPACES.

       01 WS-RUN-DATE                  PIC 9(8)        VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAIN UNTIL INFILE-EOF.
           IF IN-INTERCHANGE
              THEN
              PERFORM 190-NO-TRAILER
           END-IF.
           PERFORM 700-WRITE-SUMMARY.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'CLMINTAK' TO AUD-PROGRAM-ID.
           MOVE WS-SEG-KTR TO AUD-RECORDS-READ.
           MOVE WS-CLAIM-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-CLAIM-REJECT-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-CLAIM-TOTAL TO AUD-CONTROL-TOTAL.
           IF WS-ICH-REJECT-KTR > 0
              THEN
              MOVE '04' TO AUD-FINAL-STATUS
           ELSE
              MOVE '00' TO AUD-FINAL-STATUS
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 050-LOAD-PAYER-MAP UNTIL PAYER-MAP-FILE-EOF.
      * Priming Read:
           PERFORM 400-READ-INFILE.
       050-LOAD-PAYER-MAP.
      ************************************************************
      * Load the payer code / policy type table                  *
      ************************************************************
      D    DISPLAY '050-LOAD-PAYER-MAP'.
           READ PAYER-MAP-FILE
           AT END
              MOVE 'Y' TO PAYER-MAP-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF PAYER-TABLE-MAX < PAYER-TABLE-MAX-LIMIT
              AND PM-POLICY-TYPE >= 1 AND PM-POLICY-TYPE <= 3
              THEN
              ADD 1 TO PAYER-TABLE-MAX
              MOVE PM-PAYER-CODE TO PAYER-TBL-CODE(PAYER-TABLE-MAX)
              MOVE PM-POLICY-TYPE TO
                 PAYER-TBL-POLICY-TYPE(PAYER-TABLE-MAX)
           ELSE
              DISPLAY 'PAYERMAP ENTRY IGNORED: ' PAYER-MAP-REC(1:6)
           END-IF.
       100-MAIN.
      ************************************************************
      * Main Routine - one submission segment                    *
      ************************************************************
      D    DISPLAY '100-MAIN'.
           ADD 1 TO WS-SEG-KTR.

           IF SEG-HEADER
              THEN
              IF IN-INTERCHANGE
                 THEN
                 PERFORM 190-NO-TRAILER
              END-IF
              PERFORM 110-START-INTERCHANGE
              PERFORM 400-READ-INFILE
              EXIT PARAGRAPH
           END-IF.

      * nothing to acknowledge a segment outside an envelope to
           IF NOT IN-INTERCHANGE
              THEN
              ADD 1 TO WS-ORPHAN-KTR
              DISPLAY 'SEGMENT OUTSIDE AN INTERCHANGE SKIPPED: '
                      IN-REC(1:40)
              PERFORM 400-READ-INFILE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ICH-SEG-KTR.
           EVALUATE TRUE
           WHEN SEG-PROVIDER
                PERFORM 120-PROVIDER-SEGMENT
           WHEN SEG-SUBSCRIBER
                PERFORM 130-SUBSCRIBER-SEGMENT
           WHEN SEG-SERVICE-LINE
                PERFORM 140-SERVICE-LINE-SEGMENT
           WHEN SEG-TRAILER
                PERFORM 160-CHECK-TRAILER
                PERFORM 170-FINISH-INTERCHANGE
           WHEN OTHER
                MOVE 'UNKNOWN SEGMENT ID' TO ICH-REASON-HOLD
                PERFORM 180-FAIL-INTERCHANGE
           END-EVALUATE.

           PERFORM 400-READ-INFILE.
       110-START-INTERCHANGE.
      ************************************************************
      * HDR - open a new interchange                             *
      ************************************************************
      D    DISPLAY '110-START-INTERCHANGE'.
           ADD 1 TO WS-ICH-KTR.
           MOVE 'Y' TO INTERCHANGE-STATUS.
           MOVE 'N' TO ICH-BAD-STATUS.
           MOVE 'N' TO PRV-SEEN-STATUS.
           MOVE 'N' TO SUB-SEEN-STATUS.
           MOVE HDR-CONTROL-NO TO ICH-CONTROL-NO.
           MOVE HDR-SUBMITTER-ID TO ICH-SUBMITTER-ID.
           MOVE SPACES TO ICH-REASON.
           MOVE 1 TO ICH-SEG-KTR.
           MOVE 0 TO ICH-SUB-KTR.
           MOVE 0 TO ICH-CHARGE-TOTAL.
           MOVE 0 TO CLM-TABLE-MAX.
           IF HDR-CONTROL-NO = SPACES
              OR HDR-SUBMITTER-ID = SPACES
              THEN
              MOVE 'INVALID ENVELOPE HEADER' TO ICH-REASON-HOLD
              PERFORM 180-FAIL-INTERCHANGE
           END-IF.
       120-PROVIDER-SEGMENT.
      ************************************************************
      * PRV - the provider the following subscribers belong to   *
      ************************************************************
      D    DISPLAY '120-PROVIDER-SEGMENT'.
           IF PRV-PROVIDER-ID = SPACES
              THEN
              MOVE 'PROVIDER ID MISSING' TO ICH-REASON-HOLD
              PERFORM 180-FAIL-INTERCHANGE
           END-IF.
           MOVE 'Y' TO PRV-SEEN-STATUS.
           MOVE 'N' TO SUB-SEEN-STATUS.
       130-SUBSCRIBER-SEGMENT.
      ************************************************************
      * SUB - edit the subscriber, map the payer code            *
      ************************************************************
      D    DISPLAY '130-SUBSCRIBER-SEGMENT'.
           IF NOT PRV-SEEN
              THEN
              MOVE 'SUBSCRIBER BEFORE PROVIDER' TO ICH-REASON-HOLD
              PERFORM 180-FAIL-INTERCHANGE
           END-IF.
           ADD 1 TO ICH-SUB-KTR.
           MOVE 'Y' TO SUB-SEEN-STATUS.
           MOVE 'Y' TO SUB-OK-STATUS.
           MOVE SPACES TO SUB-REASON.
           COMPUTE SUB-START-SUB = CLM-TABLE-MAX + 1.
           MOVE SUB-LAST-NAME-IN TO SUB-LAST-NAME.
           MOVE SUB-FIRST-NAME-IN TO SUB-FIRST-NAME.
           MOVE 0 TO SUB-POLICY-TYPE.

           IF SUB-POLICY-NO-IN NUMERIC AND SUB-POLICY-NO-IN > 0
              THEN
              MOVE SUB-POLICY-NO-IN TO SUB-POLICY-NO
           ELSE
              MOVE 0 TO SUB-POLICY-NO
              MOVE 'N' TO SUB-OK-STATUS
              MOVE 'INVALID POLICY NUMBER' TO SUB-REASON
              EXIT PARAGRAPH
           END-IF.

           IF SUB-LAST-NAME-IN = SPACES
              THEN
              MOVE 'N' TO SUB-OK-STATUS
              MOVE 'SUBSCRIBER NAME MISSING' TO SUB-REASON
              EXIT PARAGRAPH
           END-IF.

      * a blank suffix is the subscriber
           EVALUATE TRUE
           WHEN SUB-MEMBER-SUFFIX-X = SPACES
                MOVE 0 TO SUB-MEMBER-SUFFIX
           WHEN SUB-MEMBER-SUFFIX-IN NUMERIC
                MOVE SUB-MEMBER-SUFFIX-IN TO SUB-MEMBER-SUFFIX
           WHEN OTHER
                MOVE 0 TO SUB-MEMBER-SUFFIX
                MOVE 'N' TO SUB-OK-STATUS
                MOVE 'INVALID MEMBER SUFFIX' TO SUB-REASON
                EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM VARYING PAYER-TABLE-SUB FROM 1 BY 1
              UNTIL PAYER-TABLE-SUB > PAYER-TABLE-MAX
                 OR SUB-POLICY-TYPE > 0
                   IF PAYER-TBL-CODE(PAYER-TABLE-SUB) =
                      SUB-PAYER-CODE-IN
                      THEN
                      MOVE PAYER-TBL-POLICY-TYPE(PAYER-TABLE-SUB)
                         TO SUB-POLICY-TYPE
                   END-IF
           END-PERFORM.
           IF SUB-POLICY-TYPE = 0
              THEN
              MOVE 'N' TO SUB-OK-STATUS
              MOVE 'PAYER CODE NOT MAPPED' TO SUB-REASON
           END-IF.
       140-SERVICE-LINE-SEGMENT.
      ************************************************************
      * SVL - roll the line into the subscriber's claim for the  *
      * service date                                             *
      ************************************************************
      D    DISPLAY '140-SERVICE-LINE-SEGMENT'.
           IF NOT SUB-SEEN
              THEN
              MOVE 'SERVICE LINE BEFORE SUBSCRIBER' TO
                 ICH-REASON-HOLD
              PERFORM 180-FAIL-INTERCHANGE
              EXIT PARAGRAPH
           END-IF.
      * the trailer total cannot be proven without the charge
           IF SVL-CHARGE NOT NUMERIC
              THEN
              MOVE 'SERVICE CHARGE NOT NUMERIC' TO ICH-REASON-HOLD
              PERFORM 180-FAIL-INTERCHANGE
              EXIT PARAGRAPH
           END-IF.
           ADD SVL-CHARGE TO ICH-CHARGE-TOTAL.
           IF SVL-SERVICE-DATE NOT NUMERIC
              THEN
              MOVE ZEROS TO SVL-SERVICE-DATE-X
           END-IF.

           MOVE 0 TO CLM-FOUND-SUB.
           PERFORM VARYING CLM-TABLE-SUB FROM SUB-START-SUB BY 1
              UNTIL CLM-TABLE-SUB > CLM-TABLE-MAX
                 OR CLM-FOUND-SUB > 0
                   IF CLM-TBL-BENEFIT-DATE(CLM-TABLE-SUB) =
                      SVL-SERVICE-DATE
                      THEN
                      MOVE CLM-TABLE-SUB TO CLM-FOUND-SUB
                   END-IF
           END-PERFORM.

           IF CLM-FOUND-SUB = 0
              THEN
              IF CLM-TABLE-MAX >= CLM-TABLE-MAX-LIMIT
                 THEN
                 MOVE 'INTERCHANGE TOO LARGE' TO ICH-REASON-HOLD
                 PERFORM 180-FAIL-INTERCHANGE
                 EXIT PARAGRAPH
              END-IF
              PERFORM 145-NEW-CLAIM
           END-IF.

           ADD SVL-CHARGE TO CLM-TBL-AMOUNT(CLM-FOUND-SUB).
           ADD 1 TO CLM-TBL-LINE-KTR(CLM-FOUND-SUB).
           IF SVL-PROCEDURE-CODE = SPACES
              AND CLM-TBL-ACCEPTED(CLM-FOUND-SUB)
              THEN
              MOVE 'R' TO CLM-TBL-STATUS(CLM-FOUND-SUB)
              MOVE 'PROCEDURE CODE MISSING' TO
                 CLM-TBL-REASON(CLM-FOUND-SUB)
           END-IF.
       145-NEW-CLAIM.
      ************************************************************
      * First service line for this subscriber and date          *
      ************************************************************
      D    DISPLAY '145-NEW-CLAIM'.
           ADD 1 TO CLM-TABLE-MAX.
           MOVE CLM-TABLE-MAX TO CLM-FOUND-SUB.
           MOVE SUB-POLICY-NO TO CLM-TBL-POLICY-NO(CLM-FOUND-SUB).
           MOVE SUB-LAST-NAME TO CLM-TBL-LAST-NAME(CLM-FOUND-SUB).
           MOVE SUB-FIRST-NAME TO CLM-TBL-FIRST-NAME(CLM-FOUND-SUB).
           MOVE SUB-POLICY-TYPE TO
              CLM-TBL-POLICY-TYPE(CLM-FOUND-SUB).
           MOVE SUB-MEMBER-SUFFIX TO
              CLM-TBL-MEMBER-SUFFIX(CLM-FOUND-SUB).
           MOVE SVL-SERVICE-DATE TO
              CLM-TBL-BENEFIT-DATE(CLM-FOUND-SUB).
           MOVE 0 TO CLM-TBL-AMOUNT(CLM-FOUND-SUB).
           MOVE 0 TO CLM-TBL-LINE-KTR(CLM-FOUND-SUB).
           MOVE 'A' TO CLM-TBL-STATUS(CLM-FOUND-SUB).
           MOVE SPACES TO CLM-TBL-REASON(CLM-FOUND-SUB).
           IF NOT SUB-OK
              THEN
              MOVE 'R' TO CLM-TBL-STATUS(CLM-FOUND-SUB)
              MOVE SUB-REASON TO CLM-TBL-REASON(CLM-FOUND-SUB)
              EXIT PARAGRAPH
           END-IF.
           IF SVL-SERVICE-DATE = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(SVL-SERVICE-DATE)
                 NOT EQUAL TO ZERO
              THEN
              MOVE 'R' TO CLM-TBL-STATUS(CLM-FOUND-SUB)
              MOVE 'INVALID SERVICE DATE' TO
                 CLM-TBL-REASON(CLM-FOUND-SUB)
           END-IF.
       160-CHECK-TRAILER.
      ************************************************************
      * TRL - the trailer must agree with what was received      *
      ************************************************************
      D    DISPLAY '160-CHECK-TRAILER'.
           IF ICH-BAD
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF TRL-SEG-COUNT NOT NUMERIC
              OR TRL-SUB-COUNT NOT NUMERIC
              OR TRL-CHARGE-TOTAL NOT NUMERIC
              THEN
              MOVE 'TRAILER COUNTS NOT NUMERIC' TO ICH-REASON-HOLD
              PERFORM 180-FAIL-INTERCHANGE
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
           WHEN TRL-CONTROL-NO NOT = ICH-CONTROL-NO
                MOVE 'TRAILER CONTROL NO MISMATCH' TO
                   ICH-REASON-HOLD
                PERFORM 180-FAIL-INTERCHANGE
           WHEN TRL-SEG-COUNT NOT = ICH-SEG-KTR
                MOVE 'TRAILER SEGMENT COUNT MISMATCH' TO
                   ICH-REASON-HOLD
                PERFORM 180-FAIL-INTERCHANGE
           WHEN TRL-SUB-COUNT NOT = ICH-SUB-KTR
                MOVE 'TRAILER SUBSCRIBER COUNT WRONG' TO
                   ICH-REASON-HOLD
                PERFORM 180-FAIL-INTERCHANGE
           WHEN TRL-CHARGE-TOTAL NOT = ICH-CHARGE-TOTAL
                MOVE 'TRAILER CHARGE TOTAL MISMATCH' TO
                   ICH-REASON-HOLD
                PERFORM 180-FAIL-INTERCHANGE
           END-EVALUATE.
       170-FINISH-INTERCHANGE.
      ************************************************************
      * Release the claims of a good interchange to the batch,   *
      * acknowledge every claim to the submitter                 *
      ************************************************************
      D    DISPLAY '170-FINISH-INTERCHANGE'.
           MOVE 0 TO ICH-ACCEPT-KTR.
           MOVE 0 TO ICH-REJECT-KTR.
           IF ICH-BAD
              THEN
              ADD 1 TO WS-ICH-REJECT-KTR
              DISPLAY 'INTERCHANGE ' ICH-CONTROL-NO ' FROM '
                      ICH-SUBMITTER-ID ' REJECTED: ' ICH-REASON
           END-IF.

           MOVE ICH-CONTROL-NO TO AKH-CONTROL-NO.
           MOVE ICH-SUBMITTER-ID TO AKH-SUBMITTER-ID.
           MOVE WS-RUN-DATE TO AKH-RUN-DATE.
           IF ICH-BAD
              THEN
              MOVE 'R' TO AKH-STATUS
              MOVE ICH-REASON TO AKH-REASON
           ELSE
              MOVE 'A' TO AKH-STATUS
              MOVE SPACES TO AKH-REASON
           END-IF.
           WRITE ACK-REC FROM ACK-HDR-REC.
           PERFORM 550-CHECK-ACK-WRITE.

           PERFORM VARYING CLM-TABLE-SUB FROM 1 BY 1
              UNTIL CLM-TABLE-SUB > CLM-TABLE-MAX
                   PERFORM 200-RELEASE-CLAIM
           END-PERFORM.

           MOVE ICH-CONTROL-NO TO AKT-CONTROL-NO.
           MOVE ICH-ACCEPT-KTR TO AKT-ACCEPT-KTR.
           MOVE ICH-REJECT-KTR TO AKT-REJECT-KTR.
           WRITE ACK-REC FROM ACK-TRL-REC.
           PERFORM 550-CHECK-ACK-WRITE.

           MOVE 'N' TO INTERCHANGE-STATUS.
           MOVE 0 TO CLM-TABLE-MAX.
       180-FAIL-INTERCHANGE.
      ************************************************************
      * Mark the interchange rejected - the first reason stands  *
      ************************************************************
      D    DISPLAY '180-FAIL-INTERCHANGE'.
           IF NOT ICH-BAD
              THEN
              MOVE 'Y' TO ICH-BAD-STATUS
              MOVE ICH-REASON-HOLD TO ICH-REASON
           END-IF.
       190-NO-TRAILER.
      ************************************************************
      * Next HDR or end of file before the TRL - the interchange *
      * is incomplete and is rejected whole                      *
      ************************************************************
      D    DISPLAY '190-NO-TRAILER'.
           MOVE 'TRAILER MISSING' TO ICH-REASON-HOLD.
           PERFORM 180-FAIL-INTERCHANGE.
           PERFORM 170-FINISH-INTERCHANGE.
       200-RELEASE-CLAIM.
      ************************************************************
      * One held claim: to CLAIMFILE when it and its interchange *
      * are good, acknowledged either way                        *
      ************************************************************
      D    DISPLAY '200-RELEASE-CLAIM'.
           IF CLM-TBL-ACCEPTED(CLM-TABLE-SUB)
              AND CLM-TBL-AMOUNT(CLM-TABLE-SUB) = 0
              THEN
              MOVE 'R' TO CLM-TBL-STATUS(CLM-TABLE-SUB)
              MOVE 'CLAIM AMOUNT IS ZERO' TO
                 CLM-TBL-REASON(CLM-TABLE-SUB)
           END-IF.
           IF ICH-BAD
              THEN
              MOVE 'R' TO CLM-TBL-STATUS(CLM-TABLE-SUB)
              MOVE 'INTERCHANGE REJECTED' TO
                 CLM-TBL-REASON(CLM-TABLE-SUB)
           END-IF.

           IF CLM-TBL-ACCEPTED(CLM-TABLE-SUB)
              THEN
              PERFORM 250-WRITE-CLAIM
              ADD 1 TO ICH-ACCEPT-KTR
           ELSE
              ADD 1 TO WS-CLAIM-REJECT-KTR
              ADD 1 TO ICH-REJECT-KTR
           END-IF.

           MOVE ICH-CONTROL-NO TO AKC-CONTROL-NO.
           MOVE CLM-TBL-POLICY-NO(CLM-TABLE-SUB) TO AKC-POLICY-NO.
           MOVE CLM-TBL-BENEFIT-DATE(CLM-TABLE-SUB) TO
              AKC-BENEFIT-DATE.
           MOVE CLM-TBL-AMOUNT(CLM-TABLE-SUB) TO AKC-CLAIM-AMOUNT.
           MOVE CLM-TBL-LINE-KTR(CLM-TABLE-SUB) TO AKC-LINE-KTR.
           MOVE CLM-TBL-STATUS(CLM-TABLE-SUB) TO AKC-STATUS.
           MOVE CLM-TBL-REASON(CLM-TABLE-SUB) TO AKC-REASON.
           WRITE ACK-REC FROM ACK-CLAIM-REC.
           PERFORM 550-CHECK-ACK-WRITE.
       250-WRITE-CLAIM.
      ************************************************************
      * Derive the CLAIMREC fields from the held claim           *
      ************************************************************
      D    DISPLAY '250-WRITE-CLAIM'.
           INITIALIZE CLAIM-RECORD-WS
              REPLACING NUMERIC DATA BY 0
              ALPHANUMERIC DATA BY " ".
           MOVE CLM-TBL-POLICY-NO(CLM-TABLE-SUB) TO
              INSURED-POLICY-NO.
           MOVE CLM-TBL-LAST-NAME(CLM-TABLE-SUB) TO INSURED-LAST-NAME.
           MOVE CLM-TBL-FIRST-NAME(CLM-TABLE-SUB) TO
              INSURED-FIRST-NAME.
           MOVE CLM-TBL-POLICY-TYPE(CLM-TABLE-SUB) TO POLICY-TYPE.
           MOVE CLM-TBL-MEMBER-SUFFIX(CLM-TABLE-SUB) TO MEMBER-SUFFIX.
           MOVE CLM-TBL-BENEFIT-DATE(CLM-TABLE-SUB) TO
              POLICY-BENEFIT-DATE-NUM.
           MOVE CLM-TBL-AMOUNT(CLM-TABLE-SUB) TO POLICY-AMOUNT.
           MOVE 0 TO POLICY-DEDUCTIBLE-PAID.
           MOVE 0 TO POLICY-COINSURANCE.
           MOVE CLM-TBL-AMOUNT(CLM-TABLE-SUB) TO CLAIM-AMOUNT.
           MOVE 0 TO CLAIM-AMOUNT-PAID.

           WRITE CLAIM-OUT-REC FROM CLAIM-RECORD-WS.
           IF NOT CLAIM-OUT-FILE-OK
              THEN
              DISPLAY 'CLAIM-OUT-FILE Problem: ' CLAIM-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-CLAIM-KTR.
           ADD CLM-TBL-AMOUNT(CLM-TABLE-SUB) TO WS-CLAIM-TOTAL.
       300-OPEN-FILES.
      *************************************************************
      * Open files                                                *
      *************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT INFILE.
           IF NOT INFILE-OK
              THEN
              DISPLAY 'CLMSUBMT File Problem: ' INFILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT PAYER-MAP-FILE.
           IF NOT PAYER-MAP-FILE-OK
              THEN
              DISPLAY 'PAYERMAP File Problem: ' PAYER-MAP-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT CLAIM-OUT-FILE.
           IF NOT CLAIM-OUT-FILE-OK
              THEN
              DISPLAY 'CLAIM-OUT-FILE Problem: ' CLAIM-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT ACK-FILE.
           IF NOT ACK-FILE-OK
              THEN
              DISPLAY 'CLMACK File Problem: ' ACK-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-READ-INFILE.
      ************************************************************
      * Read a submission segment                                *
      ************************************************************
      D    DISPLAY '400-READ-INFILE'.
           READ INFILE
           AT END
              MOVE "Y" TO INFILE-STATUS
           NOT AT END
              MOVE IN-REC TO SEG-REC-WS
           END-READ.
       550-CHECK-ACK-WRITE.
      ************************************************************
      * Acknowledgment write status                              *
      ************************************************************
           IF NOT ACK-FILE-OK
              THEN
              DISPLAY 'CLMACK File Problem: ' ACK-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       700-WRITE-SUMMARY.
      ************************************************************
      * End-of-run counts to SYSOUT - same style as HOSP2CLM     *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY'.
           DISPLAY 'CLMINTAK: ' WS-SEG-KTR ' SEGMENTS READ, '
                   WS-ICH-KTR ' INTERCHANGES, '
                   WS-ICH-REJECT-KTR ' REJECTED WHOLE'.
           DISPLAY 'CLMINTAK: ' WS-CLAIM-KTR ' CLAIMS WRITTEN, '
                   WS-CLAIM-REJECT-KTR ' CLAIMS REJECTED, '
                   WS-ORPHAN-KTR ' SEGMENTS OUTSIDE AN ENVELOPE'.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE INFILE.
           CLOSE PAYER-MAP-FILE.
           CLOSE CLAIM-OUT-FILE.
           IF NOT CLAIM-OUT-FILE-OK
              THEN
              DISPLAY 'CLAIM-OUT-FILE Problem: ' CLAIM-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE ACK-FILE.
           IF NOT ACK-FILE-OK
              THEN
              DISPLAY 'CLMACK File Problem: ' ACK-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
