      * accepted
           SELECT QUOTE-EXTRACT ASSIGN TO QUOTEXTR
                  ORGANIZATION IS SEQUENTIAL.
      * R.S. vendor reliability from the instrument asset register
      * (ASSETREG) - repair cost as a % of purchase value; a vendor
      * whose instruments keep coming back for repair loses to a
      * slightly dearer one. No file = price alone decides.
           SELECT OPTIONAL VENDOR-REL-FILE ASSIGN TO VENDREL
                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RFPIN
          05 QX-QUOTE                   PIC 9(7)V99.
          05 FILLER                     PIC X(45).

       FD  VENDOR-REL-FILE RECORDING MODE F.
       01 VENDOR-REL-REC.
          05 VR-VENDOR-ID               PIC X(03).
          05 VR-ASSET-COUNT             PIC 9(05).
          05 VR-PURCHASE-TOTAL          PIC 9(9)V99.
          05 VR-REPAIR-COUNT            PIC 9(05).
          05 VR-REPAIR-COST             PIC 9(9)V99.
          05 VR-REPAIR-PCT              PIC 9(3)V99.
          05 VR-RUN-DATE                PIC 9(08).
          05 FILLER                     PIC X(32).

       FD  GENRE-PARM-FILE RECORDING MODE F.
       01 GENRE-PARM-REC.
          05 GP-GENRE-NAME               PIC X(09).
       88 RFPIN-EOF                                    VALUE 'Y'.
       77 GENRE-PARM-FILE-STATUS        PIC X(01)      VALUE SPACE.
       88 GENRE-PARM-FILE-EOF                          VALUE 'Y'.
       77 VENDOR-REL-STATUS             PIC X(01)      VALUE SPACE.
       88 VENDOR-REL-EOF                               VALUE 'Y'.
      * Valid data indicator
       77 VALID-DATA-IND                PIC X(01)      VALUE SPACE.
       88 VALID-INPUT-DATA                             VALUE 'Y'.
       77 VD-MAX-LIMIT                  PIC 99         VALUE 10.
       77 WS-BEST-SUB                   PIC 99         VALUE 0.
       77 WS-WORST-SUB                  PIC 99         VALUE 0.
      * R.S. WS-BEST-SUB is the vendor chosen on the reliability-
      * weighted quote, WS-CHEAP-SUB the plain cheapest quote
       77 WS-CHEAP-SUB                  PIC 99         VALUE 0.
       77 WS-ADJ-QUOTE                  PIC S9(9)V99   VALUE 0.
       77 WS-BEST-ADJ-QUOTE             PIC S9(9)V99   VALUE 0.
       77 WS-REL-KTR                    PIC 99         VALUE 0.
       77 WS-CHOSEN-TOTAL               PIC 9(9)V99    VALUE 0.
       77 WS-WORST-TOTAL                PIC 9(9)V99    VALUE 0.
       01 VENDOR-RATE-TABLE.
             10 VD-SHIP-NAT             PIC SV99.
             10 VD-SHIP-OFFSHOR         PIC SV99.
             10 VD-QUOTE                PIC S9(7)V99.
             10 VD-REPAIR-PCT           PIC 9(3)V99.

      * R.S. vendor comparison block per proposal
       01 WS-VENDOR-CMP-LINE.
          05 CMP-VENDOR-O               PIC X(3).
          05 FILLER                     PIC X(3)       VALUE ' : '.
          05 CMP-QUOTE-O                PIC $Z,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(11)      VALUE
                '  repairs '.
          05 CMP-REPAIR-PCT-O           PIC ZZ9.99.
          05 FILLER                     PIC X(01)      VALUE '%'.
          05 CMP-FLAG-O                 PIC X(24).
          05 FILLER                     PIC X(60)      VALUE SPACES.

      * R.S. end-of-run savings summary
       01 WS-SAVINGS-LINE.
           PERFORM 300-OPEN-FILES.
           PERFORM 060-LOAD-RATES.
           PERFORM 065-LOAD-GENRE-TABLE.
           PERFORM 070-LOAD-VENDOR-RELIABILITY.
           INITIALIZE RFP-REC PROP-LINE.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read
                   MOVE RP-SHIP-NAT         TO VD-SHIP-NAT(VD-MAX)
                   MOVE RP-SHIP-OFFSHOR     TO
                      VD-SHIP-OFFSHOR(VD-MAX)
                   MOVE ZERO                TO VD-REPAIR-PCT(VD-MAX)
                   READ RATE-PARM-FILE
                   AT END
                      EXIT PERFORM
              ADD 1 TO WS-GENRE-SUB-MAX
              MOVE GP-GENRE-NAME TO WS-GENRE(WS-GENRE-SUB-MAX)
           END-READ.
       070-LOAD-VENDOR-RELIABILITY.
      ****************************************************************
      ***  Repair cost % per vendor from VENDREL (ASSETREG) - a      *
      ***  vendor not on the file counts as 0%                       *
      ****************************************************************
           DISPLAY '070-LOAD-VENDOR-RELIABILITY'.
           OPEN INPUT VENDOR-REL-FILE.
           PERFORM 071-READ-VENDOR-RELIABILITY
              UNTIL VENDOR-REL-EOF.
           CLOSE VENDOR-REL-FILE.
           DISPLAY 'VENDOR RELIABILITY RECORDS: ' WS-REL-KTR.
       071-READ-VENDOR-RELIABILITY.
           READ VENDOR-REL-FILE
           AT END
              MOVE "Y" TO VENDOR-REL-STATUS
           NOT AT END
              ADD 1 TO WS-REL-KTR
              PERFORM VARYING VD-SUB FROM 1 BY 1
                 UNTIL VD-SUB > VD-MAX
                      IF VD-VENDOR-ID(VD-SUB) = VR-VENDOR-ID
                         AND VR-REPAIR-PCT IS NUMERIC
                         MOVE VR-REPAIR-PCT TO VD-REPAIR-PCT(VD-SUB)
                      END-IF
              END-PERFORM
           END-READ.
       100-MAIN.
           DISPLAY '100-MAIN'.
           DISPLAY "RFP-REC: " RFP-REC.
                   MOVE WS-INST-PRICE-FINAL TO VD-QUOTE(VD-SUB)
           END-PERFORM.

      * cheapest and dearest vendor for this proposal, and the
      * vendor chosen once each quote is loaded by that vendor's
      * repair cost % - the proposal still carries the real quote
           MOVE 1 TO WS-BEST-SUB WS-WORST-SUB WS-CHEAP-SUB.
           COMPUTE WS-BEST-ADJ-QUOTE ROUNDED =
              VD-QUOTE(1) * (100 + VD-REPAIR-PCT(1)) / 100.
           PERFORM VARYING VD-SUB FROM 2 BY 1 UNTIL VD-SUB > VD-MAX
                   COMPUTE WS-ADJ-QUOTE ROUNDED =
                      VD-QUOTE(VD-SUB) *
                      (100 + VD-REPAIR-PCT(VD-SUB)) / 100
                   IF WS-ADJ-QUOTE < WS-BEST-ADJ-QUOTE
                      MOVE VD-SUB TO WS-BEST-SUB
                      MOVE WS-ADJ-QUOTE TO WS-BEST-ADJ-QUOTE
                   END-IF
                   IF VD-QUOTE(VD-SUB) < VD-QUOTE(WS-CHEAP-SUB)
                      MOVE VD-SUB TO WS-CHEAP-SUB
                   END-IF
                   IF VD-QUOTE(VD-SUB) > VD-QUOTE(WS-WORST-SUB)
                      MOVE VD-SUB TO WS-WORST-SUB
           ADD VD-QUOTE(WS-BEST-SUB) TO WS-CHOSEN-TOTAL.
           ADD VD-QUOTE(WS-WORST-SUB) TO WS-WORST-TOTAL.

      * the proposal carries the chosen vendor's price - redo
      * that vendor's pricing so the shipping/tax output fields
      * and the ledger match the chosen quote
           MOVE WS-BEST-SUB TO VD-SUB.
           ADD 1 TO CTR-LINES. *> only detail lines are counted

      * R.S. vendor comparison block - one line per vendor with
      * its repair cost %, the chosen and the cheapest quote flagged
           PERFORM VARYING VD-SUB FROM 1 BY 1 UNTIL VD-SUB > VD-MAX
                   MOVE VD-VENDOR-ID(VD-SUB) TO CMP-VENDOR-O
                   MOVE VD-QUOTE(VD-SUB) TO CMP-QUOTE-O
                   MOVE VD-REPAIR-PCT(VD-SUB) TO CMP-REPAIR-PCT-O
                   EVALUATE TRUE
                   WHEN VD-SUB = WS-BEST-SUB
                        AND VD-SUB = WS-CHEAP-SUB
                        MOVE ' << CHEAPEST' TO CMP-FLAG-O
                   WHEN VD-SUB = WS-BEST-SUB
                        MOVE ' << CHOSEN (RELIABILITY)' TO CMP-FLAG-O
                   WHEN VD-SUB = WS-CHEAP-SUB
                        MOVE ' << CHEAPEST' TO CMP-FLAG-O
                   WHEN OTHER
                        MOVE SPACES TO CMP-FLAG-O
                   END-EVALUATE
                   WRITE PROP-LINE FROM WS-VENDOR-CMP-LINE
                   ADD 1 TO CTR-LINES
           END-PERFORM.
