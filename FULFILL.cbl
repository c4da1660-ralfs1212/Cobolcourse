      *    close orders; everything still open carries forward
      *    to ORDROUT and prints on the undelivered-orders aging
      *    report with its days outstanding
      *  - each delivered order is written to DELVORD with its
      *    delivery date, for ASSETREG to add to the instrument
      *    asset register
      *
      *  Inital Version   2026/09/02
      *  Delivered orders written to DELVORD          2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT ORDER-OUT-FILE ASSIGN TO ORDROUT
           FILE STATUS IS ORDER-OUT-FILE-ST.

           SELECT DELV-ORDER-FILE ASSIGN TO DELVORD
           FILE STATUS IS DELV-ORDER-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

           RECORDING MODE IS F.
       01 ORDER-OUT-REC                PIC X(60).

      * Delivered orders - the closed order plus its delivery date
       FD  DELV-ORDER-FILE
           RECORDING MODE IS F.
       01 DELV-ORDER-REC.
          05 DO-ORDER-NO               PIC 9(06).
          05 DO-ARTIST-ACCT-NO         PIC X(08).
          05 DO-VENDOR-ID              PIC X(03).
          05 DO-INSTRUMENT-TYPE        PIC X(06).
          05 DO-INSTRUMENT-QUALITY     PIC X(01).
          05 DO-QUOTE                  PIC 9(7)V99.
          05 DO-ORDER-DATE             PIC 9(08).
          05 DO-PROPOSAL-DATE          PIC 9(08).
          05 DO-DELV-DATE              PIC 9(08).
          05 FILLER                    PIC X(23).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).
             88 VENDOR-ORDER-FILE-OK                   VALUE '00'.
          05 ORDER-OUT-FILE-ST         PIC X(2).
             88 ORDER-OUT-FILE-OK                      VALUE '00'.
          05 DELV-ORDER-FILE-ST        PIC X(2).
             88 DELV-ORDER-FILE-OK                     VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.

              THEN
              MOVE 'D' TO ORD-TBL-DELIVERED-IND(ORD-SUB)
              ADD 1 TO WS-DELV-KTR
              PERFORM 260-WRITE-DELIVERED
           ELSE
              ADD 1 TO WS-DELV-NOMATCH-KTR
              DISPLAY 'DELIVERY WITHOUT OPEN ORDER: ' DC-ORDER-NO
           END-IF.
       260-WRITE-DELIVERED.
      ************************************************************
      * The delivered order goes to the asset register feed      *
      ************************************************************
      D    DISPLAY '260-WRITE-DELIVERED'.
           MOVE SPACES TO DELV-ORDER-REC.
           MOVE ORD-TBL-ORDER-NO(ORD-SUB) TO DO-ORDER-NO.
           MOVE ORD-TBL-ACCT-NO(ORD-SUB) TO DO-ARTIST-ACCT-NO.
           MOVE ORD-TBL-VENDOR(ORD-SUB) TO DO-VENDOR-ID.
           MOVE ORD-TBL-INSTRUMENT(ORD-SUB) TO DO-INSTRUMENT-TYPE.
           MOVE ORD-TBL-QUALITY(ORD-SUB) TO DO-INSTRUMENT-QUALITY.
           MOVE ORD-TBL-QUOTE(ORD-SUB) TO DO-QUOTE.
           MOVE ORD-TBL-ORDER-DATE(ORD-SUB) TO DO-ORDER-DATE.
           MOVE ORD-TBL-PROP-DATE(ORD-SUB) TO DO-PROPOSAL-DATE.
           IF DC-DELV-DATE NUMERIC AND DC-DELV-DATE > 0
              THEN
              MOVE DC-DELV-DATE TO DO-DELV-DATE
           ELSE
              MOVE WS-CURRENT-DATE TO DO-DELV-DATE
           END-IF.
           WRITE DELV-ORDER-REC.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DELV-ORDER-FILE.
           IF NOT DELV-ORDER-FILE-OK
              DISPLAY 'DELVORD OPEN PROBLEM, RC='
                      DELV-ORDER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
                 DELV-CONF-FILE
                 VENDOR-ORDER-FILE
                 ORDER-OUT-FILE
                 DELV-ORDER-FILE
                 REPORT-FILE.
