      * the acknowledgment file the suppliers send back
      * (ACKFILE), and reports every exported PO that has not
      * been acknowledged. POs unacknowledged for more than the
      * ACK-DAYS-LIMIT day limit after their sent date (PARMLIB
      * parameter library) are flagged as overdue so expediting
      * can chase the supplier before the lead time is blown.
      *
      * Acknowledgments that match no exported PO are counted
      * and listed to SYSOUT so mis-keyed acks surface too.
      *
      * A 'C' change record re-sends a revised PO; it replaces
      * the PO's sent date and revision, and only an ack dated
      * on or after the re-send counts - an older ack was for
      * the previous revision and is counted as stale.
      *
      *  Inital Version   2026/09/01
      *  Expect a fresh ack for re-sent PO change orders 2026/10/15
      *  Day limit from the PARMLIB library          2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT ACK-FILE ASSIGN TO ACKFILE
           FILE STATUS IS ACK-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

          05 XR-REC-TYPE               PIC X(01).
             88 XR-HEADER                              VALUE 'H'.
             88 XR-DETAIL                              VALUE 'D'.
             88 XR-CHANGE                              VALUE 'C'.
             88 XR-TRAILER                             VALUE 'T'.
          05 XR-PO-NUMBER              PIC X(06).
          05 XR-SUPPLIER-CODE          PIC X(05).
          05 XR-ORDER-DATE             PIC X(08).
          05 XR-DELIVERY-DATE          PIC X(08).
          05 XR-SENT-DATE              PIC 9(08).
          05 XR-REVISION-NO            PIC 9(03).
          05 XR-CHANGE-ACTION          PIC X(06).
          05 FILLER                    PIC X(07).

      * Supplier acknowledgments - one record per acknowledged PO
       FD  ACK-FILE
          05 ACK-STATUS                PIC X(02).
          05 FILLER                    PIC X(64).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).
             10 EXP-TBL-PO-NUMBER      PIC X(6).
             10 EXP-TBL-SUPPLIER-CODE  PIC X(5).
             10 EXP-TBL-SENT-DATE      PIC 9(8)        COMP.
             10 EXP-TBL-REVISION-NO    PIC 9(3)        COMP.
             10 EXP-TBL-ACKED-IND      PIC X(1).
                88 EXP-TBL-ACKED                       VALUE 'Y'.

             88 PO-EXTR-FILE-OK                        VALUE '00'.
          05 ACK-FILE-ST               PIC X(2).
             88 ACK-FILE-OK                            VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 WS-ORPHAN-ACK-KTR         PIC 9(7)        VALUE 0.
          05 WS-UNACKED-KTR            PIC 9(7)        VALUE 0.
          05 WS-OVERDUE-KTR            PIC 9(7)        VALUE 0.
          05 WS-CHG-KTR                PIC 9(7)        VALUE 0.
          05 WS-STALE-ACK-KTR          PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'OVERDUE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(03)       VALUE
                'REV'.
          05 FILLER                    PIC X(72)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(12)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(03)       VALUE ALL "=".
          05 FILLER                    PIC X(72)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-PO-NUMBER-O           PIC X(08).
          05 DET-DAYS-O                PIC ZZZZ9.
          05 FILLER                    PIC X(09)       VALUE SPACES.
          05 DET-OVERDUE-O             PIC X(09).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REVISION-O            PIC ZZ9.
          05 FILLER                    PIC X(72)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
          05 TOTAL-ORPHAN-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Change orders re-sent / stale ack:'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-CHG-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-STALE-ACK-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

      * PARMLKUP calling parameters - the acknowledgment day limit
      * in effect on the run date from the PARMLIB parameter library
       COPY PARMLKL.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
       060-LOAD-PARMS.
      ************************************************************
      * Look up the acknowledgment day limit in effect today in  *
      * the PARMLIB parameter library (PARMLKUP)                 *
      ************************************************************
      D    DISPLAY '060-LOAD-PARMS'.
           MOVE 'POACKREC' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'ACK-DAYS-LIMIT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR PLIB-NUM-VALUE > 999
              THEN
              DISPLAY 'ACK-DAYS-LIMIT PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-ACK-DAYS-LIMIT.
      D    DISPLAY 'ACK DAY LIMIT: ' WS-ACK-DAYS-LIMIT.
       100-LOAD-EXPORTED-POS.
      ************************************************************
      * Load the 'D' interchange records into the exported table *
      * and post each 'C' re-send over its PO's entry            *
      ************************************************************
      D    DISPLAY '100-LOAD-EXPORTED-POS'.
           READ PO-EXTR-FILE
              MOVE 'Y' TO PO-EXTR-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF XR-CHANGE
              THEN
              PERFORM 150-LOAD-CHANGE-ORDER
              EXIT PARAGRAPH
           END-IF.
           IF NOT XR-DETAIL
              THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXP-KTR.
           PERFORM 160-ADD-EXPORTED-PO.
       150-LOAD-CHANGE-ORDER.
      ************************************************************
      * A re-sent revision restarts the wait for an ack; a PO    *
      * first sent on an earlier interchange gets a new entry    *
      ************************************************************
      D    DISPLAY '150-LOAD-CHANGE-ORDER'.
           ADD 1 TO WS-CHG-KTR.
           MOVE 'N' TO SW-EXP-FOUND.
           PERFORM VARYING EXP-TABLE-SUB FROM 1 BY 1
              UNTIL EXP-TABLE-SUB > EXP-TABLE-MAX
                   IF EXP-TBL-PO-NUMBER(EXP-TABLE-SUB) EQUAL TO
                      XR-PO-NUMBER
                      THEN
                      MOVE 'Y' TO SW-EXP-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF EXP-FOUND
              THEN
              MOVE XR-SENT-DATE TO EXP-TBL-SENT-DATE(EXP-TABLE-SUB)
              MOVE XR-REVISION-NO
                 TO EXP-TBL-REVISION-NO(EXP-TABLE-SUB)
              MOVE SPACE TO EXP-TBL-ACKED-IND(EXP-TABLE-SUB)
           ELSE
              PERFORM 160-ADD-EXPORTED-PO
           END-IF.
       160-ADD-EXPORTED-PO.
      ************************************************************
      * New exported-table entry from the record just read       *
      ************************************************************
      D    DISPLAY '160-ADD-EXPORTED-PO'.
           IF EXP-TABLE-MAX < EXP-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO EXP-TABLE-MAX
              MOVE XR-SUPPLIER-CODE TO
                 EXP-TBL-SUPPLIER-CODE(EXP-TABLE-MAX)
              MOVE XR-SENT-DATE TO EXP-TBL-SENT-DATE(EXP-TABLE-MAX)
              IF XR-CHANGE
                 THEN
                 MOVE XR-REVISION-NO
                    TO EXP-TBL-REVISION-NO(EXP-TABLE-MAX)
              ELSE
                 MOVE 0 TO EXP-TBL-REVISION-NO(EXP-TABLE-MAX)
              END-IF
              MOVE SPACE TO EXP-TBL-ACKED-IND(EXP-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: EXPORT TABLE FULL - PO DROPPED: '
                   END-IF
           END-PERFORM.

      * An ack dated before the last send answered the previous
      * revision - the revised PO is still waiting
           IF EXP-FOUND
              AND ACK-DATE < EXP-TBL-SENT-DATE(EXP-TABLE-SUB)
              THEN
              ADD 1 TO WS-STALE-ACK-KTR
              DISPLAY 'ACK PREDATES CHANGE ORDER: ' ACK-PO-NUMBER
                      ' REV ' EXP-TBL-REVISION-NO(EXP-TABLE-SUB)
              EXIT PARAGRAPH
           END-IF.

           IF EXP-FOUND
              THEN
              MOVE 'Y' TO EXP-TBL-ACKED-IND(EXP-TABLE-SUB)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              TO DET-SUPPLIER-O.
           MOVE EXP-TBL-SENT-DATE(EXP-TABLE-SUB)
              TO DET-SENT-DATE-O.
           MOVE EXP-TBL-REVISION-NO(EXP-TABLE-SUB)
              TO DET-REVISION-O.
           MOVE WS-DAYS-WAITING TO DET-DAYS-O.
           IF WS-DAYS-WAITING > WS-ACK-DAYS-LIMIT
              THEN
           MOVE WS-ORPHAN-ACK-KTR TO TOTAL-ORPHAN-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-CHG-KTR TO TOTAL-CHG-O.
           MOVE WS-STALE-ACK-KTR TO TOTAL-STALE-ACK-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE PO-EXTR-FILE
                 ACK-FILE
                 REPORT-FILE.
