       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEMNT.
      * ------------------------------------------------------------
      * RATEMNT:
      * Maintenance program for the BILLRATE billing rate card
      * that RATELKUP prices every timesheet day from. One row per
      * project, project position (EMP-PROJECT-POSITION-I on
      * EMPROJ) and effective date carries the day rate and the
      * overtime hour rate that apply from that date on. A blank
      * project is the firm-wide standard rate for the position.
      * In the style of GLMAPMNT, transactions from RATETRN are
      * applied against the sequential master:
      *   ADD    - project/position/date must not be on file; a
      *            position, a valid effective date and a day rate
      *            are required
      *   CHANGE - project/position/date must be on file; a rate
      *            left blank or zero is left unchanged
      *   DELETE - project/position/date must be on file
      * A rate increase is an ADD with the new effective date -
      * the old row stays on file so work done before the
      * increase keeps the old rate whenever it is invoiced.
      *
      * The old master is loaded, transactions are applied in
      * memory, and the master is rewritten in key sequence to
      * BILLRATO. Every transaction - applied or rejected - prints
      * on the maintenance audit report (PRTLINE).
      *
      * The change report (RATECHG) lists, for every rate added
      * or changed, the open projects it reaches: a project is
      * open while it is on PROJPARM, and it is affected when it
      * has EMPROJ staff in the position or timesheet days in the
      * position dated on or after the effective date that no
      * PROJINV invoice has covered yet. A standard rate does not
      * reach a project carrying its own rate for the position.
      *
      *  Inital Version   2026/10/15
      *  Timesheets joined to EMPROJ on employee number  2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BILLRATE-IN-FILE ASSIGN TO BILLRATE
           FILE STATUS IS BILLRATE-IN-FILE-ST.

           SELECT TRANS-FILE ASSIGN TO RATETRN
           FILE STATUS IS TRANS-FILE-ST.

           SELECT BILLRATE-OUT-FILE ASSIGN TO BILLRATO
           FILE STATUS IS BILLRATE-OUT-FILE-ST.

           SELECT PROJ-PARM-FILE ASSIGN TO PROJPARM
           FILE STATUS IS PROJ-PARM-FILE-ST.

           SELECT STAFF-FILE ASSIGN TO EMPROJ
           FILE STATUS IS STAFF-FILE-ST.

           SELECT OPTIONAL INVOICE-FILE ASSIGN TO PROJINV
           FILE STATUS IS INVOICE-FILE-ST.

           SELECT TIMESHEET-FILE ASSIGN TO TIMESHTS
           FILE STATUS IS TIMESHEET-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

           SELECT CHANGE-RPT-FILE ASSIGN TO RATECHG
           FILE STATUS IS CHANGE-RPT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Rate-card master - same record layout as the
      * BILLRATE-FILE FD in RATELKUP
       FD  BILLRATE-IN-FILE
           RECORDING MODE IS F.
       01 BILLRATE-IN-REC.
          05 RC-KEY.
             10 RC-PROJECT             PIC X(4).
             10 RC-POSITION            PIC X(20).
             10 RC-EFF-DATE            PIC 9(8).
          05 RC-DAY-RATE               PIC 9(3)V99.
          05 RC-OT-RATE                PIC 9(3)V99.
          05 RC-MAINT-DATE             PIC 9(8).
          05 FILLER                    PIC X(30).

      * Maintenance transactions keyed by project, position and
      * effective date
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01 TRANS-REC.
          05 TR-ACTION                 PIC X(06).
             88 TR-ADD                                 VALUE 'ADD   '.
             88 TR-CHANGE                              VALUE 'CHANGE'.
             88 TR-DELETE                              VALUE 'DELETE'.
          05 TR-RATE-KEY.
             10 TR-PROJECT             PIC X(04).
             10 TR-POSITION            PIC X(20).
             10 TR-EFF-DATE            PIC 9(08).
          05 TR-DAY-RATE               PIC 9(03)V99.
          05 TR-DAY-RATE-X REDEFINES TR-DAY-RATE
                                       PIC X(05).
          05 TR-OT-RATE                PIC 9(03)V99.
          05 TR-OT-RATE-X REDEFINES TR-OT-RATE
                                       PIC X(05).
          05 FILLER                    PIC X(32).

       FD  BILLRATE-OUT-FILE
           RECORDING MODE IS F.
       01 BILLRATE-OUT-REC             PIC X(80).

      * Project list - same record layout as the PROJ-PARM-FILE FD
      * in TABLES1X
       FD  PROJ-PARM-FILE
           RECORDING MODE IS F.
       01 PROJ-PARM-REC.
          05 PARM-PROJECT-CODE         PIC X(4).
          05 PARM-MARKUP-PCT           PIC 9(3)V99.
          05 FILLER                    PIC X(71).

      * Employee/project rows - same record layout as the
      * INPUT-FILE FD in TABLES1X
       FD  STAFF-FILE
           RECORDING MODE IS F.
       01 EMP-PROJECT-TABLE-I.
          05 EMP-PROJECT-I             PIC X(4).
          05 EMP-NAME-I                PIC X(15).
          05 EMP-STATE-OFFICE-I        PIC X(02).
          05 EMP-PROJECT-POSITION-I    PIC X(20).
          05 EMP-NBR-DAYS-ON-PROJ-I    PIC 9(03).
          05 EMP-NBR-OT-HOURS-I        PIC 9(03).
          05 EMP-PER-DAY-BILLING-RATE-I PIC 9(03)V99.
          05 EMP-PER-HOUR-OT-RATE-I    PIC 9(03)V99.
          05 EMP-LANGUAGE-CERT-I       PIC X(20).
          05 EMP-ON-CALL-I             PIC X(01).
          05 FILLER                    PIC X(02).
          05 EMP-NUMBER-I              PIC 9(06).

      * Invoice interface - same record layout as the
      * INVOICE-FILE FD in TABLES1X
       FD  INVOICE-FILE
           RECORDING MODE IS F.
       01 INVOICE-REC.
          05 INV-NUMBER-OUT            PIC 9(7).
          05 INV-PROJECT-OUT           PIC X(4).
          05 INV-SUBTOTAL-OUT          PIC 9(9)V99.
          05 INV-FEE-OUT               PIC 9(7)V99.
          05 INV-TOTAL-OUT             PIC 9(9)V99.
          05 INV-BILLED-THRU-OUT       PIC 9(8).
          05 FILLER                    PIC X(30).

      * Timesheet transactions - same record layout as the
      * TIMESHEET-FILE FD in TABLES1X
       FD  TIMESHEET-FILE
           RECORDING MODE IS F.
       01 TIMESHEET-REC.
          05 TS-EMP-NAME               PIC X(15).
          05 TS-PROJECT                PIC X(4).
          05 TS-WORK-DATE              PIC 9(8).
          05 TS-HOURS                  PIC 9(2).
          05 TS-EXPENSE-AMT            PIC 9(5)V99.
          05 TS-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(38).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       FD  CHANGE-RPT-FILE
           RECORDING MODE IS F.
       01 CHANGE-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * In-core rate card, kept in key sequence
       01 RC-TABLE-SUB                 PIC 9(4)        VALUE 0 COMP.
       01 RC-TABLE-SUB-2               PIC 9(4)        VALUE 0 COMP.
       01 RC-TABLE-MAX                 PIC 9(4)        VALUE 0 COMP.
       01 RC-TABLE-MAX-LIMIT           PIC 9(4)        VALUE 2000 COMP.
       01 RC-PRIOR-SUB                 PIC 9(4)        VALUE 0 COMP.
       01 SW-RC-FOUND                  PIC X(1)        VALUE 'N'.
          88 RC-FOUND                                  VALUE 'Y'.
       01 RATE-MASTER-TABLE.
          05 RC-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON RC-TABLE-MAX.
             10 RC-TBL-KEY.
                15 RC-TBL-PROJECT      PIC X(4).
                15 RC-TBL-POSITION     PIC X(20).
                15 RC-TBL-EFF-DATE     PIC 9(8).
             10 RC-TBL-DAY-RATE        PIC 9(3)V99.
             10 RC-TBL-OT-RATE         PIC 9(3)V99.
             10 RC-TBL-MAINT-DATE      PIC 9(8).
             10 RC-TBL-DELETED-IND     PIC X(1).
                88 RC-TBL-DELETED                      VALUE 'D'.

      * Rates added or changed this run, with the rate each one
      * replaces and its reach into every open project
       01 NR-SUB                       PIC 9(3)        VALUE 0 COMP.
       01 NR-MAX                       PIC 9(3)        VALUE 0 COMP.
       01 NR-MAX-LIMIT                 PIC 9(3)        VALUE 100 COMP.
       01 NEW-RATE-TABLE.
          05 NR-ENTRY OCCURS 100 TIMES.
             10 NR-TBL-ACTION          PIC X(6).
             10 NR-TBL-PROJECT         PIC X(4).
             10 NR-TBL-POSITION        PIC X(20).
             10 NR-TBL-EFF-DATE        PIC 9(8).
             10 NR-TBL-DAY-RATE        PIC 9(3)V99.
             10 NR-TBL-OT-RATE         PIC 9(3)V99.
             10 NR-TBL-OLD-DAY-RATE    PIC 9(3)V99.
             10 NR-TBL-OLD-OT-RATE     PIC 9(3)V99.
             10 NR-TBL-OLD-EFF-DATE    PIC 9(8).
             10 NR-TBL-PROJ-REACH OCCURS 100 TIMES.
                15 NR-TBL-STAFF        PIC 9(3)        COMP.
                15 NR-TBL-DAYS         PIC 9(5)        COMP.

      * Open projects from PROJPARM with their billed-through date
       01 PJ-SUB                       PIC 9(3)        VALUE 0 COMP.
       01 PJ-MAX                       PIC 9(3)        VALUE 0 COMP.
       01 PJ-MAX-LIMIT                 PIC 9(3)        VALUE 100 COMP.
       01 SW-PJ-FOUND                  PIC X(1)        VALUE 'N'.
          88 PJ-FOUND                                  VALUE 'Y'.
       01 WS-FIND-PROJECT              PIC X(4)        VALUE SPACES.
       01 OPEN-PROJECT-TABLE.
          05 PJ-ENTRY OCCURS 1 TO 100 TIMES
                DEPENDING ON PJ-MAX.
             10 PJ-TBL-PROJECT         PIC X(4).
             10 PJ-TBL-BILLED-THRU     PIC 9(8).

      * Employee positions from EMPROJ
       01 ST-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 ST-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 ST-MAX-LIMIT                 PIC 9(4)        VALUE 500 COMP.
       01 SW-ST-FOUND                  PIC X(1)        VALUE 'N'.
          88 ST-FOUND                                  VALUE 'Y'.
       01 STAFF-TABLE.
          05 ST-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON ST-MAX.
             10 ST-TBL-PROJECT         PIC X(4).
             10 ST-TBL-EMP-NO          PIC 9(06).
             10 ST-TBL-EMP-NAME        PIC X(15).
             10 ST-TBL-POSITION        PIC X(20).

       01 PROGRAM-SWITCHES.
          05 BILLRATE-IN-FILE-ST       PIC X(2).
             88 BILLRATE-IN-FILE-OK                    VALUE '00' '05'.
          05 TRANS-FILE-ST             PIC X(2).
             88 TRANS-FILE-OK                          VALUE '00'.
          05 BILLRATE-OUT-FILE-ST      PIC X(2).
             88 BILLRATE-OUT-FILE-OK                   VALUE '00'.
          05 PROJ-PARM-FILE-ST         PIC X(2).
             88 PROJ-PARM-FILE-OK                      VALUE '00'.
          05 STAFF-FILE-ST             PIC X(2).
             88 STAFF-FILE-OK                          VALUE '00'.
          05 INVOICE-FILE-ST           PIC X(2).
             88 INVOICE-FILE-OK                        VALUE '00' '05'.
          05 TIMESHEET-FILE-ST         PIC X(2).
             88 TIMESHEET-FILE-OK                      VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 CHANGE-RPT-FILE-ST        PIC X(2).
             88 CHANGE-RPT-FILE-OK                     VALUE '00'.
      * EOF indicators (Input files only)
          05 BILLRATE-IN-FILE-STATUS   PIC X(01)       VALUE SPACE.
             88 BILLRATE-IN-FILE-EOF                   VALUE 'Y'.
          05 TRANS-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 TRANS-FILE-EOF                         VALUE 'Y'.
          05 PROJ-PARM-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 PROJ-PARM-FILE-EOF                     VALUE 'Y'.
          05 STAFF-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 STAFF-FILE-EOF                         VALUE 'Y'.
          05 INVOICE-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 INVOICE-FILE-EOF                       VALUE 'Y'.
          05 TIMESHEET-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 TIMESHEET-FILE-EOF                     VALUE 'Y'.
      * Transaction applied/rejected indicator
          05 TRANS-APPLIED-STATUS      PIC X(01)       VALUE SPACE.
             88 TRANS-APPLIED-IND                      VALUE 'Y'.
      * Project carries its own rate for the position
          05 OWN-RATE-STATUS           PIC X(01)       VALUE SPACE.
             88 OWN-RATE-IND                           VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-TRANS-KTR              PIC 9(7)        VALUE 0.
          05 WS-TRANS-APPLIED          PIC 9(7)        VALUE 0.
          05 WS-TRANS-REJECTED         PIC 9(7)        VALUE 0.
          05 WS-ADD-KTR                PIC 9(7)        VALUE 0.
          05 WS-CHANGE-KTR             PIC 9(7)        VALUE 0.
          05 WS-DELETE-KTR             PIC 9(7)        VALUE 0.
          05 WS-OUT-KTR                PIC 9(7)        VALUE 0.
          05 WS-SEQ-ERR-KTR            PIC 9(7)        VALUE 0.
          05 WS-TS-KTR                 PIC 9(7)        VALUE 0.
          05 WS-AFFECTED-KTR           PIC 9(7)        VALUE 0.
          05 WS-RATE-AFFECTED-KTR      PIC 9(5)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.
          05 CTR-CHG-LINES             PIC 99          VALUE 99.
          05 CTR-CHG-PAGES             PIC 999         VALUE 0.

       01 WS-REJECT-REASON             PIC X(30)       VALUE SPACES.
       01 WS-PREV-KEY                  PIC X(32)       VALUE LOW-VALUE.
       01 WS-SWAP-ENTRY                PIC X(51)       VALUE SPACES.
       01 WS-TODAY                     PIC 9(8)        VALUE 0.
       01 WS-TS-POSITION               PIC X(20)       VALUE SPACES.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '  BILLING RATE-CARD MAINTENANCE AUDIT REPORT      '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'ACTION'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE
                'PROJECT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE
                'POSITION'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'EFFECTIVE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'DAY RATE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'OT RATE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'STATUS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REJECT REASON'.
          05 FILLER                    PIC X(19)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(19)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-ACTION-O              PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PROJECT-O             PIC X(07).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-POSITION-O            PIC X(20).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-EFF-DATE-O            PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-DAY-RATE-O            PIC ZZZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-OT-RATE-O             PIC ZZZZ9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-STATUS-O              PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-O              PIC X(30).
          05 FILLER                    PIC X(19)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Total Transactions read          :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-TRANS-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Applied / Rejected               :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-APPLIED-O           PIC ZZZZZZ9.
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

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Rate-card rows written out       :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-OUT-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

      * Change report lines
       01 CHG-HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '  RATE-CARD CHANGE - OPEN PROJECTS AFFECTED       '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 CHG-PAGE-NUM              PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 CHG-RATE-LINE.
          05 CHR-ACTION-O              PIC X(06).
          05 FILLER                    PIC X(01)       VALUE SPACE.
          05 CHR-PROJECT-O             PIC X(08).
          05 FILLER                    PIC X(01)       VALUE SPACE.
          05 CHR-POSITION-O            PIC X(20).
          05 FILLER                    PIC X(11)       VALUE
                ' EFFECTIVE '.
          05 CHR-EFF-DATE-O            PIC 9(8).
          05 FILLER                    PIC X(06)       VALUE
                '  DAY '.
          05 CHR-DAY-RATE-O            PIC ZZ9.99.
          05 FILLER                    PIC X(04)       VALUE
                ' OT '.
          05 CHR-OT-RATE-O             PIC ZZ9.99.
          05 FILLER                    PIC X(10)       VALUE
                '  WAS DAY '.
          05 CHR-OLD-DAY-O             PIC ZZ9.99.
          05 FILLER                    PIC X(04)       VALUE
                ' OT '.
          05 CHR-OLD-OT-O              PIC ZZ9.99.
          05 FILLER                    PIC X(07)       VALUE
                ' FROM  '.
          05 CHR-OLD-EFF-O             PIC X(08).
          05 FILLER                    PIC X(14)       VALUE SPACES.

       01 CHG-PROJ-LINE.
          05 FILLER                    PIC X(08)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'PROJECT '.
          05 CHP-PROJECT-O             PIC X(04).
          05 FILLER                    PIC X(21)       VALUE
                '  STAFF IN POSITION '.
          05 CHP-STAFF-O               PIC ZZ9.
          05 FILLER                    PIC X(34)       VALUE
                '  UNBILLED DAYS AT THE NEW RATE  '.
          05 CHP-DAYS-O                PIC ZZZZ9.
          05 FILLER                    PIC X(49)       VALUE SPACES.

       01 CHG-NONE-LINE.
          05 FILLER                    PIC X(08)       VALUE SPACES.
          05 FILLER                    PIC X(40)       VALUE
                'NO OPEN PROJECT AFFECTED'.
          05 FILLER                    PIC X(84)       VALUE SPACES.

       01 CHG-TOTALS-REC.
          05 FILLER                    PIC X(35)       VALUE
                'New rates / project impacts      :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-NEW-RATES-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-AFFECTED-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAIN UNTIL TRANS-FILE-EOF.
           PERFORM 600-REWRITE-MASTER.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 650-MEASURE-IMPACT.
           PERFORM 750-WRITE-CHANGE-REPORT.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 050-LOAD-MASTER-TABLE.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           PERFORM 400-READ-TRANS-FILE.
       050-LOAD-MASTER-TABLE.
      ************************************************************
      * Load the old master, sequence-checking the keys          *
      ************************************************************
      D    DISPLAY '050-LOAD-MASTER-TABLE'.
           PERFORM UNTIL BILLRATE-IN-FILE-EOF OR
              RC-TABLE-MAX = RC-TABLE-MAX-LIMIT
                   READ BILLRATE-IN-FILE
                   AT END
                      MOVE 'Y' TO BILLRATE-IN-FILE-STATUS
                   NOT AT END
                      IF RC-KEY NOT > WS-PREV-KEY
                         THEN
                         ADD 1 TO WS-SEQ-ERR-KTR
                         DISPLAY 'BILLRATE OUT OF SEQUENCE AT: '
                                 RC-KEY
                      END-IF
                      MOVE RC-KEY TO WS-PREV-KEY
                      ADD 1 TO RC-TABLE-MAX
                      MOVE RC-KEY TO RC-TBL-KEY(RC-TABLE-MAX)
                      MOVE RC-DAY-RATE TO
                         RC-TBL-DAY-RATE(RC-TABLE-MAX)
                      MOVE RC-OT-RATE TO
                         RC-TBL-OT-RATE(RC-TABLE-MAX)
                      MOVE RC-MAINT-DATE TO
                         RC-TBL-MAINT-DATE(RC-TABLE-MAX)
                      MOVE SPACE TO
                         RC-TBL-DELETED-IND(RC-TABLE-MAX)
                   END-READ
           END-PERFORM.
      D    DISPLAY 'BILLRATE TABLE: ' RC-TABLE-MAX ' ENTRIES'.
       100-MAIN.
      ************************************************************
      * Main Routine - apply one transaction against the table   *
      ************************************************************
      D    DISPLAY '100-MAIN'.
           ADD 1 TO WS-TRANS-KTR.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'Y' TO TRANS-APPLIED-STATUS.
           MOVE SPACES TO DETAIL-LINE.
           MOVE TR-ACTION TO DET-ACTION-O.
           IF TR-PROJECT = SPACES
              THEN
              MOVE 'ALL' TO DET-PROJECT-O
           ELSE
              MOVE TR-PROJECT TO DET-PROJECT-O
           END-IF.
           MOVE TR-POSITION TO DET-POSITION-O.
           MOVE TR-EFF-DATE TO DET-EFF-DATE-O.
           IF TR-DAY-RATE NUMERIC
              THEN
              MOVE TR-DAY-RATE TO DET-DAY-RATE-O
           END-IF.
           IF TR-OT-RATE NUMERIC
              THEN
              MOVE TR-OT-RATE TO DET-OT-RATE-O
           END-IF.

           PERFORM 150-FIND-RATE.

           EVALUATE TRUE
           WHEN TR-ADD
                PERFORM 210-APPLY-ADD
           WHEN TR-CHANGE
                PERFORM 220-APPLY-CHANGE
           WHEN TR-DELETE
                PERFORM 230-APPLY-DELETE
           WHEN OTHER
                MOVE 'N' TO TRANS-APPLIED-STATUS
                MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
           END-EVALUATE.

           IF TRANS-APPLIED-IND
              THEN
              ADD 1 TO WS-TRANS-APPLIED
              MOVE 'APPLIED' TO DET-STATUS-O
           ELSE
              ADD 1 TO WS-TRANS-REJECTED
              MOVE 'REJECTED' TO DET-STATUS-O
              MOVE WS-REJECT-REASON TO DET-REASON-O
           END-IF.

           PERFORM 500-WRITE-REPORT.
           PERFORM 400-READ-TRANS-FILE.
       150-FIND-RATE.
      ************************************************************
      * Locate the transaction's project/position/date           *
      ************************************************************
      D    DISPLAY '150-FIND-RATE'.
           MOVE 'N' TO SW-RC-FOUND.
           PERFORM VARYING RC-TABLE-SUB FROM 1 BY 1
              UNTIL RC-TABLE-SUB > RC-TABLE-MAX
                   IF RC-TBL-KEY(RC-TABLE-SUB) EQUAL TO TR-RATE-KEY
                      AND NOT RC-TBL-DELETED(RC-TABLE-SUB)
                      THEN
                      MOVE 'Y' TO SW-RC-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       160-FIND-PRIOR-RATE.
      ************************************************************
      * The rate in effect for the project/position the day      *
      * before the transaction's effective date                  *
      ************************************************************
      D    DISPLAY '160-FIND-PRIOR-RATE'.
           MOVE 0 TO RC-PRIOR-SUB.
           PERFORM VARYING RC-TABLE-SUB-2 FROM 1 BY 1
              UNTIL RC-TABLE-SUB-2 > RC-TABLE-MAX
                   IF RC-TBL-PROJECT(RC-TABLE-SUB-2) = TR-PROJECT
                      AND RC-TBL-POSITION(RC-TABLE-SUB-2) =
                         TR-POSITION
                      AND RC-TBL-EFF-DATE(RC-TABLE-SUB-2) <
                         TR-EFF-DATE
                      AND NOT RC-TBL-DELETED(RC-TABLE-SUB-2)
                      THEN
                      IF RC-PRIOR-SUB = 0
                         THEN
                         MOVE RC-TABLE-SUB-2 TO RC-PRIOR-SUB
                      ELSE
                         IF RC-TBL-EFF-DATE(RC-TABLE-SUB-2) >
                            RC-TBL-EFF-DATE(RC-PRIOR-SUB)
                            THEN
                            MOVE RC-TABLE-SUB-2 TO RC-PRIOR-SUB
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM.
       170-NOTE-NEW-RATE.
      ************************************************************
      * Keep an applied ADD/CHANGE for the change report         *
      ************************************************************
      D    DISPLAY '170-NOTE-NEW-RATE'.
           IF NR-MAX = NR-MAX-LIMIT
              THEN
              DISPLAY 'WARNING: CHANGE REPORT TABLE FULL - '
                      TR-RATE-KEY
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NR-MAX.
           INITIALIZE NR-ENTRY(NR-MAX).
           MOVE TR-ACTION TO NR-TBL-ACTION(NR-MAX).
           MOVE TR-PROJECT TO NR-TBL-PROJECT(NR-MAX).
           MOVE TR-POSITION TO NR-TBL-POSITION(NR-MAX).
           MOVE TR-EFF-DATE TO NR-TBL-EFF-DATE(NR-MAX).
           MOVE RC-TBL-DAY-RATE(RC-TABLE-SUB)
              TO NR-TBL-DAY-RATE(NR-MAX).
           MOVE RC-TBL-OT-RATE(RC-TABLE-SUB)
              TO NR-TBL-OT-RATE(NR-MAX).
       210-APPLY-ADD.
      ************************************************************
      * ADD - key must be new; position, effective date and day  *
      * rate present                                             *
      ************************************************************
      D    DISPLAY '210-APPLY-ADD'.
           IF RC-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'RATE ALREADY ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-POSITION EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'POSITION BLANK' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-EFF-DATE NOT NUMERIC
              OR TR-EFF-DATE < 19000101
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-DAY-RATE NOT NUMERIC
              OR TR-DAY-RATE = 0
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'DAY RATE MISSING' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-OT-RATE-X = SPACES
              THEN
              MOVE 0 TO TR-OT-RATE
           END-IF.
           IF TR-OT-RATE NOT NUMERIC
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'OT RATE NOT NUMERIC' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF RC-TABLE-MAX = RC-TABLE-MAX-LIMIT
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'RATE TABLE FULL' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           PERFORM 160-FIND-PRIOR-RATE.
           ADD 1 TO RC-TABLE-MAX.
           MOVE RC-TABLE-MAX TO RC-TABLE-SUB.
           MOVE TR-RATE-KEY TO RC-TBL-KEY(RC-TABLE-SUB).
           MOVE TR-DAY-RATE TO RC-TBL-DAY-RATE(RC-TABLE-SUB).
           MOVE TR-OT-RATE TO RC-TBL-OT-RATE(RC-TABLE-SUB).
           MOVE WS-TODAY TO RC-TBL-MAINT-DATE(RC-TABLE-SUB).
           MOVE SPACE TO RC-TBL-DELETED-IND(RC-TABLE-SUB).
           ADD 1 TO WS-ADD-KTR.
           PERFORM 170-NOTE-NEW-RATE.
           IF RC-PRIOR-SUB > 0
              AND NR-MAX > 0
              THEN
              MOVE RC-TBL-DAY-RATE(RC-PRIOR-SUB)
                 TO NR-TBL-OLD-DAY-RATE(NR-MAX)
              MOVE RC-TBL-OT-RATE(RC-PRIOR-SUB)
                 TO NR-TBL-OLD-OT-RATE(NR-MAX)
              MOVE RC-TBL-EFF-DATE(RC-PRIOR-SUB)
                 TO NR-TBL-OLD-EFF-DATE(NR-MAX)
           END-IF.
       220-APPLY-CHANGE.
      ************************************************************
      * CHANGE - key must be on file; blank or zero rates        *
      * unchanged                                                *
      ************************************************************
      D    DISPLAY '220-APPLY-CHANGE'.
           IF NOT RC-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'RATE NOT ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-DAY-RATE-X = SPACES
              THEN
              MOVE 0 TO TR-DAY-RATE
           END-IF.
           IF TR-OT-RATE-X = SPACES
              THEN
              MOVE 0 TO TR-OT-RATE
           END-IF.
           IF TR-DAY-RATE NOT NUMERIC
              OR TR-OT-RATE NOT NUMERIC
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'RATE NOT NUMERIC' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-DAY-RATE = 0
              AND TR-OT-RATE = 0
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'NO CHANGE DATA SUPPLIED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           PERFORM 170-NOTE-NEW-RATE.
           IF NR-MAX > 0
              THEN
              MOVE RC-TBL-DAY-RATE(RC-TABLE-SUB)
                 TO NR-TBL-OLD-DAY-RATE(NR-MAX)
              MOVE RC-TBL-OT-RATE(RC-TABLE-SUB)
                 TO NR-TBL-OLD-OT-RATE(NR-MAX)
              MOVE TR-EFF-DATE TO NR-TBL-OLD-EFF-DATE(NR-MAX)
           END-IF.
           IF TR-DAY-RATE NOT = 0
              THEN
              MOVE TR-DAY-RATE TO RC-TBL-DAY-RATE(RC-TABLE-SUB)
           END-IF.
           IF TR-OT-RATE NOT = 0
              THEN
              MOVE TR-OT-RATE TO RC-TBL-OT-RATE(RC-TABLE-SUB)
           END-IF.
           MOVE WS-TODAY TO RC-TBL-MAINT-DATE(RC-TABLE-SUB).
           ADD 1 TO WS-CHANGE-KTR.
           IF NR-MAX > 0
              THEN
              MOVE RC-TBL-DAY-RATE(RC-TABLE-SUB)
                 TO NR-TBL-DAY-RATE(NR-MAX)
              MOVE RC-TBL-OT-RATE(RC-TABLE-SUB)
                 TO NR-TBL-OT-RATE(NR-MAX)
           END-IF.
       230-APPLY-DELETE.
      ************************************************************
      * DELETE - key must be on file; flagged, dropped on the    *
      * rewrite                                                  *
      ************************************************************
      D    DISPLAY '230-APPLY-DELETE'.
           IF NOT RC-FOUND
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'RATE NOT ON FILE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 'D' TO RC-TBL-DELETED-IND(RC-TABLE-SUB).
           ADD 1 TO WS-DELETE-KTR.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT BILLRATE-IN-FILE.
           IF NOT BILLRATE-IN-FILE-OK
              DISPLAY 'BILLRATE OPEN PROBLEM, RC='
                      BILLRATE-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT TRANS-FILE.
           IF NOT TRANS-FILE-OK
              DISPLAY 'RATETRN OPEN PROBLEM, RC=' TRANS-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PROJ-PARM-FILE.
           IF NOT PROJ-PARM-FILE-OK
              DISPLAY 'PROJPARM OPEN PROBLEM, RC='
                      PROJ-PARM-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT STAFF-FILE.
           IF NOT STAFF-FILE-OK
              DISPLAY 'EMPROJ OPEN PROBLEM, RC=' STAFF-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT INVOICE-FILE.
           IF NOT INVOICE-FILE-OK
              DISPLAY 'PROJINV OPEN PROBLEM, RC=' INVOICE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT TIMESHEET-FILE.
           IF NOT TIMESHEET-FILE-OK
              DISPLAY 'TIMESHTS OPEN PROBLEM, RC='
                      TIMESHEET-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT BILLRATE-OUT-FILE.
           IF NOT BILLRATE-OUT-FILE-OK
              DISPLAY 'BILLRATO OPEN PROBLEM, RC='
                      BILLRATE-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CHANGE-RPT-FILE.
           IF NOT CHANGE-RPT-FILE-OK
              DISPLAY 'RATECHG OPEN PROBLEM, RC='
                      CHANGE-RPT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-READ-TRANS-FILE.
      ************************************************************
      * Read Transaction record                                  *
      ************************************************************
      D    DISPLAY '400-READ-TRANS-FILE'.
           READ TRANS-FILE
           AT END
              MOVE "Y" TO TRANS-FILE-STATUS
           END-READ.
       500-WRITE-REPORT.
      ************************************************************
      * Write one audit line per transaction                     *
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
       520-CHG-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine - change report                       *
      ************************************************************
      D    DISPLAY '520-CHG-PAGE-CHANGE-RTN'.
           ADD 1 TO CTR-CHG-PAGES.
           MOVE CTR-CHG-PAGES TO CHG-PAGE-NUM.
           WRITE CHANGE-LINE FROM CHG-HEADING-1
              AFTER ADVANCING PAGE.
           MOVE 1 TO CTR-CHG-LINES.
       600-REWRITE-MASTER.
      ************************************************************
      * Bubble the surviving entries into key sequence and       *
      * rewrite the master                                       *
      ************************************************************
      D    DISPLAY '600-REWRITE-MASTER'.
           PERFORM VARYING RC-TABLE-SUB FROM 1 BY 1
              UNTIL RC-TABLE-SUB NOT < RC-TABLE-MAX
                   PERFORM VARYING RC-TABLE-SUB-2 FROM 1 BY 1
                      UNTIL RC-TABLE-SUB-2 NOT <
                         RC-TABLE-MAX
                         IF RC-TBL-KEY(RC-TABLE-SUB-2) >
                            RC-TBL-KEY(RC-TABLE-SUB-2 + 1)
                            THEN
                            MOVE RC-ENTRY(RC-TABLE-SUB-2)
                               TO WS-SWAP-ENTRY
                            MOVE RC-ENTRY(RC-TABLE-SUB-2 + 1)
                               TO RC-ENTRY(RC-TABLE-SUB-2)
                            MOVE WS-SWAP-ENTRY
                               TO RC-ENTRY(RC-TABLE-SUB-2 + 1)
                         END-IF
                   END-PERFORM
           END-PERFORM.

           PERFORM VARYING RC-TABLE-SUB FROM 1 BY 1
              UNTIL RC-TABLE-SUB > RC-TABLE-MAX
                   IF NOT RC-TBL-DELETED(RC-TABLE-SUB)
                      THEN
                      MOVE SPACES TO BILLRATE-OUT-REC
                      MOVE RC-ENTRY(RC-TABLE-SUB)(1:50) TO
                         BILLRATE-OUT-REC(1:50)
                      WRITE BILLRATE-OUT-REC
                      ADD 1 TO WS-OUT-KTR
                   END-IF
           END-PERFORM.
       650-MEASURE-IMPACT.
      ************************************************************
      * Open projects, staff positions and unbilled timesheet    *
      * days - the reach of every new rate                       *
      ************************************************************
      D    DISPLAY '650-MEASURE-IMPACT'.
           IF NR-MAX = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PROJ-PARM-FILE-EOF
                   READ PROJ-PARM-FILE
                   AT END
                      MOVE 'Y' TO PROJ-PARM-FILE-STATUS
                   NOT AT END
                      IF PJ-MAX < PJ-MAX-LIMIT
                         THEN
                         ADD 1 TO PJ-MAX
                         MOVE PARM-PROJECT-CODE
                            TO PJ-TBL-PROJECT(PJ-MAX)
                         MOVE 0 TO PJ-TBL-BILLED-THRU(PJ-MAX)
                      ELSE
                         DISPLAY 'WARNING: PROJECT TABLE FULL'
                      END-IF
                   END-READ
           END-PERFORM.
           PERFORM UNTIL INVOICE-FILE-EOF
                   READ INVOICE-FILE
                   AT END
                      MOVE 'Y' TO INVOICE-FILE-STATUS
                   NOT AT END
                      MOVE INV-PROJECT-OUT TO WS-FIND-PROJECT
                      PERFORM 660-FIND-PROJECT
                      IF PJ-FOUND
                         AND INV-BILLED-THRU-OUT NUMERIC
                         AND INV-BILLED-THRU-OUT >
                            PJ-TBL-BILLED-THRU(PJ-SUB)
                         THEN
                         MOVE INV-BILLED-THRU-OUT
                            TO PJ-TBL-BILLED-THRU(PJ-SUB)
                      END-IF
                   END-READ
           END-PERFORM.
           PERFORM UNTIL STAFF-FILE-EOF
                   READ STAFF-FILE
                   AT END
                      MOVE 'Y' TO STAFF-FILE-STATUS
                   NOT AT END
                      PERFORM 670-NOTE-STAFF
                   END-READ
           END-PERFORM.
           PERFORM UNTIL TIMESHEET-FILE-EOF
                   READ TIMESHEET-FILE
                   AT END
                      MOVE 'Y' TO TIMESHEET-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-TS-KTR
                      PERFORM 680-NOTE-TIMESHEET
                   END-READ
           END-PERFORM.
       660-FIND-PROJECT.
      ************************************************************
      * Locate WS-FIND-PROJECT in the open-project table         *
      ************************************************************
           MOVE 'N' TO SW-PJ-FOUND.
           PERFORM VARYING PJ-SUB FROM 1 BY 1
              UNTIL PJ-SUB > PJ-MAX
                   IF PJ-TBL-PROJECT(PJ-SUB) = WS-FIND-PROJECT
                      THEN
                      MOVE 'Y' TO SW-PJ-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       670-NOTE-STAFF.
      ************************************************************
      * Keep the employee's position and count the employee      *
      * against every new rate for that position on the project  *
      ************************************************************
      D    DISPLAY '670-NOTE-STAFF'.
           IF ST-MAX < ST-MAX-LIMIT
              THEN
              ADD 1 TO ST-MAX
              MOVE EMP-PROJECT-I TO ST-TBL-PROJECT(ST-MAX)
              MOVE EMP-NUMBER-I TO ST-TBL-EMP-NO(ST-MAX)
              MOVE EMP-NAME-I TO ST-TBL-EMP-NAME(ST-MAX)
              MOVE EMP-PROJECT-POSITION-I TO ST-TBL-POSITION(ST-MAX)
           ELSE
              DISPLAY 'WARNING: STAFF TABLE FULL'
           END-IF.
           MOVE EMP-PROJECT-I TO WS-FIND-PROJECT.
           PERFORM 660-FIND-PROJECT.
           IF NOT PJ-FOUND
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING NR-SUB FROM 1 BY 1
              UNTIL NR-SUB > NR-MAX
                   IF NR-TBL-POSITION(NR-SUB) = EMP-PROJECT-POSITION-I
                      THEN
                      PERFORM 690-CHECK-REACH
                      IF OWN-RATE-STATUS = 'N'
                         THEN
                         ADD 1 TO NR-TBL-STAFF(NR-SUB, PJ-SUB)
                      END-IF
                   END-IF
           END-PERFORM.
       680-NOTE-TIMESHEET.
      ************************************************************
      * An unbilled day on or after a new rate's effective date  *
      * in that rate's position is priced at the new rate        *
      ************************************************************
           MOVE TS-PROJECT TO WS-FIND-PROJECT.
           PERFORM 660-FIND-PROJECT.
           IF NOT PJ-FOUND
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF TS-WORK-DATE NOT > PJ-TBL-BILLED-THRU(PJ-SUB)
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO SW-ST-FOUND.
           PERFORM VARYING ST-SUB FROM 1 BY 1
              UNTIL ST-SUB > ST-MAX
                   IF ST-TBL-PROJECT(ST-SUB) = TS-PROJECT
                      AND ST-TBL-EMP-NO(ST-SUB) = TS-EMP-NO
                      THEN
                      MOVE 'Y' TO SW-ST-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT ST-FOUND
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE ST-TBL-POSITION(ST-SUB) TO WS-TS-POSITION.
           PERFORM VARYING NR-SUB FROM 1 BY 1
              UNTIL NR-SUB > NR-MAX
                   IF NR-TBL-POSITION(NR-SUB) = WS-TS-POSITION
                      AND TS-WORK-DATE NOT < NR-TBL-EFF-DATE(NR-SUB)
                      THEN
                      PERFORM 690-CHECK-REACH
                      IF OWN-RATE-STATUS = 'N'
                         THEN
                         PERFORM 695-CHECK-SUPERSEDED
                      END-IF
                      IF OWN-RATE-STATUS = 'N'
                         THEN
                         ADD 1 TO NR-TBL-DAYS(NR-SUB, PJ-SUB)
                      END-IF
                   END-IF
           END-PERFORM.
       690-CHECK-REACH.
      ************************************************************
      * Does new rate NR-SUB reach open project PJ-SUB? A        *
      * project rate reaches its own project; a standard rate    *
      * reaches every project without its own rate for the       *
      * position ('N' = reached)                                 *
      ************************************************************
           MOVE 'Y' TO OWN-RATE-STATUS.
           IF NR-TBL-PROJECT(NR-SUB) NOT = SPACES
              THEN
              IF NR-TBL-PROJECT(NR-SUB) = PJ-TBL-PROJECT(PJ-SUB)
                 THEN
                 MOVE 'N' TO OWN-RATE-STATUS
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO OWN-RATE-STATUS.
           PERFORM VARYING RC-TABLE-SUB FROM 1 BY 1
              UNTIL RC-TABLE-SUB > RC-TABLE-MAX
                   IF RC-TBL-PROJECT(RC-TABLE-SUB) =
                      PJ-TBL-PROJECT(PJ-SUB)
                      AND RC-TBL-POSITION(RC-TABLE-SUB) =
                         NR-TBL-POSITION(NR-SUB)
                      AND NOT RC-TBL-DELETED(RC-TABLE-SUB)
                      THEN
                      MOVE 'Y' TO OWN-RATE-STATUS
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       695-CHECK-SUPERSEDED.
      ************************************************************
      * A later row for the same project/position in effect on   *
      * the work date prices the day instead ('Y' = superseded)  *
      ************************************************************
           PERFORM VARYING RC-TABLE-SUB FROM 1 BY 1
              UNTIL RC-TABLE-SUB > RC-TABLE-MAX
                   IF RC-TBL-PROJECT(RC-TABLE-SUB) =
                      NR-TBL-PROJECT(NR-SUB)
                      AND RC-TBL-POSITION(RC-TABLE-SUB) =
                         NR-TBL-POSITION(NR-SUB)
                      AND RC-TBL-EFF-DATE(RC-TABLE-SUB) >
                         NR-TBL-EFF-DATE(NR-SUB)
                      AND RC-TBL-EFF-DATE(RC-TABLE-SUB) NOT >
                         TS-WORK-DATE
                      AND NOT RC-TBL-DELETED(RC-TABLE-SUB)
                      THEN
                      MOVE 'Y' TO OWN-RATE-STATUS
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       700-WRITE-SUMMARY-REPORT.
      ***********************************************************
      * Write summary at end of report                          *
      ***********************************************************
      D    DISPLAY '700-WRITE-SUMMARY'.
           IF WS-TRANS-KTR = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE WS-TRANS-KTR TO TOTAL-TRANS-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           MOVE WS-TRANS-APPLIED TO TOTAL-APPLIED-O.
           MOVE WS-TRANS-REJECTED TO TOTAL-REJECTED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           MOVE WS-ADD-KTR TO TOTAL-ADDS-O.
           MOVE WS-CHANGE-KTR TO TOTAL-CHANGES-O.
           MOVE WS-DELETE-KTR TO TOTAL-DELETES-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           MOVE WS-OUT-KTR TO TOTAL-OUT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
       750-WRITE-CHANGE-REPORT.
      ***********************************************************
      * One block per new rate: the rate it replaces and every  *
      * open project it reaches                                 *
      ***********************************************************
      D    DISPLAY '750-WRITE-CHANGE-REPORT'.
           PERFORM 520-CHG-PAGE-CHANGE-RTN.
           PERFORM VARYING NR-SUB FROM 1 BY 1
              UNTIL NR-SUB > NR-MAX
                   PERFORM 760-WRITE-ONE-RATE
           END-PERFORM.
           MOVE NR-MAX TO TOTAL-NEW-RATES-O.
           MOVE WS-AFFECTED-KTR TO TOTAL-AFFECTED-O.
           WRITE CHANGE-LINE FROM CHG-TOTALS-REC
              AFTER ADVANCING 3.
       760-WRITE-ONE-RATE.
      D    DISPLAY '760-WRITE-ONE-RATE'.
           IF CTR-CHG-LINES > CTR-LINES-MAX
              THEN
              PERFORM 520-CHG-PAGE-CHANGE-RTN
           END-IF.
           MOVE NR-TBL-ACTION(NR-SUB) TO CHR-ACTION-O.
           IF NR-TBL-PROJECT(NR-SUB) = SPACES
              THEN
              MOVE 'STANDARD' TO CHR-PROJECT-O
           ELSE
              MOVE NR-TBL-PROJECT(NR-SUB) TO CHR-PROJECT-O
           END-IF.
           MOVE NR-TBL-POSITION(NR-SUB) TO CHR-POSITION-O.
           MOVE NR-TBL-EFF-DATE(NR-SUB) TO CHR-EFF-DATE-O.
           MOVE NR-TBL-DAY-RATE(NR-SUB) TO CHR-DAY-RATE-O.
           MOVE NR-TBL-OT-RATE(NR-SUB) TO CHR-OT-RATE-O.
           MOVE NR-TBL-OLD-DAY-RATE(NR-SUB) TO CHR-OLD-DAY-O.
           MOVE NR-TBL-OLD-OT-RATE(NR-SUB) TO CHR-OLD-OT-O.
           IF NR-TBL-OLD-EFF-DATE(NR-SUB) = 0
              THEN
              MOVE 'NEW RATE' TO CHR-OLD-EFF-O
           ELSE
              MOVE NR-TBL-OLD-EFF-DATE(NR-SUB) TO CHR-OLD-EFF-O
           END-IF.
           WRITE CHANGE-LINE FROM CHG-RATE-LINE
              AFTER ADVANCING 2.
           ADD 2 TO CTR-CHG-LINES.

           MOVE 0 TO WS-RATE-AFFECTED-KTR.
           PERFORM VARYING PJ-SUB FROM 1 BY 1
              UNTIL PJ-SUB > PJ-MAX
                   IF NR-TBL-STAFF(NR-SUB, PJ-SUB) > 0
                      OR NR-TBL-DAYS(NR-SUB, PJ-SUB) > 0
                      THEN
                      MOVE PJ-TBL-PROJECT(PJ-SUB) TO CHP-PROJECT-O
                      MOVE NR-TBL-STAFF(NR-SUB, PJ-SUB)
                         TO CHP-STAFF-O
                      MOVE NR-TBL-DAYS(NR-SUB, PJ-SUB)
                         TO CHP-DAYS-O
                      WRITE CHANGE-LINE FROM CHG-PROJ-LINE
                         AFTER ADVANCING 1
                      ADD 1 TO CTR-CHG-LINES
                      ADD 1 TO WS-RATE-AFFECTED-KTR
                      ADD 1 TO WS-AFFECTED-KTR
                   END-IF
           END-PERFORM.
           IF WS-RATE-AFFECTED-KTR = 0
              THEN
              WRITE CHANGE-LINE FROM CHG-NONE-LINE
                 AFTER ADVANCING 1
              ADD 1 TO CTR-CHG-LINES
           END-IF.
       800-CLOSE-FILES.
      ***********************************************************
      * Close all Files                                         *
      ***********************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE BILLRATE-IN-FILE
                 TRANS-FILE
                 BILLRATE-OUT-FILE
                 PROJ-PARM-FILE
                 STAFF-FILE
                 INVOICE-FILE
                 TIMESHEET-FILE
                 REPORT-FILE
                 CHANGE-RPT-FILE.
