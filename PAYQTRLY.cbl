       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYQTRLY.
      *   inserted R.S. - quarterly payroll tax filings from the
      *   run-by-run payroll history PAYROL0B appends to PAYRHIST
      *   and the YTD accumulator it persists to YTDOUT. The
      *   quarterly returns were built by hand from three months
      *   of registers before this program existed.
      *
      *   Three listings:
      *   - QTRFED  federal quarterly liability: wages, federal
      *             withholding, employee and employer FICA by month
      *             of the quarter, the deposit schedule from the
      *             lookback period (1 July two years back through
      *             30 June last year) with the deposit due date of
      *             every payroll run, a next-day flag on any run
      *             whose liability reaches the next-day limit, and
      *             the quarter's FUTA taxable wages
      *   - QTRSUI  state unemployment wage detail per employee per
      *             state: wages, excess over the state's wage base
      *             and taxable wages, with the employer contribution
      *   - QTREXCP withholding that deviates from a recomputation
      *             through the TAXPARMS tables by more than the
      *             tolerance, and YTD accumulators that disagree
      *             with the history for the year
      *
      *   The unemployment wage bases and employer rates come from
      *   TAXPARMS 'U' records (state code 'US' = FUTA); PAYROL0B
      *   passes over that record type.
      *
      *   The PARMLIB parameter library names the year and quarter
      *   (QTR-YEAR, QTR-QUARTER; default: the quarter before the
      *   current one), the lookback limit (QTR-LOOKBACK-LIM,
      *   default 50,000.00), the next-day limit (QTR-NEXT-DAY-LIM,
      *   default 100,000.00) and the withholding tolerance
      *   (QTR-TOLERANCE, default 0.01).
      *
      *   Inital Version   2026/10/15
      *   History and YTD matched on the employee number    2026/10/15
      *   Quarter and limits from the PARMLIB library       2026/10/15
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PARM-FILE ASSIGN TO TAXPARMS.
           SELECT OPTIONAL PAY-HIST-FILE ASSIGN TO PAYRHIST.
           SELECT OPTIONAL YTD-IN-FILE ASSIGN TO YTDOUT.
           SELECT FED-RPT-FILE ASSIGN TO QTRFED.
           SELECT SUI-RPT-FILE ASSIGN TO QTRSUI.
           SELECT EXCP-RPT-FILE ASSIGN TO QTREXCP.
       DATA DIVISION.
       FILE SECTION.
      *   same withholding parameter layout PAYROL0B reads, with
      *   the unemployment wage-base record
       FD  TAX-PARM-FILE
           RECORDING MODE F.
       01 TAX-PARM-REC.
          05 TP-REC-TYPE                PIC X(1).
             88 TP-FED-BRACKET                         VALUE 'F'.
             88 TP-STATE-RATE                          VALUE 'S'.
             88 TP-FICA                                VALUE 'C'.
             88 TP-UNEMPLOYMENT                        VALUE 'U'.
          05 TP-FED-DATA.
             10 TP-BRACKET-LIMIT        PIC 9(7)V99.
             10 TP-BRACKET-RATE         PIC V999.
             10 FILLER                  PIC X(67).
          05 TP-STATE-DATA REDEFINES TP-FED-DATA.
             10 TP-STATE-CODE           PIC X(2).
             10 TP-STATE-RATE-IN        PIC V999.
             10 FILLER                  PIC X(74).
          05 TP-FICA-DATA REDEFINES TP-FED-DATA.
             10 TP-FICA-RATE            PIC V9999.
             10 TP-FICA-CAP             PIC 9(7)V99.
             10 FILLER                  PIC X(66).
          05 TP-UNEMP-DATA REDEFINES TP-FED-DATA.
             10 TP-UNEMP-STATE          PIC X(2).
             10 TP-UNEMP-WAGE-BASE      PIC 9(7)V99.
             10 TP-UNEMP-RATE           PIC V9999.
             10 FILLER                  PIC X(64).

      *   same payroll history layout PAYROL0B appends
       FD  PAY-HIST-FILE
           RECORDING MODE F.
       01 PAY-HIST-REC.
          05 HS-RUN-DATE                PIC 9(8).
          05 HS-RUN-DATE-X REDEFINES HS-RUN-DATE.
             10 HS-RUN-YEAR             PIC 9(4).
             10 HS-RUN-MONTH            PIC 9(2).
             10 HS-RUN-DAY              PIC 9(2).
          05 HS-LNAME                   PIC X(20).
          05 HS-FNAME                   PIC X(20).
          05 HS-EMP-TYPE                PIC X(1).
          05 HS-STATE-CODE              PIC X(2).
          05 HS-HOURS                   PIC 9(3).
          05 HS-RATE                    PIC 9(3)V99.
          05 HS-GROSS                   PIC 9(7)V99.
          05 HS-RETRO-AMT               PIC 9(7)V99.
          05 HS-FED                     PIC 9(7)V99.
          05 HS-STATE                   PIC 9(7)V99.
          05 HS-FICA                    PIC 9(7)V99.
          05 HS-NET                     PIC S9(7)V99.
          05 FILLER                     PIC X(7).
          05 HS-EMP-NO                  PIC 9(06).

      *   same YTD record layout PAYROL0B writes
       FD  YTD-IN-FILE
           RECORDING MODE F.
       01 YTD-IN-REC.
          05 YT-LNAME                   PIC X(20).
          05 YT-FNAME                   PIC X(20).
          05 YT-YEAR                    PIC 9(4).
          05 YT-GROSS                   PIC 9(9)V99.
          05 YT-FED                     PIC 9(9)V99.
          05 YT-STATE                   PIC 9(9)V99.
          05 YT-FICA                    PIC 9(9)V99.
          05 YT-NET                     PIC 9(9)V99.
          05 YT-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(15).

       FD  FED-RPT-FILE
           RECORDING MODE F.
       01 FED-RPT-LINE                  PIC X(132).

       FD  SUI-RPT-FILE
           RECORDING MODE F.
       01 SUI-RPT-LINE                  PIC X(132).

       FD  EXCP-RPT-FILE
           RECORDING MODE F.
       01 EXCP-RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      * EOF indicators
       01 PAY-HIST-STATUS               PIC X(01)      VALUE SPACE.
          88 PAY-HIST-EOF                              VALUE 'Y'.
       77 WS-TAX-EOF-SW                 PIC X(1)       VALUE SPACE.
       88 TAX-EOF                                      VALUE 'Y'.
       77 WS-YTD-EOF-SW                 PIC X(1)       VALUE SPACE.
       88 YTD-EOF                                      VALUE 'Y'.
      *   run parameters
       77 WS-YEAR                       PIC 9(4)       VALUE 0.
       77 WS-QUARTER                    PIC 9(1)       VALUE 0.
       77 WS-LOOKBACK-LIMIT             PIC 9(9)V99    VALUE 50000.
       77 WS-NEXT-DAY-LIMIT             PIC 9(9)V99    VALUE 100000.
       77 WS-TOLERANCE                  PIC 9(3)V99    VALUE 0.01.
       77 WS-TODAY                      PIC 9(8)       VALUE 0.
       77 WS-QTR-FIRST-MONTH            PIC 9(2)       VALUE 0.
       77 WS-QTR-LAST-MONTH             PIC 9(2)       VALUE 0.
       77 WS-MONTH-IX                   PIC 9(1)       VALUE 0.
       77 WS-LOOKBACK-FROM              PIC 9(8)       VALUE 0.
       77 WS-LOOKBACK-TO                PIC 9(8)       VALUE 0.
       77 WS-LOOKBACK-LIAB              PIC 9(11)V99   VALUE 0.
       77 SW-SEMIWEEKLY                 PIC X(1)       VALUE 'N'.
       88 SEMIWEEKLY-DEPOSITOR                         VALUE 'Y'.
      *   withholding tables, as PAYROL0B loads them
       77 FB-SUB                        PIC 99   COMP  VALUE 0.
       77 FB-MAX                        PIC 99   COMP  VALUE 0.
       77 SR-SUB                        PIC 99   COMP  VALUE 0.
       77 SR-MAX                        PIC 99   COMP  VALUE 0.
       77 UB-SUB                        PIC 99   COMP  VALUE 0.
       77 UB-MAX                        PIC 99   COMP  VALUE 0.
       77 WS-FICA-RATE                  PIC V9999      VALUE 0.
       77 WS-FICA-CAP                   PIC 9(7)V99    VALUE 0.
       77 WS-FUTA-BASE                  PIC 9(7)V99    VALUE 0.
       77 WS-FUTA-RATE                  PIC V9999      VALUE 0.
       01 FED-BRACKET-TABLE.
          05 FB-ENTRY OCCURS 7 TIMES.
             10 FB-LIMIT                PIC 9(7)V99.
             10 FB-RATE                 PIC V999.
       01 STATE-RATE-TABLE.
          05 SR-ENTRY OCCURS 60 TIMES.
             10 SR-STATE                PIC X(2).
             10 SR-RATE                 PIC V999.
       01 UNEMP-BASE-TABLE.
          05 UB-ENTRY OCCURS 60 TIMES.
             10 UB-STATE                PIC X(2).
             10 UB-WAGE-BASE            PIC 9(7)V99.
             10 UB-RATE                 PIC V9999.
      *   recomputation work fields
       77 WS-RE-FED                     PIC 9(7)V99    VALUE 0.
       77 WS-RE-STATE                   PIC 9(7)V99    VALUE 0.
       77 WS-RE-FICA                    PIC 9(7)V99    VALUE 0.
       77 WS-BAND-LOW                   PIC 9(7)V99    VALUE 0.
       77 WS-BAND-TAXABLE               PIC 9(7)V99    VALUE 0.
       77 WS-FICA-ROOM                  PIC S9(9)V99   VALUE 0.
       77 WS-FICA-BASE                  PIC 9(7)V99    VALUE 0.
       77 WS-DIFF                       PIC S9(7)V99   VALUE 0.
       77 WS-EXCP-KTR                   PIC 9(5)       VALUE 0.
       77 WS-HIST-KTR                   PIC 9(7)       VALUE 0.
       77 WS-QTR-REC-KTR                PIC 9(7)       VALUE 0.
       77 WS-RUN-LIAB                   PIC 9(9)V99    VALUE 0.
       77 WS-TAXABLE                    PIC 9(9)V99    VALUE 0.
       77 WS-EXCESS                     PIC 9(9)V99    VALUE 0.
       77 WS-BASE-ROOM                  PIC S9(9)V99   VALUE 0.
       77 WS-CONTRIB                    PIC 9(9)V99    VALUE 0.
       77 WS-FUTA-TAXABLE               PIC 9(11)V99   VALUE 0.
       77 WS-DAY-INT                    PIC 9(7)       VALUE 0.
       77 WS-WEEKDAY                    PIC 9(1)       VALUE 0.
       77 WS-WEEKS                      PIC 9(7)       VALUE 0.
       77 WS-MONTH-NO                   PIC 9(2)       VALUE 0.
       01 WS-DUE-DATE                   PIC 9(8)       VALUE 0.
       01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
          05 WS-DUE-YEAR                PIC 9(4).
          05 WS-DUE-MONTH               PIC 9(2).
          05 WS-DUE-DAY                 PIC 9(2).
       77 WS-HDR-NAME                   PIC X(41)      VALUE SPACES.
      *   employee running year-to-date gross from the history
       77 EY-SUB                        PIC 9(4) COMP  VALUE 0.
       77 EY-MAX                        PIC 9(4) COMP  VALUE 0.
       01 EMP-YEAR-TABLE.
          05 EY-ENTRY OCCURS 500 TIMES.
             10 EY-EMP-NO               PIC 9(06).
             10 EY-LNAME                PIC X(20).
             10 EY-FNAME                PIC X(20).
             10 EY-GROSS                PIC 9(9)V99.
             10 EY-FED                  PIC 9(9)V99.
             10 EY-STATE                PIC 9(9)V99.
             10 EY-FICA                 PIC 9(9)V99.
             10 EY-PRIOR-GROSS          PIC 9(9)V99.
             10 EY-QTR-GROSS            PIC 9(9)V99.
             10 EY-YTD-SEEN             PIC X(1).
      *   employee x state wages: before the quarter and in it
       77 ES-SUB                        PIC 9(4) COMP  VALUE 0.
       77 ES-MAX                        PIC 9(4) COMP  VALUE 0.
       01 EMP-STATE-TABLE.
          05 ES-ENTRY OCCURS 1000 TIMES.
             10 ES-STATE                PIC X(2).
             10 ES-EMP-NO               PIC 9(06).
             10 ES-LNAME                PIC X(20).
             10 ES-FNAME                PIC X(20).
             10 ES-PRIOR-WAGES          PIC 9(9)V99.
             10 ES-QTR-WAGES            PIC 9(9)V99.
      *   the quarter's three months
       01 MONTH-TABLE.
          05 MT-ENTRY OCCURS 3 TIMES.
             10 MT-WAGES                PIC 9(11)V99.
             10 MT-FED                  PIC 9(11)V99.
             10 MT-FICA                 PIC 9(11)V99.
      *   the quarter's payroll run dates and their liability
       77 RD-SUB                        PIC 9(3) COMP  VALUE 0.
       77 RD-MAX                        PIC 9(3) COMP  VALUE 0.
       01 RUN-DATE-TABLE.
          05 RD-ENTRY OCCURS 100 TIMES.
             10 RD-RUN-DATE             PIC 9(8).
             10 RD-LIABILITY            PIC 9(11)V99.
      *   distinct states printed on the wage detail
       77 SL-SUB                        PIC 9(3) COMP  VALUE 0.
       77 SL-MAX                        PIC 9(3) COMP  VALUE 0.
       77 SW-FOUND                      PIC X(1)       VALUE 'N'.
       88 ENTRY-FOUND                                  VALUE 'Y'.
       01 STATE-LIST-TABLE.
          05 SL-STATE OCCURS 60 TIMES   PIC X(2).
       77 WS-ST-WAGES                   PIC 9(11)V99   VALUE 0.
       77 WS-ST-EXCESS                  PIC 9(11)V99   VALUE 0.
       77 WS-ST-TAXABLE                 PIC 9(11)V99   VALUE 0.
       77 WS-ST-CONTRIB                 PIC 9(11)V99   VALUE 0.
       77 WS-ST-RATE                    PIC V9999      VALUE 0.
       77 WS-ST-WAGE-BASE               PIC 9(7)V99    VALUE 0.
       77 SW-ST-BASE                    PIC X(1)       VALUE 'N'.
       88 ST-BASE-FOUND                                VALUE 'Y'.
       77 WS-QTR-WAGES                  PIC 9(11)V99   VALUE 0.
       77 WS-QTR-FED                    PIC 9(11)V99   VALUE 0.
       77 WS-QTR-FICA                   PIC 9(11)V99   VALUE 0.
       77 WS-QTR-LIAB                   PIC 9(11)V99   VALUE 0.
      *   inserted R.S. - CALCSUB calling parameters, the same
      *   state-tax arithmetic PAYROL0B uses
       COPY CALCL.
      *   inserted R.S. - end-of-run audit hand-over to AUDITWRT
       COPY AUDITL.
      *   PARMLKUP calling parameters - quarter and limits from the
      *   PARMLIB parameter library
       COPY PARMLKL.

       01 FED-HDG-LINE-1.
          05 FILLER                     PIC X(40)      VALUE
                'FEDERAL QUARTERLY TAX LIABILITY - YEAR: '.
          05 FH-YEAR-O                  PIC 9(4).
          05 FILLER                     PIC X(11)      VALUE
                '  QUARTER: '.
          05 FH-QUARTER-O               PIC 9(1).
          05 FILLER                     PIC X(76)      VALUE SPACES.
       01 FED-HDG-LINE-2.
          05 FILLER                     PIC X(10)      VALUE
                'MONTH     '.
          05 FILLER                     PIC X(17)      VALUE
                '           WAGES '.
          05 FILLER                     PIC X(17)      VALUE
                '     FEDERAL W/H '.
          05 FILLER                     PIC X(17)      VALUE
                '   EMPLOYEE FICA '.
          05 FILLER                     PIC X(17)      VALUE
                '   EMPLOYER FICA '.
          05 FILLER                     PIC X(17)      VALUE
                ' TOTAL LIABILITY '.
          05 FILLER                     PIC X(37)      VALUE SPACES.
       01 FED-MONTH-LINE.
          05 FM-LABEL-O                 PIC X(10).
          05 FM-WAGES-O                 PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FM-FED-O                   PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FM-EE-FICA-O               PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FM-ER-FICA-O               PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FM-LIAB-O                  PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(39)      VALUE SPACES.
       01 FED-TEXT-LINE.
          05 FT-LABEL-O                 PIC X(40).
          05 FT-AMOUNT-O                PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FT-TEXT-O                  PIC X(40).
          05 FILLER                     PIC X(35)      VALUE SPACES.
       01 FED-RUN-HDG.
          05 FILLER                     PIC X(60)      VALUE
             'PAYROLL RUN   LIABILITY         DEPOSIT DUE'.
          05 FILLER                     PIC X(72)      VALUE SPACES.
       01 FED-RUN-LINE.
          05 FR-RUN-DATE-O              PIC 9(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FR-LIAB-O                  PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 FR-DUE-DATE-O              PIC 9(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FR-NOTE-O                  PIC X(40).
          05 FILLER                     PIC X(52)      VALUE SPACES.

       01 SUI-HDG-LINE-1.
          05 FILLER                     PIC X(40)      VALUE
                'STATE UNEMPLOYMENT WAGE DETAIL - YEAR: '.
          05 SH-YEAR-O                  PIC 9(4).
          05 FILLER                     PIC X(11)      VALUE
                '  QUARTER: '.
          05 SH-QUARTER-O               PIC 9(1).
          05 FILLER                     PIC X(76)      VALUE SPACES.
       01 SUI-STATE-LINE.
          05 FILLER                     PIC X(7)       VALUE
                'STATE: '.
          05 SS-STATE-O                 PIC X(2).
          05 FILLER                     PIC X(14)      VALUE
                '   WAGE BASE: '.
          05 SS-BASE-O                  PIC $$,$$$,$$9.99.
          05 FILLER                     PIC X(9)       VALUE
                '   RATE: '.
          05 SS-RATE-O                  PIC .9999.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 SS-NOTE-O                  PIC X(40).
          05 FILLER                     PIC X(40)      VALUE SPACES.
       01 SUI-COL-LINE.
          05 FILLER                     PIC X(42)      VALUE
                'EMPLOYEE'.
          05 FILLER                     PIC X(17)      VALUE
                '  QUARTER WAGES '.
          05 FILLER                     PIC X(17)      VALUE
                '  EXCESS WAGES  '.
          05 FILLER                     PIC X(17)      VALUE
                '  TAXABLE WAGES '.
          05 FILLER                     PIC X(17)      VALUE
                '  CONTRIBUTION  '.
          05 FILLER                     PIC X(22)      VALUE SPACES.
       01 SUI-DETAIL-LINE.
          05 SD-NAME-O                  PIC X(41).
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 SD-WAGES-O                 PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 SD-EXCESS-O                PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 SD-TAXABLE-O               PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 SD-CONTRIB-O               PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(24)      VALUE SPACES.

       01 EXCP-HDG-LINE-1.
          05 FILLER                     PIC X(31)      VALUE
                'WITHHOLDING EXCEPTIONS - YEAR: '.
          05 EH-YEAR-O                  PIC 9(4).
          05 FILLER                     PIC X(11)      VALUE
                '  QUARTER: '.
          05 EH-QUARTER-O               PIC 9(1).
          05 FILLER                     PIC X(85)      VALUE SPACES.
       01 EXCP-COL-LINE.
          05 FILLER                     PIC X(10)      VALUE
                'RUN DATE'.
          05 FILLER                     PIC X(42)      VALUE
                'EMPLOYEE'.
          05 FILLER                     PIC X(8)       VALUE
                'TAX'.
          05 FILLER                     PIC X(17)      VALUE
                '        RECORDED '.
          05 FILLER                     PIC X(17)      VALUE
                '      RECOMPUTED '.
          05 FILLER                     PIC X(17)      VALUE
                '      DIFFERENCE '.
          05 FILLER                     PIC X(21)      VALUE SPACES.
       01 EXCP-DETAIL-LINE.
          05 ED-RUN-DATE-O              PIC 9(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 ED-NAME-O                  PIC X(41).
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 ED-TAX-O                   PIC X(6).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 ED-RECORDED-O              PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 ED-RECOMPUTED-O            PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 ED-DIFF-O                  PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(23)      VALUE SPACES.
       01 EXCP-TOTAL-LINE.
          05 FILLER                     PIC X(30)      VALUE
                'EXCEPTIONS LISTED           :'.
          05 EX-COUNT-O                 PIC ZZ,ZZ9.
          05 FILLER                     PIC X(96)      VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM HOUSEKEEPING-PARAGRAPH.
           PERFORM HISTORY-PARAGRAPH UNTIL PAY-HIST-EOF.
           PERFORM YTD-RECONCILE-PARAGRAPH.
           PERFORM FEDERAL-REPORT-PARAGRAPH.
           PERFORM STATE-REPORT-PARAGRAPH.
           MOVE WS-EXCP-KTR TO EX-COUNT-O.
           WRITE EXCP-RPT-LINE FROM EXCP-TOTAL-LINE
              AFTER ADVANCING 2.
           CLOSE PAY-HIST-FILE, FED-RPT-FILE, SUI-RPT-FILE,
              EXCP-RPT-FILE.
           DISPLAY "PAYQTRLY: HISTORY RECORDS: " WS-HIST-KTR
                   " IN QUARTER: " WS-QTR-REC-KTR
                   " EXCEPTIONS: " WS-EXCP-KTR.
      *   one standard audit record for OPSRPT
           MOVE 'PAYQTRLY' TO AUD-PROGRAM-ID.
           MOVE WS-HIST-KTR TO AUD-RECORDS-READ.
           MOVE WS-QTR-REC-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-EXCP-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-QTR-LIAB TO AUD-CONTROL-TOTAL.
           MOVE '00' TO AUD-FINAL-STATUS.
           CALL 'AUDITWRT' USING AUD-PROGRAM-ID, AUD-RECORDS-READ,
              AUD-RECORDS-WRITTEN, AUD-RECORDS-REJECTED,
              AUD-CONTROL-TOTAL, AUD-FINAL-STATUS.
           GOBACK.
       HOUSEKEEPING-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-QTR-PARM-PARAGRAPH.
           PERFORM LOAD-TAX-PARMS-PARAGRAPH.
           INITIALIZE MONTH-TABLE.
           OPEN INPUT PAY-HIST-FILE.
           OPEN OUTPUT FED-RPT-FILE.
           OPEN OUTPUT SUI-RPT-FILE.
           OPEN OUTPUT EXCP-RPT-FILE.
           MOVE WS-YEAR TO EH-YEAR-O.
           MOVE WS-QUARTER TO EH-QUARTER-O.
           WRITE EXCP-RPT-LINE FROM EXCP-HDG-LINE-1
              AFTER ADVANCING PAGE.
           WRITE EXCP-RPT-LINE FROM EXCP-COL-LINE
              AFTER ADVANCING 2.
      * Priming Read
           PERFORM READ-HISTORY-PARAGRAPH.
      *   year and quarter to report; the lookback period runs
      *   1 July two years back through 30 June last year
       LOAD-QTR-PARM-PARAGRAPH.
           MOVE "PAYQTRLY" TO PLIB-PROGRAM-ID.
           MOVE WS-TODAY TO PLIB-RUN-DATE.
           MOVE "QTR-YEAR" TO PLIB-PARM-NAME.
           CALL "PARMLKUP" USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 9999
                 DISPLAY "QTR-YEAR PROBLEM: NOT A YEAR: "
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE PLIB-NUM-VALUE TO WS-YEAR
           END-IF.
           MOVE "QTR-QUARTER" TO PLIB-PARM-NAME.
           CALL "PARMLKUP" USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 9
                 DISPLAY "QTR-QUARTER PROBLEM: NOT A QUARTER: "
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE PLIB-NUM-VALUE TO WS-QUARTER
           END-IF.
           MOVE "QTR-LOOKBACK-LIM" TO PLIB-PARM-NAME.
           CALL "PARMLKUP" USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999999999.99
                 DISPLAY "QTR-LOOKBACK-LIM PROBLEM: NOT AN AMOUNT: "
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 MOVE PLIB-NUM-VALUE TO WS-LOOKBACK-LIMIT
              END-IF
           END-IF.
           MOVE "QTR-NEXT-DAY-LIM" TO PLIB-PARM-NAME.
           CALL "PARMLKUP" USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999999999.99
                 DISPLAY "QTR-NEXT-DAY-LIM PROBLEM: NOT AN AMOUNT: "
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 MOVE PLIB-NUM-VALUE TO WS-NEXT-DAY-LIMIT
              END-IF
           END-IF.
           MOVE "QTR-TOLERANCE" TO PLIB-PARM-NAME.
           CALL "PARMLKUP" USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999.99
                 DISPLAY "QTR-TOLERANCE PROBLEM: NOT AN AMOUNT: "
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 MOVE PLIB-NUM-VALUE TO WS-TOLERANCE
              END-IF
           END-IF.
           IF WS-YEAR = 0 OR WS-QUARTER < 1 OR WS-QUARTER > 4
              MOVE WS-TODAY(1:4) TO WS-YEAR
              COMPUTE WS-QUARTER =
                 (FUNCTION NUMVAL(WS-TODAY(5:2)) + 2) / 3
              IF WS-QUARTER = 1
                 MOVE 4 TO WS-QUARTER
                 SUBTRACT 1 FROM WS-YEAR
              ELSE
                 SUBTRACT 1 FROM WS-QUARTER
              END-IF
           END-IF.
           COMPUTE WS-QTR-FIRST-MONTH = (WS-QUARTER - 1) * 3 + 1.
           COMPUTE WS-QTR-LAST-MONTH = WS-QTR-FIRST-MONTH + 2.
           COMPUTE WS-LOOKBACK-FROM = (WS-YEAR - 2) * 10000 + 0701.
           COMPUTE WS-LOOKBACK-TO = (WS-YEAR - 1) * 10000 + 0630.
           DISPLAY "QUARTER: " WS-YEAR " Q" WS-QUARTER.
      *   withholding tables, plus the unemployment wage bases
       LOAD-TAX-PARMS-PARAGRAPH.
           OPEN INPUT TAX-PARM-FILE.
           READ TAX-PARM-FILE
              AT END
                 DISPLAY "Tax Parameter File Empty - Problem!"
                 GOBACK
           END-READ.
           PERFORM UNTIL TAX-EOF
              EVALUATE TRUE
              WHEN TP-FED-BRACKET
                   IF FB-MAX < 7
                      ADD 1 TO FB-MAX
                      MOVE TP-BRACKET-LIMIT TO FB-LIMIT(FB-MAX)
                      MOVE TP-BRACKET-RATE TO FB-RATE(FB-MAX)
                   END-IF
              WHEN TP-STATE-RATE
                   IF SR-MAX < 60
                      ADD 1 TO SR-MAX
                      MOVE TP-STATE-CODE TO SR-STATE(SR-MAX)
                      MOVE TP-STATE-RATE-IN TO SR-RATE(SR-MAX)
                   END-IF
              WHEN TP-FICA
                   MOVE TP-FICA-RATE TO WS-FICA-RATE
                   MOVE TP-FICA-CAP TO WS-FICA-CAP
              WHEN TP-UNEMPLOYMENT
                   IF TP-UNEMP-STATE = 'US'
                      MOVE TP-UNEMP-WAGE-BASE TO WS-FUTA-BASE
                      MOVE TP-UNEMP-RATE TO WS-FUTA-RATE
                   ELSE
                      IF UB-MAX < 60
                         ADD 1 TO UB-MAX
                         MOVE TP-UNEMP-STATE TO UB-STATE(UB-MAX)
                         MOVE TP-UNEMP-WAGE-BASE TO
                            UB-WAGE-BASE(UB-MAX)
                         MOVE TP-UNEMP-RATE TO UB-RATE(UB-MAX)
                      END-IF
                   END-IF
              END-EVALUATE
              READ TAX-PARM-FILE
                 AT END
                    MOVE 'Y' TO WS-TAX-EOF-SW
              END-READ
           END-PERFORM.
           CLOSE TAX-PARM-FILE.
       READ-HISTORY-PARAGRAPH.
           READ PAY-HIST-FILE
      * Set AT END Switch
           AT END
              MOVE "Y" TO PAY-HIST-STATUS
           NOT AT END
              ADD 1 TO WS-HIST-KTR
           END-READ.
      *   the history is in run order, so each employee's running
      *   year-to-date gross at every run is rebuilt as it is read
       HISTORY-PARAGRAPH.
           IF HS-RUN-DATE NOT < WS-LOOKBACK-FROM
              AND HS-RUN-DATE NOT > WS-LOOKBACK-TO
              COMPUTE WS-LOOKBACK-LIAB = WS-LOOKBACK-LIAB +
                 HS-FED + HS-FICA + HS-FICA
           END-IF.
           IF HS-RUN-YEAR = WS-YEAR
              PERFORM FIND-EMP-YEAR-PARAGRAPH
              IF HS-RUN-MONTH NOT < WS-QTR-FIRST-MONTH
                 AND HS-RUN-MONTH NOT > WS-QTR-LAST-MONTH
                 PERFORM QUARTER-RECORD-PARAGRAPH
              END-IF
              IF HS-RUN-MONTH < WS-QTR-FIRST-MONTH
                 ADD HS-GROSS TO EY-PRIOR-GROSS(EY-SUB)
                 PERFORM FIND-EMP-STATE-PARAGRAPH
                 ADD HS-GROSS TO ES-PRIOR-WAGES(ES-SUB)
              END-IF
              ADD HS-GROSS TO EY-GROSS(EY-SUB)
              ADD HS-FED TO EY-FED(EY-SUB)
              ADD HS-STATE TO EY-STATE(EY-SUB)
              ADD HS-FICA TO EY-FICA(EY-SUB)
           END-IF.
           PERFORM READ-HISTORY-PARAGRAPH.
      *   a run inside the quarter: month totals, run liability,
      *   state wages, FUTA and the withholding recomputation
       QUARTER-RECORD-PARAGRAPH.
           ADD 1 TO WS-QTR-REC-KTR.
           COMPUTE WS-MONTH-IX = HS-RUN-MONTH - WS-QTR-FIRST-MONTH
              + 1.
           ADD HS-GROSS TO MT-WAGES(WS-MONTH-IX).
           ADD HS-FED TO MT-FED(WS-MONTH-IX).
           ADD HS-FICA TO MT-FICA(WS-MONTH-IX).

           MOVE 'N' TO SW-FOUND.
           PERFORM VARYING RD-SUB FROM 1 BY 1 UNTIL RD-SUB > RD-MAX
              IF RD-RUN-DATE(RD-SUB) = HS-RUN-DATE
                 MOVE 'Y' TO SW-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
              IF RD-MAX < 100
                 ADD 1 TO RD-MAX
                 MOVE RD-MAX TO RD-SUB
                 MOVE HS-RUN-DATE TO RD-RUN-DATE(RD-SUB)
                 MOVE 0 TO RD-LIABILITY(RD-SUB)
              ELSE
                 DISPLAY "RUN DATE TABLE FULL - Problem!"
                 MOVE RD-MAX TO RD-SUB
              END-IF
           END-IF.
           COMPUTE RD-LIABILITY(RD-SUB) = RD-LIABILITY(RD-SUB) +
              HS-FED + HS-FICA + HS-FICA.

           PERFORM FIND-EMP-STATE-PARAGRAPH.
           ADD HS-GROSS TO ES-QTR-WAGES(ES-SUB).
           ADD HS-GROSS TO EY-QTR-GROSS(EY-SUB).
           PERFORM RECOMPUTE-PARAGRAPH.
      *   point EY-SUB at (or create) the employee's year entry
       FIND-EMP-YEAR-PARAGRAPH.
           MOVE 'N' TO SW-FOUND.
           PERFORM VARYING EY-SUB FROM 1 BY 1 UNTIL EY-SUB > EY-MAX
              IF EY-EMP-NO(EY-SUB) = HS-EMP-NO
                 MOVE 'Y' TO SW-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
              IF EY-MAX < 500
                 ADD 1 TO EY-MAX
                 MOVE EY-MAX TO EY-SUB
                 MOVE HS-EMP-NO TO EY-EMP-NO(EY-SUB)
                 MOVE HS-LNAME TO EY-LNAME(EY-SUB)
                 MOVE HS-FNAME TO EY-FNAME(EY-SUB)
                 MOVE 0 TO EY-GROSS(EY-SUB)
                 MOVE 0 TO EY-FED(EY-SUB)
                 MOVE 0 TO EY-STATE(EY-SUB)
                 MOVE 0 TO EY-FICA(EY-SUB)
                 MOVE 0 TO EY-PRIOR-GROSS(EY-SUB)
                 MOVE 0 TO EY-QTR-GROSS(EY-SUB)
                 MOVE 'N' TO EY-YTD-SEEN(EY-SUB)
              ELSE
                 DISPLAY "EMPLOYEE TABLE FULL - Problem!"
                 MOVE EY-MAX TO EY-SUB
              END-IF
           END-IF.
      *   point ES-SUB at (or create) the employee's state entry
       FIND-EMP-STATE-PARAGRAPH.
           MOVE 'N' TO SW-FOUND.
           PERFORM VARYING ES-SUB FROM 1 BY 1 UNTIL ES-SUB > ES-MAX
              IF ES-EMP-NO(ES-SUB) = HS-EMP-NO
                 AND ES-STATE(ES-SUB) = HS-STATE-CODE
                 MOVE 'Y' TO SW-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
              IF ES-MAX < 1000
                 ADD 1 TO ES-MAX
                 MOVE ES-MAX TO ES-SUB
                 MOVE HS-STATE-CODE TO ES-STATE(ES-SUB)
                 MOVE HS-EMP-NO TO ES-EMP-NO(ES-SUB)
                 MOVE HS-LNAME TO ES-LNAME(ES-SUB)
                 MOVE HS-FNAME TO ES-FNAME(ES-SUB)
                 MOVE 0 TO ES-PRIOR-WAGES(ES-SUB)
                 MOVE 0 TO ES-QTR-WAGES(ES-SUB)
              ELSE
                 DISPLAY "STATE WAGE TABLE FULL - Problem!"
                 MOVE ES-MAX TO ES-SUB
              END-IF
           END-IF.
      *   withholding recomputed the way PAYROL0B computes it:
      *   marginal federal brackets, flat state rate, FICA cut off
      *   at the cap against the year-to-date gross before the run
       RECOMPUTE-PARAGRAPH.
           MOVE 0 TO WS-RE-FED.
           MOVE 0 TO WS-BAND-LOW.
           PERFORM VARYING FB-SUB FROM 1 BY 1 UNTIL FB-SUB > FB-MAX
              IF HS-GROSS > WS-BAND-LOW
                 IF HS-GROSS < FB-LIMIT(FB-SUB)
                    COMPUTE WS-BAND-TAXABLE =
                       HS-GROSS - WS-BAND-LOW
                 ELSE
                    COMPUTE WS-BAND-TAXABLE =
                       FB-LIMIT(FB-SUB) - WS-BAND-LOW
                 END-IF
                 COMPUTE WS-RE-FED ROUNDED = WS-RE-FED +
                    (WS-BAND-TAXABLE * FB-RATE(FB-SUB))
              END-IF
              MOVE FB-LIMIT(FB-SUB) TO WS-BAND-LOW
           END-PERFORM.

           MOVE 0 TO WS-RE-STATE.
           PERFORM VARYING SR-SUB FROM 1 BY 1 UNTIL SR-SUB > SR-MAX
              IF SR-STATE(SR-SUB) = HS-STATE-CODE
                 MOVE 'M' TO CALC-OPERATION
                 MOVE HS-GROSS TO CALC-OPERAND-1
                 MOVE SR-RATE(SR-SUB) TO CALC-OPERAND-2
                 CALL 'CALCSUB' USING CALC-OPERATION,
                    CALC-OPERAND-1, CALC-OPERAND-2,
                    CALC-RESULT, CALC-STATUS
                 COMPUTE WS-RE-STATE ROUNDED = CALC-RESULT
                 EXIT PERFORM
              END-IF
           END-PERFORM.

           COMPUTE WS-FICA-ROOM = WS-FICA-CAP - EY-GROSS(EY-SUB).
           IF WS-FICA-ROOM < 0
              MOVE 0 TO WS-FICA-ROOM
           END-IF.
           IF HS-GROSS > WS-FICA-ROOM
              MOVE WS-FICA-ROOM TO WS-FICA-BASE
           ELSE
              MOVE HS-GROSS TO WS-FICA-BASE
           END-IF.
           COMPUTE WS-RE-FICA ROUNDED = WS-FICA-BASE * WS-FICA-RATE.

           MOVE SPACES TO WS-HDR-NAME.
           STRING HS-FNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  HS-LNAME DELIMITED BY '  '
              INTO WS-HDR-NAME
           END-STRING.
           MOVE HS-RUN-DATE TO ED-RUN-DATE-O.
           MOVE WS-HDR-NAME TO ED-NAME-O.
           COMPUTE WS-DIFF = HS-FED - WS-RE-FED.
           IF WS-DIFF > WS-TOLERANCE OR WS-DIFF < 0 - WS-TOLERANCE
              MOVE 'FED' TO ED-TAX-O
              MOVE HS-FED TO ED-RECORDED-O
              MOVE WS-RE-FED TO ED-RECOMPUTED-O
              PERFORM WRITE-EXCEPTION-PARAGRAPH
           END-IF.
           COMPUTE WS-DIFF = HS-STATE - WS-RE-STATE.
           IF WS-DIFF > WS-TOLERANCE OR WS-DIFF < 0 - WS-TOLERANCE
              MOVE 'STATE' TO ED-TAX-O
              MOVE HS-STATE TO ED-RECORDED-O
              MOVE WS-RE-STATE TO ED-RECOMPUTED-O
              PERFORM WRITE-EXCEPTION-PARAGRAPH
           END-IF.
           COMPUTE WS-DIFF = HS-FICA - WS-RE-FICA.
           IF WS-DIFF > WS-TOLERANCE OR WS-DIFF < 0 - WS-TOLERANCE
              MOVE 'FICA' TO ED-TAX-O
              MOVE HS-FICA TO ED-RECORDED-O
              MOVE WS-RE-FICA TO ED-RECOMPUTED-O
              PERFORM WRITE-EXCEPTION-PARAGRAPH
           END-IF.
       WRITE-EXCEPTION-PARAGRAPH.
           MOVE WS-DIFF TO ED-DIFF-O.
           WRITE EXCP-RPT-LINE FROM EXCP-DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO WS-EXCP-KTR.
      *   the YTD accumulator for the year must agree with the
      *   history; a disagreement is listed as an exception
       YTD-RECONCILE-PARAGRAPH.
           OPEN INPUT YTD-IN-FILE.
           READ YTD-IN-FILE
              AT END
                 MOVE 'Y' TO WS-YTD-EOF-SW
           END-READ.
           PERFORM UNTIL YTD-EOF
              IF YT-YEAR = WS-YEAR
                 PERFORM YTD-COMPARE-PARAGRAPH
              END-IF
              READ YTD-IN-FILE
                 AT END
                    MOVE 'Y' TO WS-YTD-EOF-SW
              END-READ
           END-PERFORM.
           CLOSE YTD-IN-FILE.
       YTD-COMPARE-PARAGRAPH.
           MOVE 'N' TO SW-FOUND.
           PERFORM VARYING EY-SUB FROM 1 BY 1 UNTIL EY-SUB > EY-MAX
              IF EY-EMP-NO(EY-SUB) = YT-EMP-NO
                 MOVE 'Y' TO SW-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-HDR-NAME.
           STRING YT-FNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  YT-LNAME DELIMITED BY '  '
              INTO WS-HDR-NAME
           END-STRING.
           MOVE 0 TO ED-RUN-DATE-O.
           MOVE WS-HDR-NAME TO ED-NAME-O.
           IF NOT ENTRY-FOUND
              MOVE 'YTD' TO ED-TAX-O
              MOVE YT-GROSS TO ED-RECORDED-O
              MOVE 0 TO ED-RECOMPUTED-O
              MOVE YT-GROSS TO WS-DIFF
              PERFORM WRITE-EXCEPTION-PARAGRAPH
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIFF = YT-GROSS - EY-GROSS(EY-SUB).
           IF WS-DIFF NOT = 0
              MOVE 'YTDGRS' TO ED-TAX-O
              MOVE YT-GROSS TO ED-RECORDED-O
              MOVE EY-GROSS(EY-SUB) TO ED-RECOMPUTED-O
              PERFORM WRITE-EXCEPTION-PARAGRAPH
           END-IF.
           COMPUTE WS-DIFF = YT-FED - EY-FED(EY-SUB).
           IF WS-DIFF NOT = 0
              MOVE 'YTDFED' TO ED-TAX-O
              MOVE YT-FED TO ED-RECORDED-O
              MOVE EY-FED(EY-SUB) TO ED-RECOMPUTED-O
              PERFORM WRITE-EXCEPTION-PARAGRAPH
           END-IF.
           COMPUTE WS-DIFF = YT-FICA - EY-FICA(EY-SUB).
           IF WS-DIFF NOT = 0
              MOVE 'YTDFIC' TO ED-TAX-O
              MOVE YT-FICA TO ED-RECORDED-O
              MOVE EY-FICA(EY-SUB) TO ED-RECOMPUTED-O
              PERFORM WRITE-EXCEPTION-PARAGRAPH
           END-IF.
      *   federal liability by month, the deposit schedule and
      *   each run's deposit due date, and FUTA taxable wages
       FEDERAL-REPORT-PARAGRAPH.
           MOVE WS-YEAR TO FH-YEAR-O.
           MOVE WS-QUARTER TO FH-QUARTER-O.
           WRITE FED-RPT-LINE FROM FED-HDG-LINE-1
              AFTER ADVANCING PAGE.
           WRITE FED-RPT-LINE FROM FED-HDG-LINE-2
              AFTER ADVANCING 2.
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
              UNTIL WS-MONTH-IX > 3
              MOVE SPACES TO FM-LABEL-O
              COMPUTE WS-MONTH-NO =
                 WS-QTR-FIRST-MONTH + WS-MONTH-IX - 1
              STRING 'MONTH ' WS-MONTH-NO
                 DELIMITED BY SIZE INTO FM-LABEL-O
              MOVE MT-WAGES(WS-MONTH-IX) TO FM-WAGES-O
              MOVE MT-FED(WS-MONTH-IX) TO FM-FED-O
              MOVE MT-FICA(WS-MONTH-IX) TO FM-EE-FICA-O
              MOVE MT-FICA(WS-MONTH-IX) TO FM-ER-FICA-O
              COMPUTE WS-RUN-LIAB = MT-FED(WS-MONTH-IX) +
                 MT-FICA(WS-MONTH-IX) + MT-FICA(WS-MONTH-IX)
              MOVE WS-RUN-LIAB TO FM-LIAB-O
              WRITE FED-RPT-LINE FROM FED-MONTH-LINE
                 AFTER ADVANCING 1
              ADD MT-WAGES(WS-MONTH-IX) TO WS-QTR-WAGES
              ADD MT-FED(WS-MONTH-IX) TO WS-QTR-FED
              ADD MT-FICA(WS-MONTH-IX) TO WS-QTR-FICA
              ADD WS-RUN-LIAB TO WS-QTR-LIAB
           END-PERFORM.
           MOVE 'QUARTER' TO FM-LABEL-O.
           MOVE WS-QTR-WAGES TO FM-WAGES-O.
           MOVE WS-QTR-FED TO FM-FED-O.
           MOVE WS-QTR-FICA TO FM-EE-FICA-O.
           MOVE WS-QTR-FICA TO FM-ER-FICA-O.
           MOVE WS-QTR-LIAB TO FM-LIAB-O.
           WRITE FED-RPT-LINE FROM FED-MONTH-LINE
              AFTER ADVANCING 2.

      *   deposit schedule from the lookback period
           MOVE 'LOOKBACK PERIOD LIABILITY            :'
              TO FT-LABEL-O.
           MOVE WS-LOOKBACK-LIAB TO FT-AMOUNT-O.
           IF WS-LOOKBACK-LIAB > WS-LOOKBACK-LIMIT
              MOVE 'Y' TO SW-SEMIWEEKLY
              MOVE 'SEMIWEEKLY DEPOSITOR' TO FT-TEXT-O
           ELSE
              MOVE 'MONTHLY DEPOSITOR' TO FT-TEXT-O
           END-IF.
           WRITE FED-RPT-LINE FROM FED-TEXT-LINE
              AFTER ADVANCING 3.
           WRITE FED-RPT-LINE FROM FED-RUN-HDG
              AFTER ADVANCING 2.
           PERFORM VARYING RD-SUB FROM 1 BY 1 UNTIL RD-SUB > RD-MAX
              PERFORM DEPOSIT-DUE-PARAGRAPH
           END-PERFORM.

      *   FUTA taxable wages: each employee's quarter wages up to
      *   the federal base less wages earlier in the year
           PERFORM VARYING EY-SUB FROM 1 BY 1 UNTIL EY-SUB > EY-MAX
              COMPUTE WS-BASE-ROOM =
                 WS-FUTA-BASE - EY-PRIOR-GROSS(EY-SUB)
              IF WS-BASE-ROOM < 0
                 MOVE 0 TO WS-BASE-ROOM
              END-IF
              IF EY-QTR-GROSS(EY-SUB) > WS-BASE-ROOM
                 ADD WS-BASE-ROOM TO WS-FUTA-TAXABLE
              ELSE
                 ADD EY-QTR-GROSS(EY-SUB) TO WS-FUTA-TAXABLE
              END-IF
           END-PERFORM.
           MOVE 'FUTA TAXABLE WAGES FOR THE QUARTER   :'
              TO FT-LABEL-O.
           MOVE WS-FUTA-TAXABLE TO FT-AMOUNT-O.
           MOVE SPACES TO FT-TEXT-O.
           IF WS-FUTA-BASE = 0
              MOVE 'NO US WAGE BASE ON TAXPARMS' TO FT-TEXT-O
           END-IF.
           WRITE FED-RPT-LINE FROM FED-TEXT-LINE
              AFTER ADVANCING 3.
           MOVE 'FUTA LIABILITY FOR THE QUARTER       :'
              TO FT-LABEL-O.
           COMPUTE WS-CONTRIB ROUNDED =
              WS-FUTA-TAXABLE * WS-FUTA-RATE.
           MOVE WS-CONTRIB TO FT-AMOUNT-O.
           MOVE SPACES TO FT-TEXT-O.
           WRITE FED-RPT-LINE FROM FED-TEXT-LINE
              AFTER ADVANCING 1.
      *   monthly depositors deposit by the 15th of the following
      *   month; semiweekly depositors deposit a Wednesday-Friday
      *   payday by the next Wednesday and a Saturday-Tuesday
      *   payday by the next Friday; a run whose liability reaches
      *   the next-day limit is due the next day whatever the
      *   schedule
       DEPOSIT-DUE-PARAGRAPH.
           MOVE SPACES TO FR-NOTE-O.
           COMPUTE WS-DAY-INT =
              FUNCTION INTEGER-OF-DATE(RD-RUN-DATE(RD-SUB)).
           IF RD-LIABILITY(RD-SUB) NOT < WS-NEXT-DAY-LIMIT
              ADD 1 TO WS-DAY-INT
              COMPUTE WS-DUE-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
              MOVE 'NEXT-DAY DEPOSIT RULE' TO FR-NOTE-O
           ELSE
              IF SEMIWEEKLY-DEPOSITOR
      *   day 1 (1601-01-01) was a Monday: weekday 0 = Monday
                 SUBTRACT 1 FROM WS-DAY-INT
                 DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEKS
                    REMAINDER WS-WEEKDAY
                 ADD 1 TO WS-DAY-INT
                 IF WS-WEEKDAY > 1 AND WS-WEEKDAY < 5
                    COMPUTE WS-DAY-INT = WS-DAY-INT + 9 - WS-WEEKDAY
                 ELSE
                    IF WS-WEEKDAY < 2
                       COMPUTE WS-DAY-INT =
                          WS-DAY-INT + 4 - WS-WEEKDAY
                    ELSE
                       COMPUTE WS-DAY-INT =
                          WS-DAY-INT + 11 - WS-WEEKDAY
                    END-IF
                 END-IF
                 COMPUTE WS-DUE-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
              ELSE
                 MOVE RD-RUN-DATE(RD-SUB) TO WS-DUE-DATE
                 IF WS-DUE-MONTH = 12
                    ADD 1 TO WS-DUE-YEAR
                    MOVE 1 TO WS-DUE-MONTH
                 ELSE
                    ADD 1 TO WS-DUE-MONTH
                 END-IF
                 MOVE 15 TO WS-DUE-DAY
              END-IF
           END-IF.
           MOVE RD-RUN-DATE(RD-SUB) TO FR-RUN-DATE-O.
           MOVE RD-LIABILITY(RD-SUB) TO FR-LIAB-O.
           MOVE WS-DUE-DATE TO FR-DUE-DATE-O.
           WRITE FED-RPT-LINE FROM FED-RUN-LINE
              AFTER ADVANCING 1.
      *   unemployment wage detail state by state: the quarter's
      *   wages above the state's wage base (less wages earlier in
      *   the year) are excess, the rest taxable
       STATE-REPORT-PARAGRAPH.
           MOVE WS-YEAR TO SH-YEAR-O.
           MOVE WS-QUARTER TO SH-QUARTER-O.
           WRITE SUI-RPT-LINE FROM SUI-HDG-LINE-1
              AFTER ADVANCING PAGE.
           PERFORM VARYING ES-SUB FROM 1 BY 1 UNTIL ES-SUB > ES-MAX
              IF ES-QTR-WAGES(ES-SUB) > 0
                 MOVE 'N' TO SW-FOUND
                 PERFORM VARYING SL-SUB FROM 1 BY 1
                    UNTIL SL-SUB > SL-MAX
                    IF SL-STATE(SL-SUB) = ES-STATE(ES-SUB)
                       MOVE 'Y' TO SW-FOUND
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF NOT ENTRY-FOUND AND SL-MAX < 60
                    ADD 1 TO SL-MAX
                    MOVE ES-STATE(ES-SUB) TO SL-STATE(SL-MAX)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING SL-SUB FROM 1 BY 1 UNTIL SL-SUB > SL-MAX
              PERFORM STATE-SECTION-PARAGRAPH
           END-PERFORM.
       STATE-SECTION-PARAGRAPH.
           MOVE 'N' TO SW-ST-BASE.
           MOVE 0 TO WS-ST-WAGE-BASE.
           MOVE 0 TO WS-ST-RATE.
           PERFORM VARYING UB-SUB FROM 1 BY 1 UNTIL UB-SUB > UB-MAX
              IF UB-STATE(UB-SUB) = SL-STATE(SL-SUB)
                 MOVE 'Y' TO SW-ST-BASE
                 MOVE UB-WAGE-BASE(UB-SUB) TO WS-ST-WAGE-BASE
                 MOVE UB-RATE(UB-SUB) TO WS-ST-RATE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE SL-STATE(SL-SUB) TO SS-STATE-O.
           MOVE WS-ST-WAGE-BASE TO SS-BASE-O.
           MOVE WS-ST-RATE TO SS-RATE-O.
           MOVE SPACES TO SS-NOTE-O.
           IF NOT ST-BASE-FOUND
              MOVE 'NO WAGE BASE ON TAXPARMS - ALL TAXABLE'
                 TO SS-NOTE-O
           END-IF.
           WRITE SUI-RPT-LINE FROM SUI-STATE-LINE
              AFTER ADVANCING 3.
           WRITE SUI-RPT-LINE FROM SUI-COL-LINE
              AFTER ADVANCING 2.
           MOVE 0 TO WS-ST-WAGES.
           MOVE 0 TO WS-ST-EXCESS.
           MOVE 0 TO WS-ST-TAXABLE.
           MOVE 0 TO WS-ST-CONTRIB.
           PERFORM VARYING ES-SUB FROM 1 BY 1 UNTIL ES-SUB > ES-MAX
              IF ES-STATE(ES-SUB) = SL-STATE(SL-SUB)
                 AND ES-QTR-WAGES(ES-SUB) > 0
                 PERFORM STATE-DETAIL-PARAGRAPH
              END-IF
           END-PERFORM.
           MOVE 'STATE TOTAL' TO SD-NAME-O.
           MOVE WS-ST-WAGES TO SD-WAGES-O.
           MOVE WS-ST-EXCESS TO SD-EXCESS-O.
           MOVE WS-ST-TAXABLE TO SD-TAXABLE-O.
           MOVE WS-ST-CONTRIB TO SD-CONTRIB-O.
           WRITE SUI-RPT-LINE FROM SUI-DETAIL-LINE
              AFTER ADVANCING 2.
       STATE-DETAIL-PARAGRAPH.
           IF ST-BASE-FOUND
              COMPUTE WS-BASE-ROOM =
                 WS-ST-WAGE-BASE - ES-PRIOR-WAGES(ES-SUB)
              IF WS-BASE-ROOM < 0
                 MOVE 0 TO WS-BASE-ROOM
              END-IF
              IF ES-QTR-WAGES(ES-SUB) > WS-BASE-ROOM
                 MOVE WS-BASE-ROOM TO WS-TAXABLE
              ELSE
                 MOVE ES-QTR-WAGES(ES-SUB) TO WS-TAXABLE
              END-IF
           ELSE
              MOVE ES-QTR-WAGES(ES-SUB) TO WS-TAXABLE
           END-IF.
           COMPUTE WS-EXCESS = ES-QTR-WAGES(ES-SUB) - WS-TAXABLE.
           COMPUTE WS-CONTRIB ROUNDED = WS-TAXABLE * WS-ST-RATE.
           MOVE SPACES TO WS-HDR-NAME.
           STRING ES-FNAME(ES-SUB) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  ES-LNAME(ES-SUB) DELIMITED BY '  '
              INTO WS-HDR-NAME
           END-STRING.
           MOVE WS-HDR-NAME TO SD-NAME-O.
           MOVE ES-QTR-WAGES(ES-SUB) TO SD-WAGES-O.
           MOVE WS-EXCESS TO SD-EXCESS-O.
           MOVE WS-TAXABLE TO SD-TAXABLE-O.
           MOVE WS-CONTRIB TO SD-CONTRIB-O.
           WRITE SUI-RPT-LINE FROM SUI-DETAIL-LINE
              AFTER ADVANCING 1.
           ADD ES-QTR-WAGES(ES-SUB) TO WS-ST-WAGES.
           ADD WS-EXCESS TO WS-ST-EXCESS.
           ADD WS-TAXABLE TO WS-ST-TAXABLE.
           ADD WS-CONTRIB TO WS-ST-CONTRIB.
