       IDENTIFICATION DIVISION.
       PROGRAM-ID. HREVENT.
      * ------------------------------------------------------------
      * HREVENT:
      * Applies HR event transactions - HIRE, REHIRE and TERM - to
      * every employee file in the same run, so a hire or leaver
      * no longer depends on separate hand edits to each file:
      *   EMPFILE   PAYROL0B's employee record
      *   PERSFILE  MILLARD's personnel record
      *   BANKDTLS  direct-deposit bank details
      *   DEDMSTR   recurring deduction master
      *   LEAVBAL   vacation and sick balances (MILLARD's LEAVBALO)
      *   EMPROJ    employee/project rows
      * Each master is loaded whole, the events are applied to the
      * tables, and a new generation of every file is written
      * (EMPFILEO, PERSOUT, BANKDTLO, DEDMSTRO, LEAVBALO, EMPROJO)
      * for the job to swap in. An event that fails its edits is
      * applied to no file at all and is listed on the event
      * register (PRTLINE) with the reason.
      *
      * HIRE / REHIRE:
      *   - a hire with employee number zero takes the next number
      *     after the one on EMPNOCTL (or the highest on file)
      *   - a rehire names a terminated EMPFILE employee, who keeps
      *     the number and is made active again
      *   - bank details and a tax state that has a rate on
      *     TAXPARMS must both be present, so nobody reaches
      *     PAYROL0B who cannot be taxed and paid
      *   - PERSFILE, BANKDTLS, a zero LEAVBAL row, up to two
      *     recurring deductions and an EMPROJ row are added
      * TERM:
      *   - the EMPFILE employee is marked terminated with the
      *     last day worked; PAYROL0B pays one final check and
      *     skips the employee after it
      *   - the remaining vacation balance is paid out at the
      *     current hourly rate: the PERSFILE RATE, else the
      *     EMPFILE hourly rate, else the salary over the standard
      *     hours on PAYRATES; the payout is queued on FINALPAY
      *     for PAYROL0B's next run
      *   - recurring deductions are cancelled, except mandatory
      *     (garnishment) rows with money still owed: arrears, an
      *     open-ended order, or a goal not yet reached
      *   - PERSFILE, LEAVBAL, EMPROJ and BANKDTLS rows are
      *     removed; the final pay goes out on the check register
      *   - a separation checklist (SEPRPT) lists what was done
      *     to each file and the items HR still has to close
      *
      *  Inital Version   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO HREVTRN
           FILE STATUS IS EVENT-FILE-ST.

           SELECT OPTIONAL RATE-PARM-FILE ASSIGN TO PAYRATES
           FILE STATUS IS RATE-PARM-FILE-ST.

           SELECT TAX-PARM-FILE ASSIGN TO TAXPARMS
           FILE STATUS IS TAX-PARM-FILE-ST.

           SELECT OPTIONAL CTL-FILE ASSIGN TO EMPNOCTL
           FILE STATUS IS CTL-FILE-ST.

           SELECT EMP-FILE ASSIGN TO EMPFILE
           FILE STATUS IS EMP-FILE-ST.

           SELECT EMP-OUT-FILE ASSIGN TO EMPFILEO
           FILE STATUS IS EMP-OUT-FILE-ST.

           SELECT OPTIONAL PERS-FILE ASSIGN TO PERSFILE
           FILE STATUS IS PERS-FILE-ST.

           SELECT PERS-OUT-FILE ASSIGN TO PERSOUT
           FILE STATUS IS PERS-OUT-FILE-ST.

           SELECT OPTIONAL BANK-FILE ASSIGN TO BANKDTLS
           FILE STATUS IS BANK-FILE-ST.

           SELECT BANK-OUT-FILE ASSIGN TO BANKDTLO
           FILE STATUS IS BANK-OUT-FILE-ST.

           SELECT OPTIONAL DED-FILE ASSIGN TO DEDMSTR
           FILE STATUS IS DED-FILE-ST.

           SELECT DED-OUT-FILE ASSIGN TO DEDMSTRO
           FILE STATUS IS DED-OUT-FILE-ST.

           SELECT OPTIONAL LEAVE-FILE ASSIGN TO LEAVBALI
           FILE STATUS IS LEAVE-FILE-ST.

           SELECT LEAVE-OUT-FILE ASSIGN TO LEAVBALO
           FILE STATUS IS LEAVE-OUT-FILE-ST.

           SELECT OPTIONAL STAFF-FILE ASSIGN TO EMPROJ
           FILE STATUS IS STAFF-FILE-ST.

           SELECT STAFF-OUT-FILE ASSIGN TO EMPROJO
           FILE STATUS IS STAFF-OUT-FILE-ST.

           SELECT OPTIONAL FINAL-PAY-FILE ASSIGN TO FINALPAY
           FILE STATUS IS FINAL-PAY-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

           SELECT SEP-REPORT-FILE ASSIGN TO SEPRPT
           FILE STATUS IS SEP-REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * HR event transaction - the hire data is the new employee's
      * EMPFILE, PERSFILE, bank, deduction and project details; a
      * termination carries the reason
       FD  EVENT-FILE
           RECORDING MODE IS F.
       01 EVENT-REC.
          05 EV-ACTION                 PIC X(06).
             88 EV-HIRE                                VALUE 'HIRE'.
             88 EV-REHIRE                              VALUE 'REHIRE'.
             88 EV-TERM                                VALUE 'TERM'.
          05 EV-EMP-NO                 PIC 9(06).
          05 EV-EFF-DATE               PIC 9(08).
          05 EV-LNAME                  PIC X(20).
          05 EV-FNAME                  PIC X(20).
          05 EV-HIRE-DATA.
             10 EV-CITY                PIC X(20).
             10 EV-STREET-NBR          PIC 9(06).
             10 EV-STREET-NAME         PIC X(40).
             10 EV-STATE               PIC X(02).
             10 EV-ZIP-FIRST-5         PIC X(05).
             10 EV-ZIP-PLUS-4          PIC X(04).
             10 EV-EMP-TYPE            PIC X(01).
                88 EV-FULL-TIME                        VALUE 'F'.
                88 EV-PART-TIME                        VALUE 'P'.
             10 EV-SALARY              PIC 9(7)V99.
             10 EV-HOURS               PIC 9(02).
             10 EV-RATE                PIC 9(3)V99.
             10 EV-JOB                 PIC X(12).
             10 EV-ROUTING             PIC 9(09).
             10 EV-ACCOUNT             PIC X(17).
             10 EV-PROJECT             PIC X(04).
             10 EV-OFFICE              PIC X(02).
             10 EV-POSITION            PIC X(20).
             10 EV-DAY-RATE            PIC 9(3)V99.
             10 EV-OT-RATE             PIC 9(3)V99.
             10 EV-DED OCCURS 2 TIMES.
                15 EV-DED-CODE         PIC X(03).
                15 EV-DED-METHOD       PIC X(01).
                15 EV-DED-RATE-AMT     PIC 9(5)V99.
                15 EV-DED-PRIORITY     PIC 9(02).
             10 FILLER                 PIC X(06).
          05 EV-TERM-DATA REDEFINES EV-HIRE-DATA.
             10 EV-TERM-REASON         PIC X(02).
             10 EV-TERM-REASON-TEXT    PIC X(30).
             10 FILLER                 PIC X(168).

      * PAYROL0B rate parameters - the OT threshold is the standard
      * hours in a pay period
       FD  RATE-PARM-FILE
           RECORDING MODE IS F.
       01 RATE-PARM-REC.
          05 FILLER                    PIC X(02).
          05 RP-STD-HOURS              PIC 9(02).
          05 FILLER                    PIC X(77).

      * PAYROL0B withholding parameters - only the state rates
       FD  TAX-PARM-FILE
           RECORDING MODE IS F.
       01 TAX-PARM-REC.
          05 TP-REC-TYPE               PIC X(01).
             88 TP-STATE-RATE                          VALUE 'S'.
          05 TP-STATE-CODE             PIC X(02).
          05 FILLER                    PIC X(77).

      * Last employee number assigned
       FD  CTL-FILE
           RECORDING MODE IS F.
       01 CTL-REC.
          05 NC-LAST-EMP-NO            PIC 9(06).
          05 NC-CONV-DATE              PIC 9(08).
          05 FILLER                    PIC X(66).

       FD  EMP-FILE
           RECORDING MODE IS F.
       01 EMP-REC                      PIC X(182).

       FD  EMP-OUT-FILE
           RECORDING MODE IS F.
       01 EMP-OUT-REC                  PIC X(182).

       FD  PERS-FILE
           RECORDING MODE IS F.
       01 PERS-REC                     PIC X(126).

       FD  PERS-OUT-FILE
           RECORDING MODE IS F.
       01 PERS-OUT-REC                 PIC X(126).

       FD  BANK-FILE
           RECORDING MODE IS F.
       01 BANK-REC                     PIC X(80).

       FD  BANK-OUT-FILE
           RECORDING MODE IS F.
       01 BANK-OUT-REC                 PIC X(80).

       FD  DED-FILE
           RECORDING MODE IS F.
       01 DED-REC                      PIC X(100).

       FD  DED-OUT-FILE
           RECORDING MODE IS F.
       01 DED-OUT-REC                  PIC X(100).

       FD  LEAVE-FILE
           RECORDING MODE IS F.
       01 LEAVE-REC                    PIC X(60).

       FD  LEAVE-OUT-FILE
           RECORDING MODE IS F.
       01 LEAVE-OUT-REC                PIC X(60).

       FD  STAFF-FILE
           RECORDING MODE IS F.
       01 STAFF-REC                    PIC X(86).

       FD  STAFF-OUT-FILE
           RECORDING MODE IS F.
       01 STAFF-OUT-REC                PIC X(86).

      * Final pay owed to a leaver - paid and consumed by PAYROL0B
       FD  FINAL-PAY-FILE
           RECORDING MODE IS F.
       01 FINAL-PAY-REC.
          05 FP-LNAME                  PIC X(20).
          05 FP-FNAME                  PIC X(20).
          05 FP-EMP-NO                 PIC 9(06).
          05 FP-TERM-DATE              PIC 9(08).
          05 FP-VAC-HOURS              PIC 9(4)V99.
          05 FP-PAY-RATE               PIC 9(5)V99.
          05 FP-PAYOUT                 PIC 9(7)V99.
          05 FP-TERM-REASON            PIC X(02).
          05 FILLER                    PIC X(02).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       FD  SEP-REPORT-FILE
           RECORDING MODE IS F.
       01 SEP-OUTPUT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TODAY                     PIC 9(08)       VALUE 0.
       01 WS-CONV-DATE                 PIC 9(08)       VALUE 0.
       01 WS-LAST-EMP-NO               PIC 9(06)       VALUE 0.
       01 WS-EVENT-EMP-NO              PIC 9(06)       VALUE 0.
       01 WS-STD-HOURS                 PIC 9(02)       VALUE 0.
       01 WS-FULL-NAME                 PIC X(41)       VALUE SPACES.
       01 WS-LIST-NAME                 PIC X(30)       VALUE SPACES.
       01 WS-REJECT-REASON             PIC X(40)       VALUE SPACES.
       01 WS-DED-SUB                   PIC 9(1)        VALUE 0 COMP.
       01 WS-DED-IND                   PIC 9(1)        VALUE 0.

      * Termination work fields
       01 WS-PAY-RATE                  PIC 9(5)V99     VALUE 0.
       01 WS-VAC-HOURS                 PIC 9(4)V99     VALUE 0.
       01 WS-PAYOUT                    PIC 9(7)V99     VALUE 0.
       01 WS-OWED                      PIC 9(7)V99     VALUE 0.
       01 WS-HOURS-ED                  PIC ZZZ9.99.
       01 WS-RATE-ED                   PIC ZZZZ9.99.

      * EMPFILE record - PAYROL0B's PAYSTUB-V20
       01 EMP-WORK-REC.
          05 EW-REPORT-DATE            PIC X(10).
          05 EW-FNAME                  PIC X(20).
          05 EW-LNAME                  PIC X(20).
          05 EW-CITY                   PIC X(20).
          05 EW-STREET-NBR             PIC 9(06).
          05 EW-STREET-NAME            PIC X(40).
          05 EW-STATE                  PIC X(02).
          05 EW-ZIP-FIRST-5            PIC X(05).
          05 EW-ZIP-DASH               PIC X(01).
          05 EW-ZIP-PLUS-4             PIC X(04).
          05 EW-EMP-TYPE               PIC X(01).
             88 EW-FULL-TIME                           VALUE 'F'.
             88 EW-PART-TIME                           VALUE 'P'.
          05 EW-FULL-TIME-SALARY       PIC 9(7)V99.
          05 EW-FULL-TIME-BONUS        PIC 99V99.
          05 EW-HOURS-WORKED           PIC 9(02).
          05 EW-RATE                   PIC 9(3).
          05 EW-OT-COMP                PIC V99.
          05 EW-40-DIFF                PIC 9(2).
          05 EW-PART-TIME-SALARY       PIC 9(6)V99.
          05 EW-EMP-NO                 PIC 9(06).
          05 EW-EMP-STATUS             PIC X(01).
             88 EW-TERMINATED                          VALUE 'T'.
          05 EW-HIRE-DATE              PIC 9(08).
          05 EW-TERM-DATE              PIC 9(08).

      * PERSFILE record - MILLARD's PERSONNEL-REC
       01 PERS-WORK-REC.
          05 PW-NAME                   PIC X(20).
          05 PW-ADDR                   PIC X(40).
          05 PW-DATE-WS                PIC X(30).
          05 PW-RATE                   PIC 9(3)V99.
          05 PW-BONUS-RATE             PIC V99.
          05 PW-HOURS                  PIC 9(3).
          05 PW-GROSS-PAY              PIC 9(6)V99.
          05 PW-JOB                    PIC X(12).
          05 PW-EMP-NO                 PIC 9(06).

      * BANKDTLS record
       01 BANK-WORK-REC.
          05 BW-LNAME                  PIC X(20).
          05 BW-FNAME                  PIC X(20).
          05 BW-ROUTING                PIC 9(09).
          05 BW-ACCOUNT                PIC X(17).
          05 BW-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(08).

      * DEDMSTR record
       01 DED-WORK-REC.
          05 DW-LNAME                  PIC X(20).
          05 DW-FNAME                  PIC X(20).
          05 DW-DED-CODE               PIC X(03).
          05 DW-METHOD                 PIC X(01).
          05 DW-RATE-AMT               PIC 9(5)V99.
          05 DW-PRIORITY               PIC 9(02).
          05 DW-GOAL-AMT               PIC 9(7)V99.
          05 DW-TAKEN-TD               PIC 9(7)V99.
          05 DW-MANDATORY              PIC X(01).
          05 DW-ARREARS                PIC 9(7)V99.
          05 DW-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(13).

      * LEAVBAL record - MILLARD's LEAVE-BAL-REC-WS
       01 LEAVE-WORK-REC.
          05 LW-NAME                   PIC X(20).
          05 LW-VAC-BAL                PIC S9(4)V99.
          05 LW-SICK-BAL               PIC S9(4)V99.
          05 LW-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(22).

      * EMPROJ record
       01 STAFF-WORK-REC.
          05 PJ-PROJECT                PIC X(04).
          05 PJ-NAME                   PIC X(15).
          05 PJ-STATE-OFFICE           PIC X(02).
          05 PJ-POSITION               PIC X(20).
          05 PJ-DAYS-ON-PROJ           PIC 9(03).
          05 PJ-OT-HOURS               PIC 9(03).
          05 PJ-DAY-RATE               PIC 9(03)V99.
          05 PJ-OT-RATE                PIC 9(03)V99.
          05 PJ-LANGUAGE-CERT          PIC X(20).
          05 PJ-ON-CALL                PIC X(01).
          05 FILLER                    PIC X(02).
          05 PJ-EMP-NO                 PIC 9(06).

      * Hire date as EMPFILE's MM/DD/YYYY report date
       01 WS-DATE-IN                   PIC 9(08).
       01 WS-DATE-IN-X REDEFINES WS-DATE-IN.
          05 WS-DATE-YYYY              PIC X(04).
          05 WS-DATE-MM                PIC X(02).
          05 WS-DATE-DD                PIC X(02).

      * State codes that have a rate on TAXPARMS
       01 SR-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 SR-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 SW-SR-FOUND                  PIC X(1)        VALUE 'N'.
          88 SR-FOUND                                  VALUE 'Y'.
       01 STATE-TABLE.
          05 SR-ENTRY OCCURS 1 TO 60 TIMES
                DEPENDING ON SR-MAX.
             10 SR-TBL-STATE           PIC X(02).

      * Masters held in storage while the events are applied; a
      * row marked dropped is not written to the new generation
       01 EM-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 EM-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 EM-MAX-LIMIT                 PIC 9(4)        VALUE 1000 COMP.
       01 SW-EM-FOUND                  PIC X(1)        VALUE 'N'.
          88 EM-FOUND                                  VALUE 'Y'.
       01 EMP-TABLE.
          05 EM-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON EM-MAX.
             10 EM-TBL-EMP-NO          PIC 9(06).
             10 EM-TBL-REC             PIC X(182).

       01 PE-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 PE-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 PE-MAX-LIMIT                 PIC 9(4)        VALUE 1000 COMP.
       01 SW-PE-FOUND                  PIC X(1)        VALUE 'N'.
          88 PE-FOUND                                  VALUE 'Y'.
       01 PERS-TABLE.
          05 PE-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON PE-MAX.
             10 PE-TBL-EMP-NO          PIC 9(06).
             10 PE-TBL-DROP            PIC X(01).
                88 PE-TBL-DROPPED                      VALUE 'Y'.
             10 PE-TBL-REC             PIC X(126).

       01 BK-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 BK-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 BK-MAX-LIMIT                 PIC 9(4)        VALUE 1000 COMP.
       01 SW-BK-FOUND                  PIC X(1)        VALUE 'N'.
          88 BK-FOUND                                  VALUE 'Y'.
       01 BANK-TABLE.
          05 BK-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON BK-MAX.
             10 BK-TBL-EMP-NO          PIC 9(06).
             10 BK-TBL-DROP            PIC X(01).
                88 BK-TBL-DROPPED                      VALUE 'Y'.
             10 BK-TBL-REC             PIC X(80).

       01 DM-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 DM-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 DM-MAX-LIMIT                 PIC 9(4)        VALUE 2000 COMP.
       01 DED-TABLE.
          05 DM-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON DM-MAX.
             10 DM-TBL-EMP-NO          PIC 9(06).
             10 DM-TBL-DROP            PIC X(01).
                88 DM-TBL-DROPPED                      VALUE 'Y'.
             10 DM-TBL-REC             PIC X(100).

       01 LV-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 LV-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 LV-MAX-LIMIT                 PIC 9(4)        VALUE 1000 COMP.
       01 SW-LV-FOUND                  PIC X(1)        VALUE 'N'.
          88 LV-FOUND                                  VALUE 'Y'.
       01 LEAVE-TABLE.
          05 LV-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON LV-MAX.
             10 LV-TBL-EMP-NO          PIC 9(06).
             10 LV-TBL-DROP            PIC X(01).
                88 LV-TBL-DROPPED                      VALUE 'Y'.
             10 LV-TBL-REC             PIC X(60).

       01 SF-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 SF-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 SF-MAX-LIMIT                 PIC 9(4)        VALUE 2000 COMP.
       01 STAFF-TABLE.
          05 SF-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON SF-MAX.
             10 SF-TBL-EMP-NO          PIC 9(06).
             10 SF-TBL-DROP            PIC X(01).
                88 SF-TBL-DROPPED                      VALUE 'Y'.
             10 SF-TBL-REC             PIC X(86).

      * Records written, added and removed per file
       01 FT-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 FILE-TOTALS-TABLE.
          05 FT-ENTRY OCCURS 6 TIMES.
             10 FT-TBL-FILE            PIC X(08).
             10 FT-TBL-WRITTEN         PIC 9(7).
             10 FT-TBL-ADDED           PIC 9(7).
             10 FT-TBL-REMOVED         PIC 9(7).

       01 PROGRAM-SWITCHES.
          05 EVENT-FILE-ST             PIC X(2).
             88 EVENT-FILE-OK                          VALUE '00'.
          05 RATE-PARM-FILE-ST         PIC X(2).
             88 RATE-PARM-FILE-OK                      VALUE '00' '05'.
          05 TAX-PARM-FILE-ST          PIC X(2).
             88 TAX-PARM-FILE-OK                       VALUE '00'.
          05 CTL-FILE-ST               PIC X(2).
             88 CTL-FILE-OK                            VALUE '00' '05'.
          05 EMP-FILE-ST               PIC X(2).
             88 EMP-FILE-OK                            VALUE '00'.
          05 EMP-OUT-FILE-ST           PIC X(2).
             88 EMP-OUT-FILE-OK                        VALUE '00'.
          05 PERS-FILE-ST              PIC X(2).
             88 PERS-FILE-OK                           VALUE '00' '05'.
          05 PERS-OUT-FILE-ST          PIC X(2).
             88 PERS-OUT-FILE-OK                       VALUE '00'.
          05 BANK-FILE-ST              PIC X(2).
             88 BANK-FILE-OK                           VALUE '00' '05'.
          05 BANK-OUT-FILE-ST          PIC X(2).
             88 BANK-OUT-FILE-OK                       VALUE '00'.
          05 DED-FILE-ST               PIC X(2).
             88 DED-FILE-OK                            VALUE '00' '05'.
          05 DED-OUT-FILE-ST           PIC X(2).
             88 DED-OUT-FILE-OK                        VALUE '00'.
          05 LEAVE-FILE-ST             PIC X(2).
             88 LEAVE-FILE-OK                          VALUE '00' '05'.
          05 LEAVE-OUT-FILE-ST         PIC X(2).
             88 LEAVE-OUT-FILE-OK                      VALUE '00'.
          05 STAFF-FILE-ST             PIC X(2).
             88 STAFF-FILE-OK                          VALUE '00' '05'.
          05 STAFF-OUT-FILE-ST         PIC X(2).
             88 STAFF-OUT-FILE-OK                      VALUE '00'.
          05 FINAL-PAY-FILE-ST         PIC X(2).
             88 FINAL-PAY-FILE-OK                      VALUE '00' '05'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 SEP-REPORT-FILE-ST        PIC X(2).
             88 SEP-REPORT-FILE-OK                     VALUE '00'.
      * EOF indicators
          05 EVENT-FILE-STATUS         PIC X(01)       VALUE SPACE.
             88 EVENT-FILE-EOF                         VALUE 'Y'.
          05 IN-FILE-STATUS            PIC X(01)       VALUE SPACE.
             88 IN-FILE-EOF                            VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-EVENT-KTR              PIC 9(5)        VALUE 0.
          05 WS-APPLIED-KTR            PIC 9(5)        VALUE 0.
          05 WS-REJECT-KTR             PIC 9(5)        VALUE 0.
          05 WS-HIRE-KTR               PIC 9(5)        VALUE 0.
          05 WS-REHIRE-KTR             PIC 9(5)        VALUE 0.
          05 WS-TERM-KTR               PIC 9(5)        VALUE 0.
          05 WS-TOT-PAYOUT             PIC 9(9)V99     VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.
          05 CTR-SEP-LINES             PIC 99          VALUE 0.
          05 CTR-SEP-PAGES             PIC 999         VALUE 0.

      * Print Lines - event register
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '       HR EVENT REGISTER - HIRES AND LEAVERS      '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(06)       VALUE
                'ACTION'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'EMP NO'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'EMPLOYEE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'EFF DATE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(52)       VALUE
                'RESULT'.
          05 FILLER                    PIC X(22)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(52)       VALUE ALL "=".
          05 FILLER                    PIC X(22)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-ACTION-O              PIC X(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-EMP-NO-O              PIC ZZZZZ9      BLANK WHEN ZERO.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NAME-O                PIC X(30).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-EFF-DATE-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-RESULT-O              PIC X(52).
          05 FILLER                    PIC X(22)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(38)       VALUE
                'Events read / applied / rejected  :'.
          05 FILLER                    PIC X(1)        VALUE SPACES.
          05 TOTAL-EVENT-O             PIC ZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-APPLIED-O           PIC ZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REJECT-O            PIC ZZZZ9.
          05 FILLER                    PIC X(72)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(38)       VALUE
                'Hires / rehires / terminations    :'.
          05 FILLER                    PIC X(1)        VALUE SPACES.
          05 TOTAL-HIRE-O              PIC ZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-REHIRE-O            PIC ZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-TERM-O              PIC ZZZZ9.
          05 FILLER                    PIC X(72)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(38)       VALUE
                'Leave payout queued on FINALPAY   :'.
          05 FILLER                    PIC X(1)        VALUE SPACES.
          05 TOTAL-PAYOUT-O            PIC $$$,$$$,$$9.99.
          05 FILLER                    PIC X(79)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(38)       VALUE
                'Last employee number assigned     :'.
          05 FILLER                    PIC X(1)        VALUE SPACES.
          05 TOTAL-LAST-NO-O           PIC 9(06).
          05 FILLER                    PIC X(87)       VALUE SPACES.

       01 WS-FILE-TOTALS-LINE.
          05 FILLER                    PIC X(08)       VALUE SPACES.
          05 FTL-FILE-O                PIC X(08).
          05 FILLER                    PIC X(18)       VALUE
                ' records written: '.
          05 FTL-WRITTEN-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(09)       VALUE
                '  added: '.
          05 FTL-ADDED-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(11)       VALUE
                '  removed: '.
          05 FTL-REMOVED-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(57)       VALUE SPACES.

      * Print Lines - separation checklist
       01 SEP-HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '              SEPARATION CHECKLIST                '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 SEP-PAGE-NUM              PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 SEP-EMP-LINE.
          05 FILLER                    PIC X(07)       VALUE
                'EMP NO '.
          05 SEP-EMP-NO-O              PIC 9(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 SEP-NAME-O                PIC X(30).
          05 FILLER                    PIC X(11)       VALUE
                ' LAST DAY '.
          05 SEP-TERM-DATE-O           PIC X(08).
          05 FILLER                    PIC X(09)       VALUE
                '  REASON '.
          05 SEP-REASON-O              PIC X(02).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 SEP-REASON-TEXT-O         PIC X(30).
          05 FILLER                    PIC X(26)       VALUE SPACES.

       01 SEP-ITEM-LINE.
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 FILLER                    PIC X(04)       VALUE '[ ] '.
          05 SEP-FILE-O                PIC X(10).
          05 SEP-TEXT-O                PIC X(56).
          05 SEP-AMOUNT-O              PIC $$$$,$$9.99 BLANK WHEN ZERO.
          05 FILLER                    PIC X(47)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-EMPFILE.
           PERFORM 110-LOAD-PERSFILE.
           PERFORM 120-LOAD-BANKDTLS.
           PERFORM 130-LOAD-DEDMSTR.
           PERFORM 140-LOAD-LEAVBAL.
           PERFORM 150-LOAD-EMPROJ.
           PERFORM 200-PROCESS-EVENT UNTIL EVENT-FILE-EOF.
           PERFORM 600-SAVE-MASTERS.
           PERFORM 650-WRITE-CONTROL.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-CONV-DATE.
           READ RATE-PARM-FILE
           AT END
              CONTINUE
           NOT AT END
              IF RP-STD-HOURS NUMERIC
                 THEN
                 MOVE RP-STD-HOURS TO WS-STD-HOURS
              END-IF
           END-READ.
           CLOSE RATE-PARM-FILE.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ TAX-PARM-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      IF TP-STATE-RATE
                         AND SR-MAX < 60
                         THEN
                         ADD 1 TO SR-MAX
                         MOVE TP-STATE-CODE TO SR-TBL-STATE(SR-MAX)
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE TAX-PARM-FILE.
           READ CTL-FILE
           AT END
              CONTINUE
           NOT AT END
              IF NC-LAST-EMP-NO NUMERIC
                 THEN
                 MOVE NC-LAST-EMP-NO TO WS-LAST-EMP-NO
              END-IF
              IF NC-CONV-DATE NUMERIC
                 THEN
                 MOVE NC-CONV-DATE TO WS-CONV-DATE
              END-IF
           END-READ.
           CLOSE CTL-FILE.
           MOVE 'EMPFILE' TO FT-TBL-FILE(1).
           MOVE 'PERSFILE' TO FT-TBL-FILE(2).
           MOVE 'BANKDTLS' TO FT-TBL-FILE(3).
           MOVE 'DEDMSTR' TO FT-TBL-FILE(4).
           MOVE 'LEAVBAL' TO FT-TBL-FILE(5).
           MOVE 'EMPROJ' TO FT-TBL-FILE(6).
           PERFORM VARYING FT-SUB FROM 1 BY 1 UNTIL FT-SUB > 6
                   MOVE 0 TO FT-TBL-WRITTEN(FT-SUB)
                   MOVE 0 TO FT-TBL-ADDED(FT-SUB)
                   MOVE 0 TO FT-TBL-REMOVED(FT-SUB)
           END-PERFORM.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
           MOVE 41 TO CTR-SEP-LINES.
       100-LOAD-EMPFILE.
      ************************************************************
      * EMPFILE - the highest number on file also guards the    *
      * next number given to a hire                              *
      ************************************************************
      D    DISPLAY '100-LOAD-EMPFILE'.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ EMP-FILE INTO EMP-WORK-REC
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      IF EM-MAX < EM-MAX-LIMIT
                         THEN
                         ADD 1 TO EM-MAX
                         MOVE EW-EMP-NO TO EM-TBL-EMP-NO(EM-MAX)
                         MOVE EMP-WORK-REC TO EM-TBL-REC(EM-MAX)
                         IF EW-EMP-NO NUMERIC
                            AND EW-EMP-NO > WS-LAST-EMP-NO
                            THEN
                            MOVE EW-EMP-NO TO WS-LAST-EMP-NO
                         END-IF
                      ELSE
                         DISPLAY 'HREVENT: EMPFILE TABLE FULL AT '
                                 EM-MAX-LIMIT
                                 ' - RUN STOPPED'
                         GOBACK
                      END-IF
                   END-READ
           END-PERFORM.
      D    DISPLAY 'EMPFILE: ' EM-MAX ' EMPLOYEES'.
       110-LOAD-PERSFILE.
      D    DISPLAY '110-LOAD-PERSFILE'.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ PERS-FILE INTO PERS-WORK-REC
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      IF PE-MAX < PE-MAX-LIMIT
                         THEN
                         ADD 1 TO PE-MAX
                         MOVE PW-EMP-NO TO PE-TBL-EMP-NO(PE-MAX)
                         MOVE 'N' TO PE-TBL-DROP(PE-MAX)
                         MOVE PERS-WORK-REC TO PE-TBL-REC(PE-MAX)
                         IF PW-EMP-NO NUMERIC
                            AND PW-EMP-NO > WS-LAST-EMP-NO
                            THEN
                            MOVE PW-EMP-NO TO WS-LAST-EMP-NO
                         END-IF
                      ELSE
                         DISPLAY 'HREVENT: PERSFILE TABLE FULL AT '
                                 PE-MAX-LIMIT
                                 ' - RUN STOPPED'
                         GOBACK
                      END-IF
                   END-READ
           END-PERFORM.
       120-LOAD-BANKDTLS.
      D    DISPLAY '120-LOAD-BANKDTLS'.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ BANK-FILE INTO BANK-WORK-REC
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      IF BK-MAX < BK-MAX-LIMIT
                         THEN
                         ADD 1 TO BK-MAX
                         MOVE BW-EMP-NO TO BK-TBL-EMP-NO(BK-MAX)
                         MOVE 'N' TO BK-TBL-DROP(BK-MAX)
                         MOVE BANK-WORK-REC TO BK-TBL-REC(BK-MAX)
                      ELSE
                         DISPLAY 'HREVENT: BANKDTLS TABLE FULL AT '
                                 BK-MAX-LIMIT
                                 ' - RUN STOPPED'
                         GOBACK
                      END-IF
                   END-READ
           END-PERFORM.
       130-LOAD-DEDMSTR.
      D    DISPLAY '130-LOAD-DEDMSTR'.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ DED-FILE INTO DED-WORK-REC
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      IF DM-MAX < DM-MAX-LIMIT
                         THEN
                         ADD 1 TO DM-MAX
                         MOVE DW-EMP-NO TO DM-TBL-EMP-NO(DM-MAX)
                         MOVE 'N' TO DM-TBL-DROP(DM-MAX)
                         MOVE DED-WORK-REC TO DM-TBL-REC(DM-MAX)
                      ELSE
                         DISPLAY 'HREVENT: DEDMSTR TABLE FULL AT '
                                 DM-MAX-LIMIT
                                 ' - RUN STOPPED'
                         GOBACK
                      END-IF
                   END-READ
           END-PERFORM.
       140-LOAD-LEAVBAL.
      D    DISPLAY '140-LOAD-LEAVBAL'.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ LEAVE-FILE INTO LEAVE-WORK-REC
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      IF LV-MAX < LV-MAX-LIMIT
                         THEN
                         ADD 1 TO LV-MAX
                         MOVE LW-EMP-NO TO LV-TBL-EMP-NO(LV-MAX)
                         MOVE 'N' TO LV-TBL-DROP(LV-MAX)
                         MOVE LEAVE-WORK-REC TO LV-TBL-REC(LV-MAX)
                      ELSE
                         DISPLAY 'HREVENT: LEAVBAL TABLE FULL AT '
                                 LV-MAX-LIMIT
                                 ' - RUN STOPPED'
                         GOBACK
                      END-IF
                   END-READ
           END-PERFORM.
       150-LOAD-EMPROJ.
      D    DISPLAY '150-LOAD-EMPROJ'.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ STAFF-FILE INTO STAFF-WORK-REC
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      IF SF-MAX < SF-MAX-LIMIT
                         THEN
                         ADD 1 TO SF-MAX
                         MOVE PJ-EMP-NO TO SF-TBL-EMP-NO(SF-MAX)
                         MOVE 'N' TO SF-TBL-DROP(SF-MAX)
                         MOVE STAFF-WORK-REC TO SF-TBL-REC(SF-MAX)
                      ELSE
                         DISPLAY 'HREVENT: EMPROJ TABLE FULL AT '
                                 SF-MAX-LIMIT
                                 ' - RUN STOPPED'
                         GOBACK
                      END-IF
                   END-READ
           END-PERFORM.
       200-PROCESS-EVENT.
      ************************************************************
      * One HR event: edited first, then applied to every file   *
      * or to none                                               *
      ************************************************************
      D    DISPLAY '200-PROCESS-EVENT'.
           READ EVENT-FILE
           AT END
              MOVE 'Y' TO EVENT-FILE-STATUS
           NOT AT END
              ADD 1 TO WS-EVENT-KTR
              MOVE EV-EMP-NO TO WS-EVENT-EMP-NO
              PERFORM 210-EDIT-EVENT
              IF WS-REJECT-REASON = SPACES
                 THEN
                 ADD 1 TO WS-APPLIED-KTR
                 EVALUATE TRUE
                 WHEN EV-HIRE
                 WHEN EV-REHIRE
                      PERFORM 400-APPLY-HIRE
                 WHEN EV-TERM
                      PERFORM 450-APPLY-TERM
                 END-EVALUATE
              ELSE
                 ADD 1 TO WS-REJECT-KTR
              END-IF
              PERFORM 290-REPORT-EVENT
           END-READ.
       210-EDIT-EVENT.
      ************************************************************
      * Reason the event cannot be applied; spaces when it can   *
      ************************************************************
      D    DISPLAY '210-EDIT-EVENT'.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO SW-EM-FOUND.
           IF NOT EV-HIRE AND NOT EV-REHIRE AND NOT EV-TERM
              THEN
              MOVE 'ACTION NOT HIRE, REHIRE OR TERM' TO
                 WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF EV-EMP-NO NOT NUMERIC
              THEN
              MOVE 'EMPLOYEE NUMBER NOT NUMERIC' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF EV-EFF-DATE NOT NUMERIC OR EV-EFF-DATE = 0
              THEN
              MOVE 'EFFECTIVE DATE MISSING' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF EV-EMP-NO > 0
              THEN
              PERFORM 460-FIND-EMPLOYEE
           END-IF.

           EVALUATE TRUE
           WHEN EV-HIRE
                IF EM-FOUND
                   THEN
                   MOVE 'NUMBER ALREADY ON EMPFILE' TO
                      WS-REJECT-REASON
                   EXIT PARAGRAPH
                END-IF
                IF EM-MAX NOT < EM-MAX-LIMIT
                   THEN
                   MOVE 'EMPFILE TABLE FULL' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
                END-IF
                PERFORM 215-CHECK-FORMER-EMPLOYEE
                IF WS-REJECT-REASON NOT = SPACES
                   THEN
                   EXIT PARAGRAPH
                END-IF
                PERFORM 220-EDIT-HIRE-DATA
           WHEN EV-REHIRE
                IF NOT EM-FOUND
                   THEN
                   MOVE 'NOT ON EMPFILE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
                END-IF
                MOVE EM-TBL-REC(EM-SUB) TO EMP-WORK-REC
                IF NOT EW-TERMINATED
                   THEN
                   MOVE 'STILL ACTIVE ON EMPFILE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
                END-IF
                PERFORM 220-EDIT-HIRE-DATA
           WHEN EV-TERM
                IF NOT EM-FOUND
                   THEN
                   MOVE 'NOT ON EMPFILE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
                END-IF
                MOVE EM-TBL-REC(EM-SUB) TO EMP-WORK-REC
                IF EW-TERMINATED
                   THEN
                   MOVE 'ALREADY TERMINATED' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
                END-IF
           END-EVALUATE.
       215-CHECK-FORMER-EMPLOYEE.
      * a leaver coming back keeps the old number - REHIRE, not HIRE
           PERFORM VARYING EM-SUB FROM 1 BY 1
              UNTIL EM-SUB > EM-MAX
                   MOVE EM-TBL-REC(EM-SUB) TO EMP-WORK-REC
                   IF EW-TERMINATED
                      AND EW-LNAME = EV-LNAME
                      AND EW-FNAME = EV-FNAME
                      THEN
                      MOVE SPACES TO WS-REJECT-REASON
                      STRING 'FORMER EMPLOYEE ' DELIMITED BY SIZE
                             EW-EMP-NO DELIMITED BY SIZE
                             ' - USE REHIRE' DELIMITED BY SIZE
                         INTO WS-REJECT-REASON
                      END-STRING
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       220-EDIT-HIRE-DATA.
      ************************************************************
      * A hire must be payable: type and pay, a tax state that   *
      * has a rate, and bank details for the deposit             *
      ************************************************************
      D    DISPLAY '220-EDIT-HIRE-DATA'.
           IF EV-LNAME = SPACES OR EV-FNAME = SPACES
              THEN
              MOVE 'NAME MISSING' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF NOT EV-FULL-TIME AND NOT EV-PART-TIME
              THEN
              MOVE 'EMPLOYEE TYPE NOT F OR P' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF EV-FULL-TIME
              AND (EV-SALARY NOT NUMERIC OR EV-SALARY = 0)
              THEN
              MOVE 'SALARY MISSING' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF EV-PART-TIME
              AND (EV-RATE NOT NUMERIC OR EV-RATE = 0)
              THEN
              MOVE 'HOURLY RATE MISSING' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF EV-HOURS NOT NUMERIC
              THEN
              MOVE 'HOURS NOT NUMERIC' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF EV-STREET-NBR NOT NUMERIC
              THEN
              MOVE 'STREET NUMBER NOT NUMERIC' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

      * tax state present and known to TAXPARMS
           IF EV-STATE = SPACES
              THEN
              MOVE 'TAX STATE MISSING' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO SW-SR-FOUND.
           PERFORM VARYING SR-SUB FROM 1 BY 1
              UNTIL SR-SUB > SR-MAX
                   IF SR-TBL-STATE(SR-SUB) = EV-STATE
                      THEN
                      MOVE 'Y' TO SW-SR-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT SR-FOUND
              THEN
              STRING 'NO TAX RATE ON TAXPARMS FOR STATE '
                        DELIMITED BY SIZE
                     EV-STATE DELIMITED BY SIZE
                 INTO WS-REJECT-REASON
              END-STRING
              EXIT PARAGRAPH
           END-IF.

      * bank details on the event, or already on BANKDTLS
           IF EV-ROUTING NUMERIC
              AND EV-ROUTING > 0
              AND EV-ACCOUNT NOT = SPACES
              THEN
              CONTINUE
           ELSE
              MOVE 'N' TO SW-BK-FOUND
              IF WS-EVENT-EMP-NO > 0
                 THEN
                 PERFORM 480-FIND-BANK
              END-IF
              IF NOT BK-FOUND
                 THEN
                 MOVE 'BANK DETAILS MISSING' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      * recurring deductions set up at hire
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
              UNTIL WS-DED-SUB > 2
                   IF EV-DED-CODE(WS-DED-SUB) NOT = SPACES
                      AND ((EV-DED-METHOD(WS-DED-SUB) NOT = 'F'
                           AND EV-DED-METHOD(WS-DED-SUB) NOT = 'P')
                        OR EV-DED-RATE-AMT(WS-DED-SUB) NOT NUMERIC
                        OR EV-DED-PRIORITY(WS-DED-SUB) NOT NUMERIC
                        OR EV-DED-PRIORITY(WS-DED-SUB) = 0)
                      THEN
                      MOVE WS-DED-SUB TO WS-DED-IND
                      STRING 'DEDUCTION ' DELIMITED BY SIZE
                             WS-DED-IND DELIMITED BY SIZE
                             ' INCOMPLETE' DELIMITED BY SIZE
                         INTO WS-REJECT-REASON
                      END-STRING
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF WS-REJECT-REASON NOT = SPACES
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF EV-PROJECT NOT = SPACES
              AND (EV-DAY-RATE NOT NUMERIC OR EV-OT-RATE NOT NUMERIC)
              THEN
              MOVE 'PROJECT RATES NOT NUMERIC' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

      * room for the rows the hire adds
           IF PE-MAX NOT < PE-MAX-LIMIT
              OR BK-MAX NOT < BK-MAX-LIMIT
              OR DM-MAX + 2 > DM-MAX-LIMIT
              OR LV-MAX NOT < LV-MAX-LIMIT
              OR SF-MAX NOT < SF-MAX-LIMIT
              THEN
              MOVE 'A MASTER TABLE IS FULL' TO WS-REJECT-REASON
           END-IF.
       290-REPORT-EVENT.
           MOVE SPACES TO DETAIL-LINE.
           MOVE EV-ACTION TO DET-ACTION-O.
           MOVE WS-EVENT-EMP-NO TO DET-EMP-NO-O.
           PERFORM 490-LIST-NAME.
           MOVE WS-LIST-NAME TO DET-NAME-O.
           MOVE EV-EFF-DATE TO DET-EFF-DATE-O.
           IF WS-REJECT-REASON NOT = SPACES
              THEN
              STRING 'REJECTED - ' DELIMITED BY SIZE
                     WS-REJECT-REASON DELIMITED BY SIZE
                 INTO DET-RESULT-O
              END-STRING
           ELSE
              EVALUATE TRUE
              WHEN EV-HIRE
                   MOVE 'HIRED - ADDED TO ALL FILES' TO DET-RESULT-O
              WHEN EV-REHIRE
                   MOVE 'REHIRED - ACTIVE ON ALL FILES' TO
                      DET-RESULT-O
              WHEN EV-TERM
                   MOVE 'TERMINATED - SEE SEPARATION CHECKLIST' TO
                      DET-RESULT-O
              END-EVALUATE
           END-IF.
           PERFORM 500-WRITE-REPORT.
       300-OPEN-FILES.
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT EVENT-FILE.
           IF NOT EVENT-FILE-OK
              THEN
              DISPLAY 'HREVTRN Problem: ' EVENT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT RATE-PARM-FILE.
           IF NOT RATE-PARM-FILE-OK
              THEN
              DISPLAY 'PAYRATES Problem: ' RATE-PARM-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT TAX-PARM-FILE.
           IF NOT TAX-PARM-FILE-OK
              THEN
              DISPLAY 'TAXPARMS Problem: ' TAX-PARM-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FILE-OK
              THEN
              DISPLAY 'EMPNOCTL Problem: ' CTL-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT EMP-FILE.
           IF NOT EMP-FILE-OK
              THEN
              DISPLAY 'EMPFILE Problem: ' EMP-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT PERS-FILE.
           IF NOT PERS-FILE-OK
              THEN
              DISPLAY 'PERSFILE Problem: ' PERS-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT BANK-FILE.
           IF NOT BANK-FILE-OK
              THEN
              DISPLAY 'BANKDTLS Problem: ' BANK-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT DED-FILE.
           IF NOT DED-FILE-OK
              THEN
              DISPLAY 'DEDMSTR Problem: ' DED-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT LEAVE-FILE.
           IF NOT LEAVE-FILE-OK
              THEN
              DISPLAY 'LEAVBALI Problem: ' LEAVE-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT STAFF-FILE.
           IF NOT STAFF-FILE-OK
              THEN
              DISPLAY 'EMPROJ Problem: ' STAFF-FILE-ST
              GOBACK
           END-IF.
           OPEN EXTEND FINAL-PAY-FILE.
           IF NOT FINAL-PAY-FILE-OK
              THEN
              DISPLAY 'FINALPAY Problem: ' FINAL-PAY-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              DISPLAY ' Report-FILE Problem: ' REPORT-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT SEP-REPORT-FILE.
           IF NOT SEP-REPORT-FILE-OK
              THEN
              DISPLAY 'SEPRPT Problem: ' SEP-REPORT-FILE-ST
              GOBACK
           END-IF.
       400-APPLY-HIRE.
      ************************************************************
      * Hire or rehire - the employee is written to every file   *
      ************************************************************
      D    DISPLAY '400-APPLY-HIRE'.
           IF EV-HIRE
              THEN
              ADD 1 TO WS-HIRE-KTR
              IF WS-EVENT-EMP-NO = 0
                 THEN
                 ADD 1 TO WS-LAST-EMP-NO
                 MOVE WS-LAST-EMP-NO TO WS-EVENT-EMP-NO
              ELSE
                 IF WS-EVENT-EMP-NO > WS-LAST-EMP-NO
                    THEN
                    MOVE WS-EVENT-EMP-NO TO WS-LAST-EMP-NO
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-REHIRE-KTR
           END-IF.

      * EMPFILE - a rehire replaces the terminated record in place
           MOVE SPACES TO EMP-WORK-REC.
           MOVE EV-EFF-DATE TO WS-DATE-IN.
           STRING WS-DATE-MM '/' WS-DATE-DD '/' WS-DATE-YYYY
              DELIMITED BY SIZE INTO EW-REPORT-DATE
           END-STRING.
           MOVE EV-FNAME TO EW-FNAME.
           MOVE EV-LNAME TO EW-LNAME.
           MOVE EV-CITY TO EW-CITY.
           MOVE EV-STREET-NBR TO EW-STREET-NBR.
           MOVE EV-STREET-NAME TO EW-STREET-NAME.
           MOVE EV-STATE TO EW-STATE.
           MOVE EV-ZIP-FIRST-5 TO EW-ZIP-FIRST-5.
           MOVE '-' TO EW-ZIP-DASH.
           MOVE EV-ZIP-PLUS-4 TO EW-ZIP-PLUS-4.
           MOVE EV-EMP-TYPE TO EW-EMP-TYPE.
           MOVE 0 TO EW-FULL-TIME-SALARY EW-FULL-TIME-BONUS
                     EW-HOURS-WORKED EW-RATE EW-OT-COMP EW-40-DIFF
                     EW-PART-TIME-SALARY.
           IF EW-FULL-TIME
              THEN
              MOVE EV-SALARY TO EW-FULL-TIME-SALARY
           ELSE
              MOVE EV-HOURS TO EW-HOURS-WORKED
              MOVE EV-RATE TO EW-RATE
           END-IF.
           MOVE WS-EVENT-EMP-NO TO EW-EMP-NO.
           MOVE SPACE TO EW-EMP-STATUS.
           MOVE EV-EFF-DATE TO EW-HIRE-DATE.
           MOVE 0 TO EW-TERM-DATE.
           IF EV-HIRE
              THEN
              ADD 1 TO EM-MAX
              MOVE EM-MAX TO EM-SUB
              ADD 1 TO FT-TBL-ADDED(1)
           END-IF.
           MOVE WS-EVENT-EMP-NO TO EM-TBL-EMP-NO(EM-SUB).
           MOVE EMP-WORK-REC TO EM-TBL-REC(EM-SUB).

      * PERSFILE - name as FIRST LAST, hire date leads DATE-WS, and
      * an hourly RATE only for part-time (as EMPRECON expects)
           MOVE SPACES TO PERS-WORK-REC.
           MOVE SPACES TO WS-FULL-NAME.
           STRING EV-FNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  EV-LNAME DELIMITED BY '  '
              INTO WS-FULL-NAME
           END-STRING.
           MOVE WS-FULL-NAME(1:20) TO PW-NAME.
           STRING EV-STREET-NBR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EV-STREET-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  EV-CITY DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  EV-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EV-ZIP-FIRST-5 DELIMITED BY SIZE
              INTO PW-ADDR
           END-STRING.
           MOVE EV-EFF-DATE TO PW-DATE-WS(1:8).
           MOVE 0 TO PW-RATE PW-BONUS-RATE PW-HOURS PW-GROSS-PAY.
           IF EV-PART-TIME
              THEN
              MOVE EV-RATE TO PW-RATE
              MOVE EV-HOURS TO PW-HOURS
           END-IF.
           MOVE EV-JOB TO PW-JOB.
           MOVE WS-EVENT-EMP-NO TO PW-EMP-NO.
           PERFORM 470-FIND-PERS.
           IF NOT PE-FOUND
              THEN
              ADD 1 TO PE-MAX
              MOVE PE-MAX TO PE-SUB
              ADD 1 TO FT-TBL-ADDED(2)
           END-IF.
           MOVE WS-EVENT-EMP-NO TO PE-TBL-EMP-NO(PE-SUB).
           MOVE 'N' TO PE-TBL-DROP(PE-SUB).
           MOVE PERS-WORK-REC TO PE-TBL-REC(PE-SUB).

      * BANKDTLS - the event's details replace any on file
           IF EV-ROUTING NUMERIC
              AND EV-ROUTING > 0
              AND EV-ACCOUNT NOT = SPACES
              THEN
              MOVE SPACES TO BANK-WORK-REC
              MOVE EV-LNAME TO BW-LNAME
              MOVE EV-FNAME TO BW-FNAME
              MOVE EV-ROUTING TO BW-ROUTING
              MOVE EV-ACCOUNT TO BW-ACCOUNT
              MOVE WS-EVENT-EMP-NO TO BW-EMP-NO
              PERFORM 480-FIND-BANK
              IF NOT BK-FOUND
                 THEN
                 ADD 1 TO BK-MAX
                 MOVE BK-MAX TO BK-SUB
                 ADD 1 TO FT-TBL-ADDED(3)
              END-IF
              MOVE WS-EVENT-EMP-NO TO BK-TBL-EMP-NO(BK-SUB)
              MOVE 'N' TO BK-TBL-DROP(BK-SUB)
              MOVE BANK-WORK-REC TO BK-TBL-REC(BK-SUB)
           END-IF.

      * DEDMSTR - the recurring deductions on the event
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
              UNTIL WS-DED-SUB > 2
                   IF EV-DED-CODE(WS-DED-SUB) NOT = SPACES
                      THEN
                      MOVE SPACES TO DED-WORK-REC
                      MOVE EV-LNAME TO DW-LNAME
                      MOVE EV-FNAME TO DW-FNAME
                      MOVE EV-DED-CODE(WS-DED-SUB) TO DW-DED-CODE
                      MOVE EV-DED-METHOD(WS-DED-SUB) TO DW-METHOD
                      MOVE EV-DED-RATE-AMT(WS-DED-SUB) TO
                         DW-RATE-AMT
                      MOVE EV-DED-PRIORITY(WS-DED-SUB) TO
                         DW-PRIORITY
                      MOVE 0 TO DW-GOAL-AMT DW-TAKEN-TD DW-ARREARS
                      MOVE 'N' TO DW-MANDATORY
                      MOVE WS-EVENT-EMP-NO TO DW-EMP-NO
                      ADD 1 TO DM-MAX
                      MOVE WS-EVENT-EMP-NO TO DM-TBL-EMP-NO(DM-MAX)
                      MOVE 'N' TO DM-TBL-DROP(DM-MAX)
                      MOVE DED-WORK-REC TO DM-TBL-REC(DM-MAX)
                      ADD 1 TO FT-TBL-ADDED(4)
                   END-IF
           END-PERFORM.

      * LEAVBAL - balances start at zero; MILLARD accrues them
           MOVE SPACES TO LEAVE-WORK-REC.
           MOVE WS-FULL-NAME(1:20) TO LW-NAME.
           MOVE 0 TO LW-VAC-BAL LW-SICK-BAL.
           MOVE WS-EVENT-EMP-NO TO LW-EMP-NO.
           PERFORM 475-FIND-LEAVE.
           IF NOT LV-FOUND
              THEN
              ADD 1 TO LV-MAX
              MOVE LV-MAX TO LV-SUB
              ADD 1 TO FT-TBL-ADDED(5)
           END-IF.
           MOVE WS-EVENT-EMP-NO TO LV-TBL-EMP-NO(LV-SUB).
           MOVE 'N' TO LV-TBL-DROP(LV-SUB).
           MOVE LEAVE-WORK-REC TO LV-TBL-REC(LV-SUB).

      * EMPROJ - the first project assignment, when there is one
           IF EV-PROJECT NOT = SPACES
              THEN
              MOVE SPACES TO STAFF-WORK-REC
              MOVE EV-PROJECT TO PJ-PROJECT
              MOVE EV-LNAME TO PJ-NAME
              MOVE EV-OFFICE TO PJ-STATE-OFFICE
              MOVE EV-POSITION TO PJ-POSITION
              MOVE 0 TO PJ-DAYS-ON-PROJ PJ-OT-HOURS
              MOVE EV-DAY-RATE TO PJ-DAY-RATE
              MOVE EV-OT-RATE TO PJ-OT-RATE
              MOVE 'N' TO PJ-ON-CALL
              MOVE WS-EVENT-EMP-NO TO PJ-EMP-NO
              ADD 1 TO SF-MAX
              MOVE WS-EVENT-EMP-NO TO SF-TBL-EMP-NO(SF-MAX)
              MOVE 'N' TO SF-TBL-DROP(SF-MAX)
              MOVE STAFF-WORK-REC TO SF-TBL-REC(SF-MAX)
              ADD 1 TO FT-TBL-ADDED(6)
           END-IF.
       450-APPLY-TERM.
      ************************************************************
      * Termination - every file is closed out for the employee  *
      * and each step goes on the separation checklist           *
      ************************************************************
      D    DISPLAY '450-APPLY-TERM'.
           ADD 1 TO WS-TERM-KTR.
           MOVE EM-TBL-REC(EM-SUB) TO EMP-WORK-REC.
           MOVE 'T' TO EW-EMP-STATUS.
           MOVE EV-EFF-DATE TO EW-TERM-DATE.
           MOVE EMP-WORK-REC TO EM-TBL-REC(EM-SUB).

           MOVE WS-EVENT-EMP-NO TO SEP-EMP-NO-O.
           PERFORM 490-LIST-NAME.
           MOVE WS-LIST-NAME TO SEP-NAME-O.
           MOVE EV-EFF-DATE TO SEP-TERM-DATE-O.
           MOVE EV-TERM-REASON TO SEP-REASON-O.
           MOVE EV-TERM-REASON-TEXT TO SEP-REASON-TEXT-O.
           PERFORM 530-WRITE-SEP-EMPLOYEE.
           MOVE 'EMPFILE' TO SEP-FILE-O.
           MOVE 'MARKED TERMINATED - FINAL CHECK ON NEXT PAYROLL' TO
              SEP-TEXT-O.
           MOVE 0 TO SEP-AMOUNT-O.
           PERFORM 520-WRITE-SEP-ITEM.

      * PERSFILE - removed; its RATE is the current hourly rate
           MOVE 0 TO WS-PAY-RATE.
           PERFORM 470-FIND-PERS.
           MOVE 'PERSFILE' TO SEP-FILE-O.
           IF PE-FOUND
              THEN
              MOVE PE-TBL-REC(PE-SUB) TO PERS-WORK-REC
              MOVE PW-RATE TO WS-PAY-RATE
              MOVE 'Y' TO PE-TBL-DROP(PE-SUB)
              ADD 1 TO FT-TBL-REMOVED(2)
              MOVE 'REMOVED' TO SEP-TEXT-O
           ELSE
              MOVE 'NOT ON PERSFILE - NOTHING TO REMOVE' TO
                 SEP-TEXT-O
           END-IF.
           PERFORM 520-WRITE-SEP-ITEM.
           IF WS-PAY-RATE = 0
              THEN
              IF EW-PART-TIME
                 THEN
                 MOVE EW-RATE TO WS-PAY-RATE
              ELSE
                 IF WS-STD-HOURS > 0
                    THEN
                    COMPUTE WS-PAY-RATE ROUNDED =
                       EW-FULL-TIME-SALARY / WS-STD-HOURS
                 END-IF
              END-IF
           END-IF.

      * LEAVBAL - vacation paid out, sick leave forfeited
           MOVE 0 TO WS-VAC-HOURS.
           MOVE 0 TO WS-PAYOUT.
           PERFORM 475-FIND-LEAVE.
           MOVE 'LEAVBAL' TO SEP-FILE-O.
           IF LV-FOUND
              THEN
              MOVE LV-TBL-REC(LV-SUB) TO LEAVE-WORK-REC
              IF LW-VAC-BAL > 0
                 THEN
                 MOVE LW-VAC-BAL TO WS-VAC-HOURS
              END-IF
              MOVE 'Y' TO LV-TBL-DROP(LV-SUB)
              ADD 1 TO FT-TBL-REMOVED(5)
           END-IF.
           IF WS-VAC-HOURS > 0
              AND WS-PAY-RATE = 0
              THEN
              MOVE WS-VAC-HOURS TO WS-HOURS-ED
              STRING 'VACATION ' WS-HOURS-ED
                     ' HRS - NO RATE, KEY PAYOUT BY HAND'
                 DELIMITED BY SIZE INTO SEP-TEXT-O
              END-STRING
              PERFORM 520-WRITE-SEP-ITEM
           ELSE
              COMPUTE WS-PAYOUT ROUNDED = WS-VAC-HOURS * WS-PAY-RATE
              MOVE WS-VAC-HOURS TO WS-HOURS-ED
              MOVE WS-PAY-RATE TO WS-RATE-ED
              STRING 'VACATION ' WS-HOURS-ED ' HRS AT '
                     WS-RATE-ED ' - PAYOUT'
                 DELIMITED BY SIZE INTO SEP-TEXT-O
              END-STRING
              MOVE WS-PAYOUT TO SEP-AMOUNT-O
              PERFORM 520-WRITE-SEP-ITEM
           END-IF.
           IF LV-FOUND
              AND LW-SICK-BAL > 0
              THEN
              MOVE LW-SICK-BAL TO WS-HOURS-ED
              STRING 'SICK LEAVE ' WS-HOURS-ED ' HRS FORFEITED'
                 DELIMITED BY SIZE INTO SEP-TEXT-O
              END-STRING
              PERFORM 520-WRITE-SEP-ITEM
           END-IF.
           IF NOT LV-FOUND
              THEN
              MOVE 'NO LEAVE BALANCE ON FILE' TO SEP-TEXT-O
              PERFORM 520-WRITE-SEP-ITEM
           END-IF.
           PERFORM 455-CLOSE-DEDUCTIONS.
           PERFORM 457-CLOSE-PROJECTS.

      * BANKDTLS - the final pay goes out as a check
           PERFORM 480-FIND-BANK.
           MOVE 'BANKDTLS' TO SEP-FILE-O.
           IF BK-FOUND
              THEN
              MOVE 'Y' TO BK-TBL-DROP(BK-SUB)
              ADD 1 TO FT-TBL-REMOVED(3)
              MOVE 'REMOVED - FINAL PAY BY CHECK' TO SEP-TEXT-O
           ELSE
              MOVE 'NO BANK DETAILS - FINAL PAY BY CHECK' TO
                 SEP-TEXT-O
           END-IF.
           PERFORM 520-WRITE-SEP-ITEM.

      * FINALPAY - PAYROL0B pays the final check from this record
           MOVE SPACES TO FINAL-PAY-REC.
           MOVE EW-LNAME TO FP-LNAME.
           MOVE EW-FNAME TO FP-FNAME.
           MOVE WS-EVENT-EMP-NO TO FP-EMP-NO.
           MOVE EV-EFF-DATE TO FP-TERM-DATE.
           MOVE WS-VAC-HOURS TO FP-VAC-HOURS.
           MOVE WS-PAY-RATE TO FP-PAY-RATE.
           MOVE WS-PAYOUT TO FP-PAYOUT.
           MOVE EV-TERM-REASON TO FP-TERM-REASON.
           WRITE FINAL-PAY-REC.
           ADD WS-PAYOUT TO WS-TOT-PAYOUT.
           MOVE 'FINALPAY' TO SEP-FILE-O.
           MOVE 'FINAL CHECK QUEUED - LEAVE PAYOUT IN GROSS' TO
              SEP-TEXT-O.
           MOVE WS-PAYOUT TO SEP-AMOUNT-O.
           PERFORM 520-WRITE-SEP-ITEM.

      * items no file can close
           MOVE 'HR' TO SEP-FILE-O.
           MOVE 'COLLECT COMPANY PROPERTY AND BADGE' TO SEP-TEXT-O.
           PERFORM 520-WRITE-SEP-ITEM.
           MOVE 'REVOKE SYSTEM AND BUILDING ACCESS' TO SEP-TEXT-O.
           PERFORM 520-WRITE-SEP-ITEM.
           MOVE 'CONFIRM HOME ADDRESS FOR YEAR-END STATEMENT' TO
              SEP-TEXT-O.
           PERFORM 520-WRITE-SEP-ITEM.
       455-CLOSE-DEDUCTIONS.
      ************************************************************
      * Recurring deductions stop; a mandatory (garnishment) row *
      * stays while money is still owed on it                    *
      ************************************************************
           MOVE 'DEDMSTR' TO SEP-FILE-O.
           PERFORM VARYING DM-SUB FROM 1 BY 1
              UNTIL DM-SUB > DM-MAX
                   IF DM-TBL-EMP-NO(DM-SUB) = WS-EVENT-EMP-NO
                      AND NOT DM-TBL-DROPPED(DM-SUB)
                      THEN
                      MOVE DM-TBL-REC(DM-SUB) TO DED-WORK-REC
                      MOVE 0 TO WS-OWED
                      IF DW-GOAL-AMT > DW-TAKEN-TD
                         THEN
                         COMPUTE WS-OWED = DW-GOAL-AMT - DW-TAKEN-TD
                      END-IF
                      ADD DW-ARREARS TO WS-OWED
                      IF DW-MANDATORY = 'Y'
                         AND (WS-OWED > 0 OR DW-GOAL-AMT = 0)
                         THEN
                         STRING DW-DED-CODE
                                ' KEPT - GARNISHMENT STILL OWED'
                            DELIMITED BY SIZE INTO SEP-TEXT-O
                         END-STRING
                         MOVE WS-OWED TO SEP-AMOUNT-O
                      ELSE
                         MOVE 'Y' TO DM-TBL-DROP(DM-SUB)
                         ADD 1 TO FT-TBL-REMOVED(4)
                         STRING DW-DED-CODE ' CANCELLED'
                            DELIMITED BY SIZE INTO SEP-TEXT-O
                         END-STRING
                      END-IF
                      PERFORM 520-WRITE-SEP-ITEM
                   END-IF
           END-PERFORM.
       457-CLOSE-PROJECTS.
      ************************************************************
      * The employee comes off every project                     *
      ************************************************************
           MOVE 'EMPROJ' TO SEP-FILE-O.
           PERFORM VARYING SF-SUB FROM 1 BY 1
              UNTIL SF-SUB > SF-MAX
                   IF SF-TBL-EMP-NO(SF-SUB) = WS-EVENT-EMP-NO
                      AND NOT SF-TBL-DROPPED(SF-SUB)
                      THEN
                      MOVE SF-TBL-REC(SF-SUB) TO STAFF-WORK-REC
                      MOVE 'Y' TO SF-TBL-DROP(SF-SUB)
                      ADD 1 TO FT-TBL-REMOVED(6)
                      STRING 'RELEASED FROM PROJECT ' PJ-PROJECT
                         DELIMITED BY SIZE INTO SEP-TEXT-O
                      END-STRING
                      PERFORM 520-WRITE-SEP-ITEM
                   END-IF
           END-PERFORM.
       460-FIND-EMPLOYEE.
           MOVE 'N' TO SW-EM-FOUND.
           PERFORM VARYING EM-SUB FROM 1 BY 1
              UNTIL EM-SUB > EM-MAX
                   IF EM-TBL-EMP-NO(EM-SUB) = WS-EVENT-EMP-NO
                      THEN
                      MOVE 'Y' TO SW-EM-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       470-FIND-PERS.
           MOVE 'N' TO SW-PE-FOUND.
           PERFORM VARYING PE-SUB FROM 1 BY 1
              UNTIL PE-SUB > PE-MAX
                   IF PE-TBL-EMP-NO(PE-SUB) = WS-EVENT-EMP-NO
                      AND NOT PE-TBL-DROPPED(PE-SUB)
                      THEN
                      MOVE 'Y' TO SW-PE-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       475-FIND-LEAVE.
           MOVE 'N' TO SW-LV-FOUND.
           PERFORM VARYING LV-SUB FROM 1 BY 1
              UNTIL LV-SUB > LV-MAX
                   IF LV-TBL-EMP-NO(LV-SUB) = WS-EVENT-EMP-NO
                      AND NOT LV-TBL-DROPPED(LV-SUB)
                      THEN
                      MOVE 'Y' TO SW-LV-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       480-FIND-BANK.
           MOVE 'N' TO SW-BK-FOUND.
           PERFORM VARYING BK-SUB FROM 1 BY 1
              UNTIL BK-SUB > BK-MAX
                   IF BK-TBL-EMP-NO(BK-SUB) = WS-EVENT-EMP-NO
                      AND NOT BK-TBL-DROPPED(BK-SUB)
                      THEN
                      MOVE 'Y' TO SW-BK-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       490-LIST-NAME.
           MOVE SPACES TO WS-LIST-NAME.
           STRING EV-LNAME DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EV-FNAME DELIMITED BY '  '
              INTO WS-LIST-NAME
           END-STRING.
       500-WRITE-REPORT.
      D    DISPLAY '500-WRITE-REPORT'.
           IF CTR-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-LINES.
       510-PAGE-CHANGE-RTN.
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
       520-WRITE-SEP-ITEM.
           IF CTR-SEP-LINES IS GREATER THAN CTR-LINES-MAX
              THEN
              PERFORM 540-SEP-PAGE-CHANGE-RTN
           END-IF.
           WRITE SEP-OUTPUT-LINE FROM SEP-ITEM-LINE
              AFTER ADVANCING 1.
           ADD 1 TO CTR-SEP-LINES.
           MOVE SPACES TO SEP-TEXT-O.
           MOVE 0 TO SEP-AMOUNT-O.
       530-WRITE-SEP-EMPLOYEE.
      * an employee's checklist starts with room for a few items
           IF CTR-SEP-LINES IS GREATER THAN CTR-LINES-MAX - 8
              THEN
              PERFORM 540-SEP-PAGE-CHANGE-RTN
           END-IF.
           WRITE SEP-OUTPUT-LINE FROM SEP-EMP-LINE
              AFTER ADVANCING 2.
           ADD 2 TO CTR-SEP-LINES.
       540-SEP-PAGE-CHANGE-RTN.
           ADD 1 TO CTR-SEP-PAGES.
           MOVE CTR-SEP-PAGES TO SEP-PAGE-NUM.
           WRITE SEP-OUTPUT-LINE FROM SEP-HEADING-1
              AFTER ADVANCING PAGE.
           MOVE ZERO TO CTR-SEP-LINES.
       600-SAVE-MASTERS.
      ************************************************************
      * New generation of every master, dropped rows left out    *
      ************************************************************
      D    DISPLAY '600-SAVE-MASTERS'.
           OPEN OUTPUT EMP-OUT-FILE.
           IF NOT EMP-OUT-FILE-OK
              THEN
              DISPLAY 'EMPFILEO Problem: ' EMP-OUT-FILE-ST
              GOBACK
           END-IF.
           PERFORM VARYING EM-SUB FROM 1 BY 1
              UNTIL EM-SUB > EM-MAX
                   WRITE EMP-OUT-REC FROM EM-TBL-REC(EM-SUB)
                   ADD 1 TO FT-TBL-WRITTEN(1)
           END-PERFORM.
           CLOSE EMP-OUT-FILE.
           OPEN OUTPUT PERS-OUT-FILE.
           IF NOT PERS-OUT-FILE-OK
              THEN
              DISPLAY 'PERSOUT Problem: ' PERS-OUT-FILE-ST
              GOBACK
           END-IF.
           PERFORM VARYING PE-SUB FROM 1 BY 1
              UNTIL PE-SUB > PE-MAX
                   IF NOT PE-TBL-DROPPED(PE-SUB)
                      THEN
                      WRITE PERS-OUT-REC FROM PE-TBL-REC(PE-SUB)
                      ADD 1 TO FT-TBL-WRITTEN(2)
                   END-IF
           END-PERFORM.
           CLOSE PERS-OUT-FILE.
           OPEN OUTPUT BANK-OUT-FILE.
           IF NOT BANK-OUT-FILE-OK
              THEN
              DISPLAY 'BANKDTLO Problem: ' BANK-OUT-FILE-ST
              GOBACK
           END-IF.
           PERFORM VARYING BK-SUB FROM 1 BY 1
              UNTIL BK-SUB > BK-MAX
                   IF NOT BK-TBL-DROPPED(BK-SUB)
                      THEN
                      WRITE BANK-OUT-REC FROM BK-TBL-REC(BK-SUB)
                      ADD 1 TO FT-TBL-WRITTEN(3)
                   END-IF
           END-PERFORM.
           CLOSE BANK-OUT-FILE.
           OPEN OUTPUT DED-OUT-FILE.
           IF NOT DED-OUT-FILE-OK
              THEN
              DISPLAY 'DEDMSTRO Problem: ' DED-OUT-FILE-ST
              GOBACK
           END-IF.
           PERFORM VARYING DM-SUB FROM 1 BY 1
              UNTIL DM-SUB > DM-MAX
                   IF NOT DM-TBL-DROPPED(DM-SUB)
                      THEN
                      WRITE DED-OUT-REC FROM DM-TBL-REC(DM-SUB)
                      ADD 1 TO FT-TBL-WRITTEN(4)
                   END-IF
           END-PERFORM.
           CLOSE DED-OUT-FILE.
           OPEN OUTPUT LEAVE-OUT-FILE.
           IF NOT LEAVE-OUT-FILE-OK
              THEN
              DISPLAY 'LEAVBALO Problem: ' LEAVE-OUT-FILE-ST
              GOBACK
           END-IF.
           PERFORM VARYING LV-SUB FROM 1 BY 1
              UNTIL LV-SUB > LV-MAX
                   IF NOT LV-TBL-DROPPED(LV-SUB)
                      THEN
                      WRITE LEAVE-OUT-REC FROM LV-TBL-REC(LV-SUB)
                      ADD 1 TO FT-TBL-WRITTEN(5)
                   END-IF
           END-PERFORM.
           CLOSE LEAVE-OUT-FILE.
           OPEN OUTPUT STAFF-OUT-FILE.
           IF NOT STAFF-OUT-FILE-OK
              THEN
              DISPLAY 'EMPROJO Problem: ' STAFF-OUT-FILE-ST
              GOBACK
           END-IF.
           PERFORM VARYING SF-SUB FROM 1 BY 1
              UNTIL SF-SUB > SF-MAX
                   IF NOT SF-TBL-DROPPED(SF-SUB)
                      THEN
                      WRITE STAFF-OUT-REC FROM SF-TBL-REC(SF-SUB)
                      ADD 1 TO FT-TBL-WRITTEN(6)
                   END-IF
           END-PERFORM.
           CLOSE STAFF-OUT-FILE.
       650-WRITE-CONTROL.
      ************************************************************
      * Last number used, for the next hire to continue from     *
      ************************************************************
      D    DISPLAY '650-WRITE-CONTROL'.
           OPEN OUTPUT CTL-FILE.
           IF NOT CTL-FILE-OK
              THEN
              DISPLAY 'EMPNOCTL Problem: ' CTL-FILE-ST
              GOBACK
           END-IF.
           MOVE SPACES TO CTL-REC.
           MOVE WS-LAST-EMP-NO TO NC-LAST-EMP-NO.
           MOVE WS-CONV-DATE TO NC-CONV-DATE.
           WRITE CTL-REC.
           CLOSE CTL-FILE.
       700-WRITE-SUMMARY-REPORT.
      D    DISPLAY '700-WRITE-SUMMARY'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE WS-EVENT-KTR TO TOTAL-EVENT-O.
           MOVE WS-APPLIED-KTR TO TOTAL-APPLIED-O.
           MOVE WS-REJECT-KTR TO TOTAL-REJECT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           MOVE WS-HIRE-KTR TO TOTAL-HIRE-O.
           MOVE WS-REHIRE-KTR TO TOTAL-REHIRE-O.
           MOVE WS-TERM-KTR TO TOTAL-TERM-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           MOVE WS-TOT-PAYOUT TO TOTAL-PAYOUT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           MOVE WS-LAST-EMP-NO TO TOTAL-LAST-NO-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
           PERFORM VARYING FT-SUB FROM 1 BY 1 UNTIL FT-SUB > 6
                   MOVE FT-TBL-FILE(FT-SUB) TO FTL-FILE-O
                   MOVE FT-TBL-WRITTEN(FT-SUB) TO FTL-WRITTEN-O
                   MOVE FT-TBL-ADDED(FT-SUB) TO FTL-ADDED-O
                   MOVE FT-TBL-REMOVED(FT-SUB) TO FTL-REMOVED-O
                   WRITE OUTPUT-LINE FROM WS-FILE-TOTALS-LINE
                      AFTER ADVANCING 1
           END-PERFORM.
       800-CLOSE-FILES.
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE EVENT-FILE.
           CLOSE EMP-FILE PERS-FILE BANK-FILE.
           CLOSE DED-FILE LEAVE-FILE STAFF-FILE.
           CLOSE FINAL-PAY-FILE.
           CLOSE SEP-REPORT-FILE.
           CLOSE REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              DISPLAY ' Report-FILE Problem: ' REPORT-FILE-ST
              GOBACK
           END-IF.
