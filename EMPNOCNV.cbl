       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPNOCNV.
      * ------------------------------------------------------------
      * EMPNOCNV:
      * One-time conversion that gives every employee a six-digit
      * employee number and carries it onto each HR, payroll and
      * timesheet file, so the programs that used to match people
      * by name can join on the number instead.
      *
      * Numbers are assigned in EMPFILE order, starting at the
      * number on the optional EMPNOPRM parm (default 100001).
      * A PERSFILE person is given the number of the EMPFILE
      * employee whose FIRST LAST name matches the 20-byte NAME;
      * a person with no EMPFILE match is given the next new
      * number. Every other file is then copied with the number
      * filled in, looked up by the name that file carries:
      *   - last and first name pair (20 + 20):
      *     BANKDTLS, DEDMSTR, YTD, PAYRHIST, RETROERN, RETROADJ
      *   - 20-byte FIRST LAST name:
      *     LEAVBAL, PERSHIST
      *   - 15-byte last name:
      *     TIMESHTS, EMPROJ, EXPRMB, EXPHOLD, EMPSKILL
      * A name that matches no employee, or more than one, is left
      * with number zero and listed on the collision report
      * (PRTLINE) for HR to resolve by hand, as are duplicate
      * names on EMPFILE and last names shared within the first
      * 15 bytes. The last number used is written to EMPNOCTL for
      * new hires to continue from.
      *
      *  Inital Version   2026/10/15
      *  EMPFILEO carries status and hire/term dates  2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO EMPNOPRM
           FILE STATUS IS PARM-FILE-ST.

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

           SELECT OPTIONAL YTD-FILE ASSIGN TO YTDIN
           FILE STATUS IS YTD-FILE-ST.

           SELECT YTD-OUT-FILE ASSIGN TO YTDOUT
           FILE STATUS IS YTD-OUT-FILE-ST.

           SELECT OPTIONAL HIST-FILE ASSIGN TO PAYRHIST
           FILE STATUS IS HIST-FILE-ST.

           SELECT HIST-OUT-FILE ASSIGN TO PAYRHSTO
           FILE STATUS IS HIST-OUT-FILE-ST.

           SELECT OPTIONAL RETRO-FILE ASSIGN TO RETROERN
           FILE STATUS IS RETRO-FILE-ST.

           SELECT RETRO-OUT-FILE ASSIGN TO RETROERO
           FILE STATUS IS RETRO-OUT-FILE-ST.

           SELECT OPTIONAL RADJ-FILE ASSIGN TO RETROADJ
           FILE STATUS IS RADJ-FILE-ST.

           SELECT RADJ-OUT-FILE ASSIGN TO RETROADO
           FILE STATUS IS RADJ-OUT-FILE-ST.

           SELECT OPTIONAL REIMB-FILE ASSIGN TO EXPRMB
           FILE STATUS IS REIMB-FILE-ST.

           SELECT REIMB-OUT-FILE ASSIGN TO EXPRMBO
           FILE STATUS IS REIMB-OUT-FILE-ST.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO EXPHOLDI
           FILE STATUS IS HOLD-FILE-ST.

           SELECT HOLD-OUT-FILE ASSIGN TO EXPHOLDO
           FILE STATUS IS HOLD-OUT-FILE-ST.

           SELECT OPTIONAL TIMESHEET-FILE ASSIGN TO TIMESHTS
           FILE STATUS IS TIMESHEET-FILE-ST.

           SELECT TIMESHEET-OUT-FILE ASSIGN TO TIMESHTO
           FILE STATUS IS TIMESHEET-OUT-FILE-ST.

           SELECT OPTIONAL STAFF-FILE ASSIGN TO EMPROJ
           FILE STATUS IS STAFF-FILE-ST.

           SELECT STAFF-OUT-FILE ASSIGN TO EMPROJO
           FILE STATUS IS STAFF-OUT-FILE-ST.

           SELECT OPTIONAL SKILL-FILE ASSIGN TO EMPSKILL
           FILE STATUS IS SKILL-FILE-ST.

           SELECT SKILL-OUT-FILE ASSIGN TO EMPSKLO
           FILE STATUS IS SKILL-OUT-FILE-ST.

           SELECT OPTIONAL LEAVE-FILE ASSIGN TO LEAVBALI
           FILE STATUS IS LEAVE-FILE-ST.

           SELECT LEAVE-OUT-FILE ASSIGN TO LEAVBALO
           FILE STATUS IS LEAVE-OUT-FILE-ST.

           SELECT OPTIONAL PHIST-FILE ASSIGN TO PERSHIST
           FILE STATUS IS PHIST-FILE-ST.

           SELECT PHIST-OUT-FILE ASSIGN TO PERSHSTO
           FILE STATUS IS PHIST-OUT-FILE-ST.

           SELECT CTL-FILE ASSIGN TO EMPNOCTL
           FILE STATUS IS CTL-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * First employee number to assign
       FD  PARM-FILE
           RECORDING MODE IS F.
       01 PARM-REC.
          05 NP-START-EMP-NO           PIC 9(06).
          05 FILLER                    PIC X(74).

      * PAYROL0B's employee record before the number was added
       FD  EMP-FILE
           RECORDING MODE IS F.
       01 EMP-REC.
          05 FILLER                    PIC X(10).
          05 EMP-FNAME                 PIC X(20).
          05 EMP-LNAME                 PIC X(20).
          05 FILLER                    PIC X(109).

       FD  EMP-OUT-FILE
           RECORDING MODE IS F.
       01 EMP-OUT-REC                  PIC X(182).
       01 EMP-OUT-FIELDS.
          05 FILLER                    PIC X(159).
          05 EO-EMP-NO                 PIC 9(06).
          05 EO-EMP-STATUS             PIC X(01).
          05 EO-HIRE-DATE              PIC 9(08).
          05 EO-TERM-DATE              PIC 9(08).

      * MILLARD's personnel record before the number was added
       FD  PERS-FILE
           RECORDING MODE IS F.
       01 PERS-REC.
          05 PERS-NAME                 PIC X(20).
          05 FILLER                    PIC X(100).

       FD  PERS-OUT-FILE
           RECORDING MODE IS F.
       01 PERS-OUT-REC                 PIC X(126).
       01 PERS-OUT-FIELDS.
          05 FILLER                    PIC X(120).
          05 PO-EMP-NO                 PIC 9(06).

      * Bank details - number carved from the trailing filler
       FD  BANK-FILE
           RECORDING MODE IS F.
       01 BANK-REC.
          05 BD-LNAME                  PIC X(20).
          05 BD-FNAME                  PIC X(20).
          05 FILLER                    PIC X(40).

       FD  BANK-OUT-FILE
           RECORDING MODE IS F.
       01 BANK-OUT-REC                 PIC X(80).
       01 BANK-OUT-FIELDS.
          05 FILLER                    PIC X(66).
          05 BO-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(08).

      * Deduction master - number carved from the trailing filler
       FD  DED-FILE
           RECORDING MODE IS F.
       01 DED-REC.
          05 DM-LNAME                  PIC X(20).
          05 DM-FNAME                  PIC X(20).
          05 FILLER                    PIC X(60).

       FD  DED-OUT-FILE
           RECORDING MODE IS F.
       01 DED-OUT-REC                  PIC X(100).
       01 DED-OUT-FIELDS.
          05 FILLER                    PIC X(80).
          05 DO-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(14).

      * Year-to-date totals - number carved from the filler
       FD  YTD-FILE
           RECORDING MODE IS F.
       01 YTD-REC.
          05 YT-LNAME                  PIC X(20).
          05 YT-FNAME                  PIC X(20).
          05 FILLER                    PIC X(80).

       FD  YTD-OUT-FILE
           RECORDING MODE IS F.
       01 YTD-OUT-REC                  PIC X(120).
       01 YTD-OUT-FIELDS.
          05 FILLER                    PIC X(99).
          05 YO-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(15).

      * Payroll history before the number was added
       FD  HIST-FILE
           RECORDING MODE IS F.
       01 HIST-REC.
          05 FILLER                    PIC X(08).
          05 HS-LNAME                  PIC X(20).
          05 HS-FNAME                  PIC X(20).
          05 FILLER                    PIC X(72).

       FD  HIST-OUT-FILE
           RECORDING MODE IS F.
       01 HIST-OUT-REC                 PIC X(126).
       01 HIST-OUT-FIELDS.
          05 FILLER                    PIC X(120).
          05 HO-EMP-NO                 PIC 9(06).

      * Retro earnings carried to the next payroll, before the
      * number was added
       FD  RETRO-FILE
           RECORDING MODE IS F.
       01 RETRO-REC.
          05 RE-LNAME                  PIC X(20).
          05 RE-FNAME                  PIC X(20).
          05 FILLER                    PIC X(40).

       FD  RETRO-OUT-FILE
           RECORDING MODE IS F.
       01 RETRO-OUT-REC                PIC X(86).
       01 RETRO-OUT-FIELDS.
          05 FILLER                    PIC X(80).
          05 RO-EMP-NO                 PIC 9(06).

      * Retro adjustments already made - number carved from the
      * filler
       FD  RADJ-FILE
           RECORDING MODE IS F.
       01 RADJ-REC.
          05 RA-LNAME                  PIC X(20).
          05 RA-FNAME                  PIC X(20).
          05 FILLER                    PIC X(40).

       FD  RADJ-OUT-FILE
           RECORDING MODE IS F.
       01 RADJ-OUT-REC                 PIC X(80).
       01 RADJ-OUT-FIELDS.
          05 FILLER                    PIC X(69).
          05 AO-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(05).

      * Approved reimbursements awaiting payroll
       FD  REIMB-FILE
           RECORDING MODE IS F.
       01 REIMB-REC.
          05 ER-EMP-NAME               PIC X(15).
          05 FILLER                    PIC X(65).

       FD  REIMB-OUT-FILE
           RECORDING MODE IS F.
       01 REIMB-OUT-REC                PIC X(80).
       01 REIMB-OUT-FIELDS.
          05 FILLER                    PIC X(35).
          05 MO-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(39).

      * Expense lines held for approval
       FD  HOLD-FILE
           RECORDING MODE IS F.
       01 HOLD-REC.
          05 EH-EMP-NAME               PIC X(15).
          05 FILLER                    PIC X(65).

       FD  HOLD-OUT-FILE
           RECORDING MODE IS F.
       01 HOLD-OUT-REC                 PIC X(80).
       01 HOLD-OUT-FIELDS.
          05 FILLER                    PIC X(42).
          05 XO-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(32).

      * Timesheet transactions
       FD  TIMESHEET-FILE
           RECORDING MODE IS F.
       01 TIMESHEET-REC.
          05 TS-EMP-NAME               PIC X(15).
          05 FILLER                    PIC X(65).

       FD  TIMESHEET-OUT-FILE
           RECORDING MODE IS F.
       01 TIMESHEET-OUT-REC            PIC X(80).
       01 TIMESHEET-OUT-FIELDS.
          05 FILLER                    PIC X(36).
          05 TO-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(38).

      * Employee/project rows before the number was added
       FD  STAFF-FILE
           RECORDING MODE IS F.
       01 STAFF-REC.
          05 FILLER                    PIC X(04).
          05 SF-EMP-NAME               PIC X(15).
          05 FILLER                    PIC X(61).

       FD  STAFF-OUT-FILE
           RECORDING MODE IS F.
       01 STAFF-OUT-REC                PIC X(86).
       01 STAFF-OUT-FIELDS.
          05 FILLER                    PIC X(80).
          05 SO-EMP-NO                 PIC 9(06).

      * Employee skills - number carved from the filler
       FD  SKILL-FILE
           RECORDING MODE IS F.
       01 SKILL-REC.
          05 SK-EMP-NAME               PIC X(15).
          05 FILLER                    PIC X(65).

       FD  SKILL-OUT-FILE
           RECORDING MODE IS F.
       01 SKILL-OUT-REC                PIC X(80).
       01 SKILL-OUT-FIELDS.
          05 FILLER                    PIC X(61).
          05 KO-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(13).

      * Leave balances - number carved from the filler
       FD  LEAVE-FILE
           RECORDING MODE IS F.
       01 LEAVE-REC.
          05 LB-NAME                   PIC X(20).
          05 FILLER                    PIC X(40).

       FD  LEAVE-OUT-FILE
           RECORDING MODE IS F.
       01 LEAVE-OUT-REC                PIC X(60).
       01 LEAVE-OUT-FIELDS.
          05 FILLER                    PIC X(32).
          05 LO-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(22).

      * Personnel change history - number carved from the filler
       FD  PHIST-FILE
           RECORDING MODE IS F.
       01 PHIST-REC.
          05 PH-NAME                   PIC X(20).
          05 FILLER                    PIC X(112).

       FD  PHIST-OUT-FILE
           RECORDING MODE IS F.
       01 PHIST-OUT-REC                PIC X(132).
       01 PHIST-OUT-FIELDS.
          05 FILLER                    PIC X(116).
          05 HP-EMP-NO                 PIC 9(06).
          05 FILLER                    PIC X(10).

      * Last employee number assigned
       FD  CTL-FILE
           RECORDING MODE IS F.
       01 CTL-REC.
          05 NC-LAST-EMP-NO            PIC 9(06).
          05 NC-CONV-DATE              PIC 9(08).
          05 FILLER                    PIC X(66).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FULL-NAME                 PIC X(41)       VALUE SPACES.
       01 WS-NEXT-EMP-NO               PIC 9(06)       VALUE 100001.
       01 WS-TODAY                     PIC 9(08)       VALUE 0.

      * Lookup keys and result
       01 WS-FIND-LNAME                PIC X(20)       VALUE SPACES.
       01 WS-FIND-FNAME                PIC X(20)       VALUE SPACES.
       01 WS-FIND-NAME                 PIC X(20)       VALUE SPACES.
       01 WS-FIND-LAST15               PIC X(15)       VALUE SPACES.
       01 WS-FIND-EMP-NO               PIC 9(06)       VALUE 0.
       01 WS-FIND-KTR                  PIC 9(4)        VALUE 0 COMP.
       01 WS-FIND-SUB                  PIC 9(4)        VALUE 0 COMP.

      * File being converted and its counts
       01 WS-CUR-FILE                  PIC X(08)       VALUE SPACES.
       01 WS-CUR-NAME                  PIC X(40)       VALUE SPACES.
       01 WS-FILE-RECS                 PIC 9(7)        VALUE 0.
       01 WS-FILE-UNRES                PIC 9(7)        VALUE 0.

      * Employee cross-reference - one entry per EMPFILE employee
      * and per PERSFILE person not on EMPFILE
       01 XR-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 XR-SUB-2                     PIC 9(4)        VALUE 0 COMP.
       01 XR-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 XR-MAX-LIMIT                 PIC 9(4)        VALUE 2000 COMP.
       01 EMP-XREF-TABLE.
          05 XR-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON XR-MAX.
             10 XR-TBL-EMP-NO          PIC 9(06).
             10 XR-TBL-LNAME           PIC X(20).
             10 XR-TBL-FNAME           PIC X(20).
             10 XR-TBL-FULL-NAME       PIC X(20).
             10 XR-TBL-SOURCE          PIC X(1).
                88 XR-TBL-FROM-EMPFILE                 VALUE 'E'.
                88 XR-TBL-FROM-PERSFILE                VALUE 'P'.
             10 XR-TBL-PERS-IND        PIC X(1).
                88 XR-TBL-PERS-MATCHED                 VALUE 'Y'.

      * Names left unnumbered, one entry per file and name
       01 UR-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 UR-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 UR-MAX-LIMIT                 PIC 9(4)        VALUE 500 COMP.
       01 SW-UR-FOUND                  PIC X(1)        VALUE 'N'.
          88 UR-FOUND                                  VALUE 'Y'.
       01 SW-DUP-FOUND                 PIC X(1)        VALUE 'N'.
          88 DUP-FOUND                                 VALUE 'Y'.
       01 UNRESOLVED-TABLE.
          05 UR-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON UR-MAX.
             10 UR-TBL-FILE            PIC X(08).
             10 UR-TBL-NAME            PIC X(40).
             10 UR-TBL-MATCHES         PIC 9(4)        COMP.
             10 UR-TBL-RECS            PIC 9(5)        COMP.

      * Records converted per file
       01 FT-SUB                       PIC 9(4)        VALUE 0 COMP.
       01 FT-MAX                       PIC 9(4)        VALUE 0 COMP.
       01 FILE-TOTALS-TABLE.
          05 FT-ENTRY OCCURS 1 TO 20 TIMES
                DEPENDING ON FT-MAX.
             10 FT-TBL-FILE            PIC X(08).
             10 FT-TBL-RECS            PIC 9(7).
             10 FT-TBL-UNRES           PIC 9(7).

       01 PROGRAM-SWITCHES.
          05 PARM-FILE-ST              PIC X(2).
             88 PARM-FILE-OK                           VALUE '00' '05'.
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
          05 YTD-FILE-ST               PIC X(2).
             88 YTD-FILE-OK                            VALUE '00' '05'.
          05 YTD-OUT-FILE-ST           PIC X(2).
             88 YTD-OUT-FILE-OK                        VALUE '00'.
          05 HIST-FILE-ST              PIC X(2).
             88 HIST-FILE-OK                           VALUE '00' '05'.
          05 HIST-OUT-FILE-ST          PIC X(2).
             88 HIST-OUT-FILE-OK                       VALUE '00'.
          05 RETRO-FILE-ST             PIC X(2).
             88 RETRO-FILE-OK                          VALUE '00' '05'.
          05 RETRO-OUT-FILE-ST         PIC X(2).
             88 RETRO-OUT-FILE-OK                      VALUE '00'.
          05 RADJ-FILE-ST              PIC X(2).
             88 RADJ-FILE-OK                           VALUE '00' '05'.
          05 RADJ-OUT-FILE-ST          PIC X(2).
             88 RADJ-OUT-FILE-OK                       VALUE '00'.
          05 REIMB-FILE-ST             PIC X(2).
             88 REIMB-FILE-OK                          VALUE '00' '05'.
          05 REIMB-OUT-FILE-ST         PIC X(2).
             88 REIMB-OUT-FILE-OK                      VALUE '00'.
          05 HOLD-FILE-ST              PIC X(2).
             88 HOLD-FILE-OK                           VALUE '00' '05'.
          05 HOLD-OUT-FILE-ST          PIC X(2).
             88 HOLD-OUT-FILE-OK                       VALUE '00'.
          05 TIMESHEET-FILE-ST         PIC X(2).
             88 TIMESHEET-FILE-OK                      VALUE '00' '05'.
          05 TIMESHEET-OUT-FILE-ST     PIC X(2).
             88 TIMESHEET-OUT-FILE-OK                  VALUE '00'.
          05 STAFF-FILE-ST             PIC X(2).
             88 STAFF-FILE-OK                          VALUE '00' '05'.
          05 STAFF-OUT-FILE-ST         PIC X(2).
             88 STAFF-OUT-FILE-OK                      VALUE '00'.
          05 SKILL-FILE-ST             PIC X(2).
             88 SKILL-FILE-OK                          VALUE '00' '05'.
          05 SKILL-OUT-FILE-ST         PIC X(2).
             88 SKILL-OUT-FILE-OK                      VALUE '00'.
          05 LEAVE-FILE-ST             PIC X(2).
             88 LEAVE-FILE-OK                          VALUE '00' '05'.
          05 LEAVE-OUT-FILE-ST         PIC X(2).
             88 LEAVE-OUT-FILE-OK                      VALUE '00'.
          05 PHIST-FILE-ST             PIC X(2).
             88 PHIST-FILE-OK                          VALUE '00' '05'.
          05 PHIST-OUT-FILE-ST         PIC X(2).
             88 PHIST-OUT-FILE-OK                      VALUE '00'.
          05 CTL-FILE-ST               PIC X(2).
             88 CTL-FILE-OK                            VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicator for the input file being converted
          05 IN-FILE-STATUS            PIC X(01)       VALUE SPACE.
             88 IN-FILE-EOF                            VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-EMP-KTR                PIC 9(5)        VALUE 0.
          05 WS-PERS-MATCH-KTR         PIC 9(5)        VALUE 0.
          05 WS-PERS-NEW-KTR           PIC 9(5)        VALUE 0.
          05 WS-DUP-NAME-KTR           PIC 9(5)        VALUE 0.
          05 WS-SHARED-LAST-KTR        PIC 9(5)        VALUE 0.
          05 WS-UNRES-KTR              PIC 9(7)        VALUE 0.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

      * Print Lines
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '   EMPLOYEE NUMBER CONVERSION - NAME COLLISIONS   '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'FILE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'EMP NO'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(40)       VALUE
                'NAME'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(34)       VALUE
                'FINDING'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE
                'RECORDS'.
          05 FILLER                    PIC X(29)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(40)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(34)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(07)       VALUE ALL "=".
          05 FILLER                    PIC X(29)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-FILE-O                PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-EMP-NO-O              PIC ZZZZZ9      BLANK WHEN ZERO.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NAME-O                PIC X(40).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-FINDING-O             PIC X(34).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-RECS-O                PIC ZZZZZZ9     BLANK WHEN ZERO.
          05 FILLER                    PIC X(29)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(38)       VALUE
                'Employees numbered from EMPFILE   :'.
          05 FILLER                    PIC X(1)        VALUE SPACES.
          05 TOTAL-EMP-O               PIC ZZZZ9.
          05 FILLER                    PIC X(88)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(38)       VALUE
                'PERSFILE matched / newly numbered :'.
          05 FILLER                    PIC X(1)        VALUE SPACES.
          05 TOTAL-PERS-MATCH-O        PIC ZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-PERS-NEW-O          PIC ZZZZ9.
          05 FILLER                    PIC X(80)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(38)       VALUE
                'Duplicate names / shared last name:'.
          05 FILLER                    PIC X(1)        VALUE SPACES.
          05 TOTAL-DUP-NAME-O          PIC ZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-SHARED-LAST-O       PIC ZZZZ9.
          05 FILLER                    PIC X(80)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(38)       VALUE
                'Last employee number assigned     :'.
          05 FILLER                    PIC X(1)        VALUE SPACES.
          05 TOTAL-LAST-NO-O           PIC 9(06).
          05 FILLER                    PIC X(87)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(38)       VALUE
                'Records left at number zero       :'.
          05 FILLER                    PIC X(1)        VALUE SPACES.
          05 TOTAL-UNRES-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-FILE-TOTALS-LINE.
          05 FILLER                    PIC X(08)       VALUE SPACES.
          05 FTL-FILE-O                PIC X(08).
          05 FILLER                    PIC X(20)       VALUE
                ' records converted: '.
          05 FTL-RECS-O                PIC ZZZZZZ9.
          05 FILLER                    PIC X(18)       VALUE
                '   left at zero: '.
          05 FTL-UNRES-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(64)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-NUMBER-EMPFILE.
           PERFORM 150-CHECK-EMPFILE-NAMES.
           PERFORM 200-NUMBER-PERSFILE.
           PERFORM 220-CONVERT-BANKDTLS.
           PERFORM 222-CONVERT-DEDMSTR.
           PERFORM 224-CONVERT-YTD.
           PERFORM 226-CONVERT-PAYRHIST.
           PERFORM 228-CONVERT-RETROERN.
           PERFORM 230-CONVERT-RETROADJ.
           PERFORM 240-CONVERT-EXPRMB.
           PERFORM 242-CONVERT-EXPHOLD.
           PERFORM 244-CONVERT-TIMESHTS.
           PERFORM 246-CONVERT-EMPROJ.
           PERFORM 248-CONVERT-EMPSKILL.
           PERFORM 260-CONVERT-LEAVBAL.
           PERFORM 262-CONVERT-PERSHIST.
           PERFORM 550-REPORT-UNRESOLVED.
           PERFORM 600-WRITE-CONTROL.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           READ PARM-FILE
           AT END
              CONTINUE
           NOT AT END
              IF NP-START-EMP-NO NUMERIC
                 AND NP-START-EMP-NO > 0
                 THEN
                 MOVE NP-START-EMP-NO TO WS-NEXT-EMP-NO
              END-IF
           END-READ.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
       100-NUMBER-EMPFILE.
      ************************************************************
      * Each EMPFILE employee takes the next number in file      *
      * order; the name is also strung as FIRST LAST for the     *
      * files that carry a single 20-byte name                   *
      ************************************************************
      D    DISPLAY '100-NUMBER-EMPFILE'.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ EMP-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      IF XR-MAX < XR-MAX-LIMIT
                         THEN
                         ADD 1 TO XR-MAX
                         ADD 1 TO WS-EMP-KTR
                         MOVE WS-NEXT-EMP-NO TO XR-TBL-EMP-NO(XR-MAX)
                         ADD 1 TO WS-NEXT-EMP-NO
                         MOVE EMP-LNAME TO XR-TBL-LNAME(XR-MAX)
                         MOVE EMP-FNAME TO XR-TBL-FNAME(XR-MAX)
                         MOVE SPACES TO WS-FULL-NAME
                         STRING EMP-FNAME DELIMITED BY '  '
                                ' ' DELIMITED BY SIZE
                                EMP-LNAME DELIMITED BY '  '
                            INTO WS-FULL-NAME
                         END-STRING
                         MOVE WS-FULL-NAME(1:20) TO
                            XR-TBL-FULL-NAME(XR-MAX)
                         MOVE 'E' TO XR-TBL-SOURCE(XR-MAX)
                         MOVE SPACE TO XR-TBL-PERS-IND(XR-MAX)
                         MOVE EMP-REC TO EMP-OUT-REC
                         MOVE XR-TBL-EMP-NO(XR-MAX) TO EO-EMP-NO
                         MOVE SPACE TO EO-EMP-STATUS
                         MOVE 0 TO EO-HIRE-DATE EO-TERM-DATE
                         WRITE EMP-OUT-REC
                      ELSE
                         DISPLAY 'EMPNOCNV: EMPLOYEE TABLE FULL AT '
                                 XR-MAX-LIMIT
                                 ' - REMAINING RECORDS IGNORED'
                         MOVE 'Y' TO IN-FILE-STATUS
                      END-IF
                   END-READ
           END-PERFORM.
           MOVE 'EMPFILE' TO WS-CUR-FILE.
           MOVE WS-EMP-KTR TO WS-FILE-RECS.
           MOVE 0 TO WS-FILE-UNRES.
           PERFORM 470-NOTE-FILE-TOTALS.
      D    DISPLAY 'EMPFILE: ' XR-MAX ' EMPLOYEES NUMBERED'.
       150-CHECK-EMPFILE-NAMES.
      ************************************************************
      * Two employees with the same name each keep their own     *
      * number, but no file matched by that name can tell them   *
      * apart. A last name shared in its first 15 bytes makes    *
      * the 15-byte name files ambiguous the same way            *
      ************************************************************
      D    DISPLAY '150-CHECK-EMPFILE-NAMES'.
           MOVE 'EMPFILE' TO WS-CUR-FILE.
           PERFORM VARYING XR-SUB FROM 1 BY 1
              UNTIL XR-SUB > XR-MAX
                   MOVE 'N' TO SW-DUP-FOUND
                   PERFORM VARYING XR-SUB-2 FROM 1 BY 1
                      UNTIL XR-SUB-2 > XR-MAX
                           IF XR-SUB-2 NOT = XR-SUB
                              AND XR-TBL-LNAME(XR-SUB-2) =
                                  XR-TBL-LNAME(XR-SUB)
                              AND XR-TBL-FNAME(XR-SUB-2) =
                                  XR-TBL-FNAME(XR-SUB)
                              THEN
                              MOVE 'Y' TO SW-DUP-FOUND
                              EXIT PERFORM
                           END-IF
                   END-PERFORM
                   IF DUP-FOUND
                      THEN
                      ADD 1 TO WS-DUP-NAME-KTR
                      MOVE 'DUPLICATE NAME ON EMPFILE' TO
                         DET-FINDING-O
                      PERFORM 160-REPORT-EMPFILE-NAME
                   ELSE
                      PERFORM 155-CHECK-SHARED-LAST-NAME
                   END-IF
           END-PERFORM.
       155-CHECK-SHARED-LAST-NAME.
           PERFORM VARYING XR-SUB-2 FROM 1 BY 1
              UNTIL XR-SUB-2 > XR-MAX
                   IF XR-SUB-2 NOT = XR-SUB
                      AND XR-TBL-LNAME(XR-SUB-2)(1:15) =
                          XR-TBL-LNAME(XR-SUB)(1:15)
                      THEN
                      ADD 1 TO WS-SHARED-LAST-KTR
                      MOVE 'SHARES 15-BYTE LAST NAME' TO
                         DET-FINDING-O
                      PERFORM 160-REPORT-EMPFILE-NAME
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
       160-REPORT-EMPFILE-NAME.
           MOVE SPACES TO WS-FULL-NAME.
           STRING XR-TBL-LNAME(XR-SUB) DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  XR-TBL-FNAME(XR-SUB) DELIMITED BY '  '
              INTO WS-FULL-NAME
           END-STRING.
           MOVE WS-CUR-FILE TO DET-FILE-O.
           MOVE XR-TBL-EMP-NO(XR-SUB) TO DET-EMP-NO-O.
           MOVE WS-FULL-NAME TO DET-NAME-O.
           MOVE 0 TO DET-RECS-O.
           PERFORM 500-WRITE-REPORT.
       200-NUMBER-PERSFILE.
      ************************************************************
      * A PERSFILE person takes the number of the one EMPFILE    *
      * employee with the same FIRST LAST name; a person not on  *
      * EMPFILE is given a new number                            *
      ************************************************************
      D    DISPLAY '200-NUMBER-PERSFILE'.
           MOVE 'PERSFILE' TO WS-CUR-FILE.
           MOVE 0 TO WS-FILE-RECS.
           MOVE 0 TO WS-FILE-UNRES.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ PERS-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-FILE-RECS
                      PERFORM 210-NUMBER-ONE-PERSON
                      MOVE PERS-REC TO PERS-OUT-REC
                      MOVE WS-FIND-EMP-NO TO PO-EMP-NO
                      WRITE PERS-OUT-REC
                   END-READ
           END-PERFORM.
           PERFORM 470-NOTE-FILE-TOTALS.
       210-NUMBER-ONE-PERSON.
           MOVE 0 TO WS-FIND-EMP-NO.
           MOVE 0 TO WS-FIND-KTR.
           PERFORM VARYING XR-SUB FROM 1 BY 1
              UNTIL XR-SUB > XR-MAX
                   IF XR-TBL-FROM-EMPFILE(XR-SUB)
                      AND XR-TBL-FULL-NAME(XR-SUB) = PERS-NAME
                      THEN
                      ADD 1 TO WS-FIND-KTR
                      MOVE XR-SUB TO WS-FIND-SUB
                   END-IF
           END-PERFORM.
           MOVE PERS-NAME TO WS-CUR-NAME.

           EVALUATE TRUE
      * one match not already taken by an earlier PERSFILE record
           WHEN WS-FIND-KTR = 1
                AND NOT XR-TBL-PERS-MATCHED(WS-FIND-SUB)
                MOVE 'Y' TO XR-TBL-PERS-IND(WS-FIND-SUB)
                MOVE XR-TBL-EMP-NO(WS-FIND-SUB) TO WS-FIND-EMP-NO
                ADD 1 TO WS-PERS-MATCH-KTR
      * the same name twice on PERSFILE - HR decides which is which
           WHEN WS-FIND-KTR = 1
                ADD 1 TO WS-DUP-NAME-KTR
                MOVE SPACES TO DETAIL-LINE
                MOVE WS-CUR-FILE TO DET-FILE-O
                MOVE WS-CUR-NAME TO DET-NAME-O
                MOVE 'DUPLICATE NAME ON PERSFILE' TO DET-FINDING-O
                PERFORM 500-WRITE-REPORT
                ADD 1 TO WS-FILE-UNRES
                ADD 1 TO WS-UNRES-KTR
      * not on EMPFILE - numbered on its own
           WHEN WS-FIND-KTR = 0
                AND PERS-NAME NOT = SPACES
                AND XR-MAX < XR-MAX-LIMIT
                ADD 1 TO XR-MAX
                MOVE WS-NEXT-EMP-NO TO XR-TBL-EMP-NO(XR-MAX)
                ADD 1 TO WS-NEXT-EMP-NO
                MOVE SPACES TO XR-TBL-LNAME(XR-MAX)
                MOVE SPACES TO XR-TBL-FNAME(XR-MAX)
                MOVE PERS-NAME TO XR-TBL-FULL-NAME(XR-MAX)
                MOVE 'P' TO XR-TBL-SOURCE(XR-MAX)
                MOVE 'Y' TO XR-TBL-PERS-IND(XR-MAX)
                MOVE XR-TBL-EMP-NO(XR-MAX) TO WS-FIND-EMP-NO
                ADD 1 TO WS-PERS-NEW-KTR
                MOVE SPACES TO DETAIL-LINE
                MOVE WS-CUR-FILE TO DET-FILE-O
                MOVE WS-FIND-EMP-NO TO DET-EMP-NO-O
                MOVE WS-CUR-NAME TO DET-NAME-O
                MOVE 'NOT ON EMPFILE - NEW NUMBER' TO DET-FINDING-O
                PERFORM 500-WRITE-REPORT
           WHEN OTHER
                PERFORM 450-NOTE-UNRESOLVED
           END-EVALUATE.
       220-CONVERT-BANKDTLS.
      ************************************************************
      * Bank details - matched on last and first name            *
      ************************************************************
      D    DISPLAY '220-CONVERT-BANKDTLS'.
           MOVE 'BANKDTLS' TO WS-CUR-FILE.
           MOVE 0 TO WS-FILE-RECS.
           MOVE 0 TO WS-FILE-UNRES.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ BANK-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-FILE-RECS
                      MOVE BD-LNAME TO WS-FIND-LNAME
                      MOVE BD-FNAME TO WS-FIND-FNAME
                      PERFORM 400-FIND-BY-NAME-PAIR
                      MOVE BANK-REC TO BANK-OUT-REC
                      MOVE WS-FIND-EMP-NO TO BO-EMP-NO
                      WRITE BANK-OUT-REC
                   END-READ
           END-PERFORM.
           PERFORM 470-NOTE-FILE-TOTALS.
       222-CONVERT-DEDMSTR.
      ************************************************************
      * Deduction master - matched on last and first name        *
      ************************************************************
      D    DISPLAY '222-CONVERT-DEDMSTR'.
           MOVE 'DEDMSTR' TO WS-CUR-FILE.
           MOVE 0 TO WS-FILE-RECS.
           MOVE 0 TO WS-FILE-UNRES.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ DED-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-FILE-RECS
                      MOVE DM-LNAME TO WS-FIND-LNAME
                      MOVE DM-FNAME TO WS-FIND-FNAME
                      PERFORM 400-FIND-BY-NAME-PAIR
                      MOVE DED-REC TO DED-OUT-REC
                      MOVE WS-FIND-EMP-NO TO DO-EMP-NO
                      WRITE DED-OUT-REC
                   END-READ
           END-PERFORM.
           PERFORM 470-NOTE-FILE-TOTALS.
       224-CONVERT-YTD.
      ************************************************************
      * Year-to-date totals - matched on last and first name     *
      ************************************************************
      D    DISPLAY '224-CONVERT-YTD'.
           MOVE 'YTD' TO WS-CUR-FILE.
           MOVE 0 TO WS-FILE-RECS.
           MOVE 0 TO WS-FILE-UNRES.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ YTD-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-FILE-RECS
                      MOVE YT-LNAME TO WS-FIND-LNAME
                      MOVE YT-FNAME TO WS-FIND-FNAME
                      PERFORM 400-FIND-BY-NAME-PAIR
                      MOVE YTD-REC TO YTD-OUT-REC
                      MOVE WS-FIND-EMP-NO TO YO-EMP-NO
                      WRITE YTD-OUT-REC
                   END-READ
           END-PERFORM.
           PERFORM 470-NOTE-FILE-TOTALS.
       226-CONVERT-PAYRHIST.
      ************************************************************
      * Payroll history - matched on last and first name         *
      ************************************************************
      D    DISPLAY '226-CONVERT-PAYRHIST'.
           MOVE 'PAYRHIST' TO WS-CUR-FILE.
           MOVE 0 TO WS-FILE-RECS.
           MOVE 0 TO WS-FILE-UNRES.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ HIST-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-FILE-RECS
                      MOVE HS-LNAME TO WS-FIND-LNAME
                      MOVE HS-FNAME TO WS-FIND-FNAME
                      PERFORM 400-FIND-BY-NAME-PAIR
                      MOVE HIST-REC TO HIST-OUT-REC
                      MOVE WS-FIND-EMP-NO TO HO-EMP-NO
                      WRITE HIST-OUT-REC
                   END-READ
           END-PERFORM.
           PERFORM 470-NOTE-FILE-TOTALS.
       228-CONVERT-RETROERN.
      ************************************************************
      * Retro earnings - matched on last and first name          *
      ************************************************************
      D    DISPLAY '228-CONVERT-RETROERN'.
           MOVE 'RETROERN' TO WS-CUR-FILE.
           MOVE 0 TO WS-FILE-RECS.
           MOVE 0 TO WS-FILE-UNRES.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ RETRO-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-FILE-RECS
                      MOVE RE-LNAME TO WS-FIND-LNAME
                      MOVE RE-FNAME TO WS-FIND-FNAME
                      PERFORM 400-FIND-BY-NAME-PAIR
                      MOVE RETRO-REC TO RETRO-OUT-REC
                      MOVE WS-FIND-EMP-NO TO RO-EMP-NO
                      WRITE RETRO-OUT-REC
                   END-READ
           END-PERFORM.
           PERFORM 470-NOTE-FILE-TOTALS.
       230-CONVERT-RETROADJ.
      ************************************************************
      * Retro adjustments - matched on last and first name       *
      ************************************************************
      D    DISPLAY '230-CONVERT-RETROADJ'.
           MOVE 'RETROADJ' TO WS-CUR-FILE.
           MOVE 0 TO WS-FILE-RECS.
           MOVE 0 TO WS-FILE-UNRES.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ RADJ-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-FILE-RECS
                      MOVE RA-LNAME TO WS-FIND-LNAME
                      MOVE RA-FNAME TO WS-FIND-FNAME
                      PERFORM 400-FIND-BY-NAME-PAIR
                      MOVE RADJ-REC TO RADJ-OUT-REC
                      MOVE WS-FIND-EMP-NO TO AO-EMP-NO
                      WRITE RADJ-OUT-REC
                   END-READ
           END-PERFORM.
           PERFORM 470-NOTE-FILE-TOTALS.
       240-CONVERT-EXPRMB.
      ************************************************************
      * Approved reimbursements - matched on the 15-byte name    *
      ************************************************************
      D    DISPLAY '240-CONVERT-EXPRMB'.
           MOVE 'EXPRMB' TO WS-CUR-FILE.
           MOVE 0 TO WS-FILE-RECS.
           MOVE 0 TO WS-FILE-UNRES.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ REIMB-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-FILE-RECS
                      MOVE ER-EMP-NAME TO WS-FIND-LAST15
                      PERFORM 420-FIND-BY-LAST-NAME
                      MOVE REIMB-REC TO REIMB-OUT-REC
                      MOVE WS-FIND-EMP-NO TO MO-EMP-NO
                      WRITE REIMB-OUT-REC
                   END-READ
           END-PERFORM.
           PERFORM 470-NOTE-FILE-TOTALS.
       242-CONVERT-EXPHOLD.
      ************************************************************
      * Held expense lines - matched on the 15-byte name         *
      ************************************************************
      D    DISPLAY '242-CONVERT-EXPHOLD'.
           MOVE 'EXPHOLD' TO WS-CUR-FILE.
           MOVE 0 TO WS-FILE-RECS.
           MOVE 0 TO WS-FILE-UNRES.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ HOLD-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-FILE-RECS
                      MOVE EH-EMP-NAME TO WS-FIND-LAST15
                      PERFORM 420-FIND-BY-LAST-NAME
                      MOVE HOLD-REC TO HOLD-OUT-REC
                      MOVE WS-FIND-EMP-NO TO XO-EMP-NO
                      WRITE HOLD-OUT-REC
                   END-READ
           END-PERFORM.
           PERFORM 470-NOTE-FILE-TOTALS.
       244-CONVERT-TIMESHTS.
      ************************************************************
      * Timesheet transactions - matched on the 15-byte name     *
      ************************************************************
      D    DISPLAY '244-CONVERT-TIMESHTS'.
           MOVE 'TIMESHTS' TO WS-CUR-FILE.
           MOVE 0 TO WS-FILE-RECS.
           MOVE 0 TO WS-FILE-UNRES.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ TIMESHEET-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-FILE-RECS
                      MOVE TS-EMP-NAME TO WS-FIND-LAST15
                      PERFORM 420-FIND-BY-LAST-NAME
                      MOVE TIMESHEET-REC TO TIMESHEET-OUT-REC
                      MOVE WS-FIND-EMP-NO TO TO-EMP-NO
                      WRITE TIMESHEET-OUT-REC
                   END-READ
           END-PERFORM.
           PERFORM 470-NOTE-FILE-TOTALS.
       246-CONVERT-EMPROJ.
      ************************************************************
      * Employee/project rows - matched on the 15-byte name      *
      ************************************************************
      D    DISPLAY '246-CONVERT-EMPROJ'.
           MOVE 'EMPROJ' TO WS-CUR-FILE.
           MOVE 0 TO WS-FILE-RECS.
           MOVE 0 TO WS-FILE-UNRES.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ STAFF-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-FILE-RECS
                      MOVE SF-EMP-NAME TO WS-FIND-LAST15
                      PERFORM 420-FIND-BY-LAST-NAME
                      MOVE STAFF-REC TO STAFF-OUT-REC
                      MOVE WS-FIND-EMP-NO TO SO-EMP-NO
                      WRITE STAFF-OUT-REC
                   END-READ
           END-PERFORM.
           PERFORM 470-NOTE-FILE-TOTALS.
       248-CONVERT-EMPSKILL.
      ************************************************************
      * Employee skills - matched on the 15-byte name            *
      ************************************************************
      D    DISPLAY '248-CONVERT-EMPSKILL'.
           MOVE 'EMPSKILL' TO WS-CUR-FILE.
           MOVE 0 TO WS-FILE-RECS.
           MOVE 0 TO WS-FILE-UNRES.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ SKILL-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-FILE-RECS
                      MOVE SK-EMP-NAME TO WS-FIND-LAST15
                      PERFORM 420-FIND-BY-LAST-NAME
                      MOVE SKILL-REC TO SKILL-OUT-REC
                      MOVE WS-FIND-EMP-NO TO KO-EMP-NO
                      WRITE SKILL-OUT-REC
                   END-READ
           END-PERFORM.
           PERFORM 470-NOTE-FILE-TOTALS.
       260-CONVERT-LEAVBAL.
      ************************************************************
      * Leave balances - matched on the 20-byte FIRST LAST name  *
      ************************************************************
      D    DISPLAY '260-CONVERT-LEAVBAL'.
           MOVE 'LEAVBAL' TO WS-CUR-FILE.
           MOVE 0 TO WS-FILE-RECS.
           MOVE 0 TO WS-FILE-UNRES.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ LEAVE-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-FILE-RECS
                      MOVE LB-NAME TO WS-FIND-NAME
                      PERFORM 410-FIND-BY-FULL-NAME
                      MOVE LEAVE-REC TO LEAVE-OUT-REC
                      MOVE WS-FIND-EMP-NO TO LO-EMP-NO
                      WRITE LEAVE-OUT-REC
                   END-READ
           END-PERFORM.
           PERFORM 470-NOTE-FILE-TOTALS.
       262-CONVERT-PERSHIST.
      ************************************************************
      * Personnel change history - matched on the 20-byte        *
      * FIRST LAST name                                          *
      ************************************************************
      D    DISPLAY '262-CONVERT-PERSHIST'.
           MOVE 'PERSHIST' TO WS-CUR-FILE.
           MOVE 0 TO WS-FILE-RECS.
           MOVE 0 TO WS-FILE-UNRES.
           MOVE SPACE TO IN-FILE-STATUS.
           PERFORM UNTIL IN-FILE-EOF
                   READ PHIST-FILE
                   AT END
                      MOVE 'Y' TO IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-FILE-RECS
                      MOVE PH-NAME TO WS-FIND-NAME
                      PERFORM 410-FIND-BY-FULL-NAME
                      MOVE PHIST-REC TO PHIST-OUT-REC
                      MOVE WS-FIND-EMP-NO TO HP-EMP-NO
                      WRITE PHIST-OUT-REC
                   END-READ
           END-PERFORM.
           PERFORM 470-NOTE-FILE-TOTALS.
       300-OPEN-FILES.
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT PARM-FILE.
           IF NOT PARM-FILE-OK
              THEN
              DISPLAY 'EMPNOPRM Problem: ' PARM-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT EMP-FILE.
           IF NOT EMP-FILE-OK
              THEN
              DISPLAY 'EMPFILE Problem: ' EMP-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT EMP-OUT-FILE.
           IF NOT EMP-OUT-FILE-OK
              THEN
              DISPLAY 'EMPFILEO Problem: ' EMP-OUT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT PERS-FILE.
           IF NOT PERS-FILE-OK
              THEN
              DISPLAY 'PERSFILE Problem: ' PERS-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT PERS-OUT-FILE.
           IF NOT PERS-OUT-FILE-OK
              THEN
              DISPLAY 'PERSOUT Problem: ' PERS-OUT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT BANK-FILE.
           IF NOT BANK-FILE-OK
              THEN
              DISPLAY 'BANKDTLS Problem: ' BANK-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT BANK-OUT-FILE.
           IF NOT BANK-OUT-FILE-OK
              THEN
              DISPLAY 'BANKDTLO Problem: ' BANK-OUT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT DED-FILE.
           IF NOT DED-FILE-OK
              THEN
              DISPLAY 'DEDMSTR Problem: ' DED-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT DED-OUT-FILE.
           IF NOT DED-OUT-FILE-OK
              THEN
              DISPLAY 'DEDMSTRO Problem: ' DED-OUT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT YTD-FILE.
           IF NOT YTD-FILE-OK
              THEN
              DISPLAY 'YTDIN Problem: ' YTD-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT YTD-OUT-FILE.
           IF NOT YTD-OUT-FILE-OK
              THEN
              DISPLAY 'YTDOUT Problem: ' YTD-OUT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT HIST-FILE.
           IF NOT HIST-FILE-OK
              THEN
              DISPLAY 'PAYRHIST Problem: ' HIST-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT HIST-OUT-FILE.
           IF NOT HIST-OUT-FILE-OK
              THEN
              DISPLAY 'PAYRHSTO Problem: ' HIST-OUT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT RETRO-FILE.
           IF NOT RETRO-FILE-OK
              THEN
              DISPLAY 'RETROERN Problem: ' RETRO-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT RETRO-OUT-FILE.
           IF NOT RETRO-OUT-FILE-OK
              THEN
              DISPLAY 'RETROERO Problem: ' RETRO-OUT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT RADJ-FILE.
           IF NOT RADJ-FILE-OK
              THEN
              DISPLAY 'RETROADJ Problem: ' RADJ-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT RADJ-OUT-FILE.
           IF NOT RADJ-OUT-FILE-OK
              THEN
              DISPLAY 'RETROADO Problem: ' RADJ-OUT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT REIMB-FILE.
           IF NOT REIMB-FILE-OK
              THEN
              DISPLAY 'EXPRMB Problem: ' REIMB-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT REIMB-OUT-FILE.
           IF NOT REIMB-OUT-FILE-OK
              THEN
              DISPLAY 'EXPRMBO Problem: ' REIMB-OUT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF NOT HOLD-FILE-OK
              THEN
              DISPLAY 'EXPHOLDI Problem: ' HOLD-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT HOLD-OUT-FILE.
           IF NOT HOLD-OUT-FILE-OK
              THEN
              DISPLAY 'EXPHOLDO Problem: ' HOLD-OUT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT TIMESHEET-FILE.
           IF NOT TIMESHEET-FILE-OK
              THEN
              DISPLAY 'TIMESHTS Problem: ' TIMESHEET-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT TIMESHEET-OUT-FILE.
           IF NOT TIMESHEET-OUT-FILE-OK
              THEN
              DISPLAY 'TIMESHTO Problem: ' TIMESHEET-OUT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT STAFF-FILE.
           IF NOT STAFF-FILE-OK
              THEN
              DISPLAY 'EMPROJ Problem: ' STAFF-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT STAFF-OUT-FILE.
           IF NOT STAFF-OUT-FILE-OK
              THEN
              DISPLAY 'EMPROJO Problem: ' STAFF-OUT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT SKILL-FILE.
           IF NOT SKILL-FILE-OK
              THEN
              DISPLAY 'EMPSKILL Problem: ' SKILL-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT SKILL-OUT-FILE.
           IF NOT SKILL-OUT-FILE-OK
              THEN
              DISPLAY 'EMPSKLO Problem: ' SKILL-OUT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT LEAVE-FILE.
           IF NOT LEAVE-FILE-OK
              THEN
              DISPLAY 'LEAVBALI Problem: ' LEAVE-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT LEAVE-OUT-FILE.
           IF NOT LEAVE-OUT-FILE-OK
              THEN
              DISPLAY 'LEAVBALO Problem: ' LEAVE-OUT-FILE-ST
              GOBACK
           END-IF.
           OPEN INPUT PHIST-FILE.
           IF NOT PHIST-FILE-OK
              THEN
              DISPLAY 'PERSHIST Problem: ' PHIST-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT PHIST-OUT-FILE.
           IF NOT PHIST-OUT-FILE-OK
              THEN
              DISPLAY 'PERSHSTO Problem: ' PHIST-OUT-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT CTL-FILE.
           IF NOT CTL-FILE-OK
              THEN
              DISPLAY 'EMPNOCTL Problem: ' CTL-FILE-ST
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              DISPLAY ' Report-FILE Problem: ' REPORT-FILE-ST
              GOBACK
           END-IF.
       400-FIND-BY-NAME-PAIR.
      ************************************************************
      * Number of the one EMPFILE employee with this last and    *
      * first name; zero and a report entry otherwise            *
      ************************************************************
           MOVE 0 TO WS-FIND-EMP-NO.
           MOVE 0 TO WS-FIND-KTR.
           IF WS-FIND-LNAME NOT = SPACES
              THEN
              PERFORM VARYING XR-SUB FROM 1 BY 1
                 UNTIL XR-SUB > XR-MAX
                      IF XR-TBL-LNAME(XR-SUB) = WS-FIND-LNAME
                         AND XR-TBL-FNAME(XR-SUB) = WS-FIND-FNAME
                         THEN
                         ADD 1 TO WS-FIND-KTR
                         MOVE XR-TBL-EMP-NO(XR-SUB) TO WS-FIND-EMP-NO
                      END-IF
              END-PERFORM
           END-IF.
           IF WS-FIND-KTR NOT = 1
              THEN
              MOVE 0 TO WS-FIND-EMP-NO
              MOVE SPACES TO WS-FULL-NAME
              STRING WS-FIND-LNAME DELIMITED BY '  '
                     ', ' DELIMITED BY SIZE
                     WS-FIND-FNAME DELIMITED BY '  '
                 INTO WS-FULL-NAME
              END-STRING
              MOVE WS-FULL-NAME TO WS-CUR-NAME
              PERFORM 450-NOTE-UNRESOLVED
           END-IF.
       410-FIND-BY-FULL-NAME.
      ************************************************************
      * Number of the one employee or person with this FIRST     *
      * LAST name; zero and a report entry otherwise             *
      ************************************************************
           MOVE 0 TO WS-FIND-EMP-NO.
           MOVE 0 TO WS-FIND-KTR.
           IF WS-FIND-NAME NOT = SPACES
              THEN
              PERFORM VARYING XR-SUB FROM 1 BY 1
                 UNTIL XR-SUB > XR-MAX
                      IF XR-TBL-FULL-NAME(XR-SUB) = WS-FIND-NAME
                         THEN
                         ADD 1 TO WS-FIND-KTR
                         MOVE XR-TBL-EMP-NO(XR-SUB) TO WS-FIND-EMP-NO
                      END-IF
              END-PERFORM
           END-IF.
           IF WS-FIND-KTR NOT = 1
              THEN
              MOVE 0 TO WS-FIND-EMP-NO
              MOVE WS-FIND-NAME TO WS-CUR-NAME
              PERFORM 450-NOTE-UNRESOLVED
           END-IF.
       420-FIND-BY-LAST-NAME.
      ************************************************************
      * Number of the one EMPFILE employee whose last name       *
      * starts with this 15-byte name; zero and a report entry   *
      * otherwise                                                *
      ************************************************************
           MOVE 0 TO WS-FIND-EMP-NO.
           MOVE 0 TO WS-FIND-KTR.
           IF WS-FIND-LAST15 NOT = SPACES
              THEN
              PERFORM VARYING XR-SUB FROM 1 BY 1
                 UNTIL XR-SUB > XR-MAX
                      IF XR-TBL-FROM-EMPFILE(XR-SUB)
                         AND XR-TBL-LNAME(XR-SUB)(1:15) =
                             WS-FIND-LAST15
                         THEN
                         ADD 1 TO WS-FIND-KTR
                         MOVE XR-TBL-EMP-NO(XR-SUB) TO WS-FIND-EMP-NO
                      END-IF
              END-PERFORM
           END-IF.
           IF WS-FIND-KTR NOT = 1
              THEN
              MOVE 0 TO WS-FIND-EMP-NO
              MOVE WS-FIND-LAST15 TO WS-CUR-NAME
              PERFORM 450-NOTE-UNRESOLVED
           END-IF.
       450-NOTE-UNRESOLVED.
      ************************************************************
      * Count the record against its file and name; each name    *
      * is reported once per file with its record count          *
      ************************************************************
           ADD 1 TO WS-FILE-UNRES.
           ADD 1 TO WS-UNRES-KTR.
           MOVE 'N' TO SW-UR-FOUND.
           PERFORM VARYING UR-SUB FROM 1 BY 1
              UNTIL UR-SUB > UR-MAX
                   IF UR-TBL-FILE(UR-SUB) = WS-CUR-FILE
                      AND UR-TBL-NAME(UR-SUB) = WS-CUR-NAME
                      THEN
                      MOVE 'Y' TO SW-UR-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF UR-FOUND
              THEN
              ADD 1 TO UR-TBL-RECS(UR-SUB)
              EXIT PARAGRAPH
           END-IF.
           IF UR-MAX < UR-MAX-LIMIT
              THEN
              ADD 1 TO UR-MAX
              MOVE WS-CUR-FILE TO UR-TBL-FILE(UR-MAX)
              MOVE WS-CUR-NAME TO UR-TBL-NAME(UR-MAX)
              MOVE WS-FIND-KTR TO UR-TBL-MATCHES(UR-MAX)
              MOVE 1 TO UR-TBL-RECS(UR-MAX)
           ELSE
              DISPLAY 'EMPNOCNV: COLLISION TABLE FULL - '
                      WS-CUR-FILE ' ' WS-CUR-NAME
           END-IF.
       470-NOTE-FILE-TOTALS.
           IF FT-MAX < 20
              THEN
              ADD 1 TO FT-MAX
              MOVE WS-CUR-FILE TO FT-TBL-FILE(FT-MAX)
              MOVE WS-FILE-RECS TO FT-TBL-RECS(FT-MAX)
              MOVE WS-FILE-UNRES TO FT-TBL-UNRES(FT-MAX)
           END-IF.
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
       550-REPORT-UNRESOLVED.
      ************************************************************
      * Names left at number zero, by file                       *
      ************************************************************
      D    DISPLAY '550-REPORT-UNRESOLVED'.
           PERFORM VARYING UR-SUB FROM 1 BY 1
              UNTIL UR-SUB > UR-MAX
                   MOVE SPACES TO DETAIL-LINE
                   MOVE UR-TBL-FILE(UR-SUB) TO DET-FILE-O
                   MOVE UR-TBL-NAME(UR-SUB) TO DET-NAME-O
                   IF UR-TBL-MATCHES(UR-SUB) = 0
                      THEN
                      MOVE 'NO EMPLOYEE WITH THIS NAME' TO
                         DET-FINDING-O
                   ELSE
                      MOVE 'NAME FITS MORE THAN ONE EMPLOYEE' TO
                         DET-FINDING-O
                   END-IF
                   MOVE UR-TBL-RECS(UR-SUB) TO DET-RECS-O
                   PERFORM 500-WRITE-REPORT
           END-PERFORM.
       600-WRITE-CONTROL.
      ************************************************************
      * Last number used, for new hires to continue from         *
      ************************************************************
      D    DISPLAY '600-WRITE-CONTROL'.
           MOVE SPACES TO CTL-REC.
           COMPUTE NC-LAST-EMP-NO = WS-NEXT-EMP-NO - 1.
           MOVE WS-TODAY TO NC-CONV-DATE.
           WRITE CTL-REC.
       700-WRITE-SUMMARY-REPORT.
      D    DISPLAY '700-WRITE-SUMMARY'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 510-PAGE-CHANGE-RTN
           END-IF.
           MOVE WS-EMP-KTR TO TOTAL-EMP-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3.
           MOVE WS-PERS-MATCH-KTR TO TOTAL-PERS-MATCH-O.
           MOVE WS-PERS-NEW-KTR TO TOTAL-PERS-NEW-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1.
           MOVE WS-DUP-NAME-KTR TO TOTAL-DUP-NAME-O.
           MOVE WS-SHARED-LAST-KTR TO TOTAL-SHARED-LAST-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1.
           MOVE NC-LAST-EMP-NO TO TOTAL-LAST-NO-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1.
           MOVE WS-UNRES-KTR TO TOTAL-UNRES-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1.
           PERFORM VARYING FT-SUB FROM 1 BY 1
              UNTIL FT-SUB > FT-MAX
                   MOVE FT-TBL-FILE(FT-SUB) TO FTL-FILE-O
                   MOVE FT-TBL-RECS(FT-SUB) TO FTL-RECS-O
                   MOVE FT-TBL-UNRES(FT-SUB) TO FTL-UNRES-O
                   WRITE OUTPUT-LINE FROM WS-FILE-TOTALS-LINE
                      AFTER ADVANCING 1
           END-PERFORM.
       800-CLOSE-FILES.
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE PARM-FILE EMP-FILE EMP-OUT-FILE.
           CLOSE PERS-FILE PERS-OUT-FILE.
           CLOSE BANK-FILE BANK-OUT-FILE.
           CLOSE DED-FILE DED-OUT-FILE.
           CLOSE YTD-FILE YTD-OUT-FILE.
           CLOSE HIST-FILE HIST-OUT-FILE.
           CLOSE RETRO-FILE RETRO-OUT-FILE.
           CLOSE RADJ-FILE RADJ-OUT-FILE.
           CLOSE REIMB-FILE REIMB-OUT-FILE.
           CLOSE HOLD-FILE HOLD-OUT-FILE.
           CLOSE TIMESHEET-FILE TIMESHEET-OUT-FILE.
           CLOSE STAFF-FILE STAFF-OUT-FILE.
           CLOSE SKILL-FILE SKILL-OUT-FILE.
           CLOSE LEAVE-FILE LEAVE-OUT-FILE.
           CLOSE PHIST-FILE PHIST-OUT-FILE.
           CLOSE CTL-FILE.
           CLOSE REPORT-FILE.
           IF NOT REPORT-FILE-OK
              THEN
              DISPLAY ' Report-FILE Problem: ' REPORT-FILE-ST
              GOBACK
           END-IF.
