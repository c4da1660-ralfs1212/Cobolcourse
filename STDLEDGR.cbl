       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDLEDGR.
      * ------------------------------------------------------------
      * STDLEDGR:
      * Student account ledger for the bursar. Tuition invoices
      * (TUITBILL's INVFILE), the aid netted on them, drop credit
      * memos (TUITREFD's CREDMEMO) and the payments taken at the
      * cashier window (CASHPAY) are posted as open items per
      * student, so every student finally has one balance:
      *
      *  - the open-item ledger is carried from run to run
      *    (STLEDGI in, STLEDGO out); invoices and memos share the
      *    INVCTL number series, so the STLDGCTL control record
      *    keeps the highest document number already posted and a
      *    re-presented INVFILE or CREDMEMO is not posted twice
      *  - aid is posted as its own credit against the invoice it
      *    was netted on (aid above the invoice total is refunded
      *    from TUITBILL's refund-due list, not carried here)
      *  - credits are applied to the student's open charges,
      *    a memo or aid credit to its own invoice first, then
      *    oldest due date first; an unapplied credit stays open
      *  - a statement per student with activity or a balance
      *    (STMTPRT), and an aging report by days past due
      *  - a student whose charges more than LDGR-HOLD-DAYS days
      *    past due total at least the parameter hold amount gets
      *    a financial hold on the STHOLDO hold master; CRSREG
      *    rejects that student's ADDs while the hold is active.
      *    The hold is released once the past-due money is paid,
      *    or overridden by a bursar OVRD transaction (HOLDTRAN)
      *    that stands until the past-due balance is cleared
      *  - cashier payments are handed to the general ledger
      *    interface; invoices and memos already are by the
      *    programs that raise them
      *
      * Run settings in the PARMLIB parameter library, each
      * defaulted when none is in effect:
      *   LDGR-RUN-DATE    run date YYYYMMDD (zero = today)
      *   LDGR-DUE-DAYS    invoice due days (30)
      *   LDGR-HOLD-AMOUNT hold amount (500.00)
      *   LDGR-HOLD-DAYS   hold age in days past due (30)
      *
      *  Inital Version   2026/10/15
      *  Run settings from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEDGER-CTL-FILE ASSIGN TO STLDGCTL
                  FILE STATUS IS LEDGER-CTL-FILE-ST.

      * Open-item ledger - prior generation in, new generation out
           SELECT OPTIONAL LEDGER-IN-FILE ASSIGN TO STLEDGI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LEDGER-IN-FILE-ST.

           SELECT LEDGER-OUT-FILE ASSIGN TO STLEDGO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LEDGER-OUT-FILE-ST.

      * Financial hold master - prior generation in, new out
           SELECT OPTIONAL HOLD-IN-FILE ASSIGN TO STHOLDI
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS HOLD-IN-FILE-ST.

           SELECT HOLD-OUT-FILE ASSIGN TO STHOLDO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS HOLD-OUT-FILE-ST.

      * Feeders - a missing file means nothing of that kind today
           SELECT OPTIONAL INVOICE-FILE ASSIGN TO INVFILE
                  FILE STATUS IS INVOICE-FILE-ST.

           SELECT OPTIONAL CRED-MEMO-FILE ASSIGN TO CREDMEMO
                  FILE STATUS IS CRED-MEMO-FILE-ST.

           SELECT OPTIONAL CASH-PAY-FILE ASSIGN TO CASHPAY
                  FILE STATUS IS CASH-PAY-FILE-ST.

           SELECT OPTIONAL HOLD-TRAN-FILE ASSIGN TO HOLDTRAN
                  FILE STATUS IS HOLD-TRAN-FILE-ST.

           SELECT STATEMENT-PRINT ASSIGN TO STMTPRT
                  FILE STATUS IS STATEMENT-PRINT-ST.

           SELECT REPORT-FILE ASSIGN TO AGERPT
                  FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-CTL-FILE
           RECORDING MODE IS F.
       01 LEDGER-CTL-REC.
          05 LC-LAST-DOC-NO             PIC 9(7).
          05 LC-LAST-RUN-DATE           PIC 9(8).
          05 FILLER                     PIC X(65).

       FD  LEDGER-IN-FILE
           RECORDING MODE IS F.
       01 LEDGER-IN-REC                 PIC X(80).

       FD  LEDGER-OUT-FILE
           RECORDING MODE IS F.
       01 LEDGER-OUT-REC                PIC X(80).

       FD  HOLD-IN-FILE
           RECORDING MODE IS F.
       01 HOLD-IN-REC                   PIC X(80).

       FD  HOLD-OUT-FILE
           RECORDING MODE IS F.
       01 HOLD-OUT-REC                  PIC X(80).

      * Invoices written by TUITBILL
       FD  INVOICE-FILE
           RECORDING MODE IS F.
       01 INVOICE-REC.
          05 INV-NUMBER-OUT             PIC 9(7).
          05 INV-STUDENT-NAME           PIC X(20).
          05 INV-CREDITS                PIC 9(3).
          05 INV-AMOUNT                 PIC 9(7)V99.
          05 INV-AID-AMOUNT             PIC 9(7)V99.
          05 INV-NET-AMOUNT             PIC 9(7)V99.
          05 FILLER                     PIC X(23).

      * Credit memos written by TUITREFD
       FD  CRED-MEMO-FILE
           RECORDING MODE IS F.
       01 CRED-MEMO-REC.
          05 CM-MEMO-NO                 PIC 9(7).
          05 CM-ORIG-INVOICE-NO         PIC 9(7).
          05 CM-STUDENT-NAME            PIC X(20).
          05 CM-COURSE-NBR              PIC X(7).
          05 CM-COURSE-PRICE            PIC 9(7)V99.
          05 CM-REFUND-PCT              PIC 9(3).
          05 CM-REFUND-AMT              PIC 9(7)V99.
          05 FILLER                     PIC X(21).

      * Cashier window receipts
       FD  CASH-PAY-FILE
           RECORDING MODE IS F.
       01 CASH-PAY-REC.
          05 CP-RECEIPT-NO              PIC 9(7).
          05 CP-STUDENT-NAME            PIC X(20).
          05 CP-PAY-DATE                PIC 9(8).
          05 CP-AMOUNT                  PIC 9(7)V99.
          05 CP-TENDER                  PIC X(4).
          05 FILLER                     PIC X(32).

      * Bursar hold overrides
       FD  HOLD-TRAN-FILE
           RECORDING MODE IS F.
       01 HOLD-TRAN-REC.
          05 HT-ACTION                  PIC X(4).
             88 HT-OVERRIDE                            VALUE 'OVRD'.
          05 HT-STUDENT-NAME            PIC X(20).
          05 HT-AUTH                    PIC X(8).
          05 HT-DATE                    PIC 9(8).
          05 HT-REASON                  PIC X(30).
          05 FILLER                     PIC X(10).

       FD  STATEMENT-PRINT
           RECORDING MODE IS F.
       01 STATEMENT-LINE                PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      * Open-item ledger record shared by STLEDGI and STLEDGO
       01 LEDGER-REC-WS.
          05 SL-STUDENT-NAME            PIC X(20).
          05 SL-ITEM-TYPE               PIC X(1).
             88 SL-INVOICE                             VALUE 'I'.
             88 SL-AID                                 VALUE 'A'.
             88 SL-MEMO                                VALUE 'M'.
             88 SL-PAYMENT                             VALUE 'P'.
          05 SL-DOC-NO                  PIC 9(7).
          05 SL-REF-DOC                 PIC 9(7).
          05 SL-POST-DATE               PIC 9(8).
          05 SL-DUE-DATE                PIC 9(8).
          05 SL-ORIG-AMOUNT             PIC S9(7)V99.
          05 SL-OPEN-AMOUNT             PIC S9(7)V99.
          05 FILLER                     PIC X(11)      VALUE SPACES.

      * Financial hold record shared by STHOLDI, STHOLDO and
      * CRSREG's STHOLDS
       01 HOLD-REC-WS.
          05 SH-STUDENT-NAME            PIC X(20).
          05 SH-STATUS                  PIC X(1).
             88 SH-ACTIVE                              VALUE 'A'.
             88 SH-OVERRIDDEN                          VALUE 'O'.
          05 SH-HOLD-DATE               PIC 9(8).
          05 SH-PAST-DUE-AMT            PIC 9(7)V99.
          05 SH-OLDEST-DAYS             PIC 9(5).
          05 SH-OVRD-AUTH               PIC X(8).
          05 SH-OVRD-DATE               PIC 9(8).
          05 FILLER                     PIC X(21)      VALUE SPACES.

      * Open items - loaded, posted to, applied and written back
       01 IT-SUB                        PIC 9(4)       VALUE 0 COMP.
       01 IT-CHG-SUB                    PIC 9(4)       VALUE 0 COMP.
       01 IT-BEST-SUB                   PIC 9(4)       VALUE 0 COMP.
       01 IT-MAX                        PIC 9(4)       VALUE 0 COMP.
       01 IT-MAX-LIMIT                  PIC 9(4)       VALUE 5000 COMP.
       01 ITEM-TABLE.
          05 IT-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON IT-MAX.
             10 IT-STUDENT              PIC X(20).
             10 IT-TYPE                 PIC X(1).
                88 IT-CHARGE                           VALUE 'I'.
             10 IT-DOC-NO               PIC 9(7).
             10 IT-REF-DOC              PIC 9(7).
             10 IT-POST-DATE            PIC 9(8).
             10 IT-DUE-DATE             PIC 9(8).
             10 IT-ORIG-AMOUNT          PIC S9(7)V99.
             10 IT-OPEN-AMOUNT          PIC S9(7)V99.
             10 IT-NEW-IND              PIC X(1).
                88 IT-NEW                              VALUE 'N'.

      * Students in order of first appearance, with their aging
       01 ST-SUB                        PIC 9(4)       VALUE 0 COMP.
       01 ST-MAX                        PIC 9(4)       VALUE 0 COMP.
       01 ST-MAX-LIMIT                  PIC 9(4)       VALUE 2000 COMP.
       01 SW-ST-FOUND                   PIC X(1)       VALUE 'N'.
          88 ST-FOUND                                  VALUE 'Y'.
       01 STUDENT-TABLE.
          05 ST-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON ST-MAX.
             10 ST-STUDENT              PIC X(20).

      * Hold master table
       01 HL-SUB                        PIC 9(4)       VALUE 0 COMP.
       01 HL-MAX                        PIC 9(4)       VALUE 0 COMP.
       01 HL-MAX-LIMIT                  PIC 9(4)       VALUE 2000 COMP.
       01 SW-HL-FOUND                   PIC X(1)       VALUE 'N'.
          88 HL-FOUND                                  VALUE 'Y'.
       01 HOLD-TABLE.
          05 HL-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON HL-MAX.
             10 HL-STUDENT              PIC X(20).
             10 HL-STATUS               PIC X(1).
                88 HL-ACTIVE                           VALUE 'A'.
                88 HL-OVERRIDDEN                       VALUE 'O'.
             10 HL-HOLD-DATE            PIC 9(8).
             10 HL-PAST-DUE-AMT         PIC 9(7)V99.
             10 HL-OLDEST-DAYS          PIC 9(5).
             10 HL-OVRD-AUTH            PIC X(8).
             10 HL-OVRD-DATE            PIC 9(8).
             10 HL-KEEP-IND             PIC X(1).
                88 HL-KEEP                             VALUE 'Y'.

      * Aging bands by days past due
       01 WS-BAND-SUB                   PIC 9(1)       VALUE 0 COMP.
       01 WS-STUDENT-BANDS.
          05 WS-ST-BAND OCCURS 5 TIMES  PIC S9(9)V99   VALUE 0.
       01 WS-TOTAL-BANDS.
          05 WS-TOT-BAND OCCURS 5 TIMES PIC S9(11)V99  VALUE 0.
       01 WS-BAND-NAMES.
          05 FILLER                     PIC X(12)      VALUE
                'CURRENT'.
          05 FILLER                     PIC X(12)      VALUE
                '1-30 DAYS'.
          05 FILLER                     PIC X(12)      VALUE
                '31-60 DAYS'.
          05 FILLER                     PIC X(12)      VALUE
                '61-90 DAYS'.
          05 FILLER                     PIC X(12)      VALUE
                'OVER 90'.
       01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
          05 WS-BAND-NAME               PIC X(12)      OCCURS 5 TIMES.

       01 PROGRAM-SWITCHES.
          05 LEDGER-CTL-FILE-ST         PIC X(2).
             88 LEDGER-CTL-FILE-OK                     VALUE '00' '05'.
          05 LEDGER-IN-FILE-ST          PIC X(2).
             88 LEDGER-IN-FILE-OK                      VALUE '00' '05'.
          05 LEDGER-IN-FILE-STATUS      PIC X(01)      VALUE SPACE.
             88 LEDGER-IN-FILE-EOF                     VALUE 'Y'.
          05 LEDGER-OUT-FILE-ST         PIC X(2).
             88 LEDGER-OUT-FILE-OK                     VALUE '00'.
          05 HOLD-IN-FILE-ST            PIC X(2).
             88 HOLD-IN-FILE-OK                        VALUE '00' '05'.
          05 HOLD-IN-FILE-STATUS        PIC X(01)      VALUE SPACE.
             88 HOLD-IN-FILE-EOF                       VALUE 'Y'.
          05 HOLD-OUT-FILE-ST           PIC X(2).
             88 HOLD-OUT-FILE-OK                       VALUE '00'.
          05 INVOICE-FILE-ST            PIC X(2).
             88 INVOICE-FILE-OK                        VALUE '00' '05'.
          05 INVOICE-FILE-STATUS        PIC X(01)      VALUE SPACE.
             88 INVOICE-FILE-EOF                       VALUE 'Y'.
          05 CRED-MEMO-FILE-ST          PIC X(2).
             88 CRED-MEMO-FILE-OK                      VALUE '00' '05'.
          05 CRED-MEMO-FILE-STATUS      PIC X(01)      VALUE SPACE.
             88 CRED-MEMO-FILE-EOF                     VALUE 'Y'.
          05 CASH-PAY-FILE-ST           PIC X(2).
             88 CASH-PAY-FILE-OK                       VALUE '00' '05'.
          05 CASH-PAY-FILE-STATUS       PIC X(01)      VALUE SPACE.
             88 CASH-PAY-FILE-EOF                      VALUE 'Y'.
          05 HOLD-TRAN-FILE-ST          PIC X(2).
             88 HOLD-TRAN-FILE-OK                      VALUE '00' '05'.
          05 HOLD-TRAN-FILE-STATUS      PIC X(01)      VALUE SPACE.
             88 HOLD-TRAN-FILE-EOF                     VALUE 'Y'.
          05 STATEMENT-PRINT-ST         PIC X(2).
             88 STATEMENT-PRINT-OK                     VALUE '00'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 SW-STUDENT-ACTIVE          PIC X(01)      VALUE 'N'.
             88 STUDENT-ACTIVE                         VALUE 'Y'.
          05 SW-HOLD-QUALIFIES          PIC X(01)      VALUE 'N'.
             88 HOLD-QUALIFIES                         VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-LEDGER-IN-KTR           PIC 9(7)       VALUE 0.
          05 WS-LEDGER-OUT-KTR          PIC 9(7)       VALUE 0.
          05 WS-INVOICE-KTR             PIC 9(7)       VALUE 0.
          05 WS-AID-KTR                 PIC 9(7)       VALUE 0.
          05 WS-MEMO-KTR                PIC 9(7)       VALUE 0.
          05 WS-PAYMENT-KTR             PIC 9(7)       VALUE 0.
          05 WS-DUP-DOC-KTR             PIC 9(7)       VALUE 0.
          05 WS-REJECT-KTR              PIC 9(7)       VALUE 0.
          05 WS-INVOICE-TOTAL           PIC 9(11)V99   VALUE 0.
          05 WS-AID-TOTAL               PIC 9(11)V99   VALUE 0.
          05 WS-MEMO-TOTAL              PIC 9(11)V99   VALUE 0.
          05 WS-PAYMENT-TOTAL           PIC 9(11)V99   VALUE 0.
          05 WS-BALANCE-TOTAL           PIC S9(11)V99  VALUE 0.
          05 WS-STMT-KTR                PIC 9(7)       VALUE 0.
          05 WS-HOLD-PLACED-KTR         PIC 9(5)       VALUE 0.
          05 WS-HOLD-CONT-KTR           PIC 9(5)       VALUE 0.
          05 WS-HOLD-RELEASED-KTR       PIC 9(5)       VALUE 0.
          05 WS-HOLD-OVRD-KTR           PIC 9(5)       VALUE 0.
          05 WS-HOLD-TRAN-REJ-KTR       PIC 9(5)       VALUE 0.
          05 CTR-LINES                  PIC 99         VALUE 99.
          05 CTR-PAGES                  PIC 999        VALUE 0.
          05 CTR-LINES-MAX              PIC 99         VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-RUN-DATE                PIC 9(8)       VALUE 0.
          05 WS-DUE-DAYS                PIC 9(3)       VALUE 30.
          05 WS-HOLD-AMOUNT             PIC 9(7)V99    VALUE 500.
          05 WS-HOLD-DAYS               PIC 9(3)       VALUE 30.
          05 WS-LAST-DOC-NO             PIC 9(7)       VALUE 0.
          05 WS-HIGH-DOC-NO             PIC 9(7)       VALUE 0.
          05 WS-RUN-INT                 PIC S9(8)      VALUE 0 COMP.
          05 WS-DUE-INT                 PIC S9(8)      VALUE 0 COMP.
          05 WS-DAYS-PAST-DUE           PIC S9(5)      VALUE 0 COMP.
          05 WS-OLDEST-DAYS             PIC S9(5)      VALUE 0 COMP.
          05 WS-APPLY-AMT               PIC S9(7)V99   VALUE 0.
          05 WS-AID-POSTED              PIC 9(7)V99    VALUE 0.
          05 WS-STUDENT-BALANCE         PIC S9(9)V99   VALUE 0.
          05 WS-HOLD-PAST-DUE           PIC 9(9)V99    VALUE 0.
          05 WS-HOLD-ACTION             PIC X(20)      VALUE SPACES.
          05 WS-NEW-STUDENT             PIC X(20)      VALUE SPACES.
          05 WS-NEW-TYPE                PIC X(1)       VALUE SPACE.
          05 WS-NEW-DOC-NO              PIC 9(7)       VALUE 0.
          05 WS-NEW-REF-DOC             PIC 9(7)       VALUE 0.
          05 WS-NEW-POST-DATE           PIC 9(8)       VALUE 0.
          05 WS-NEW-AMOUNT              PIC S9(7)V99   VALUE 0.

      * GLFEEDW calling parameters - cashier payments handed to
      * the general ledger interface
       COPY GLFEEDL.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the run settings in effect on
      * the run date from the PARMLIB parameter library
       COPY PARMLKL.

      * Statement lines
       01 STM-HEAD-LINE.
          05 FILLER                     PIC X(30)      VALUE SPACES.
          05 FILLER                     PIC X(40)      VALUE
                'S T U D E N T   A C C O U N T   S T M T'.
          05 FILLER                     PIC X(62)      VALUE SPACES.

       01 STM-NAME-LINE.
          05 FILLER                     PIC X(10)      VALUE
                'STUDENT:  '.
          05 STM-STUDENT-O              PIC X(20).
          05 FILLER                     PIC X(6)       VALUE SPACES.
          05 FILLER                     PIC X(16)      VALUE
                'STATEMENT DATE: '.
          05 STM-DATE-O                 PIC 9(8).
          05 FILLER                     PIC X(72)      VALUE SPACES.

       01 STM-COL-LINE.
          05 FILLER                     PIC X(14)      VALUE
                'ITEM'.
          05 FILLER                     PIC X(9)       VALUE
                'DOC NO'.
          05 FILLER                     PIC X(10)      VALUE
                'POSTED'.
          05 FILLER                     PIC X(10)      VALUE
                'DUE'.
          05 FILLER                     PIC X(15)      VALUE
                '        AMOUNT'.
          05 FILLER                     PIC X(15)      VALUE
                '     STILL OPEN'.
          05 FILLER                     PIC X(59)      VALUE SPACES.

       01 STM-ITEM-LINE.
          05 STM-TYPE-O                 PIC X(12).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 STM-DOC-O                  PIC 9(7).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 STM-POSTED-O               PIC 9(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 STM-DUE-O                  PIC 9(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 STM-AMOUNT-O               PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 STM-OPEN-O                 PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(61)      VALUE SPACES.

       01 STM-AGE-HDG-LINE.
          05 FILLER                     PIC X(15)      VALUE
                '        CURRENT'.
          05 FILLER                     PIC X(15)      VALUE
                '      1-30 DAYS'.
          05 FILLER                     PIC X(15)      VALUE
                '     31-60 DAYS'.
          05 FILLER                     PIC X(15)      VALUE
                '     61-90 DAYS'.
          05 FILLER                     PIC X(15)      VALUE
                '        OVER 90'.
          05 FILLER                     PIC X(57)      VALUE SPACES.

       01 STM-AGE-LINE.
          05 STM-BAND-O OCCURS 5 TIMES.
             10 FILLER                  PIC X(1).
             10 STM-BAND-AMT-O          PIC Z,ZZZ,ZZ9.99-.
             10 FILLER                  PIC X(1).
          05 FILLER                     PIC X(57)      VALUE SPACES.

       01 STM-BALANCE-LINE.
          05 FILLER                     PIC X(23)      VALUE
                '*** BALANCE DUE ***   '.
          05 STM-BALANCE-O              PIC $$,$$$,$$9.99-.
          05 FILLER                     PIC X(95)      VALUE SPACES.

       01 STM-HOLD-LINE.
          05 FILLER                     PIC X(50)      VALUE
                'FINANCIAL HOLD - PAY PAST-DUE BALANCE TO REGISTER'.
          05 FILLER                     PIC X(82)      VALUE SPACES.

      * Aging report lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(50)      VALUE
                '    STUDENT ACCOUNT AGING REPORT AS OF            '.
          05 HDG-DATE-O                 PIC 9(8).
          05 FILLER                     PIC X(10)      VALUE
                '  PAGE NO'.
          05 PAGE-NUM                   PIC ZZ9        VALUE ZERO.
          05 FILLER                     PIC X(36)      VALUE SPACES.

       01 HEADING-2.
          05 FILLER                     PIC X(22)      VALUE
                'STUDENT'.
          05 FILLER                     PIC X(15)      VALUE
                '        CURRENT'.
          05 FILLER                     PIC X(15)      VALUE
                '      1-30 DAYS'.
          05 FILLER                     PIC X(15)      VALUE
                '     31-60 DAYS'.
          05 FILLER                     PIC X(15)      VALUE
                '     61-90 DAYS'.
          05 FILLER                     PIC X(15)      VALUE
                '        OVER 90'.
          05 FILLER                     PIC X(15)      VALUE
                '        BALANCE'.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(4)       VALUE 'HOLD'.
          05 FILLER                     PIC X(14)      VALUE SPACES.

       01 HEADING-3.
          05 FILLER                     PIC X(118)     VALUE ALL '='.
          05 FILLER                     PIC X(14)      VALUE SPACES.

       01 AGE-DETAIL-LINE.
          05 AGE-STUDENT-O              PIC X(20).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 AGE-BAND-O OCCURS 5 TIMES.
             10 FILLER                  PIC X(1).
             10 AGE-BAND-AMT-O          PIC Z,ZZZ,ZZ9.99-.
             10 FILLER                  PIC X(1).
          05 FILLER                     PIC X(1)       VALUE SPACES.
          05 AGE-BALANCE-O              PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 AGE-HOLD-O                 PIC X(1).
          05 FILLER                     PIC X(17)      VALUE SPACES.

       01 AGE-TOTAL-LINE.
          05 FILLER                     PIC X(22)      VALUE
                'TOTALS'.
          05 AGT-BAND-O OCCURS 5 TIMES.
             10 AGT-BAND-AMT-O          PIC ZZ,ZZZ,ZZ9.99-.
             10 FILLER                  PIC X(1).
          05 FILLER                     PIC X(30)      VALUE SPACES.

       01 HOLD-HDG-LINE.
          05 FILLER                     PIC X(50)      VALUE
                'FINANCIAL HOLD REGISTER'.
          05 FILLER                     PIC X(82)      VALUE SPACES.

       01 HOLD-COL-LINE.
          05 FILLER                     PIC X(22)      VALUE
                'STUDENT'.
          05 FILLER                     PIC X(22)      VALUE
                'ACTION'.
          05 FILLER                     PIC X(15)      VALUE
                '       PAST DUE'.
          05 FILLER                     PIC X(8)       VALUE
                '   DAYS'.
          05 FILLER                     PIC X(10)      VALUE
                'HELD SINCE'.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE
                'BURSAR'.
          05 FILLER                     PIC X(43)      VALUE SPACES.

       01 HOLD-DETAIL-LINE.
          05 HLD-STUDENT-O              PIC X(20).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 HLD-ACTION-O               PIC X(20).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 HLD-PAST-DUE-O             PIC Z,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 HLD-DAYS-O                 PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 HLD-SINCE-O                PIC 9(8).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 HLD-AUTH-O                 PIC X(8).
          05 FILLER                     PIC X(45)      VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                     PIC X(35)      VALUE
                'Invoices / aid credits / memos   :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-INVOICE-O            PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-AID-O                PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-MEMO-O               PIC ZZZZZZ9.
          05 FILLER                     PIC X(66)      VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                     PIC X(35)      VALUE
                'Payments / dup docs / rejected   :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-PAYMENT-O            PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-DUP-O                PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-REJECT-O             PIC ZZZZZZ9.
          05 FILLER                     PIC X(66)      VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                     PIC X(35)      VALUE
                'Billed / aid / memos / paid      :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-BILLED-AMT-O         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-AID-AMT-O            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-MEMO-AMT-O           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-PAID-AMT-O           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(28)      VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                     PIC X(35)      VALUE
                'Holds placed / kept / overridden :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-PLACED-O             PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-CONT-O               PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-OVRD-O               PIC ZZZZ9.
          05 FILLER                     PIC X(72)      VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                     PIC X(35)      VALUE
                'Holds released / overrides rej.  :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-RELEASED-O           PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-HT-REJ-O             PIC ZZZZ9.
          05 FILLER                     PIC X(80)      VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                     PIC X(35)      VALUE
                'Ledger balance, all students     :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-BALANCE-O            PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(78)      VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-LEDGER UNTIL LEDGER-IN-FILE-EOF.
           PERFORM 110-LOAD-HOLDS UNTIL HOLD-IN-FILE-EOF.
           PERFORM 200-POST-INVOICE UNTIL INVOICE-FILE-EOF.
           PERFORM 220-POST-CREDIT-MEMO UNTIL CRED-MEMO-FILE-EOF.
           PERFORM 240-POST-CASH-PAYMENT UNTIL CASH-PAY-FILE-EOF.
           PERFORM 400-APPLY-CREDITS
              VARYING IT-SUB FROM 1 BY 1 UNTIL IT-SUB > IT-MAX.
           PERFORM 450-REVIEW-STUDENT
              VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > ST-MAX.
           PERFORM 650-WRITE-LEDGER-OUT.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 660-WRITE-HOLDS-OUT.
           PERFORM 750-SAVE-LEDGER-CONTROL.
           PERFORM 760-WRITE-GL-ACTIVITY.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'STDLEDGR' TO AUD-PROGRAM-ID.
           COMPUTE AUD-RECORDS-READ = WS-LEDGER-IN-KTR +
              WS-INVOICE-KTR + WS-MEMO-KTR + WS-PAYMENT-KTR +
              WS-DUP-DOC-KTR + WS-REJECT-KTR.
           MOVE WS-LEDGER-OUT-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-REJECT-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-BALANCE-TOTAL TO AUD-CONTROL-TOTAL.
           MOVE '00' TO AUD-FINAL-STATUS.
           CALL 'AUDITWRT' USING AUD-PROGRAM-ID, AUD-RECORDS-READ,
              AUD-RECORDS-WRITTEN, AUD-RECORDS-REJECTED,
              AUD-CONTROL-TOTAL, AUD-FINAL-STATUS.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Open files, run parameters and the posting control       *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE 'STDLEDGR' TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.

           MOVE 'LDGR-RUN-DATE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99999999
                 THEN
                 DISPLAY 'LDGR-RUN-DATE PROBLEM: NOT A DATE: '
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

           MOVE 'LDGR-DUE-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999
                 THEN
                 DISPLAY 'LDGR-DUE-DAYS PROBLEM: NOT A DAY COUNT: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-DUE-DAYS
              END-IF
           END-IF.

           MOVE 'LDGR-HOLD-AMOUNT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 9999999.99
                 THEN
                 DISPLAY 'LDGR-HOLD-AMOUNT PROBLEM: NOT AN AMOUNT: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-HOLD-AMOUNT
              END-IF
           END-IF.

           MOVE 'LDGR-HOLD-DAYS' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 999
                 THEN
                 DISPLAY 'LDGR-HOLD-DAYS PROBLEM: NOT A DAY COUNT: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE PLIB-NUM-VALUE TO WS-HOLD-DAYS
           END-IF.
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN INPUT LEDGER-CTL-FILE.
           IF LEDGER-CTL-FILE-OK
              THEN
              READ LEDGER-CTL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE LC-LAST-DOC-NO TO WS-LAST-DOC-NO
              END-READ
              CLOSE LEDGER-CTL-FILE
           END-IF.
           MOVE WS-LAST-DOC-NO TO WS-HIGH-DOC-NO.
      D    DISPLAY 'DOCUMENTS POSTED THROUGH: ' WS-LAST-DOC-NO.
       100-LOAD-LEDGER.
      ************************************************************
      * Open items carried from the last run                     *
      ************************************************************
      D    DISPLAY '100-LOAD-LEDGER'.
           READ LEDGER-IN-FILE
           AT END
              MOVE 'Y' TO LEDGER-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-LEDGER-IN-KTR.
           MOVE LEDGER-IN-REC TO LEDGER-REC-WS.
           MOVE SL-STUDENT-NAME TO WS-NEW-STUDENT.
           MOVE SL-ITEM-TYPE TO WS-NEW-TYPE.
           MOVE SL-DOC-NO TO WS-NEW-DOC-NO.
           MOVE SL-REF-DOC TO WS-NEW-REF-DOC.
           MOVE SL-POST-DATE TO WS-NEW-POST-DATE.
           MOVE SL-ORIG-AMOUNT TO WS-NEW-AMOUNT.
           PERFORM 250-ADD-LEDGER-ITEM.
           IF IT-SUB > 0
              THEN
              MOVE SL-DUE-DATE TO IT-DUE-DATE(IT-SUB)
              MOVE SL-OPEN-AMOUNT TO IT-OPEN-AMOUNT(IT-SUB)
              MOVE SPACE TO IT-NEW-IND(IT-SUB)
           END-IF.
       110-LOAD-HOLDS.
      ************************************************************
      * Financial holds carried from the last run                *
      ************************************************************
      D    DISPLAY '110-LOAD-HOLDS'.
           READ HOLD-IN-FILE
           AT END
              MOVE 'Y' TO HOLD-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           MOVE HOLD-IN-REC TO HOLD-REC-WS.
           IF HL-MAX < HL-MAX-LIMIT
              THEN
              ADD 1 TO HL-MAX
              MOVE SH-STUDENT-NAME TO HL-STUDENT(HL-MAX)
              MOVE SH-STATUS TO HL-STATUS(HL-MAX)
              MOVE SH-HOLD-DATE TO HL-HOLD-DATE(HL-MAX)
              MOVE SH-PAST-DUE-AMT TO HL-PAST-DUE-AMT(HL-MAX)
              MOVE SH-OLDEST-DAYS TO HL-OLDEST-DAYS(HL-MAX)
              MOVE SH-OVRD-AUTH TO HL-OVRD-AUTH(HL-MAX)
              MOVE SH-OVRD-DATE TO HL-OVRD-DATE(HL-MAX)
              MOVE 'N' TO HL-KEEP-IND(HL-MAX)
           ELSE
              DISPLAY 'WARNING: HOLD TABLE FULL'
           END-IF.
       200-POST-INVOICE.
      ************************************************************
      * Tuition invoice - a charge, plus the aid netted on it as *
      * a credit against the same invoice                        *
      ************************************************************
      D    DISPLAY '200-POST-INVOICE'.
           READ INVOICE-FILE
           AT END
              MOVE 'Y' TO INVOICE-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF INV-NUMBER-OUT NOT > WS-LAST-DOC-NO
              THEN
              ADD 1 TO WS-DUP-DOC-KTR
              DISPLAY 'INVOICE ALREADY POSTED: ' INV-NUMBER-OUT
              EXIT PARAGRAPH
           END-IF.
           IF INV-STUDENT-NAME = SPACES OR INV-AMOUNT NOT NUMERIC
              THEN
              ADD 1 TO WS-REJECT-KTR
              DISPLAY 'INVOICE UNUSABLE: ' INV-NUMBER-OUT
              EXIT PARAGRAPH
           END-IF.
           IF INV-NUMBER-OUT > WS-HIGH-DOC-NO
              THEN
              MOVE INV-NUMBER-OUT TO WS-HIGH-DOC-NO
           END-IF.

           MOVE INV-STUDENT-NAME TO WS-NEW-STUDENT.
           MOVE 'I' TO WS-NEW-TYPE.
           MOVE INV-NUMBER-OUT TO WS-NEW-DOC-NO.
           MOVE 0 TO WS-NEW-REF-DOC.
           MOVE WS-RUN-DATE TO WS-NEW-POST-DATE.
           MOVE INV-AMOUNT TO WS-NEW-AMOUNT.
           PERFORM 250-ADD-LEDGER-ITEM.
           IF IT-SUB = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-INVOICE-KTR.
           ADD INV-AMOUNT TO WS-INVOICE-TOTAL.

      * Aid actually netted - any excess went to the refund list
           IF INV-AID-AMOUNT NUMERIC AND INV-AID-AMOUNT > 0
              THEN
              IF INV-NET-AMOUNT NUMERIC
                 AND INV-NET-AMOUNT < INV-AMOUNT
                 THEN
                 COMPUTE WS-AID-POSTED =
                    INV-AMOUNT - INV-NET-AMOUNT
              ELSE
                 MOVE 0 TO WS-AID-POSTED
              END-IF
              IF WS-AID-POSTED > 0
                 THEN
                 MOVE 'A' TO WS-NEW-TYPE
                 MOVE INV-NUMBER-OUT TO WS-NEW-REF-DOC
                 COMPUTE WS-NEW-AMOUNT = 0 - WS-AID-POSTED
                 PERFORM 250-ADD-LEDGER-ITEM
                 IF IT-SUB > 0
                    THEN
                    ADD 1 TO WS-AID-KTR
                    ADD WS-AID-POSTED TO WS-AID-TOTAL
                 END-IF
              END-IF
           END-IF.
       220-POST-CREDIT-MEMO.
      ************************************************************
      * Drop credit memo - a credit against its invoice          *
      ************************************************************
      D    DISPLAY '220-POST-CREDIT-MEMO'.
           READ CRED-MEMO-FILE
           AT END
              MOVE 'Y' TO CRED-MEMO-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF CM-MEMO-NO NOT > WS-LAST-DOC-NO
              THEN
              ADD 1 TO WS-DUP-DOC-KTR
              DISPLAY 'CREDIT MEMO ALREADY POSTED: ' CM-MEMO-NO
              EXIT PARAGRAPH
           END-IF.
           IF CM-STUDENT-NAME = SPACES OR CM-REFUND-AMT NOT NUMERIC
              THEN
              ADD 1 TO WS-REJECT-KTR
              DISPLAY 'CREDIT MEMO UNUSABLE: ' CM-MEMO-NO
              EXIT PARAGRAPH
           END-IF.
           IF CM-MEMO-NO > WS-HIGH-DOC-NO
              THEN
              MOVE CM-MEMO-NO TO WS-HIGH-DOC-NO
           END-IF.
           IF CM-REFUND-AMT = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE CM-STUDENT-NAME TO WS-NEW-STUDENT.
           MOVE 'M' TO WS-NEW-TYPE.
           MOVE CM-MEMO-NO TO WS-NEW-DOC-NO.
           MOVE CM-ORIG-INVOICE-NO TO WS-NEW-REF-DOC.
           MOVE WS-RUN-DATE TO WS-NEW-POST-DATE.
           COMPUTE WS-NEW-AMOUNT = 0 - CM-REFUND-AMT.
           PERFORM 250-ADD-LEDGER-ITEM.
           IF IT-SUB > 0
              THEN
              ADD 1 TO WS-MEMO-KTR
              ADD CM-REFUND-AMT TO WS-MEMO-TOTAL
           END-IF.
       240-POST-CASH-PAYMENT.
      ************************************************************
      * Cashier window payment - a credit dated the day taken    *
      ************************************************************
      D    DISPLAY '240-POST-CASH-PAYMENT'.
           READ CASH-PAY-FILE
           AT END
              MOVE 'Y' TO CASH-PAY-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF CP-STUDENT-NAME = SPACES OR CP-AMOUNT NOT NUMERIC
              OR CP-AMOUNT = 0
              THEN
              ADD 1 TO WS-REJECT-KTR
              DISPLAY 'CASHIER RECEIPT UNUSABLE: ' CP-RECEIPT-NO
              EXIT PARAGRAPH
           END-IF.
           MOVE CP-STUDENT-NAME TO WS-NEW-STUDENT.
           MOVE 'P' TO WS-NEW-TYPE.
           MOVE CP-RECEIPT-NO TO WS-NEW-DOC-NO.
           MOVE 0 TO WS-NEW-REF-DOC.
           IF CP-PAY-DATE NUMERIC AND CP-PAY-DATE > 0
              THEN
              MOVE CP-PAY-DATE TO WS-NEW-POST-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-NEW-POST-DATE
           END-IF.
           COMPUTE WS-NEW-AMOUNT = 0 - CP-AMOUNT.
           PERFORM 250-ADD-LEDGER-ITEM.
           IF IT-SUB > 0
              THEN
              ADD 1 TO WS-PAYMENT-KTR
              ADD CP-AMOUNT TO WS-PAYMENT-TOTAL
           END-IF.
       250-ADD-LEDGER-ITEM.
      ************************************************************
      * New open item from the WS-NEW- fields; IT-SUB points at  *
      * it, or is 0 when the table is full. Charges fall due     *
      * after the parameter due days, credits on posting         *
      ************************************************************
      D    DISPLAY '250-ADD-LEDGER-ITEM'.
           MOVE 0 TO IT-SUB.
           IF IT-MAX NOT < IT-MAX-LIMIT
              THEN
              ADD 1 TO WS-REJECT-KTR
              DISPLAY 'WARNING: LEDGER TABLE FULL - NOT POSTED '
                      WS-NEW-STUDENT ' ' WS-NEW-DOC-NO
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO IT-MAX.
           MOVE IT-MAX TO IT-SUB.
           MOVE WS-NEW-STUDENT TO IT-STUDENT(IT-SUB).
           MOVE WS-NEW-TYPE TO IT-TYPE(IT-SUB).
           MOVE WS-NEW-DOC-NO TO IT-DOC-NO(IT-SUB).
           MOVE WS-NEW-REF-DOC TO IT-REF-DOC(IT-SUB).
           MOVE WS-NEW-POST-DATE TO IT-POST-DATE(IT-SUB).
           MOVE WS-NEW-AMOUNT TO IT-ORIG-AMOUNT(IT-SUB).
           MOVE WS-NEW-AMOUNT TO IT-OPEN-AMOUNT(IT-SUB).
           MOVE 'N' TO IT-NEW-IND(IT-SUB).
           IF IT-CHARGE(IT-SUB)
              THEN
              COMPUTE IT-DUE-DATE(IT-SUB) =
                 FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-NEW-POST-DATE)
                 + WS-DUE-DAYS)
           ELSE
              MOVE WS-NEW-POST-DATE TO IT-DUE-DATE(IT-SUB)
           END-IF.

      * Students are kept in order of first appearance
           MOVE 'N' TO SW-ST-FOUND.
           PERFORM VARYING ST-SUB FROM 1 BY 1
              UNTIL ST-SUB > ST-MAX
                   IF ST-STUDENT(ST-SUB) = WS-NEW-STUDENT
                      THEN
                      MOVE 'Y' TO SW-ST-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT ST-FOUND
              THEN
              IF ST-MAX < ST-MAX-LIMIT
                 THEN
                 ADD 1 TO ST-MAX
                 MOVE WS-NEW-STUDENT TO ST-STUDENT(ST-MAX)
              ELSE
                 DISPLAY 'WARNING: STUDENT TABLE FULL'
              END-IF
           END-IF.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT LEDGER-IN-FILE.
           IF NOT LEDGER-IN-FILE-OK
              DISPLAY 'STLEDGI OPEN PROBLEM, RC='
                      LEDGER-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT HOLD-IN-FILE.
           IF NOT HOLD-IN-FILE-OK
              DISPLAY 'STHOLDI OPEN PROBLEM, RC='
                      HOLD-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT INVOICE-FILE.
           IF NOT INVOICE-FILE-OK
              DISPLAY 'INVFILE OPEN PROBLEM, RC='
                      INVOICE-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CRED-MEMO-FILE.
           IF NOT CRED-MEMO-FILE-OK
              DISPLAY 'CREDMEMO OPEN PROBLEM, RC='
                      CRED-MEMO-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CASH-PAY-FILE.
           IF NOT CASH-PAY-FILE-OK
              DISPLAY 'CASHPAY OPEN PROBLEM, RC='
                      CASH-PAY-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT HOLD-TRAN-FILE.
           IF NOT HOLD-TRAN-FILE-OK
              DISPLAY 'HOLDTRAN OPEN PROBLEM, RC='
                      HOLD-TRAN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT LEDGER-OUT-FILE.
           IF NOT LEDGER-OUT-FILE-OK
              DISPLAY 'STLEDGO OPEN PROBLEM, RC='
                      LEDGER-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT HOLD-OUT-FILE.
           IF NOT HOLD-OUT-FILE-OK
              DISPLAY 'STHOLDO OPEN PROBLEM, RC='
                      HOLD-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT STATEMENT-PRINT.
           IF NOT STATEMENT-PRINT-OK
              DISPLAY 'STMTPRT OPEN PROBLEM, RC='
                      STATEMENT-PRINT-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'AGERPT OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-APPLY-CREDITS.
      ************************************************************
      * Open credit IT-SUB: its own invoice first, then the      *
      * student's open charges oldest due date first             *
      ************************************************************
      D    DISPLAY '400-APPLY-CREDITS'.
           IF IT-OPEN-AMOUNT(IT-SUB) NOT < 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF IT-REF-DOC(IT-SUB) > 0
              THEN
              PERFORM VARYING IT-CHG-SUB FROM 1 BY 1
                 UNTIL IT-CHG-SUB > IT-MAX
                      IF IT-CHARGE(IT-CHG-SUB)
                         AND IT-DOC-NO(IT-CHG-SUB) =
                         IT-REF-DOC(IT-SUB)
                         AND IT-STUDENT(IT-CHG-SUB) =
                         IT-STUDENT(IT-SUB)
                         AND IT-OPEN-AMOUNT(IT-CHG-SUB) > 0
                         THEN
                         MOVE IT-CHG-SUB TO IT-BEST-SUB
                         PERFORM 420-APPLY-TO-CHARGE
                         EXIT PERFORM
                      END-IF
              END-PERFORM
           END-IF.
           PERFORM 410-APPLY-OLDEST WITH TEST AFTER
              UNTIL IT-OPEN-AMOUNT(IT-SUB) NOT < 0
              OR IT-BEST-SUB = 0.
       410-APPLY-OLDEST.
      ************************************************************
      * Next-oldest open charge of the credit's student          *
      ************************************************************
           MOVE 0 TO IT-BEST-SUB.
           PERFORM VARYING IT-CHG-SUB FROM 1 BY 1
              UNTIL IT-CHG-SUB > IT-MAX
                   IF IT-CHARGE(IT-CHG-SUB)
                      AND IT-OPEN-AMOUNT(IT-CHG-SUB) > 0
                      AND IT-STUDENT(IT-CHG-SUB) =
                      IT-STUDENT(IT-SUB)
                      THEN
                      IF IT-BEST-SUB = 0
                         THEN
                         MOVE IT-CHG-SUB TO IT-BEST-SUB
                      ELSE
                         IF IT-DUE-DATE(IT-CHG-SUB) <
                            IT-DUE-DATE(IT-BEST-SUB)
                            THEN
                            MOVE IT-CHG-SUB TO IT-BEST-SUB
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM.
           IF IT-BEST-SUB > 0
              THEN
              PERFORM 420-APPLY-TO-CHARGE
           END-IF.
       420-APPLY-TO-CHARGE.
      ************************************************************
      * Credit IT-SUB against charge IT-BEST-SUB                 *
      ************************************************************
           COMPUTE WS-APPLY-AMT = 0 - IT-OPEN-AMOUNT(IT-SUB).
           IF WS-APPLY-AMT > IT-OPEN-AMOUNT(IT-BEST-SUB)
              THEN
              MOVE IT-OPEN-AMOUNT(IT-BEST-SUB) TO WS-APPLY-AMT
           END-IF.
           SUBTRACT WS-APPLY-AMT FROM IT-OPEN-AMOUNT(IT-BEST-SUB).
           ADD WS-APPLY-AMT TO IT-OPEN-AMOUNT(IT-SUB).
       450-REVIEW-STUDENT.
      ************************************************************
      * One student: aging, statement and the hold decision      *
      ************************************************************
      D    DISPLAY '450-REVIEW-STUDENT'.
           MOVE 0 TO WS-STUDENT-BALANCE.
           MOVE 0 TO WS-HOLD-PAST-DUE.
           MOVE 0 TO WS-OLDEST-DAYS.
           MOVE 'N' TO SW-STUDENT-ACTIVE.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 5
                   MOVE 0 TO WS-ST-BAND(WS-BAND-SUB)
           END-PERFORM.

           PERFORM VARYING IT-SUB FROM 1 BY 1
              UNTIL IT-SUB > IT-MAX
                   IF IT-STUDENT(IT-SUB) = ST-STUDENT(ST-SUB)
                      THEN
                      PERFORM 455-AGE-ITEM
                   END-IF
           END-PERFORM.
           IF WS-STUDENT-BALANCE NOT = 0
              THEN
              MOVE 'Y' TO SW-STUDENT-ACTIVE
           END-IF.

      * Hold decision: past-due money beyond the hold age
           IF WS-HOLD-PAST-DUE > 0
              AND WS-HOLD-PAST-DUE NOT < WS-HOLD-AMOUNT
              THEN
              MOVE 'Y' TO SW-HOLD-QUALIFIES
           ELSE
              MOVE 'N' TO SW-HOLD-QUALIFIES
           END-IF.
           PERFORM 460-SET-HOLD.

           IF STUDENT-ACTIVE
              THEN
              PERFORM 480-PRINT-STATEMENT
              PERFORM 490-WRITE-AGING-LINE
           END-IF.
           ADD WS-STUDENT-BALANCE TO WS-BALANCE-TOTAL.
       455-AGE-ITEM.
      ************************************************************
      * Age one open item of the student by days past due        *
      ************************************************************
           IF IT-NEW(IT-SUB)
              THEN
              MOVE 'Y' TO SW-STUDENT-ACTIVE
           END-IF.
           IF IT-OPEN-AMOUNT(IT-SUB) = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           ADD IT-OPEN-AMOUNT(IT-SUB) TO WS-STUDENT-BALANCE.
           COMPUTE WS-DUE-INT =
              FUNCTION INTEGER-OF-DATE(IT-DUE-DATE(IT-SUB)).
           COMPUTE WS-DAYS-PAST-DUE = WS-RUN-INT - WS-DUE-INT.
      * An unapplied credit is always current
           IF IT-OPEN-AMOUNT(IT-SUB) < 0
              THEN
              MOVE 0 TO WS-DAYS-PAST-DUE
           END-IF.
           EVALUATE TRUE
           WHEN WS-DAYS-PAST-DUE NOT > 0
                MOVE 1 TO WS-BAND-SUB
           WHEN WS-DAYS-PAST-DUE NOT > 30
                MOVE 2 TO WS-BAND-SUB
           WHEN WS-DAYS-PAST-DUE NOT > 60
                MOVE 3 TO WS-BAND-SUB
           WHEN WS-DAYS-PAST-DUE NOT > 90
                MOVE 4 TO WS-BAND-SUB
           WHEN OTHER
                MOVE 5 TO WS-BAND-SUB
           END-EVALUATE.
           ADD IT-OPEN-AMOUNT(IT-SUB) TO WS-ST-BAND(WS-BAND-SUB).
           ADD IT-OPEN-AMOUNT(IT-SUB) TO WS-TOT-BAND(WS-BAND-SUB).
           IF WS-DAYS-PAST-DUE > WS-HOLD-DAYS
              THEN
              ADD IT-OPEN-AMOUNT(IT-SUB) TO WS-HOLD-PAST-DUE
           END-IF.
           IF WS-DAYS-PAST-DUE > WS-OLDEST-DAYS
              THEN
              MOVE WS-DAYS-PAST-DUE TO WS-OLDEST-DAYS
           END-IF.
       460-SET-HOLD.
      ************************************************************
      * Place, keep or (by leaving it unkept) release the hold   *
      ************************************************************
      D    DISPLAY '460-SET-HOLD'.
           MOVE 'N' TO SW-HL-FOUND.
           PERFORM VARYING HL-SUB FROM 1 BY 1
              UNTIL HL-SUB > HL-MAX
                   IF HL-STUDENT(HL-SUB) = ST-STUDENT(ST-SUB)
                      THEN
                      MOVE 'Y' TO SW-HL-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT HOLD-QUALIFIES
              THEN
              EXIT PARAGRAPH
           END-IF.

           IF HL-FOUND
              THEN
              ADD 1 TO WS-HOLD-CONT-KTR
           ELSE
              IF HL-MAX NOT < HL-MAX-LIMIT
                 THEN
                 DISPLAY 'WARNING: HOLD TABLE FULL - NO HOLD FOR '
                         ST-STUDENT(ST-SUB)
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO HL-MAX
              MOVE HL-MAX TO HL-SUB
              MOVE ST-STUDENT(ST-SUB) TO HL-STUDENT(HL-SUB)
              MOVE 'A' TO HL-STATUS(HL-SUB)
              MOVE WS-RUN-DATE TO HL-HOLD-DATE(HL-SUB)
              MOVE SPACES TO HL-OVRD-AUTH(HL-SUB)
              MOVE 0 TO HL-OVRD-DATE(HL-SUB)
              ADD 1 TO WS-HOLD-PLACED-KTR
           END-IF.
           MOVE 'Y' TO HL-KEEP-IND(HL-SUB).
           MOVE WS-HOLD-PAST-DUE TO HL-PAST-DUE-AMT(HL-SUB).
           MOVE WS-OLDEST-DAYS TO HL-OLDEST-DAYS(HL-SUB).
       470-APPLY-HOLD-TRAN.
      ************************************************************
      * Bursar override of an active hold                        *
      ************************************************************
      D    DISPLAY '470-APPLY-HOLD-TRAN'.
           READ HOLD-TRAN-FILE
           AT END
              MOVE 'Y' TO HOLD-TRAN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           MOVE 'N' TO SW-HL-FOUND.
           PERFORM VARYING HL-SUB FROM 1 BY 1
              UNTIL HL-SUB > HL-MAX
                   IF HL-STUDENT(HL-SUB) = HT-STUDENT-NAME
                      AND HL-KEEP(HL-SUB)
                      THEN
                      MOVE 'Y' TO SW-HL-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           EVALUATE TRUE
           WHEN NOT HT-OVERRIDE
                MOVE 'REJECTED - BAD ACTION' TO WS-HOLD-ACTION
           WHEN HT-AUTH = SPACES
                MOVE 'REJECTED - NO BURSAR' TO WS-HOLD-ACTION
           WHEN NOT HL-FOUND
                MOVE 'REJECTED - NO HOLD' TO WS-HOLD-ACTION
           WHEN HL-OVERRIDDEN(HL-SUB)
                MOVE 'REJECTED - OVERRIDDEN' TO WS-HOLD-ACTION
           WHEN OTHER
                MOVE 'O' TO HL-STATUS(HL-SUB)
                MOVE HT-AUTH TO HL-OVRD-AUTH(HL-SUB)
                IF HT-DATE NUMERIC AND HT-DATE > 0
                   THEN
                   MOVE HT-DATE TO HL-OVRD-DATE(HL-SUB)
                ELSE
                   MOVE WS-RUN-DATE TO HL-OVRD-DATE(HL-SUB)
                END-IF
                MOVE 'BURSAR OVERRIDE' TO WS-HOLD-ACTION
                ADD 1 TO WS-HOLD-OVRD-KTR
           END-EVALUATE.
           IF WS-HOLD-ACTION(1:8) = 'REJECTED'
              THEN
              ADD 1 TO WS-HOLD-TRAN-REJ-KTR
           END-IF.
           MOVE SPACES TO HOLD-DETAIL-LINE.
           MOVE HT-STUDENT-NAME TO HLD-STUDENT-O.
           MOVE WS-HOLD-ACTION TO HLD-ACTION-O.
           MOVE HT-AUTH TO HLD-AUTH-O.
           WRITE OUTPUT-LINE FROM HOLD-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       480-PRINT-STATEMENT.
      ************************************************************
      * Statement page: this run's postings and everything open  *
      ************************************************************
      D    DISPLAY '480-PRINT-STATEMENT'.
           ADD 1 TO WS-STMT-KTR.
           WRITE STATEMENT-LINE FROM STM-HEAD-LINE
              AFTER ADVANCING PAGE.
           MOVE ST-STUDENT(ST-SUB) TO STM-STUDENT-O.
           MOVE WS-RUN-DATE TO STM-DATE-O.
           WRITE STATEMENT-LINE FROM STM-NAME-LINE
              AFTER ADVANCING 2 LINES.
           WRITE STATEMENT-LINE FROM STM-COL-LINE
              AFTER ADVANCING 2 LINES.
           PERFORM VARYING IT-SUB FROM 1 BY 1
              UNTIL IT-SUB > IT-MAX
                   IF IT-STUDENT(IT-SUB) = ST-STUDENT(ST-SUB)
                      AND (IT-NEW(IT-SUB)
                      OR IT-OPEN-AMOUNT(IT-SUB) NOT = 0)
                      THEN
                      PERFORM 485-PRINT-STATEMENT-ITEM
                   END-IF
           END-PERFORM.
           WRITE STATEMENT-LINE FROM STM-AGE-HDG-LINE
              AFTER ADVANCING 2 LINES.
           MOVE SPACES TO STM-AGE-LINE.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 5
                   MOVE WS-ST-BAND(WS-BAND-SUB) TO
                      STM-BAND-AMT-O(WS-BAND-SUB)
           END-PERFORM.
           WRITE STATEMENT-LINE FROM STM-AGE-LINE
              AFTER ADVANCING 1 LINE.
           MOVE WS-STUDENT-BALANCE TO STM-BALANCE-O.
           WRITE STATEMENT-LINE FROM STM-BALANCE-LINE
              AFTER ADVANCING 2 LINES.
           IF HOLD-QUALIFIES
              THEN
              WRITE STATEMENT-LINE FROM STM-HOLD-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.
       485-PRINT-STATEMENT-ITEM.
      ************************************************************
      * One statement line                                       *
      ************************************************************
           EVALUATE IT-TYPE(IT-SUB)
           WHEN 'I'
                MOVE 'INVOICE' TO STM-TYPE-O
           WHEN 'A'
                MOVE 'AID' TO STM-TYPE-O
           WHEN 'M'
                MOVE 'CREDIT MEMO' TO STM-TYPE-O
           WHEN 'P'
                MOVE 'PAYMENT' TO STM-TYPE-O
           WHEN OTHER
                MOVE IT-TYPE(IT-SUB) TO STM-TYPE-O
           END-EVALUATE.
           MOVE IT-DOC-NO(IT-SUB) TO STM-DOC-O.
           MOVE IT-POST-DATE(IT-SUB) TO STM-POSTED-O.
           MOVE IT-DUE-DATE(IT-SUB) TO STM-DUE-O.
           MOVE IT-ORIG-AMOUNT(IT-SUB) TO STM-AMOUNT-O.
           MOVE IT-OPEN-AMOUNT(IT-SUB) TO STM-OPEN-O.
           WRITE STATEMENT-LINE FROM STM-ITEM-LINE
              AFTER ADVANCING 1 LINE.
       490-WRITE-AGING-LINE.
      ************************************************************
      * Aging report line for the student                        *
      ************************************************************
      D    DISPLAY '490-WRITE-AGING-LINE'.
           MOVE SPACES TO AGE-DETAIL-LINE.
           MOVE ST-STUDENT(ST-SUB) TO AGE-STUDENT-O.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 5
                   MOVE WS-ST-BAND(WS-BAND-SUB) TO
                      AGE-BAND-AMT-O(WS-BAND-SUB)
           END-PERFORM.
           MOVE WS-STUDENT-BALANCE TO AGE-BALANCE-O.
           IF HOLD-QUALIFIES
              THEN
              MOVE 'H' TO AGE-HOLD-O
           END-IF.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           WRITE OUTPUT-LINE FROM AGE-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       600-WRITE-HEADINGS.
      ************************************************************
      * Page headings                                            *
      ************************************************************
      D    DISPLAY '600-WRITE-HEADINGS'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           MOVE WS-RUN-DATE TO HDG-DATE-O.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2 LINES.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1 LINE.
           MOVE 3 TO CTR-LINES.
       650-WRITE-LEDGER-OUT.
      ************************************************************
      * New ledger generation - open items only, by student      *
      ************************************************************
      D    DISPLAY '650-WRITE-LEDGER-OUT'.
           PERFORM VARYING ST-SUB FROM 1 BY 1
              UNTIL ST-SUB > ST-MAX
                   PERFORM VARYING IT-SUB FROM 1 BY 1
                      UNTIL IT-SUB > IT-MAX
                         IF IT-STUDENT(IT-SUB) = ST-STUDENT(ST-SUB)
                            AND IT-OPEN-AMOUNT(IT-SUB) NOT = 0
                            THEN
                            PERFORM 655-WRITE-LEDGER-ITEM
                         END-IF
                   END-PERFORM
           END-PERFORM.
       655-WRITE-LEDGER-ITEM.
      ************************************************************
      * One open item to STLEDGO                                 *
      ************************************************************
           MOVE SPACES TO LEDGER-REC-WS.
           MOVE IT-STUDENT(IT-SUB) TO SL-STUDENT-NAME.
           MOVE IT-TYPE(IT-SUB) TO SL-ITEM-TYPE.
           MOVE IT-DOC-NO(IT-SUB) TO SL-DOC-NO.
           MOVE IT-REF-DOC(IT-SUB) TO SL-REF-DOC.
           MOVE IT-POST-DATE(IT-SUB) TO SL-POST-DATE.
           MOVE IT-DUE-DATE(IT-SUB) TO SL-DUE-DATE.
           MOVE IT-ORIG-AMOUNT(IT-SUB) TO SL-ORIG-AMOUNT.
           MOVE IT-OPEN-AMOUNT(IT-SUB) TO SL-OPEN-AMOUNT.
           WRITE LEDGER-OUT-REC FROM LEDGER-REC-WS.
           ADD 1 TO WS-LEDGER-OUT-KTR.
       660-WRITE-HOLDS-OUT.
      ************************************************************
      * New hold generation; holds not kept were released when   *
      * the past-due money was paid                              *
      ************************************************************
      D    DISPLAY '660-WRITE-HOLDS-OUT'.
           PERFORM VARYING HL-SUB FROM 1 BY 1
              UNTIL HL-SUB > HL-MAX
                   IF HL-KEEP(HL-SUB)
                      THEN
                      MOVE SPACES TO HOLD-REC-WS
                      MOVE HL-STUDENT(HL-SUB) TO SH-STUDENT-NAME
                      MOVE HL-STATUS(HL-SUB) TO SH-STATUS
                      MOVE HL-HOLD-DATE(HL-SUB) TO SH-HOLD-DATE
                      MOVE HL-PAST-DUE-AMT(HL-SUB) TO
                         SH-PAST-DUE-AMT
                      MOVE HL-OLDEST-DAYS(HL-SUB) TO SH-OLDEST-DAYS
                      MOVE HL-OVRD-AUTH(HL-SUB) TO SH-OVRD-AUTH
                      MOVE HL-OVRD-DATE(HL-SUB) TO SH-OVRD-DATE
                      WRITE HOLD-OUT-REC FROM HOLD-REC-WS
                   END-IF
           END-PERFORM.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Aging totals, hold register and control totals           *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           MOVE SPACES TO AGE-TOTAL-LINE.
           MOVE 'TOTALS' TO AGE-TOTAL-LINE(1:6).
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 5
                   MOVE WS-TOT-BAND(WS-BAND-SUB) TO
                      AGT-BAND-AMT-O(WS-BAND-SUB)
           END-PERFORM.
           WRITE OUTPUT-LINE FROM AGE-TOTAL-LINE
              AFTER ADVANCING 2 LINES.

           WRITE OUTPUT-LINE FROM HOLD-HDG-LINE
              AFTER ADVANCING 3 LINES.
           WRITE OUTPUT-LINE FROM HOLD-COL-LINE
              AFTER ADVANCING 2 LINES.
      * Bursar overrides first, then every hold on the master
           PERFORM 470-APPLY-HOLD-TRAN UNTIL HOLD-TRAN-FILE-EOF.
           PERFORM VARYING HL-SUB FROM 1 BY 1
              UNTIL HL-SUB > HL-MAX
                   MOVE SPACES TO HOLD-DETAIL-LINE
                   MOVE HL-STUDENT(HL-SUB) TO HLD-STUDENT-O
                   EVALUATE TRUE
                   WHEN NOT HL-KEEP(HL-SUB)
                        MOVE 'RELEASED - PAID' TO HLD-ACTION-O
                        ADD 1 TO WS-HOLD-RELEASED-KTR
                   WHEN HL-OVERRIDDEN(HL-SUB)
                        MOVE 'OVERRIDDEN' TO HLD-ACTION-O
                   WHEN HL-HOLD-DATE(HL-SUB) = WS-RUN-DATE
                        MOVE 'PLACED' TO HLD-ACTION-O
                   WHEN OTHER
                        MOVE 'ACTIVE' TO HLD-ACTION-O
                   END-EVALUATE
                   MOVE HL-PAST-DUE-AMT(HL-SUB) TO HLD-PAST-DUE-O
                   MOVE HL-OLDEST-DAYS(HL-SUB) TO HLD-DAYS-O
                   MOVE HL-HOLD-DATE(HL-SUB) TO HLD-SINCE-O
                   MOVE HL-OVRD-AUTH(HL-SUB) TO HLD-AUTH-O
                   WRITE OUTPUT-LINE FROM HOLD-DETAIL-LINE
                      AFTER ADVANCING 1 LINE
           END-PERFORM.

           MOVE WS-INVOICE-KTR TO TOTAL-INVOICE-O.
           MOVE WS-AID-KTR TO TOTAL-AID-O.
           MOVE WS-MEMO-KTR TO TOTAL-MEMO-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE WS-PAYMENT-KTR TO TOTAL-PAYMENT-O.
           MOVE WS-DUP-DOC-KTR TO TOTAL-DUP-O.
           MOVE WS-REJECT-KTR TO TOTAL-REJECT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-INVOICE-TOTAL TO TOTAL-BILLED-AMT-O.
           MOVE WS-AID-TOTAL TO TOTAL-AID-AMT-O.
           MOVE WS-MEMO-TOTAL TO TOTAL-MEMO-AMT-O.
           MOVE WS-PAYMENT-TOTAL TO TOTAL-PAID-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-HOLD-PLACED-KTR TO TOTAL-PLACED-O.
           MOVE WS-HOLD-CONT-KTR TO TOTAL-CONT-O.
           MOVE WS-HOLD-OVRD-KTR TO TOTAL-OVRD-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-HOLD-RELEASED-KTR TO TOTAL-RELEASED-O.
           MOVE WS-HOLD-TRAN-REJ-KTR TO TOTAL-HT-REJ-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-BALANCE-TOTAL TO TOTAL-BALANCE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
           DISPLAY 'STDLEDGR: STATEMENTS PRINTED: ' WS-STMT-KTR.
       750-SAVE-LEDGER-CONTROL.
      ************************************************************
      * Highest document number posted, for the next run         *
      ************************************************************
      D    DISPLAY '750-SAVE-LEDGER-CONTROL'.
           OPEN OUTPUT LEDGER-CTL-FILE.
           IF LEDGER-CTL-FILE-OK
              THEN
              MOVE SPACES TO LEDGER-CTL-REC
              MOVE WS-HIGH-DOC-NO TO LC-LAST-DOC-NO
              MOVE WS-RUN-DATE TO LC-LAST-RUN-DATE
              WRITE LEDGER-CTL-REC
              CLOSE LEDGER-CTL-FILE
           ELSE
              DISPLAY 'STLDGCTL REWRITE PROBLEM: '
                      LEDGER-CTL-FILE-ST
           END-IF.
       760-WRITE-GL-ACTIVITY.
      ************************************************************
      * Cashier payments to the general ledger interface, closed *
      * by the control total                                     *
      ************************************************************
      D    DISPLAY '760-WRITE-GL-ACTIVITY'.
           MOVE 'STDLEDGR' TO GLF-SOURCE-SYSTEM.
           MOVE 'A' TO GLF-ENTRY-TYPE.
           MOVE 'CASHPY' TO GLF-TRANS-TYPE.
           MOVE WS-PAYMENT-TOTAL TO GLF-AMOUNT.
           MOVE WS-PAYMENT-KTR TO GLF-ITEM-COUNT.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
           MOVE 'C' TO GLF-ENTRY-TYPE.
           MOVE 'CONTRL' TO GLF-TRANS-TYPE.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE LEDGER-IN-FILE
                 HOLD-IN-FILE
                 INVOICE-FILE
                 CRED-MEMO-FILE
                 CASH-PAY-FILE
                 HOLD-TRAN-FILE
                 LEDGER-OUT-FILE
                 HOLD-OUT-FILE
                 STATEMENT-PRINT
                 REPORT-FILE.
