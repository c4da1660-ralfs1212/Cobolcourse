      *   WDL  withdrawal     - debit, increases the balance owed
      *   TRD  transfer debit - debit leg of a transfer pair
      *   TRC  transfer credit- credit leg of a transfer pair
      *   RTN  returned payment - a PAY the bank sent back unpaid;
      *        MT-TRAN-REF and MT-TRAN-DATE name the original PAY
      *
      * Transfer legs are paired by MT-TRAN-REF and both legs
      * reject unless the debits and credits for the reference
      * PJOURNAL journal the statement program can pick up, and
      * the updated accounts are written to ACCTPOUT.
      *
      * A returned payment must match a PAY still on the posting
      * history (PHISTIN - the last payments and returns of every
      * account, carried forward to PHISTOUT). It puts the amount
      * back on the balance whatever the credit limit and draws the
      * returned-payment fee (NSF) from the fee schedule (FEESCHED).
      * An account with too many returns in the schedule's rolling
      * window is flagged: its payments are held on PAYHLDO and
      * come back in through PAYHLDI until they have cleared.
      * When FEESCHED carries a due-date record, every account that
      * owes money and posted no qualifying payment between the
      * statement date and the due date is charged the late fee
      * (LTF). Fees go to the journal like any other posting.
      * Nothing posts to an account ACCTCHGO has charged off.
      *
      *  Inital Version   2026/09/01
      *  Posted activity handed to the GL interface 2026/10/15
      *  Returned payments, NSF and late fees     2026/10/15
      *  Charged-off accounts closed to posting   2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

      * Fee schedule - fees, return window, late-fee due date
           SELECT OPTIONAL FEE-SCHED-FILE ASSIGN TO FEESCHED
           FILE STATUS IS FEE-SCHED-FILE-ST.

      * Posting history from the previous run
           SELECT OPTIONAL HIST-IN-FILE ASSIGN TO PHISTIN
           FILE STATUS IS HIST-IN-FILE-ST.

           SELECT HIST-OUT-FILE ASSIGN TO PHISTOUT
           FILE STATUS IS HIST-OUT-FILE-ST.

      * Payments held from earlier runs, waiting to clear
           SELECT OPTIONAL HOLD-IN-FILE ASSIGN TO PAYHLDI
           FILE STATUS IS HOLD-IN-FILE-ST.

           SELECT HOLD-OUT-FILE ASSIGN TO PAYHLDO
           FILE STATUS IS HOLD-OUT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Account records - same ACCT-FIELDS layout as CNTRLBRK
             10 STREET-ADDR             PIC X(25).
             10 CITY-COUNTY             PIC X(20).
             10 USA-STATE               PIC X(15).
          05 BILL-CYCLE                 PIC X(2).
          05 NSF-HOLD-FLAG              PIC X(1).
          05 CHGOFF-FLAG                PIC X(1).
          05 RESERVED                   PIC X(3).
          05 COMMENTS                   PIC X(50).

      * Monetary transactions
             88 MT-WITHDRAWAL                          VALUE 'WDL'.
             88 MT-XFER-DEBIT                          VALUE 'TRD'.
             88 MT-XFER-CREDIT                         VALUE 'TRC'.
             88 MT-RETURNED-PAY                        VALUE 'RTN'.
             88 MT-VALID-TYPE VALUE 'DEP' 'PAY' 'WDL' 'TRD' 'TRC'
                                    'RTN'.
          05 MT-AMOUNT                  PIC 9(9)V99.
          05 MT-TRAN-REF                PIC X(8).
          05 MT-TRAN-DATE               PIC 9(8).
       FD  REPORT-FILE RECORDING MODE F.
       01 OUTPUT-LINE                   PIC X(132).

      * 'F' fee record and 'D' late-fee due-date record
       FD  FEE-SCHED-FILE RECORDING MODE F.
       01 FEE-SCHED-REC.
          05 FS-REC-TYPE                PIC X(1).
             88 FS-FEE-REC                             VALUE 'F'.
             88 FS-DUE-REC                             VALUE 'D'.
          05 FS-FEE-DATA.
             10 FS-NSF-FEE              PIC 9(3)V99.
             10 FS-LATE-FEE             PIC 9(3)V99.
      * smallest payment that keeps an account clear of the fee
             10 FS-LATE-MIN-PAY         PIC 9(5)V99.
             10 FS-NSF-WINDOW-DAYS      PIC 9(3).
      * returns inside the window that flag the account
             10 FS-NSF-FLAG-COUNT       PIC 9(2).
      * days a flagged account's payment is held to clear
             10 FS-HOLD-DAYS            PIC 9(3).
             10 FILLER                  PIC X(54).
          05 FS-DUE-DATA REDEFINES FS-FEE-DATA.
             10 FS-STMT-DATE            PIC 9(8).
             10 FS-DUE-DATE             PIC 9(8).
      * blank - every account; else only this billing cycle
             10 FS-DUE-CYCLE            PIC X(2).
             10 FILLER                  PIC X(61).

      * Posting history - one record per account with history;
      * PH-DATA is laid out as AC-HIST in the account table
       FD  HIST-IN-FILE RECORDING MODE F.
       01 HIST-IN-REC.
          05 PH-IN-ACCT-NO              PIC X(8).
          05 PH-IN-DATA                 PIC X(260).
          05 FILLER                     PIC X(32).

       FD  HIST-OUT-FILE RECORDING MODE F.
       01 HIST-OUT-REC.
          05 PH-OUT-ACCT-NO             PIC X(8).
          05 PH-OUT-DATA                PIC X(260).
          05 FILLER                     PIC X(32).

      * Held payments - same layout as MON-TRAN-REC
       FD  HOLD-IN-FILE RECORDING MODE F.
       01 HOLD-IN-REC.
          05 HI-ACCT-NO                 PIC X(8).
          05 HI-TRAN-TYPE               PIC X(3).
          05 HI-AMOUNT                  PIC 9(9)V99.
          05 HI-TRAN-REF                PIC X(8).
          05 HI-TRAN-DATE               PIC 9(8).
          05 FILLER                     PIC X(42).

       FD  HOLD-OUT-FILE RECORDING MODE F.
       01 HOLD-OUT-REC.
          05 HO-ACCT-NO                 PIC X(8).
          05 HO-TRAN-TYPE               PIC X(3).
          05 HO-AMOUNT                  PIC 9(9)V99.
          05 HO-TRAN-REF                PIC X(8).
          05 HO-TRAN-DATE               PIC 9(8).
          05 FILLER                     PIC X(42).

       WORKING-STORAGE SECTION.
      * Account table - loaded once, posted against, written out
       01 AC-TABLE-SUB                  PIC 9(5)       VALUE 0 COMP.
                15 AC-ACCT-NO           PIC X(8).
                15 AC-ACCT-LIMIT        PIC S9(7)V99 COMP-3.
                15 AC-ACCT-BALANCE      PIC S9(7)V99 COMP-3.
                15 FILLER               PIC X(95).
                15 AC-BILL-CYCLE        PIC X(2).
                15 AC-NSF-HOLD-FLAG     PIC X(1).
                   88 AC-NSF-HOLD                      VALUE 'H'.
                15 AC-CHGOFF-FLAG       PIC X(1).
                   88 AC-CHARGED-OFF                   VALUE 'C'.
                15 FILLER               PIC X(53).
      * posting history - last payments, last returns
             10 AC-HIST.
                15 AC-LAST-LATE-DUE     PIC 9(8).
                15 AC-PAY-KTR           PIC 9(2).
                15 AC-PAY-ENTRY OCCURS 6 TIMES.
                   20 AC-PAY-REF        PIC X(8).
                   20 AC-PAY-DATE       PIC 9(8).
                   20 AC-PAY-AMOUNT     PIC 9(9)V99.
                   20 AC-PAY-STATUS     PIC X(1).
                      88 AC-PAY-RETURNED               VALUE 'R'.
                15 AC-RTN-KTR           PIC 9(2).
                15 AC-RTN-DATE          PIC 9(8) OCCURS 10 TIMES.
       01 PY-SUB                        PIC 9(3)       VALUE 0 COMP.
       01 PY-SUB-2                      PIC 9(3)       VALUE 0 COMP.
       01 PY-MAX                        PIC 9(3)       VALUE 6 COMP.
       01 RT-SUB                        PIC 9(3)       VALUE 0 COMP.
       01 RT-KEEP                       PIC 9(3)       VALUE 0 COMP.
       01 RT-MAX                        PIC 9(3)       VALUE 10 COMP.
       01 SW-PY-FOUND                   PIC X(1)       VALUE 'N'.
          88 PY-FOUND                                  VALUE 'Y'.

      * Transaction table - loaded in full so transfer pairs can
      * be balanced before anything posts
             10 TR-TBL-STATUS           PIC X(1).
                88 TR-TBL-REJECTED                     VALUE 'R'.
                88 TR-TBL-POSTED                       VALUE 'P'.
                88 TR-TBL-HELD                         VALUE 'H'.
             10 TR-TBL-ORIGIN           PIC X(1).
                88 TR-TBL-FROM-HOLD                    VALUE 'H'.

       01 PROGRAM-SWITCHES.
          05 ACCT-IN-FILE-ST            PIC X(2).
             88 JOURNAL-FILE-OK                        VALUE '00'.
          05 REPORT-FILE-ST             PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
          05 FEE-SCHED-FILE-ST          PIC X(2).
             88 FEE-SCHED-FILE-OK                      VALUE '00' '05'.
          05 FEE-SCHED-FILE-STATUS      PIC X(1)       VALUE 'N'.
             88 FEE-SCHED-FILE-EOF                     VALUE 'Y'.
          05 HIST-IN-FILE-ST            PIC X(2).
             88 HIST-IN-FILE-OK                        VALUE '00' '05'.
          05 HIST-IN-FILE-STATUS        PIC X(1)       VALUE 'N'.
             88 HIST-IN-FILE-EOF                       VALUE 'Y'.
          05 HIST-OUT-FILE-ST           PIC X(2).
             88 HIST-OUT-FILE-OK                       VALUE '00'.
          05 HOLD-IN-FILE-ST            PIC X(2).
             88 HOLD-IN-FILE-OK                        VALUE '00' '05'.
          05 HOLD-IN-FILE-STATUS        PIC X(1)       VALUE 'N'.
             88 HOLD-IN-FILE-EOF                       VALUE 'Y'.
          05 HOLD-OUT-FILE-ST           PIC X(2).
             88 HOLD-OUT-FILE-OK                       VALUE '00'.
          05 SW-FEE-SCHEDULE            PIC X(1)       VALUE 'N'.
             88 FEE-SCHEDULE-LOADED                    VALUE 'Y'.
          05 SW-LATE-FEE-RUN            PIC X(1)       VALUE 'N'.
             88 LATE-FEE-RUN                           VALUE 'Y'.
          05 SW-QUALIFIED               PIC X(1)       VALUE 'N'.
             88 PAYMENT-QUALIFIED                      VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-ACCT-KTR                PIC 9(7)       VALUE 0.
          05 WS-POSTED-KTR              PIC 9(7)       VALUE 0.
          05 WS-REJECT-KTR              PIC 9(7)       VALUE 0.
          05 WS-REVERSED-KTR            PIC 9(7)       VALUE 0.
          05 WS-RETURNED-KTR            PIC 9(7)       VALUE 0.
          05 WS-HELD-KTR                PIC 9(7)       VALUE 0.
          05 WS-RELEASED-KTR            PIC 9(7)       VALUE 0.
          05 WS-FLAGGED-KTR             PIC 9(7)       VALUE 0.
          05 WS-CLEARED-KTR             PIC 9(7)       VALUE 0.
          05 WS-HIST-OUT-KTR            PIC 9(7)       VALUE 0.
          05 WS-NSF-FEE-KTR             PIC 9(7)       VALUE 0.
          05 WS-NSF-FEE-AMT             PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-LATE-FEE-KTR            PIC 9(7)       VALUE 0.
          05 WS-LATE-FEE-AMT            PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-POSTED-CR-AMT           PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-POSTED-DR-AMT           PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-NEW-BALANCE             PIC S9(9)V99   VALUE 0.
          05 WS-REJECT-REASON           PIC X(30)      VALUE SPACES.
          05 WS-GL-TRAN-TYPE            PIC X(3)       VALUE SPACES.
          05 WS-GL-TYPE-AMT             PIC S9(11)V99  VALUE 0
                                                       COMP-3.
          05 WS-GL-TYPE-KTR             PIC 9(7)       VALUE 0.
          05 WS-CURRENT-DATE            PIC 9(8).
          05 WS-CURRENT-INT             PIC 9(7)       VALUE 0.
          05 WS-DATE-INT                PIC 9(7)       VALUE 0.
          05 WS-FEE-TYPE                PIC X(3)       VALUE SPACES.
          05 WS-FEE-AMOUNT              PIC 9(9)V99    VALUE 0.
          05 WS-FEE-REF                 PIC X(8)       VALUE SPACES.
          05 WS-FEE-DATE                PIC 9(8)       VALUE 0.

      * Fee schedule in force - all zero without FEESCHED, so no
      * fees, no flags and no holds
       01 FEE-SCHEDULE.
          05 FEE-NSF                    PIC 9(3)V99    VALUE 0.
          05 FEE-LATE                   PIC 9(3)V99    VALUE 0.
          05 FEE-LATE-MIN-PAY           PIC 9(5)V99    VALUE 0.
          05 FEE-NSF-WINDOW-DAYS        PIC 9(3)       VALUE 0.
          05 FEE-NSF-FLAG-COUNT         PIC 9(2)       VALUE 0.
          05 FEE-HOLD-DAYS              PIC 9(3)       VALUE 0.
          05 FEE-STMT-DATE              PIC 9(8)       VALUE 0.
          05 FEE-DUE-DATE               PIC 9(8)       VALUE 0.
          05 FEE-DUE-CYCLE              PIC X(2)       VALUE SPACES.

      * GLFEEDW calling parameters - the run's postings handed to
      * the general ledger interface
       COPY GLFEEDL.

      * Print Lines
       01 HEADING-1.
          05 FILLER                     PIC X(25)      VALUE SPACE.
          05 FILLER                     PIC X(50)      VALUE
                '     REJECTED AND HELD MONETARY TRANSACTIONS      '.
          05 FILLER                     PIC X(8)       VALUE SPACES.
          05 FILLER                     PIC X(10)      VALUE 'PAGE NO'.
          05 PAGE-NUM                   PIC ZZ9        VALUE ZERO.
          05 TOTAL-CR-O                 PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(62)      VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                     PIC X(35)      VALUE
                'Returned payments / NSF fees     :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-RETURNED-O           PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-NSF-KTR-O            PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-NSF-AMT-O            PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(59)      VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                     PIC X(35)      VALUE
                'Late fees assessed               :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-LATE-KTR-O           PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-LATE-AMT-O           PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(69)      VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                     PIC X(35)      VALUE
                'Payments held / released         :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-HELD-O               PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-RELEASED-O           PIC ZZZZZZ9.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       01 WS-TOTALS-REC7.
          05 FILLER                     PIC X(35)      VALUE
                'Accounts NSF-flagged / cleared   :'.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 TOTAL-FLAGGED-O            PIC ZZZZZZ9.
          05 FILLER                     PIC X(3)       VALUE ' / '.
          05 TOTAL-CLEARED-O            PIC ZZZZZZ9.
          05 FILLER                     PIC X(76)      VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-ACCOUNTS UNTIL ACCT-IN-FILE-EOF.
           PERFORM 120-LOAD-POST-HISTORY UNTIL HIST-IN-FILE-EOF.
           PERFORM 130-LOAD-HELD-PAYMENTS UNTIL HOLD-IN-FILE-EOF.
           PERFORM 150-LOAD-TRANSACTIONS UNTIL MON-TRAN-FILE-EOF.
           PERFORM 200-BALANCE-TRANSFERS.
           PERFORM 240-REVIEW-NSF-FLAGS.
           PERFORM 250-POST-ALL.
           PERFORM 400-ASSESS-LATE-FEES.
           PERFORM 600-WRITE-ACCT-OUT.
           PERFORM 620-WRITE-HELD-PAYMENTS.
           PERFORM 650-WRITE-POST-HISTORY.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 760-WRITE-GL-ACTIVITY.
           PERFORM 800-CLOSE-FILES.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           COMPUTE WS-CURRENT-INT =
              FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           PERFORM 050-LOAD-FEE-SCHEDULE UNTIL FEE-SCHED-FILE-EOF.
       050-LOAD-FEE-SCHEDULE.
      ************************************************************
      * Fee record and optional late-fee due-date record         *
      ************************************************************
      D    DISPLAY '050-LOAD-FEE-SCHEDULE'.
           READ FEE-SCHED-FILE
           AT END
              MOVE 'Y' TO FEE-SCHED-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
           WHEN FS-FEE-REC
                MOVE FS-NSF-FEE TO FEE-NSF
                MOVE FS-LATE-FEE TO FEE-LATE
                MOVE FS-LATE-MIN-PAY TO FEE-LATE-MIN-PAY
                MOVE FS-NSF-WINDOW-DAYS TO FEE-NSF-WINDOW-DAYS
                MOVE FS-NSF-FLAG-COUNT TO FEE-NSF-FLAG-COUNT
                MOVE FS-HOLD-DAYS TO FEE-HOLD-DAYS
                MOVE 'Y' TO SW-FEE-SCHEDULE
           WHEN FS-DUE-REC
                MOVE FS-STMT-DATE TO FEE-STMT-DATE
                MOVE FS-DUE-DATE TO FEE-DUE-DATE
                MOVE FS-DUE-CYCLE TO FEE-DUE-CYCLE
                MOVE 'Y' TO SW-LATE-FEE-RUN
           WHEN OTHER
                DISPLAY 'FEESCHED UNKNOWN RECORD TYPE: ' FS-REC-TYPE
           END-EVALUATE.
       100-LOAD-ACCOUNTS.
      ************************************************************
      * Load the account file into the table                     *
              THEN
              ADD 1 TO AC-TABLE-MAX
              MOVE ACCT-FIELDS TO AC-REC(AC-TABLE-MAX)
              INITIALIZE AC-HIST(AC-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: ACCOUNT TABLE FULL'
           END-IF.
       120-LOAD-POST-HISTORY.
      ************************************************************
      * Posting history onto its account; history for an account *
      * no longer on file is dropped                             *
      ************************************************************
      D    DISPLAY '120-LOAD-POST-HISTORY'.
           READ HIST-IN-FILE
           AT END
              MOVE 'Y' TO HIST-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           MOVE 'N' TO SW-AC-FOUND.
           PERFORM VARYING AC-TABLE-SUB FROM 1 BY 1
              UNTIL AC-TABLE-SUB > AC-TABLE-MAX
                   IF AC-ACCT-NO(AC-TABLE-SUB) = PH-IN-ACCT-NO
                      THEN
                      MOVE 'Y' TO SW-AC-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF AC-FOUND
              THEN
              MOVE PH-IN-DATA TO AC-HIST(AC-TABLE-SUB)
           ELSE
              DISPLAY 'PHISTIN ACCOUNT NOT ON FILE: ' PH-IN-ACCT-NO
           END-IF.
       130-LOAD-HELD-PAYMENTS.
      ************************************************************
      * Payments held by earlier runs go in ahead of today's     *
      * transactions, so a return can still find them           *
      ************************************************************
      D    DISPLAY '130-LOAD-HELD-PAYMENTS'.
           READ HOLD-IN-FILE
           AT END
              MOVE 'Y' TO HOLD-IN-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF TR-TABLE-MAX < TR-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO TR-TABLE-MAX
              MOVE HI-ACCT-NO TO TR-TBL-ACCT-NO(TR-TABLE-MAX)
              MOVE HI-TRAN-TYPE TO TR-TBL-TYPE(TR-TABLE-MAX)
              MOVE HI-AMOUNT TO TR-TBL-AMOUNT(TR-TABLE-MAX)
              MOVE HI-TRAN-REF TO TR-TBL-REF(TR-TABLE-MAX)
              MOVE HI-TRAN-DATE TO TR-TBL-DATE(TR-TABLE-MAX)
              MOVE SPACE TO TR-TBL-STATUS(TR-TABLE-MAX)
              MOVE 'H' TO TR-TBL-ORIGIN(TR-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: TRANSACTION TABLE FULL'
           END-IF.
       150-LOAD-TRANSACTIONS.
      ************************************************************
      * Load the monetary transactions in full - transfer pairs  *
              MOVE MT-TRAN-REF TO TR-TBL-REF(TR-TABLE-MAX)
              MOVE MT-TRAN-DATE TO TR-TBL-DATE(TR-TABLE-MAX)
              MOVE SPACE TO TR-TBL-STATUS(TR-TABLE-MAX)
              MOVE SPACE TO TR-TBL-ORIGIN(TR-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: TRANSACTION TABLE FULL'
           END-IF.
                      END-IF
              END-PERFORM
           END-IF.
       240-REVIEW-NSF-FLAGS.
      ************************************************************
      * Returns age out of the rolling window; a flagged account *
      * whose returns have dropped below the limit is cleared    *
      * before anything posts                                    *
      ************************************************************
      D    DISPLAY '240-REVIEW-NSF-FLAGS'.
           IF NOT FEE-SCHEDULE-LOADED
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING AC-TABLE-SUB FROM 1 BY 1
              UNTIL AC-TABLE-SUB > AC-TABLE-MAX
                   IF AC-RTN-KTR(AC-TABLE-SUB) > 0
                      THEN
                      PERFORM 293-AGE-RETURNS
                   END-IF
                   IF AC-NSF-HOLD(AC-TABLE-SUB)
                      AND AC-RTN-KTR(AC-TABLE-SUB) <
                          FEE-NSF-FLAG-COUNT
                      THEN
                      MOVE SPACE TO AC-NSF-HOLD-FLAG(AC-TABLE-SUB)
                      ADD 1 TO WS-CLEARED-KTR
                   END-IF
           END-PERFORM.
       250-POST-ALL.
      ************************************************************
      * Post every surviving transaction in file order           *
      ************************************************************
      D    DISPLAY '260-POST-ONE'.
           IF TR-TBL-TYPE(TR-TABLE-SUB) NOT = 'DEP' AND 'PAY'
              AND 'WDL' AND 'TRD' AND 'TRC' AND 'RTN'
              THEN
              MOVE 'R' TO TR-TBL-STATUS(TR-TABLE-SUB)
              MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

      * A charged-off balance lives on the ACCTCHGO recovery file;
      * money for it comes back through the collection agency
           IF AC-CHARGED-OFF(AC-TABLE-SUB)
              THEN
              MOVE 'R' TO TR-TBL-STATUS(TR-TABLE-SUB)
              MOVE 'ACCOUNT CHARGED OFF' TO WS-REJECT-REASON
              PERFORM 270-REPORT-REJECT
              PERFORM 265-FAIL-TRANSFER-REFERENCE
              EXIT PARAGRAPH
           END-IF.

           IF TR-TBL-TYPE(TR-TABLE-SUB) = 'RTN'
              THEN
              PERFORM 290-POST-RETURNED-PAYMENT
              EXIT PARAGRAPH
           END-IF.

      * A flagged account's payment waits until it has cleared
           IF TR-TBL-TYPE(TR-TABLE-SUB) = 'PAY'
              AND AC-NSF-HOLD(AC-TABLE-SUB)
              THEN
              PERFORM 294-CHECK-PAYMENT-HOLD
              IF TR-TBL-HELD(TR-TABLE-SUB)
                 THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.

      * Debits increase the balance owed and must clear the
      * over-limit check at post time
           IF TR-TBL-TYPE(TR-TABLE-SUB) = 'WDL' OR 'TRD'
              DISPLAY 'PJOURNAL Problem: ' JOURNAL-FILE-ST
              GOBACK
           END-IF.

           IF TR-TBL-TYPE(TR-TABLE-SUB) = 'PAY'
              THEN
              PERFORM 296-REMEMBER-PAYMENT
              IF TR-TBL-FROM-HOLD(TR-TABLE-SUB)
                 THEN
                 ADD 1 TO WS-RELEASED-KTR
              END-IF
           END-IF.
       265-FAIL-TRANSFER-REFERENCE.
      ************************************************************
      * A transfer leg just rejected at post time. Transfers     *
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       290-POST-RETURNED-PAYMENT.
      ************************************************************
      * Returned payment at TR-TABLE-SUB against the account at  *
      * AC-TABLE-SUB. The original PAY must be on the history,   *
      * not yet returned and for the same amount; the amount     *
      * goes back on the balance whatever the limit, the return  *
      * is remembered and the NSF fee is charged. A payment      *
      * still held never reached the balance - the return just   *
      * cancels it.                                              *
      ************************************************************
      D    DISPLAY '290-POST-RETURNED-PAYMENT'.
           MOVE 'N' TO SW-PY-FOUND.
           PERFORM VARYING PY-SUB FROM 1 BY 1
              UNTIL PY-SUB > AC-PAY-KTR(AC-TABLE-SUB)
                   IF AC-PAY-REF(AC-TABLE-SUB, PY-SUB) =
                      TR-TBL-REF(TR-TABLE-SUB)
                      AND AC-PAY-DATE(AC-TABLE-SUB, PY-SUB) =
                      TR-TBL-DATE(TR-TABLE-SUB)
                      THEN
                      MOVE 'Y' TO SW-PY-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF NOT PY-FOUND
              THEN
              PERFORM VARYING TR-TABLE-SUB-2 FROM 1 BY 1
                 UNTIL TR-TABLE-SUB-2 > TR-TABLE-MAX
                      IF TR-TBL-HELD(TR-TABLE-SUB-2)
                         AND TR-TBL-ACCT-NO(TR-TABLE-SUB-2) =
                             TR-TBL-ACCT-NO(TR-TABLE-SUB)
                         AND TR-TBL-REF(TR-TABLE-SUB-2) =
                             TR-TBL-REF(TR-TABLE-SUB)
                         AND TR-TBL-DATE(TR-TABLE-SUB-2) =
                             TR-TBL-DATE(TR-TABLE-SUB)
                         THEN
                         MOVE 'Y' TO SW-PY-FOUND
                         EXIT PERFORM
                      END-IF
              END-PERFORM
              IF NOT PY-FOUND
                 THEN
                 MOVE 'R' TO TR-TBL-STATUS(TR-TABLE-SUB)
                 MOVE 'ORIGINAL PAYMENT NOT FOUND' TO WS-REJECT-REASON
                 PERFORM 270-REPORT-REJECT
                 EXIT PARAGRAPH
              END-IF
              SUBTRACT 1 FROM WS-HELD-KTR
              MOVE 'R' TO TR-TBL-STATUS(TR-TABLE-SUB-2)
              MOVE 'HELD PAYMENT RETURNED' TO WS-REJECT-REASON
              PERFORM 280-REPORT-REJECT-SUB2
              MOVE 'R' TO TR-TBL-STATUS(TR-TABLE-SUB)
              MOVE 'CANCELS HELD PAYMENT' TO WS-REJECT-REASON
              PERFORM 270-REPORT-REJECT
              ADD 1 TO WS-RETURNED-KTR
              PERFORM 292-RECORD-RETURN
              PERFORM 298-CHARGE-NSF-FEE
              EXIT PARAGRAPH
           END-IF.

           IF AC-PAY-RETURNED(AC-TABLE-SUB, PY-SUB)
              THEN
              MOVE 'R' TO TR-TBL-STATUS(TR-TABLE-SUB)
              MOVE 'PAYMENT ALREADY RETURNED' TO WS-REJECT-REASON
              PERFORM 270-REPORT-REJECT
              EXIT PARAGRAPH
           END-IF.
           IF AC-PAY-AMOUNT(AC-TABLE-SUB, PY-SUB) NOT =
              TR-TBL-AMOUNT(TR-TABLE-SUB)
              THEN
              MOVE 'R' TO TR-TBL-STATUS(TR-TABLE-SUB)
              MOVE 'AMOUNT DIFFERS FROM PAYMENT' TO WS-REJECT-REASON
              PERFORM 270-REPORT-REJECT
              EXIT PARAGRAPH
           END-IF.

           ADD TR-TBL-AMOUNT(TR-TABLE-SUB)
              TO AC-ACCT-BALANCE(AC-TABLE-SUB).
           ADD TR-TBL-AMOUNT(TR-TABLE-SUB) TO WS-POSTED-DR-AMT.
           MOVE 'R' TO AC-PAY-STATUS(AC-TABLE-SUB, PY-SUB).
           MOVE 'P' TO TR-TBL-STATUS(TR-TABLE-SUB).
           ADD 1 TO WS-POSTED-KTR.
           ADD 1 TO WS-RETURNED-KTR.
           MOVE SPACES TO JOURNAL-REC.
           MOVE TR-TBL-ACCT-NO(TR-TABLE-SUB) TO PJ-ACCT-NO.
           MOVE TR-TBL-TYPE(TR-TABLE-SUB) TO PJ-TRAN-TYPE.
           MOVE TR-TBL-AMOUNT(TR-TABLE-SUB) TO PJ-AMOUNT.
           MOVE TR-TBL-REF(TR-TABLE-SUB) TO PJ-TRAN-REF.
           MOVE TR-TBL-DATE(TR-TABLE-SUB) TO PJ-TRAN-DATE.
           MOVE AC-ACCT-BALANCE(AC-TABLE-SUB) TO PJ-NEW-BALANCE.
           WRITE JOURNAL-REC.
           IF NOT JOURNAL-FILE-OK
              THEN
              DISPLAY 'PJOURNAL Problem: ' JOURNAL-FILE-ST
              GOBACK
           END-IF.
           PERFORM 292-RECORD-RETURN.
           PERFORM 298-CHARGE-NSF-FEE.
       292-RECORD-RETURN.
      ************************************************************
      * Today's return onto the account's rolling window; enough *
      * returns inside the window flag the account               *
      ************************************************************
      D    DISPLAY '292-RECORD-RETURN'.
           PERFORM 293-AGE-RETURNS.
           IF AC-RTN-KTR(AC-TABLE-SUB) NOT < RT-MAX
              THEN
              PERFORM VARYING RT-SUB FROM 2 BY 1
                 UNTIL RT-SUB > RT-MAX
                      MOVE AC-RTN-DATE(AC-TABLE-SUB, RT-SUB) TO
                         AC-RTN-DATE(AC-TABLE-SUB, RT-SUB - 1)
              END-PERFORM
              SUBTRACT 1 FROM AC-RTN-KTR(AC-TABLE-SUB)
           END-IF.
           ADD 1 TO AC-RTN-KTR(AC-TABLE-SUB).
           MOVE WS-CURRENT-DATE TO
              AC-RTN-DATE(AC-TABLE-SUB, AC-RTN-KTR(AC-TABLE-SUB)).
           IF FEE-NSF-FLAG-COUNT > 0
              AND AC-RTN-KTR(AC-TABLE-SUB) NOT < FEE-NSF-FLAG-COUNT
              AND NOT AC-NSF-HOLD(AC-TABLE-SUB)
              THEN
              MOVE 'H' TO AC-NSF-HOLD-FLAG(AC-TABLE-SUB)
              ADD 1 TO WS-FLAGGED-KTR
           END-IF.
       293-AGE-RETURNS.
      ************************************************************
      * Drop returns older than the window - dates are kept      *
      * oldest first                                             *
      ************************************************************
      D    DISPLAY '293-AGE-RETURNS'.
           MOVE 0 TO RT-KEEP.
           PERFORM VARYING RT-SUB FROM 1 BY 1
              UNTIL RT-SUB > AC-RTN-KTR(AC-TABLE-SUB)
                   COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                      AC-RTN-DATE(AC-TABLE-SUB, RT-SUB))
                   IF WS-CURRENT-INT - WS-DATE-INT <
                      FEE-NSF-WINDOW-DAYS
                      THEN
                      ADD 1 TO RT-KEEP
                      MOVE AC-RTN-DATE(AC-TABLE-SUB, RT-SUB) TO
                         AC-RTN-DATE(AC-TABLE-SUB, RT-KEEP)
                   END-IF
           END-PERFORM.
           PERFORM VARYING RT-SUB FROM RT-KEEP BY 1
              UNTIL RT-SUB NOT < RT-MAX
                   MOVE 0 TO AC-RTN-DATE(AC-TABLE-SUB, RT-SUB + 1)
           END-PERFORM.
           MOVE RT-KEEP TO AC-RTN-KTR(AC-TABLE-SUB).
       294-CHECK-PAYMENT-HOLD.
      ************************************************************
      * Payment at TR-TABLE-SUB on a flagged account: held until *
      * the hold days from its payment date have run            *
      ************************************************************
      D    DISPLAY '294-CHECK-PAYMENT-HOLD'.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(TR-TBL-DATE(TR-TABLE-SUB)).
           IF WS-CURRENT-INT - WS-DATE-INT < FEE-HOLD-DAYS
              THEN
              MOVE 'H' TO TR-TBL-STATUS(TR-TABLE-SUB)
              ADD 1 TO WS-HELD-KTR
              MOVE 'HELD - RETURNED PAYMENTS' TO WS-REJECT-REASON
              IF CTR-LINES > CTR-LINES-MAX
                 THEN
                 PERFORM 510-PAGE-CHANGE-RTN
              END-IF
              MOVE TR-TBL-ACCT-NO(TR-TABLE-SUB) TO DET-ACCT-NO-O
              MOVE TR-TBL-TYPE(TR-TABLE-SUB) TO DET-TYPE-O
              MOVE TR-TBL-AMOUNT(TR-TABLE-SUB) TO DET-AMOUNT-O
              MOVE TR-TBL-REF(TR-TABLE-SUB) TO DET-REF-O
              MOVE WS-REJECT-REASON TO DET-REASON-O
              WRITE OUTPUT-LINE FROM DETAIL-LINE
                 AFTER ADVANCING 1 LINE
              ADD 1 TO CTR-LINES
           END-IF.
       296-REMEMBER-PAYMENT.
      ************************************************************
      * Posted payment onto the account's history, newest last;  *
      * the oldest drops off a full list                         *
      ************************************************************
      D    DISPLAY '296-REMEMBER-PAYMENT'.
           IF AC-PAY-KTR(AC-TABLE-SUB) NOT < PY-MAX
              THEN
              PERFORM VARYING PY-SUB FROM 2 BY 1
                 UNTIL PY-SUB > PY-MAX
                      MOVE AC-PAY-ENTRY(AC-TABLE-SUB, PY-SUB) TO
                         AC-PAY-ENTRY(AC-TABLE-SUB, PY-SUB - 1)
              END-PERFORM
              SUBTRACT 1 FROM AC-PAY-KTR(AC-TABLE-SUB)
           END-IF.
           ADD 1 TO AC-PAY-KTR(AC-TABLE-SUB).
           MOVE AC-PAY-KTR(AC-TABLE-SUB) TO PY-SUB.
           MOVE TR-TBL-REF(TR-TABLE-SUB) TO
              AC-PAY-REF(AC-TABLE-SUB, PY-SUB).
           MOVE TR-TBL-DATE(TR-TABLE-SUB) TO
              AC-PAY-DATE(AC-TABLE-SUB, PY-SUB).
           MOVE TR-TBL-AMOUNT(TR-TABLE-SUB) TO
              AC-PAY-AMOUNT(AC-TABLE-SUB, PY-SUB).
           MOVE SPACE TO AC-PAY-STATUS(AC-TABLE-SUB, PY-SUB).
       298-CHARGE-NSF-FEE.
      ************************************************************
      * Returned-payment fee for the return at TR-TABLE-SUB      *
      ************************************************************
      D    DISPLAY '298-CHARGE-NSF-FEE'.
           MOVE 'NSF' TO WS-FEE-TYPE.
           MOVE FEE-NSF TO WS-FEE-AMOUNT.
           MOVE TR-TBL-REF(TR-TABLE-SUB) TO WS-FEE-REF.
           MOVE WS-CURRENT-DATE TO WS-FEE-DATE.
           PERFORM 299-POST-FEE.
       299-POST-FEE.
      ************************************************************
      * Post fee WS-FEE-TYPE to the account at AC-TABLE-SUB -    *
      * fees are owed whatever the credit limit                  *
      ************************************************************
      D    DISPLAY '299-POST-FEE'.
           IF WS-FEE-AMOUNT = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           ADD WS-FEE-AMOUNT TO AC-ACCT-BALANCE(AC-TABLE-SUB).
           IF WS-FEE-TYPE = 'NSF'
              THEN
              ADD 1 TO WS-NSF-FEE-KTR
              ADD WS-FEE-AMOUNT TO WS-NSF-FEE-AMT
           ELSE
              ADD 1 TO WS-LATE-FEE-KTR
              ADD WS-FEE-AMOUNT TO WS-LATE-FEE-AMT
           END-IF.
           MOVE SPACES TO JOURNAL-REC.
           MOVE AC-ACCT-NO(AC-TABLE-SUB) TO PJ-ACCT-NO.
           MOVE WS-FEE-TYPE TO PJ-TRAN-TYPE.
           MOVE WS-FEE-AMOUNT TO PJ-AMOUNT.
           MOVE WS-FEE-REF TO PJ-TRAN-REF.
           MOVE WS-FEE-DATE TO PJ-TRAN-DATE.
           MOVE AC-ACCT-BALANCE(AC-TABLE-SUB) TO PJ-NEW-BALANCE.
           WRITE JOURNAL-REC.
           IF NOT JOURNAL-FILE-OK
              THEN
              DISPLAY 'PJOURNAL Problem: ' JOURNAL-FILE-ST
              GOBACK
           END-IF.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT FEE-SCHED-FILE.
           IF NOT FEE-SCHED-FILE-OK
              DISPLAY 'FEESCHED OPEN PROBLEM, RC='
                      FEE-SCHED-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT HIST-IN-FILE.
           IF NOT HIST-IN-FILE-OK
              DISPLAY 'PHISTIN OPEN PROBLEM, RC=' HIST-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT HIST-OUT-FILE.
           IF NOT HIST-OUT-FILE-OK
              DISPLAY 'PHISTOUT OPEN PROBLEM, RC=' HIST-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT HOLD-IN-FILE.
           IF NOT HOLD-IN-FILE-OK
              DISPLAY 'PAYHLDI OPEN PROBLEM, RC=' HOLD-IN-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT HOLD-OUT-FILE.
           IF NOT HOLD-OUT-FILE-OK
              DISPLAY 'PAYHLDO OPEN PROBLEM, RC=' HOLD-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       400-ASSESS-LATE-FEES.
      ************************************************************
      * Late-fee run: an account that owes money and has no      *
      * qualifying payment dated from the statement date through *
      * the due date is charged the late fee once per due date   *
      ************************************************************
      D    DISPLAY '400-ASSESS-LATE-FEES'.
           IF NOT LATE-FEE-RUN
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING AC-TABLE-SUB FROM 1 BY 1
              UNTIL AC-TABLE-SUB > AC-TABLE-MAX
                   IF AC-ACCT-BALANCE(AC-TABLE-SUB) > 0
                      AND AC-LAST-LATE-DUE(AC-TABLE-SUB) NOT =
                          FEE-DUE-DATE
                      AND (FEE-DUE-CYCLE = SPACES OR
                           FEE-DUE-CYCLE = AC-BILL-CYCLE(AC-TABLE-SUB))
                      THEN
                      PERFORM 420-CHECK-ONE-LATE
                   END-IF
           END-PERFORM.
       420-CHECK-ONE-LATE.
      ************************************************************
      * Any payment on the history that was not returned, falls  *
      * inside the statement period and meets the minimum keeps  *
      * the account at AC-TABLE-SUB clear                        *
      ************************************************************
      D    DISPLAY '420-CHECK-ONE-LATE'.
           MOVE 'N' TO SW-QUALIFIED.
           PERFORM VARYING PY-SUB FROM 1 BY 1
              UNTIL PY-SUB > AC-PAY-KTR(AC-TABLE-SUB)
                   IF NOT AC-PAY-RETURNED(AC-TABLE-SUB, PY-SUB)
                      AND AC-PAY-DATE(AC-TABLE-SUB, PY-SUB) NOT <
                          FEE-STMT-DATE
                      AND AC-PAY-DATE(AC-TABLE-SUB, PY-SUB) NOT >
                          FEE-DUE-DATE
                      AND AC-PAY-AMOUNT(AC-TABLE-SUB, PY-SUB) NOT <
                          FEE-LATE-MIN-PAY
                      THEN
                      MOVE 'Y' TO SW-QUALIFIED
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF PAYMENT-QUALIFIED
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'LTF' TO WS-FEE-TYPE.
           MOVE FEE-LATE TO WS-FEE-AMOUNT.
           MOVE SPACES TO WS-FEE-REF.
           MOVE FEE-DUE-DATE TO WS-FEE-DATE.
           PERFORM 299-POST-FEE.
           MOVE FEE-DUE-DATE TO AC-LAST-LATE-DUE(AC-TABLE-SUB).
       510-PAGE-CHANGE-RTN.
      ************************************************************
      * Page Break Routine                                       *
                      GOBACK
                   END-IF
           END-PERFORM.
       620-WRITE-HELD-PAYMENTS.
      ************************************************************
      * Payments still held go out for the next run              *
      ************************************************************
      D    DISPLAY '620-WRITE-HELD-PAYMENTS'.
           PERFORM VARYING TR-TABLE-SUB FROM 1 BY 1
              UNTIL TR-TABLE-SUB > TR-TABLE-MAX
                   IF TR-TBL-HELD(TR-TABLE-SUB)
                      THEN
                      MOVE SPACES TO HOLD-OUT-REC
                      MOVE TR-TBL-ACCT-NO(TR-TABLE-SUB) TO HO-ACCT-NO
                      MOVE TR-TBL-TYPE(TR-TABLE-SUB) TO HO-TRAN-TYPE
                      MOVE TR-TBL-AMOUNT(TR-TABLE-SUB) TO HO-AMOUNT
                      MOVE TR-TBL-REF(TR-TABLE-SUB) TO HO-TRAN-REF
                      MOVE TR-TBL-DATE(TR-TABLE-SUB) TO HO-TRAN-DATE
                      WRITE HOLD-OUT-REC
                   END-IF
           END-PERFORM.
       650-WRITE-POST-HISTORY.
      ************************************************************
      * History of every account with payments, returns or a     *
      * late fee on it                                           *
      ************************************************************
      D    DISPLAY '650-WRITE-POST-HISTORY'.
           PERFORM VARYING AC-TABLE-SUB FROM 1 BY 1
              UNTIL AC-TABLE-SUB > AC-TABLE-MAX
                   IF AC-PAY-KTR(AC-TABLE-SUB) > 0
                      OR AC-RTN-KTR(AC-TABLE-SUB) > 0
                      OR AC-LAST-LATE-DUE(AC-TABLE-SUB) > 0
                      THEN
                      MOVE SPACES TO HIST-OUT-REC
                      MOVE AC-ACCT-NO(AC-TABLE-SUB) TO PH-OUT-ACCT-NO
                      MOVE AC-HIST(AC-TABLE-SUB) TO PH-OUT-DATA
                      WRITE HIST-OUT-REC
                      ADD 1 TO WS-HIST-OUT-KTR
                   END-IF
           END-PERFORM.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals                                           *
           MOVE WS-POSTED-CR-AMT TO TOTAL-CR-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-RETURNED-KTR TO TOTAL-RETURNED-O.
           MOVE WS-NSF-FEE-KTR TO TOTAL-NSF-KTR-O.
           MOVE WS-NSF-FEE-AMT TO TOTAL-NSF-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-LATE-FEE-KTR TO TOTAL-LATE-KTR-O.
           MOVE WS-LATE-FEE-AMT TO TOTAL-LATE-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-HELD-KTR TO TOTAL-HELD-O.
           MOVE WS-RELEASED-KTR TO TOTAL-RELEASED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
           MOVE WS-FLAGGED-KTR TO TOTAL-FLAGGED-O.
           MOVE WS-CLEARED-KTR TO TOTAL-CLEARED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC7
              AFTER ADVANCING 1 LINE.
       760-WRITE-GL-ACTIVITY.
      ************************************************************
      * The posted transactions by type to the general ledger    *
      * interface, closed by the run's posted debits and credits *
      * as the control total                                     *
      ************************************************************
      D    DISPLAY '760-WRITE-GL-ACTIVITY'.
           MOVE 'ACCTPOST' TO GLF-SOURCE-SYSTEM.
           MOVE 'DEP' TO WS-GL-TRAN-TYPE.
           PERFORM 765-HAND-OVER-ONE-TYPE.
           MOVE 'PAY' TO WS-GL-TRAN-TYPE.
           PERFORM 765-HAND-OVER-ONE-TYPE.
           MOVE 'WDL' TO WS-GL-TRAN-TYPE.
           PERFORM 765-HAND-OVER-ONE-TYPE.
           MOVE 'TRD' TO WS-GL-TRAN-TYPE.
           PERFORM 765-HAND-OVER-ONE-TYPE.
           MOVE 'TRC' TO WS-GL-TRAN-TYPE.
           PERFORM 765-HAND-OVER-ONE-TYPE.
           MOVE 'RTN' TO WS-GL-TRAN-TYPE.
           PERFORM 765-HAND-OVER-ONE-TYPE.
           MOVE 'A' TO GLF-ENTRY-TYPE.
           MOVE 'NSF' TO GLF-TRANS-TYPE.
           MOVE WS-NSF-FEE-AMT TO GLF-AMOUNT.
           MOVE WS-NSF-FEE-KTR TO GLF-ITEM-COUNT.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
           MOVE 'LTF' TO GLF-TRANS-TYPE.
           MOVE WS-LATE-FEE-AMT TO GLF-AMOUNT.
           MOVE WS-LATE-FEE-KTR TO GLF-ITEM-COUNT.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
           MOVE 'C' TO GLF-ENTRY-TYPE.
           MOVE 'CONTRL' TO GLF-TRANS-TYPE.
           COMPUTE GLF-AMOUNT = WS-POSTED-DR-AMT + WS-POSTED-CR-AMT
              + WS-NSF-FEE-AMT + WS-LATE-FEE-AMT.
           COMPUTE GLF-ITEM-COUNT = WS-POSTED-KTR + WS-NSF-FEE-KTR
              + WS-LATE-FEE-KTR.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
       765-HAND-OVER-ONE-TYPE.
      ************************************************************
      * Total the posted transactions of WS-GL-TRAN-TYPE and     *
      * hand them over as one activity record                    *
      ************************************************************
      D    DISPLAY '765-HAND-OVER-ONE-TYPE'.
           MOVE 0 TO WS-GL-TYPE-AMT.
           MOVE 0 TO WS-GL-TYPE-KTR.
           PERFORM VARYING TR-TABLE-SUB FROM 1 BY 1
              UNTIL TR-TABLE-SUB > TR-TABLE-MAX
                   IF TR-TBL-POSTED(TR-TABLE-SUB)
                      AND TR-TBL-TYPE(TR-TABLE-SUB) = WS-GL-TRAN-TYPE
                      THEN
                      ADD TR-TBL-AMOUNT(TR-TABLE-SUB)
                         TO WS-GL-TYPE-AMT
                      ADD 1 TO WS-GL-TYPE-KTR
                   END-IF
           END-PERFORM.
           MOVE 'A' TO GLF-ENTRY-TYPE.
           MOVE WS-GL-TRAN-TYPE TO GLF-TRANS-TYPE.
           MOVE WS-GL-TYPE-AMT TO GLF-AMOUNT.
           MOVE WS-GL-TYPE-KTR TO GLF-ITEM-COUNT.
           CALL 'GLFEEDW' USING GLF-SOURCE-SYSTEM, GLF-ENTRY-TYPE,
              GLF-TRANS-TYPE, GLF-AMOUNT, GLF-ITEM-COUNT, GLF-STATUS.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
                 MON-TRAN-FILE
                 ACCT-OUT-FILE
                 JOURNAL-FILE
                 REPORT-FILE
                 FEE-SCHED-FILE
                 HIST-IN-FILE
                 HIST-OUT-FILE
                 HOLD-IN-FILE
                 HOLD-OUT-FILE.
