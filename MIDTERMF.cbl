             ASSIGN TO RATECARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RATE-FILE-ST.

      * Reinsurance bordereau - one cession record per claim whose
      * payable amount exceeds the retention.
               FILE STATUS IS PAYMENT-FILE-ST.

      * Pre-authorization master - auth number, authorized amount
      * and expiry per policy; claims over the AUTH-LIMIT must
      * match one or pend instead of paying.
           SELECT OPTIONAL PREAUTH-FILE
             ASSIGN TO PREAUTH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREAUTH-FILE-ST.

      * Pending-claims file - large claims with no matching
      * pre-authorization wait here instead of paying; the
      * suspense workflow recycles them.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WEEKLY-ACCUM-FILE-ST.

      * Subrogation referral feed - one record per paid claim
      * flagged accident-related, for SUBRTRAK to open or add to
      * the third-party recovery case.
           SELECT SUBRO-FEED-FILE
             ASSIGN TO SUBRFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUBRO-FEED-FILE-ST.

      * Member master (MEMBMNT) - the subscriber and dependents
      * covered under each policy with their coverage dates. A
      * policy without members on file covers the subscriber
      * only; a missing file means no dependents anywhere.
           SELECT OPTIONAL MEMBER-FILE
             ASSIGN TO MEMBMSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MEMBER-FILE-ST.

      * Claim adjustment transactions - each names a payment on
      * the claim history (policy, benefit date, run date) and
      * either reverses it or re-adjudicates it from a corrected
      * claim image. A missing file means no adjustments today.
           SELECT OPTIONAL ADJUST-TRAN-FILE
             ASSIGN TO ADJTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJUST-TRAN-FILE-ST.

      * Overpayment receivables master - set up when an
      * adjustment nets negative, recouped from the policy's later
      * payments until cleared; carried forward between runs.
           SELECT OPTIONAL OVERPAY-IN-FILE
             ASSIGN TO OVPAYI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OVERPAY-IN-FILE-ST.

           SELECT OVERPAY-OUT-FILE
             ASSIGN TO OVPAYO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OVERPAY-OUT-FILE-ST.

      * Restart checkpoint - a header with the claim count, the
      * running totals and the CLAIMFILE's identity, then the
      * accumulator and overpayment tables. Rewritten at every
      * checkpoint and emptied at normal end, so a checkpoint found
      * at start means the last run aborted and this one restarts
      * it.
           SELECT OPTIONAL CHECKPOINT-FILE
             ASSIGN TO CHKPOINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-ST.

      * The aborted run's outputs, handed to its restart - copied
      * forward as far as the checkpoint so nothing the aborted run
      * wrote after it is carried twice. Only needed on a restart.
           SELECT OPTIONAL RESTART-HIST-FILE
             ASSIGN TO RSTHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESTART-FILE-ST.
           SELECT OPTIONAL RESTART-PAY-FILE
             ASSIGN TO RSTPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESTART-FILE-ST.
           SELECT OPTIONAL RESTART-ERR-FILE
             ASSIGN TO RSTERR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESTART-FILE-ST.
           SELECT OPTIONAL RESTART-PEND-FILE
             ASSIGN TO RSTPEND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESTART-FILE-ST.
           SELECT OPTIONAL RESTART-SUBRO-FILE
             ASSIGN TO RSTSUBR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESTART-FILE-ST.
           SELECT OPTIONAL RESTART-BORD-FILE
             ASSIGN TO RSTBORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESTART-FILE-ST.
           SELECT OPTIONAL RESTART-DISC-FILE
             ASSIGN TO RSTDISC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESTART-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMFILE
           RECORDING MODE IS F.
       01 CLAIM-RECORD                  PIC X(112).

       FD  PRINTFILE
           RECORDING MODE IS F.
          05 RC-POLICY-TYPE             PIC 9.
          05 RC-DEDUCTIBLE-PERC         PIC V999.
          05 RC-COINSURANCE-PERC        PIC V999.
      *   benefit-year deductible maximums per member and per
      *   family (policy) - zero or blank means no maximum
          05 RC-INDIV-DEDUCT-MAX        PIC 9(5)V99.
          05 RC-FAMILY-DEDUCT-MAX       PIC 9(5)V99.
          05 FILLER                     PIC X(59).

       FD  BORDEREAU-FILE
           RECORDING MODE IS F.
          05 PM-TERMINATION-DATE        PIC 9(8).
          05 PM-POLICY-AMOUNT           PIC 9(7)V99.
      * Policy status - POLRENEW marks unrenewed policies 'L'
      * (lapsed) so their claims reject with a lapse reason;
      * PREMBILL marks policies past the premium grace period 'S'
      * (suspended) so their claims pend until the premium is paid
          05 PM-STATUS                  PIC X(1).
             88 PM-LAPSED                              VALUE 'L'.
             88 PM-SUSPENDED                           VALUE 'S'.
      * Last month (YYYYMM) PREMBILL invoiced premium for
          05 PM-BILLED-PERIOD           PIC 9(6).
          05 FILLER                     PIC X(15).

       FD  CLAIM-HIST-FILE
           RECORDING MODE IS F.
          05 CH-BENEFIT-DATE            PIC 9(8).
          05 CH-CLAIM-AMOUNT            PIC 9(7)V99.
          05 CH-RUN-DATE                PIC 9(8).
      * Entry type - ' ' paid claim, 'R' reversal of an earlier
      * payment, 'A' re-adjudication replacing an earlier payment;
      * for R and A the run date of the payment replaced
          05 CH-ENTRY-TYPE              PIC X(1).
          05 CH-ORIG-RUN-DATE           PIC 9(8).
      * What the entry paid and what it put on the accumulator
          05 CH-PAID-AMOUNT             PIC 9(7)V99.
          05 CH-DEDUCTION               PIC 9(7)V99.
          05 CH-MEMBER-SHARE            PIC 9(7)V99.
      * Member the claim was for - blank on entries written before
      * family coverage (the subscriber)
          05 CH-MEMBER-SUFFIX           PIC 9(2).
          05 FILLER                     PIC X(10).

       FD  OVERRIDE-FILE
           RECORDING MODE IS F.
             10 PAY-CLAIM-AMOUNT        PIC 9(7)V99.
             10 PAY-DEDUCTION           PIC 9(7)V99.
             10 PAY-NET-AMOUNT          PIC 9(7)V99.
      *      prior overpayment recouped from this payment - already
      *      taken off PAY-NET-AMOUNT
             10 PAY-OFFSET-AMOUNT       PIC 9(7)V99.
      *      'A' - additional payment on a re-adjudicated claim
             10 PAY-ADJUST-IND          PIC X(1).
             10 FILLER                  PIC X(2).
          05 PAY-TRAILER-DATA REDEFINES PAY-DETAIL-DATA.
             10 PAY-TRL-COUNT           PIC 9(7).
             10 PAY-TRL-TOTAL           PIC 9(11)V99.
          05 PA-EXPIRY-DATE             PIC 9(8).
          05 FILLER                     PIC X(46).

       FD  PEND-FILE
           RECORDING MODE IS F.
       01 PEND-REC.
          05 PND-CLAIM-DATA             PIC X(112).
          05 PND-PEND-REASON            PIC X(20).
          05 PND-PEND-DATE              PIC 9(8).
          05 FILLER                     PIC X(2).

       FD  FRAUD-HOLD-FILE
           RECORDING MODE IS F.
          05 WA-CLAIM-AMOUNT-PAID       PIC S9(9)V99.
          05 FILLER                     PIC X(50).

       FD  SUBRO-FEED-FILE
           RECORDING MODE IS F.
       01 SUBRO-FEED-REC.
          05 SF-POLICY-NO               PIC 9(7).
          05 SF-BENEFIT-DATE            PIC 9(8).
          05 SF-ACCIDENT-IND            PIC X(1).
          05 SF-LIABLE-PARTY-REF        PIC X(10).
          05 SF-CLAIM-AMOUNT            PIC 9(7)V99.
          05 SF-PAID-AMOUNT             PIC 9(7)V99.
          05 SF-MEMBER-SHARE            PIC 9(7)V99.
          05 SF-RUN-DATE                PIC 9(8).
          05 SF-MEMBER-SUFFIX           PIC 9(2).
          05 FILLER                     PIC X(17).

       FD  MEMBER-FILE
           RECORDING MODE IS F.
           COPY MEMBREC.

       FD  ADJUST-TRAN-FILE
           RECORDING MODE IS F.
       01 ADJUST-TRAN-REC.
          05 AJ-POLICY-NO               PIC 9(7).
          05 AJ-BENEFIT-DATE            PIC 9(8).
          05 AJ-RUN-DATE                PIC 9(8).
          05 AJ-ACTION                  PIC X(1).
             88 AJ-REVERSAL                            VALUE 'R'.
             88 AJ-READJUDICATE                        VALUE 'A'.
          05 AJ-REASON                  PIC X(20).
      *   corrected claim image (CLAIMREC layout) for action 'A'
          05 AJ-CORRECTED-CLAIM         PIC X(112).
          05 FILLER                     PIC X(4).

       FD  OVERPAY-IN-FILE
           RECORDING MODE IS F.
       01 OVERPAY-IN-REC                PIC X(100).

       FD  OVERPAY-OUT-FILE
           RECORDING MODE IS F.
       01 OVERPAY-OUT-REC               PIC X(100).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01 CHECKPOINT-REC                PIC X(620).

       FD  RESTART-HIST-FILE
           RECORDING MODE IS F.
       01 RESTART-HIST-REC              PIC X(80).

       FD  RESTART-PAY-FILE
           RECORDING MODE IS F.
       01 RESTART-PAY-REC               PIC X(80).

       FD  RESTART-ERR-FILE
           RECORDING MODE IS F.
       01 RESTART-ERR-REC               PIC X(142).

       FD  RESTART-PEND-FILE
           RECORDING MODE IS F.
       01 RESTART-PEND-REC              PIC X(142).

       FD  RESTART-SUBRO-FILE
           RECORDING MODE IS F.
       01 RESTART-SUBRO-REC             PIC X(80).

       FD  RESTART-BORD-FILE
           RECORDING MODE IS F.
       01 RESTART-BORD-REC              PIC X(80).

       FD  RESTART-DISC-FILE
           RECORDING MODE IS F.
       01 RESTART-DISC-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       77 ALLOWED-AMT                   PIC S9(7)V99   VALUE 9999999.99.

      * Deductible/coinsurance rates by policy type, loaded from the
      * RATECARD file in 060-LOAD-RATES, then replaced by any rate
      * in effect in PARMLIB; subscripted directly by
      * POLICY-TYPE (1 = PRIVATE, 2 = MEDICARE, 3 = AFFORDABLE-CARE)
       01 RATE-TABLE.
          05 RATE-TAB-ENTRY OCCURS 3 TIMES.
             10 RATE-DEDUCTIBLE-PERC    PIC V999       VALUE .002.
             10 RATE-COINSURANCE-PERC   PIC V999       VALUE .800.
             10 RATE-INDIV-DEDUCT-MAX   PIC 9(5)V99    VALUE 0.
             10 RATE-FAMILY-DEDUCT-MAX  PIC 9(5)V99    VALUE 0.

      * PARMLIB settings that take the place of a RATECARD rate -
      * the name is the base below plus the policy type digit,
      * e.g. CLM-DED-PCT-1 (percentages as fractions, .002 = 0.2%)
       01 RATE-PARM-NAMES.
          05 FILLER                     PIC X(14)      VALUE
                'CLM-DED-PCT-'.
          05 FILLER                     PIC X(14)      VALUE
                'CLM-COINS-PCT-'.
          05 FILLER                     PIC X(14)      VALUE
                'CLM-IND-MAX-'.
          05 FILLER                     PIC X(14)      VALUE
                'CLM-FAM-MAX-'.
       01 RATE-PARM-NAME-TBL REDEFINES RATE-PARM-NAMES.
          05 RATE-PARM-BASE             PIC X(14)      OCCURS 4 TIMES.
       01 RATE-TYPE-SUB                 PIC 9(1)       VALUE 0.
       01 RATE-PARM-SUB                 PIC 9(1)       VALUE 0.

           COPY CLAIMREC.

             88 WEEKLY-ACCUM-FILE-OK                   VALUE '00'.
          05 PAYMENT-FILE-ST            PIC X(2).
             88 PAYMENT-FILE-OK                        VALUE '00'.
          05 BORDEREAU-FILE-ST          PIC X(2).
             88 BORDEREAU-FILE-OK                      VALUE '00'.
          05 POLICY-MASTER-FILE-ST      PIC X(2).
             88 PREAUTH-FILE-OK                        VALUE '00'.
          05 PREAUTH-FILE-STATUS        PIC X(1)       VALUE 'N'.
             88 PREAUTH-FILE-EOF                       VALUE 'Y'.
          05 PEND-FILE-ST               PIC X(2).
             88 PEND-FILE-OK                           VALUE '00'.
          05 SW-PEND-CLAIM              PIC X(1)       VALUE 'N'.
             88 ACCUM-OUT-FILE-OK                      VALUE '00'.
          05 DISC-FILE-ST               PIC X(2).
             88 DISC-FILE-OK                           VALUE '00'.
          05 SUBRO-FEED-FILE-ST         PIC X(2).
             88 SUBRO-FEED-FILE-OK                     VALUE '00'.
          05 ADJUST-TRAN-FILE-ST        PIC X(2).
             88 ADJUST-TRAN-FILE-OK                    VALUE '00'.
          05 ADJUST-TRAN-FILE-STATUS    PIC X(1)       VALUE 'N'.
             88 ADJUST-TRAN-FILE-EOF                   VALUE 'Y'.
          05 OVERPAY-IN-FILE-ST         PIC X(2).
             88 OVERPAY-IN-FILE-OK                     VALUE '00'.
          05 OVERPAY-IN-FILE-STATUS     PIC X(1)       VALUE 'N'.
             88 OVERPAY-IN-FILE-EOF                    VALUE 'Y'.
          05 OVERPAY-OUT-FILE-ST        PIC X(2).
             88 OVERPAY-OUT-FILE-OK                    VALUE '00'.
          05 MEMBER-FILE-ST             PIC X(2).
             88 MEMBER-FILE-OK                         VALUE '00'.
          05 MEMBER-FILE-STATUS         PIC X(1)       VALUE 'N'.
             88 MEMBER-FILE-EOF                        VALUE 'Y'.
          05 SW-DEDUCT-CAPPED           PIC X(1)       VALUE 'N'.
             88 DEDUCT-CAPPED                          VALUE 'Y'.
          05 CHECKPOINT-FILE-ST         PIC X(2).
             88 CHECKPOINT-FILE-OK                 VALUE '00' '05'.
          05 CHECKPOINT-FILE-STATUS     PIC X(1)       VALUE 'N'.
             88 CHECKPOINT-FILE-EOF                    VALUE 'Y'.
          05 RESTART-FILE-ST            PIC X(2).
             88 RESTART-FILE-OK                        VALUE '00'.
          05 SW-RESTART-RUN             PIC X(1)       VALUE 'N'.
             88 RESTART-RUN                            VALUE 'Y'.
          05 SW-ADJ-APPLIED             PIC X(1)       VALUE 'N'.
             88 ADJUSTMENTS-APPLIED                    VALUE 'Y'.
          05 CLAIMFILE-ST-WS            PIC X(2).
          05 VALID-DATA-INDICATOR.
             10 VALID-DATA-STATUS       PIC X(01)      VALUE SPACE.      .
      * trailer appended to the PAYFILE interface
       COPY TRAILL.

      * PARMLKUP calling parameters - the claims rates and the
      * pre-authorization limit in effect on the run date from the
      * PARMLIB parameter library
       COPY PARMLKL.

       01 ERR-RECORD-WS.
          05 ERR-CLAIM-DATA             PIC X(112).
          05 ERR-REASON                 PIC X(30).


          05 WS-CEDED-TOTAL             PIC 9(11)V99   VALUE 0.
          05 WS-RETENTION               PIC 9(9)V99    VALUE 0.
          05 WS-CEDED-WS                PIC S9(7)V99   VALUE 0.
          05 WS-SUBRO-KTR               PIC 9(7)       VALUE 0.
          05 WS-SUBRO-PAID-TOTAL        PIC 9(11)V99   VALUE 0.
          05 WS-ADJ-APPLIED-KTR         PIC 9(7)       VALUE 0.
          05 WS-ADJ-REJECT-KTR          PIC 9(7)       VALUE 0.
          05 WS-OVP-SETUP-KTR           PIC 9(7)       VALUE 0.
          05 WS-OVP-SETUP-TOTAL         PIC 9(11)V99   VALUE 0.
          05 WS-RECOUP-KTR              PIC 9(7)       VALUE 0.
          05 WS-RECOUP-TOTAL            PIC 9(11)V99   VALUE 0.
          05 WS-MEMBER-REJECT-KTR       PIC 9(7)       VALUE 0.
          05 WS-DEDUCT-CAP-KTR          PIC 9(7)       VALUE 0.
          05 WS-HIST-KTR                PIC 9(7)       VALUE 0.

      * Payment-detail and adjustment work fields - the gross
      * amount a payment record carries before any recoupment,
      * the part recouped, and an adjustment's net against the
      * payment it replaces
       01 WS-PAYMENT-WORK.
          05 WS-PAY-GROSS-WS            PIC S9(7)V99   VALUE 0.
          05 WS-PAY-ADJUST-IND          PIC X(1)       VALUE SPACE.
          05 WS-RECOUP-WS               PIC S9(7)V99   VALUE 0.
          05 WS-RECOUP-TAKE-WS          PIC S9(7)V99   VALUE 0.
          05 WS-ADJ-NET-WS              PIC S9(7)V99   VALUE 0.
          05 WS-ADJ-HIST-SUB            PIC 9(5)       VALUE 0 COMP.

      * Pre-authorization check fields - the limit from PARMLIB,
      * the matched auth number for the report, and the pend count
       01 WS-AUTH-LIMIT                 PIC 9(7)V99    VALUE 0.
       01 WS-AUTH-NUMBER-WS             PIC X(10)      VALUE SPACES.
          05 ACC-BENEFIT-YEAR           PIC 9(4).
          05 ACC-DEDUCT-YTD             PIC 9(7)V99.
          05 ACC-OOP-YTD                PIC 9(7)V99.
      *   'F' (or blank, before family coverage) the policy's
      *   family total, 'I' one member's individual total
          05 ACC-LEVEL                  PIC X(1).
             88 ACC-INDIVIDUAL                         VALUE 'I'.
          05 ACC-MEMBER-SUFFIX          PIC 9(2).
          05 FILLER                     PIC X(48)      VALUE SPACES.

       01 AC-TABLE-SUB                  PIC 9(5)       VALUE 0 COMP.
       01 AC-TABLE-MAX                  PIC 9(5)       VALUE 0 COMP.
       01 AC-TABLE-MAX-LIMIT            PIC 9(5)       VALUE 5000 COMP.
       01 AC-MBR-SUB                    PIC 9(5)       VALUE 0 COMP.
       01 AC-WORK-SUB                   PIC 9(5)       VALUE 0 COMP.
       01 SW-AC-FOUND                   PIC X(1)       VALUE 'N'.
          88 AC-FOUND                                  VALUE 'Y'.
       01 ACCUM-TABLE.
             10 AC-TBL-BENEFIT-YEAR     PIC 9(4).
             10 AC-TBL-DEDUCT-YTD       PIC 9(7)V99.
             10 AC-TBL-OOP-YTD          PIC 9(7)V99.
             10 AC-TBL-LEVEL            PIC X(1).
                88 AC-TBL-FAMILY                       VALUE 'F'.
                88 AC-TBL-INDIVIDUAL                   VALUE 'I'.
             10 AC-TBL-MEMBER-SUFFIX    PIC 9(2).

       01 WS-ACC-AGED-KTR               PIC 9(5)       VALUE 0.
       01 WS-ACC-DISC-KTR               PIC 9(7)       VALUE 0.
       01 WS-MEMBER-SHARE-WS            PIC S9(7)V99   VALUE 0.
       01 WS-DEDUCT-ROOM-WS             PIC S9(7)V99   VALUE 0.

       01 DISC-DETAIL-LINE.
          05 FILLER                     PIC X(8)       VALUE
             10 PM-TBL-POLICY-AMOUNT    PIC 9(7)V99.
             10 PM-TBL-STATUS           PIC X(1).

      * Member master table for 227-CHECK-MEMBER
       01 MB-TABLE-SUB                  PIC 9(5)       VALUE 0 COMP.
       01 MB-TABLE-MAX                  PIC 9(5)       VALUE 0 COMP.
       01 MB-TABLE-MAX-LIMIT            PIC 9(5)       VALUE 9999 COMP.
       01 SW-MB-FOUND                   PIC X(1)       VALUE 'N'.
          88 MB-FOUND                                  VALUE 'Y'.
       01 SW-MB-POLICY-FOUND            PIC X(1)       VALUE 'N'.
          88 MB-POLICY-FOUND                           VALUE 'Y'.
       01 MEMBER-TABLE.
          05 MB-ENTRY OCCURS 1 TO 9999 TIMES
                DEPENDING ON MB-TABLE-MAX.
             10 MB-TBL-POLICY-NO        PIC 9(7).
             10 MB-TBL-MEMBER-SUFFIX    PIC 9(2).
             10 MB-TBL-COV-START        PIC 9(8).
             10 MB-TBL-COV-END          PIC 9(8).

      * Claim-history and override tables for the duplicate check
       01 CH-TABLE-SUB                  PIC 9(5)       VALUE 0 COMP.
       01 CH-TABLE-MAX                  PIC 9(5)       VALUE 0 COMP.
             10 CH-TBL-BENEFIT-DATE     PIC 9(8).
             10 CH-TBL-CLAIM-AMOUNT     PIC 9(7)V99.
             10 CH-TBL-RUN-DATE         PIC 9(8).
      *      ' ' paid, 'A' re-adjudicated, 'R' reversal, 'X'
      *      replaced by a later R/A entry, 'O' paid before the
      *      payment detail was kept (cannot be adjusted)
             10 CH-TBL-ENTRY-TYPE       PIC X(1).
                88 CH-TBL-LIVE                     VALUE ' ' 'A' 'O'.
                88 CH-TBL-ADJUSTABLE                   VALUE ' ' 'A'.
             10 CH-TBL-PAID-AMOUNT      PIC 9(7)V99.
             10 CH-TBL-DEDUCTION        PIC 9(7)V99.
             10 CH-TBL-MEMBER-SHARE     PIC 9(7)V99.
             10 CH-TBL-MEMBER-SUFFIX    PIC 9(2).
       01 OV-TABLE-SUB                  PIC 9(3)       VALUE 0 COMP.
       01 OV-TABLE-MAX                  PIC 9(3)       VALUE 0 COMP.
       01 OV-TABLE-MAX-LIMIT            PIC 9(3)       VALUE 100 COMP.
      * startup and rewritten back to it at end of run; once 5 daily
      * runs have rolled in, 740-WRITE-WEEKLY-SUMMARY prints the
      * weekly totals and the accumulator starts over at zero.
      * Overpayment receivable record - same layout in OVPAGING
       01 OVERPAY-REC-WS.
          05 OP-RECV-NO                 PIC 9(6).
          05 OP-POLICY-NO               PIC 9(7).
          05 OP-BENEFIT-DATE            PIC 9(8).
          05 OP-CREATED-DATE            PIC 9(8).
          05 OP-ORIGINAL-AMOUNT         PIC 9(7)V99.
          05 OP-BALANCE                 PIC 9(7)V99.
          05 OP-RECOUPED-TOTAL          PIC 9(7)V99.
          05 OP-LAST-RECOUP-DATE        PIC 9(8).
          05 OP-STATUS                  PIC X(1).
             88 OP-OPEN                                VALUE 'O'.
             88 OP-CLEARED                             VALUE 'C'.
          05 OP-REASON                  PIC X(20).
          05 FILLER                     PIC X(15).

      * Overpayment receivables in core, oldest first so the
      * oldest debt is recouped first
       01 OP-TABLE-SUB                  PIC 9(4)       VALUE 0 COMP.
       01 OP-TABLE-MAX                  PIC 9(4)       VALUE 0 COMP.
       01 OP-TABLE-MAX-LIMIT            PIC 9(4)       VALUE 2000 COMP.
       01 WS-OP-HIGH-RECV-NO            PIC 9(6)       VALUE 0.
       01 OVERPAY-TABLE.
          05 OP-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON OP-TABLE-MAX.
             10 OP-TBL-REC              PIC X(100).

       01 WS-WEEKLY-ACCUM.
          05 WS-WA-DAY-COUNT            PIC 9(1)       VALUE 0.
          05 WS-WA-CLAIMS-PROCESSED     PIC 9(7)       VALUE 0.
          05 COB-SAVINGS-OUT            PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(83)      VALUE SPACES.

       01 SUBRO-HDG-LINE.
          05 FILLER                     PIC X(35)      VALUE
                'SUBROGATION REFERRAL SUMMARY'.
          05 FILLER                     PIC X(97)      VALUE SPACES.

       01 SUBRO-LINE-1.
          05 FILLER                     PIC X(35)      VALUE
                'Accident Claims Paid (referred)  :'.
          05 SUBRO-COUNT-OUT            PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(90)      VALUE SPACES.

       01 SUBRO-LINE-2.
          05 FILLER                     PIC X(35)      VALUE
                'Paid On Accident Claims          :'.
          05 SUBRO-PAID-OUT             PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(83)      VALUE SPACES.

       01 ADJ-HDG-LINE.
          05 FILLER                     PIC X(35)      VALUE
                'CLAIM ADJUSTMENTS AND RECOUPMENT'.
          05 FILLER                     PIC X(97)      VALUE SPACES.

       01 ADJ-LINE-1.
          05 FILLER                     PIC X(35)      VALUE
                'Adjustments Applied              :'.
          05 ADJ-APPLIED-OUT            PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(90)      VALUE SPACES.

       01 ADJ-LINE-2.
          05 FILLER                     PIC X(35)      VALUE
                'Adjustments Rejected             :'.
          05 ADJ-REJECTED-OUT           PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(90)      VALUE SPACES.

       01 ADJ-LINE-3.
          05 FILLER                     PIC X(35)      VALUE
                'Overpayments Set Up              :'.
          05 ADJ-SETUP-OUT              PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(83)      VALUE SPACES.

       01 ADJ-LINE-4.
          05 FILLER                     PIC X(35)      VALUE
                'Overpayments Recouped            :'.
          05 ADJ-RECOUP-OUT             PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(83)      VALUE SPACES.

       01 WEEKLY-SUMMARY-HDG1.
          05 FILLER                     PIC X(40)      VALUE SPACES.
          05 FILLER                     PIC X(30)      VALUE
          05 WK-CLAIM-PAID-OUT          PIC $$$,$$$,$$9.99.
          05 FILLER                     PIC X(84)      VALUE SPACES.

      * Checkpoint / restart. WS-CKPT-FIRST-CLAIM and the claim
      * image at the checkpoint tie a checkpoint to its CLAIMFILE.
       01 WS-CKPT-INTERVAL              PIC 9(5)       VALUE 0.
       01 WS-CKPT-QUOTIENT              PIC 9(7)       VALUE 0.
       01 WS-CKPT-REMAINDER             PIC 9(5)       VALUE 0.
       01 WS-CKPT-SUB                   PIC 9(7)       VALUE 0 COMP.
       01 WS-RESTART-COUNT              PIC 9(7)       VALUE 0.
       01 WS-CKPT-FIRST-CLAIM           PIC X(112)     VALUE SPACES.
       01 WS-CKPT-LAST-CLAIM            PIC X(112)     VALUE SPACES.

       01 CKPT-HEADER-WS.
          05 CKPT-REC-TYPE              PIC X(1).
             88 CKPT-HEADER                            VALUE 'H'.
          05 CKPT-RUN-DATE              PIC X(8).
          05 CKPT-CLAIM-COUNT           PIC 9(7).
          05 CKPT-ADJ-APPLIED           PIC X(1).
          05 CKPT-REINSURANCE           PIC X(2).
          05 CKPT-FIRST-CLAIM           PIC X(112).
      *   the last claim processed before the checkpoint
          05 CKPT-LAST-CLAIM            PIC X(112).
          05 CKPT-HIST-COUNT            PIC 9(7).
          05 CKPT-COUNTERS              PIC X(250).
          05 CKPT-BILL-TOTALS           PIC X(33).
          05 CKPT-WEEKLY-ACCUM          PIC X(30).
          05 CKPT-PEND-KTR              PIC 9(7).
          05 CKPT-FRAUD-PEND-KTR        PIC 9(7).
          05 CKPT-ACC-AGED-KTR          PIC 9(5).
          05 CKPT-ACC-DISC-KTR          PIC 9(7).
          05 CKPT-OP-HIGH-RECV-NO       PIC 9(6).
          05 CKPT-AC-COUNT              PIC 9(5).
          05 CKPT-OP-COUNT              PIC 9(4).
          05 FILLER                     PIC X(16).

      * one record per accumulator / overpayment table entry
       01 CKPT-DETAIL-WS.
          05 CKPT-DTL-TYPE              PIC X(1).
             88 CKPT-ACCUM-ENTRY                       VALUE 'A'.
             88 CKPT-OVERPAY-ENTRY                     VALUE 'O'.
          05 CKPT-DTL-DATA              PIC X(100).
          05 FILLER                     PIC X(519).

       01 RESTART-INFO-LINE.
          05 FILLER                     PIC X(35)      VALUE
                'RESTARTED FROM CHECKPOINT AT CLAIM '.
          05 RST-CLAIM-COUNT-OUT        PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(90)      VALUE SPACES.



       PROCEDURE DIVISION.
           PERFORM 720-WRITE-PAYMENT-TRAILER.
           PERFORM 730-UPDATE-WEEKLY-ACCUM.
           PERFORM 760-SAVE-ACCUMULATORS.
           PERFORM 770-SAVE-OVERPAYMENTS.
           PERFORM 800-CLOSE-FILES.
      * run complete - the next run starts afresh
           PERFORM 610-CLEAR-CHECKPOINT.
      * one standard audit record for the morning operations report
           MOVE 'MIDTERMF' TO AUD-PROGRAM-ID.
           MOVE WS-REC-KTR TO AUD-RECORDS-READ.
           GOBACK.
       000-HOUSEKEEPING.
           DISPLAY '000-HOUSEKEEPING'.
      * Restart must be known before any output file is opened
           PERFORM 081-LOAD-CHECKPOINT-PARM.
           PERFORM 080-CHECK-RESTART.
           PERFORM 300-OPEN-FILES.
           PERFORM 050-SET-DATE.
           PERFORM 060-LOAD-RATES.
           PERFORM 065-LOAD-WEEKLY-ACCUM.
           PERFORM 063-LOAD-REINS-PARMS.
           PERFORM 064-LOAD-POLICY-MASTER.
           PERFORM 073-LOAD-MEMBERS.
           PERFORM 066-LOAD-CLAIM-HISTORY.
           PERFORM 067-LOAD-OVERRIDES.
           PERFORM 068-LOAD-PREAUTH.
           PERFORM 069-LOAD-ACCUMULATORS.
           PERFORM 070-LOAD-FRAUD-HOLDS.
           PERFORM 071-LOAD-OVERPAYMENTS.
      * A restart takes up the aborted run's state and outputs as
      * they stood at its last checkpoint
           IF RESTART-RUN
              THEN
              PERFORM 082-RESTORE-CHECKPOINT
           END-IF.
      * Checkpoints either side of the adjustments - they write
      * history and payments before the first claim is read
           IF NOT ADJUSTMENTS-APPLIED
              THEN
              PERFORM 600-WRITE-CHECKPOINT
              PERFORM 075-APPLY-ADJUSTMENTS
              MOVE 'Y' TO SW-ADJ-APPLIED
              PERFORM 600-WRITE-CHECKPOINT
           END-IF.
      * Priming Read:
           PERFORM 400-READ-INPUT-FILE.
       065-LOAD-WEEKLY-ACCUM.
           END-IF.
       063-LOAD-REINS-PARMS.
      ************************************************************
      * Activate cession processing when a REINS-RETENTION       *
      * setting is in effect in the PARMLIB parameter library -  *
      * none leaves the REINSURANCE switch off and the run       *
      * behaves as it always has.                                *
      ************************************************************
           DISPLAY '063-LOAD-REINS-PARMS'.
           MOVE 'MIDTERMF' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.
           MOVE 'REINS-RETENTION' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 THEN
                 DISPLAY 'REINS-RETENTION Problem! NOT AN AMOUNT: '
                         PLIB-VALUE
                 GOBACK
              END-IF
              MOVE 'Y ' TO REINSURANCE
              MOVE PLIB-NUM-VALUE TO WS-RETENTION
           END-IF.
           IF REINSURANCE = 'Y '
              THEN
      ************************************************************
      * Load the persistent claim history of prior paid claims,   *
      * then reopen for EXTEND so this run's payments append. A   *
      * missing/empty file just means the history is new. On a    *
      * restart the history comes from the aborted run's copy    *
      * (RSTHIST) as far as the checkpoint and is written out     *
      * afresh.                                                   *
      ************************************************************
           DISPLAY '066-LOAD-CLAIM-HISTORY'.
           IF RESTART-RUN
              THEN
              PERFORM 074-COPY-RESTART-HISTORY
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CLAIM-HIST-FILE.
           IF CLAIM-HIST-FILE-OK
              THEN
              PERFORM UNTIL CLAIM-HIST-FILE-EOF
                      READ CLAIM-HIST-FILE
                      AT END
                         MOVE 'Y' TO CLAIM-HIST-FILE-STATUS
                      NOT AT END
                         PERFORM 062-LOAD-HISTORY-ENTRY
                      END-READ
              END-PERFORM
              CLOSE CLAIM-HIST-FILE
              GOBACK
           END-IF.

       062-LOAD-HISTORY-ENTRY.
      ************************************************************
      * One claim history record into the table. Every record is  *
      * counted, table full or not, so a checkpoint knows how far *
      * CLMHIST runs.                                             *
      ************************************************************
           ADD 1 TO WS-HIST-KTR.
           IF CH-TABLE-MAX = CH-TABLE-MAX-LIMIT
              THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CH-TABLE-MAX.
           MOVE CH-POLICY-NO TO CH-TBL-POLICY-NO(CH-TABLE-MAX).
           MOVE CH-BENEFIT-DATE TO CH-TBL-BENEFIT-DATE(CH-TABLE-MAX).
           MOVE CH-CLAIM-AMOUNT TO CH-TBL-CLAIM-AMOUNT(CH-TABLE-MAX).
           MOVE CH-RUN-DATE TO CH-TBL-RUN-DATE(CH-TABLE-MAX).
           IF CH-MEMBER-SUFFIX NUMERIC
              THEN
              MOVE CH-MEMBER-SUFFIX TO
                 CH-TBL-MEMBER-SUFFIX(CH-TABLE-MAX)
           ELSE
              MOVE 0 TO CH-TBL-MEMBER-SUFFIX(CH-TABLE-MAX)
           END-IF.
           PERFORM 072-LOAD-HISTORY-DETAIL.

       074-COPY-RESTART-HISTORY.
      ************************************************************
      * Restart: the claim history as it stood at the checkpoint -*
      * loaded into the table the same as a normal start and      *
      * written to the new CLMHIST, which this run then extends   *
      ************************************************************
           DISPLAY '074-COPY-RESTART-HISTORY'.
           OPEN OUTPUT CLAIM-HIST-FILE.
           IF NOT CLAIM-HIST-FILE-OK
              THEN
              DISPLAY 'Claim History File Problem!'
              GOBACK
           END-IF.
           IF CKPT-HIST-COUNT = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RESTART-HIST-FILE.
           IF NOT RESTART-FILE-OK
              THEN
              DISPLAY 'RSTHIST MISSING FOR RESTART'
              PERFORM 090-REFUSE-RESTART
           END-IF.
           PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
              UNTIL WS-CKPT-SUB > CKPT-HIST-COUNT
                   READ RESTART-HIST-FILE INTO CLAIM-HIST-REC
                   AT END
                      DISPLAY 'RSTHIST SHORTER THAN CHECKPOINT'
                      PERFORM 090-REFUSE-RESTART
                   END-READ
                   PERFORM 062-LOAD-HISTORY-ENTRY
                   WRITE CLAIM-HIST-REC
                   IF NOT CLAIM-HIST-FILE-OK
                      THEN
                      DISPLAY 'Claim History File Problem!'
                      GOBACK
                   END-IF
           END-PERFORM.
           CLOSE RESTART-HIST-FILE.
           DISPLAY 'CLAIM HISTORY: ' CH-TABLE-MAX ' PAID CLAIMS'.

       067-LOAD-OVERRIDES.
      ************************************************************
      * Load the force-pay override transactions. A missing file  *

       068-LOAD-PREAUTH.
      ************************************************************
      * Load the pre-authorization limit and master. No          *
      * AUTH-LIMIT setting in effect in the PARMLIB parameter     *
      * library leaves the check switched off; the pend file is   *
      * opened either way so downstream JCL always finds it.      *
      ************************************************************
           DISPLAY '068-LOAD-PREAUTH'.
           OPEN OUTPUT PEND-FILE.
              GOBACK
           END-IF.

           MOVE 'MIDTERMF' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.
           MOVE 'AUTH-LIMIT' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 THEN
                 DISPLAY 'AUTH-LIMIT Problem! NOT NUMERIC: '
                         PLIB-VALUE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE 'Y' TO SW-AUTH-ACTIVE
                 MOVE PLIB-NUM-VALUE TO WS-AUTH-LIMIT
              END-IF
           END-IF.
           IF NOT AUTH-ACTIVE
              THEN
              DISPLAY 'PRE-AUTH CHECK INACTIVE - NO AUTH-LIMIT'
              EXIT PARAGRAPH
           END-IF.
           DISPLAY 'PRE-AUTH ACTIVE - LIMIT ' WS-AUTH-LIMIT.
                            AC-TBL-DEDUCT-YTD(AC-TABLE-MAX)
                         MOVE ACC-OOP-YTD TO
                            AC-TBL-OOP-YTD(AC-TABLE-MAX)
                         IF ACC-INDIVIDUAL
                            AND ACC-MEMBER-SUFFIX NUMERIC
                            THEN
                            MOVE 'I' TO AC-TBL-LEVEL(AC-TABLE-MAX)
                            MOVE ACC-MEMBER-SUFFIX TO
                               AC-TBL-MEMBER-SUFFIX(AC-TABLE-MAX)
                         ELSE
                            MOVE 'F' TO AC-TBL-LEVEL(AC-TABLE-MAX)
                            MOVE 0 TO
                               AC-TBL-MEMBER-SUFFIX(AC-TABLE-MAX)
                         END-IF
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE FRAUD-HOLD-FILE.
           DISPLAY 'FRAUD HOLDS: ' FH-TABLE-MAX ' POLICIES'.

       071-LOAD-OVERPAYMENTS.
      ************************************************************
      * Load the overpayment receivables master. A missing file   *
      * just means nothing is owed back yet.                      *
      ************************************************************
           DISPLAY '071-LOAD-OVERPAYMENTS'.
           OPEN INPUT OVERPAY-IN-FILE.
           IF NOT OVERPAY-IN-FILE-OK
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL OVERPAY-IN-FILE-EOF
                   READ OVERPAY-IN-FILE
                   AT END
                      MOVE 'Y' TO OVERPAY-IN-FILE-STATUS
                   NOT AT END
                      IF OP-TABLE-MAX < OP-TABLE-MAX-LIMIT
                         THEN
                         ADD 1 TO OP-TABLE-MAX
                         MOVE OVERPAY-IN-REC TO
                            OP-TBL-REC(OP-TABLE-MAX)
                         MOVE OVERPAY-IN-REC TO OVERPAY-REC-WS
                         IF OP-RECV-NO > WS-OP-HIGH-RECV-NO
                            THEN
                            MOVE OP-RECV-NO TO WS-OP-HIGH-RECV-NO
                         END-IF
                      ELSE
      *                  the receivables must come through whole
                         DISPLAY 'Overpayment Table Full!'
                         GOBACK
                      END-IF
                   END-READ
           END-PERFORM.
           CLOSE OVERPAY-IN-FILE.
           DISPLAY 'OVERPAYMENTS: ' OP-TABLE-MAX ' RECEIVABLES'.

       072-LOAD-HISTORY-DETAIL.
      ************************************************************
      * Payment detail for the history entry just loaded. Entries *
      * written before the detail was kept carry spaces - they    *
      * still count for the duplicate check but cannot be         *
      * adjusted. A reversal or re-adjudication retires the       *
      * payment it replaced.                                      *
      ************************************************************
           IF CH-PAID-AMOUNT NUMERIC
              AND CH-DEDUCTION NUMERIC
              AND CH-MEMBER-SHARE NUMERIC
              THEN
              MOVE CH-ENTRY-TYPE TO CH-TBL-ENTRY-TYPE(CH-TABLE-MAX)
              MOVE CH-PAID-AMOUNT TO
                 CH-TBL-PAID-AMOUNT(CH-TABLE-MAX)
              MOVE CH-DEDUCTION TO CH-TBL-DEDUCTION(CH-TABLE-MAX)
              MOVE CH-MEMBER-SHARE TO
                 CH-TBL-MEMBER-SHARE(CH-TABLE-MAX)
           ELSE
              MOVE 'O' TO CH-TBL-ENTRY-TYPE(CH-TABLE-MAX)
              MOVE 0 TO CH-TBL-PAID-AMOUNT(CH-TABLE-MAX)
              MOVE 0 TO CH-TBL-DEDUCTION(CH-TABLE-MAX)
              MOVE 0 TO CH-TBL-MEMBER-SHARE(CH-TABLE-MAX)
           END-IF.
           IF CH-ENTRY-TYPE NOT = 'R' AND NOT = 'A'
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CH-TABLE-SUB FROM 1 BY 1
              UNTIL CH-TABLE-SUB NOT < CH-TABLE-MAX
                   IF CH-TBL-POLICY-NO(CH-TABLE-SUB) = CH-POLICY-NO
                      AND CH-TBL-BENEFIT-DATE(CH-TABLE-SUB) =
                      CH-BENEFIT-DATE
                      AND CH-TBL-RUN-DATE(CH-TABLE-SUB) =
                      CH-ORIG-RUN-DATE
                      AND CH-TBL-ADJUSTABLE(CH-TABLE-SUB)
                      THEN
                      MOVE 'X' TO CH-TBL-ENTRY-TYPE(CH-TABLE-SUB)
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

       073-LOAD-MEMBERS.
      ************************************************************
      * Load the member master for the covered-member check. A    *
      * missing file just means no policy has dependents on file. *
      ************************************************************
           DISPLAY '073-LOAD-MEMBERS'.
           OPEN INPUT MEMBER-FILE.
           IF NOT MEMBER-FILE-OK
              THEN
              MOVE 'Y' TO MEMBER-FILE-STATUS
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL MEMBER-FILE-EOF OR
              MB-TABLE-MAX = MB-TABLE-MAX-LIMIT
                   READ MEMBER-FILE
                   AT END
                      MOVE 'Y' TO MEMBER-FILE-STATUS
                   NOT AT END
                      ADD 1 TO MB-TABLE-MAX
                      MOVE MB-POLICY-NO TO
                         MB-TBL-POLICY-NO(MB-TABLE-MAX)
                      MOVE MB-MEMBER-SUFFIX TO
                         MB-TBL-MEMBER-SUFFIX(MB-TABLE-MAX)
                      MOVE MB-COV-START TO
                         MB-TBL-COV-START(MB-TABLE-MAX)
                      MOVE MB-COV-END TO
                         MB-TBL-COV-END(MB-TABLE-MAX)
                   END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.
           DISPLAY 'MEMBER MASTER: ' MB-TABLE-MAX ' MEMBERS'.

       075-APPLY-ADJUSTMENTS.
      ************************************************************
      * Apply the claim adjustment transactions before any new    *
      * claim pays, so the accumulators and receivables the new   *
      * claims see are already corrected. A missing file just     *
      * means no adjustments today.                               *
      ************************************************************
           DISPLAY '075-APPLY-ADJUSTMENTS'.
           OPEN INPUT ADJUST-TRAN-FILE.
           IF NOT ADJUST-TRAN-FILE-OK
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ADJUST-TRAN-FILE-EOF
                   READ ADJUST-TRAN-FILE
                   AT END
                      MOVE 'Y' TO ADJUST-TRAN-FILE-STATUS
                   NOT AT END
                      PERFORM 076-APPLY-ONE-ADJUSTMENT
                   END-READ
           END-PERFORM.
           CLOSE ADJUST-TRAN-FILE.
           DISPLAY 'ADJUSTMENTS APPLIED / REJECTED: '
                   WS-ADJ-APPLIED-KTR ' / ' WS-ADJ-REJECT-KTR.

       076-APPLY-ONE-ADJUSTMENT.
      ************************************************************
      * Reverse or re-adjudicate one earlier payment: back its    *
      * deductible and out-of-pocket out of the benefit-year      *
      * accumulator, adjudicate the corrected claim (if any) the  *
      * same way as a new claim, then settle the difference - a   *
      * further payment when it comes out higher, an overpayment  *
      * receivable when it comes out lower                        *
      ************************************************************
           DISPLAY '076-APPLY-ONE-ADJUSTMENT'.
           IF NOT AJ-REVERSAL AND NOT AJ-READJUDICATE
              THEN
              DISPLAY '** Adjustment action not valid ** '
                      AJ-POLICY-NO ' ' AJ-ACTION
              ADD 1 TO WS-ADJ-REJECT-KTR
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO SW-CH-FOUND.
           PERFORM VARYING CH-TABLE-SUB FROM 1 BY 1
              UNTIL CH-TABLE-SUB > CH-TABLE-MAX
                   IF CH-TBL-POLICY-NO(CH-TABLE-SUB) = AJ-POLICY-NO
                      AND CH-TBL-BENEFIT-DATE(CH-TABLE-SUB) =
                      AJ-BENEFIT-DATE
                      AND CH-TBL-RUN-DATE(CH-TABLE-SUB) =
                      AJ-RUN-DATE
                      AND CH-TBL-LIVE(CH-TABLE-SUB)
                      THEN
                      MOVE 'Y' TO SW-CH-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT CH-FOUND
              THEN
              DISPLAY '** No live payment to adjust ** '
                      AJ-POLICY-NO ' ' AJ-BENEFIT-DATE ' '
                      AJ-RUN-DATE
              ADD 1 TO WS-ADJ-REJECT-KTR
              EXIT PARAGRAPH
           END-IF.
           IF NOT CH-TBL-ADJUSTABLE(CH-TABLE-SUB)
              THEN
              DISPLAY '** Payment predates history detail ** '
                      AJ-POLICY-NO ' ' AJ-BENEFIT-DATE
              ADD 1 TO WS-ADJ-REJECT-KTR
              EXIT PARAGRAPH
           END-IF.
           MOVE CH-TABLE-SUB TO WS-ADJ-HIST-SUB.

           IF AJ-READJUDICATE
              THEN
              MOVE AJ-CORRECTED-CLAIM TO CLAIM-RECORD-WS
              IF MEMBER-SUFFIX-X = SPACES
                 THEN
                 MOVE CH-TBL-MEMBER-SUFFIX(WS-ADJ-HIST-SUB) TO
                    MEMBER-SUFFIX
              END-IF
              IF INSURED-POLICY-NO NOT = AJ-POLICY-NO
                 OR POLICY-BENEFIT-DATE-NUM NOT = AJ-BENEFIT-DATE
                 OR MEMBER-SUFFIX-X NOT NUMERIC
                 OR MEMBER-SUFFIX NOT =
                    CH-TBL-MEMBER-SUFFIX(WS-ADJ-HIST-SUB)
                 THEN
                 DISPLAY '** Corrected claim key mismatch ** '
                         AJ-POLICY-NO ' ' AJ-BENEFIT-DATE
                 ADD 1 TO WS-ADJ-REJECT-KTR
                 EXIT PARAGRAPH
              END-IF
              IF CLAIM-AMOUNT NOT NUMERIC
                 OR POLICY-COINSURANCE NOT NUMERIC
                 OR POLICY-DEDUCTIBLE-PAID NOT NUMERIC
                 OR NOT (PRIVATE OR MEDICARE OR AFFORDABLE-CARE)
                 OR (COB-SECONDARY AND COB-PRIMARY-PAID NOT NUMERIC)
                 THEN
                 DISPLAY '** Corrected claim not valid ** '
                         AJ-POLICY-NO ' ' AJ-BENEFIT-DATE
                 ADD 1 TO WS-ADJ-REJECT-KTR
                 EXIT PARAGRAPH
              END-IF
           ELSE
              MOVE SPACES TO CLAIM-RECORD-WS
              MOVE AJ-POLICY-NO TO INSURED-POLICY-NO
              MOVE AJ-BENEFIT-DATE TO POLICY-BENEFIT-DATE-NUM
              MOVE CH-TBL-CLAIM-AMOUNT(WS-ADJ-HIST-SUB) TO
                 CLAIM-AMOUNT
              MOVE CH-TBL-MEMBER-SUFFIX(WS-ADJ-HIST-SUB) TO
                 MEMBER-SUFFIX
           END-IF.

      * Back the original payment out of its benefit year - the
      * family total and the member's own
           PERFORM 245-FIND-ACCUMULATOR.
           MOVE AC-TABLE-SUB TO AC-WORK-SUB.
           PERFORM 079-BACK-OUT-ACCUMULATOR.
           PERFORM 246-FIND-MEMBER-ACCUM.
           MOVE AC-MBR-SUB TO AC-WORK-SUB.
           PERFORM 079-BACK-OUT-ACCUMULATOR.

      * ...and redo it from the corrected claim
           IF AJ-READJUDICATE
              THEN
              PERFORM 235-ADJUDICATE-CLAIM
           ELSE
              MOVE 0 TO DEDUCTIBLE-WS
              MOVE 0 TO CLAIM-PAID-WS
              MOVE 0 TO WS-MEMBER-SHARE-WS
           END-IF.

           COMPUTE WS-ADJ-NET-WS =
              CLAIM-PAID-WS - CH-TBL-PAID-AMOUNT(WS-ADJ-HIST-SUB).
           IF WS-ADJ-NET-WS > 0
              THEN
              MOVE WS-ADJ-NET-WS TO WS-PAY-GROSS-WS
              MOVE 'A' TO WS-PAY-ADJUST-IND
              PERFORM 286-WRITE-PAYMENT-DETAIL
           END-IF.
           IF WS-ADJ-NET-WS < 0
              THEN
              PERFORM 077-SETUP-OVERPAYMENT
           END-IF.

           PERFORM 078-WRITE-ADJUST-HISTORY.
           ADD 1 TO WS-ADJ-APPLIED-KTR.

       077-SETUP-OVERPAYMENT.
      ************************************************************
      * The adjustment paid less than went out - the difference   *
      * is owed back and is set up as a receivable for recoupment *
      ************************************************************
           DISPLAY '077-SETUP-OVERPAYMENT'.
           IF OP-TABLE-MAX NOT < OP-TABLE-MAX-LIMIT
              THEN
              DISPLAY 'Overpayment Table Full!'
              GOBACK
           END-IF.
           ADD 1 TO WS-OP-HIGH-RECV-NO.
           MOVE SPACES TO OVERPAY-REC-WS.
           MOVE WS-OP-HIGH-RECV-NO TO OP-RECV-NO.
           MOVE AJ-POLICY-NO TO OP-POLICY-NO.
           MOVE AJ-BENEFIT-DATE TO OP-BENEFIT-DATE.
           MOVE WS-CURRENT-DATE TO OP-CREATED-DATE.
           COMPUTE OP-ORIGINAL-AMOUNT = 0 - WS-ADJ-NET-WS.
           MOVE OP-ORIGINAL-AMOUNT TO OP-BALANCE.
           MOVE 0 TO OP-RECOUPED-TOTAL.
           MOVE 0 TO OP-LAST-RECOUP-DATE.
           MOVE 'O' TO OP-STATUS.
           MOVE AJ-REASON TO OP-REASON.
           ADD 1 TO OP-TABLE-MAX.
           MOVE OVERPAY-REC-WS TO OP-TBL-REC(OP-TABLE-MAX).
           ADD 1 TO WS-OVP-SETUP-KTR.
           ADD OP-ORIGINAL-AMOUNT TO WS-OVP-SETUP-TOTAL.

       078-WRITE-ADJUST-HISTORY.
      ************************************************************
      * Record the reversal / re-adjudication on the claim        *
      * history and retire the payment it replaces                *
      ************************************************************
           DISPLAY '078-WRITE-ADJUST-HISTORY'.
           MOVE SPACES TO CLAIM-HIST-REC.
           MOVE AJ-POLICY-NO TO CH-POLICY-NO.
           MOVE AJ-BENEFIT-DATE TO CH-BENEFIT-DATE.
           MOVE CLAIM-AMOUNT TO CH-CLAIM-AMOUNT.
           MOVE WS-CURRENT-DATE TO CH-RUN-DATE.
           MOVE AJ-ACTION TO CH-ENTRY-TYPE.
           MOVE AJ-RUN-DATE TO CH-ORIG-RUN-DATE.
           MOVE CLAIM-PAID-WS TO CH-PAID-AMOUNT.
           MOVE DEDUCTIBLE-WS TO CH-DEDUCTION.
           MOVE WS-MEMBER-SHARE-WS TO CH-MEMBER-SHARE.
           MOVE MEMBER-SUFFIX TO CH-MEMBER-SUFFIX.
           WRITE CLAIM-HIST-REC.
           IF NOT CLAIM-HIST-FILE-OK
              THEN
              DISPLAY 'Claim History File Problem!'
              GOBACK
           END-IF.
           ADD 1 TO WS-HIST-KTR.
           MOVE 'X' TO CH-TBL-ENTRY-TYPE(WS-ADJ-HIST-SUB).
           IF CH-TABLE-MAX < CH-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO CH-TABLE-MAX
              MOVE CH-POLICY-NO TO CH-TBL-POLICY-NO(CH-TABLE-MAX)
              MOVE CH-BENEFIT-DATE TO
                 CH-TBL-BENEFIT-DATE(CH-TABLE-MAX)
              MOVE CH-CLAIM-AMOUNT TO
                 CH-TBL-CLAIM-AMOUNT(CH-TABLE-MAX)
              MOVE CH-RUN-DATE TO CH-TBL-RUN-DATE(CH-TABLE-MAX)
              MOVE CH-ENTRY-TYPE TO CH-TBL-ENTRY-TYPE(CH-TABLE-MAX)
              MOVE CH-PAID-AMOUNT TO
                 CH-TBL-PAID-AMOUNT(CH-TABLE-MAX)
              MOVE CH-DEDUCTION TO CH-TBL-DEDUCTION(CH-TABLE-MAX)
              MOVE CH-MEMBER-SHARE TO
                 CH-TBL-MEMBER-SHARE(CH-TABLE-MAX)
              MOVE CH-MEMBER-SUFFIX TO
                 CH-TBL-MEMBER-SUFFIX(CH-TABLE-MAX)
           END-IF.

       079-BACK-OUT-ACCUMULATOR.
      ************************************************************
      * Take the adjusted payment's deductible and out-of-pocket  *
      * off the accumulator entry AC-WORK-SUB points at - never   *
      * below zero                                                *
      ************************************************************
           DISPLAY '079-BACK-OUT-ACCUMULATOR'.
           IF AC-TBL-DEDUCT-YTD(AC-WORK-SUB) >
              CH-TBL-DEDUCTION(WS-ADJ-HIST-SUB)
              THEN
              SUBTRACT CH-TBL-DEDUCTION(WS-ADJ-HIST-SUB) FROM
                 AC-TBL-DEDUCT-YTD(AC-WORK-SUB)
           ELSE
              MOVE 0 TO AC-TBL-DEDUCT-YTD(AC-WORK-SUB)
           END-IF.
           IF AC-TBL-OOP-YTD(AC-WORK-SUB) >
              CH-TBL-DEDUCTION(WS-ADJ-HIST-SUB) +
              CH-TBL-MEMBER-SHARE(WS-ADJ-HIST-SUB)
              THEN
              SUBTRACT CH-TBL-DEDUCTION(WS-ADJ-HIST-SUB)
                 CH-TBL-MEMBER-SHARE(WS-ADJ-HIST-SUB) FROM
                 AC-TBL-OOP-YTD(AC-WORK-SUB)
           ELSE
              MOVE 0 TO AC-TBL-OOP-YTD(AC-WORK-SUB)
           END-IF.

       080-CHECK-RESTART.
      ************************************************************
      * Note the CLAIMFILE's first claim - every checkpoint       *
      * carries it - then look for a checkpoint left behind by an *
      * aborted run. CHKPOINT is emptied at normal end, so a      *
      * header here means this run is that run's restart, and it  *
      * must be against the same CLAIMFILE.                       *
      ************************************************************
           DISPLAY '080-CHECK-RESTART'.
           OPEN INPUT CLAIMFILE.
           IF CLAIMFILE-OK
              THEN
              READ CLAIMFILE INTO WS-CKPT-FIRST-CLAIM
              AT END
                 MOVE SPACES TO WS-CKPT-FIRST-CLAIM
              END-READ
              CLOSE CLAIMFILE
           END-IF.
           OPEN INPUT CHECKPOINT-FILE.
           IF NOT CHECKPOINT-FILE-OK
              THEN
              EXIT PARAGRAPH
           END-IF.
           READ CHECKPOINT-FILE INTO CKPT-HEADER-WS
           AT END
              MOVE SPACES TO CKPT-HEADER-WS
           END-READ.
           CLOSE CHECKPOINT-FILE.
           IF NOT CKPT-HEADER
              THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SW-RESTART-RUN.
           MOVE CKPT-CLAIM-COUNT TO WS-RESTART-COUNT.
           DISPLAY 'RESTART DETECTED - SKIPPING ' WS-RESTART-COUNT
                   ' CLAIMS'.
           IF CKPT-FIRST-CLAIM NOT = WS-CKPT-FIRST-CLAIM
              THEN
              DISPLAY 'CHECKPOINT BELONGS TO A DIFFERENT CLAIMFILE'
              PERFORM 090-REFUSE-RESTART
           END-IF.

       081-LOAD-CHECKPOINT-PARM.
      ************************************************************
      * Claims between checkpoints, the CKPT-INTERVAL setting in *
      * the PARMLIB parameter library - none in effect, or zero, *
      * leaves checkpointing off. The run date is not set yet,   *
      * so the lookup is for today.                              *
      ************************************************************
           DISPLAY '081-LOAD-CHECKPOINT-PARM'.
           MOVE 'MIDTERMF' TO PLIB-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PLIB-RUN-DATE.
           MOVE 'CKPT-INTERVAL' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99999
                 THEN
                 DISPLAY 'CKPT-INTERVAL Problem! NOT A CLAIM COUNT: '
                         PLIB-VALUE
                 GOBACK
              END-IF
              MOVE PLIB-NUM-VALUE TO WS-CKPT-INTERVAL
           END-IF.
           IF WS-CKPT-INTERVAL > 0
              THEN
              DISPLAY 'CHECKPOINT EVERY ' WS-CKPT-INTERVAL ' CLAIMS'
           END-IF.

       082-RESTORE-CHECKPOINT.
      ************************************************************
      * Put the run back where the aborted run's last checkpoint  *
      * left it: running totals, weekly accumulator and the       *
      * accumulator and overpayment tables from CHKPOINT, its     *
      * output files copied forward as far as the checkpoint      *
      * (the history already was, by 066), and CLAIMFILE moved    *
      * past the claims it had processed.                         *
      ************************************************************
           DISPLAY '082-RESTORE-CHECKPOINT'.
           IF CKPT-REINSURANCE NOT = REINSURANCE
              THEN
              DISPLAY 'REINSURANCE PARAMETER CHANGED SINCE CHECKPOINT'
              PERFORM 090-REFUSE-RESTART
           END-IF.
           MOVE CKPT-ADJ-APPLIED TO SW-ADJ-APPLIED.
           MOVE CKPT-COUNTERS TO ACCUMS-AND-COUNTERS.
           MOVE CKPT-BILL-TOTALS TO TOT-BILL-INFORMATION.
           MOVE CKPT-WEEKLY-ACCUM TO WS-WEEKLY-ACCUM.
           MOVE CKPT-PEND-KTR TO WS-PEND-KTR.
           MOVE CKPT-FRAUD-PEND-KTR TO WS-FRAUD-PEND-KTR.
           MOVE CKPT-ACC-AGED-KTR TO WS-ACC-AGED-KTR.
           MOVE CKPT-ACC-DISC-KTR TO WS-ACC-DISC-KTR.
           MOVE CKPT-OP-HIGH-RECV-NO TO WS-OP-HIGH-RECV-NO.

           MOVE 0 TO AC-TABLE-MAX.
           MOVE 0 TO OP-TABLE-MAX.
           MOVE 'N' TO CHECKPOINT-FILE-STATUS.
           OPEN INPUT CHECKPOINT-FILE.
           IF NOT CHECKPOINT-FILE-OK
              THEN
              DISPLAY 'Checkpoint File Problem!'
              PERFORM 090-REFUSE-RESTART
           END-IF.
           PERFORM UNTIL CHECKPOINT-FILE-EOF
                   READ CHECKPOINT-FILE INTO CKPT-DETAIL-WS
                   AT END
                      MOVE 'Y' TO CHECKPOINT-FILE-STATUS
                   NOT AT END
                      EVALUATE TRUE
                      WHEN CKPT-ACCUM-ENTRY
                         AND AC-TABLE-MAX < AC-TABLE-MAX-LIMIT
                         ADD 1 TO AC-TABLE-MAX
                         MOVE CKPT-DTL-DATA TO AC-ENTRY(AC-TABLE-MAX)
                      WHEN CKPT-OVERPAY-ENTRY
                         AND OP-TABLE-MAX < OP-TABLE-MAX-LIMIT
                         ADD 1 TO OP-TABLE-MAX
                         MOVE CKPT-DTL-DATA TO
                            OP-TBL-REC(OP-TABLE-MAX)
                      WHEN OTHER
                         CONTINUE
                      END-EVALUATE
                   END-READ
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.
           IF AC-TABLE-MAX NOT = CKPT-AC-COUNT
              OR OP-TABLE-MAX NOT = CKPT-OP-COUNT
              THEN
              DISPLAY 'CHECKPOINT INCOMPLETE'
              PERFORM 090-REFUSE-RESTART
           END-IF.
           DISPLAY 'ACCUMULATORS / OVERPAYMENTS RESTORED: '
                   AC-TABLE-MAX ' / ' OP-TABLE-MAX.

           PERFORM 083-COPY-RESTART-PAYMENTS.
           PERFORM 084-COPY-RESTART-ERRORS.
           PERFORM 085-COPY-RESTART-PENDS.
           PERFORM 086-COPY-RESTART-SUBRO.
           PERFORM 087-COPY-RESTART-CESSIONS.
           PERFORM 088-COPY-RESTART-DISCREPANCIES.
           PERFORM 089-SKIP-PROCESSED-CLAIMS.

      * the restarted report carries on from here; its totals
      * still cover the whole CLAIMFILE
           MOVE WS-RESTART-COUNT TO RST-CLAIM-COUNT-OUT.
           WRITE PRINT-LINE FROM RESTART-INFO-LINE.

       083-COPY-RESTART-PAYMENTS.
      ************************************************************
      * Payment details as far as the checkpoint - a claim paid   *
      * after it is paid again below, once, so the trailer       *
      * written at the end balances                               *
      ************************************************************
           DISPLAY '083-COPY-RESTART-PAYMENTS'.
           IF WS-PAY-KTR = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RESTART-PAY-FILE.
           IF NOT RESTART-FILE-OK
              THEN
              DISPLAY 'RSTPAY MISSING FOR RESTART'
              PERFORM 090-REFUSE-RESTART
           END-IF.
           PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
              UNTIL WS-CKPT-SUB > WS-PAY-KTR
                   READ RESTART-PAY-FILE
                   AT END
                      DISPLAY 'RSTPAY SHORTER THAN CHECKPOINT'
                      PERFORM 090-REFUSE-RESTART
                   END-READ
                   WRITE PAYMENT-REC FROM RESTART-PAY-REC
                   IF NOT PAYMENT-FILE-OK
                      THEN
                      DISPLAY 'Payment File Problem!'
                      GOBACK
                   END-IF
           END-PERFORM.
           CLOSE RESTART-PAY-FILE.

       084-COPY-RESTART-ERRORS.
      ************************************************************
      * Rejected claims as far as the checkpoint                  *
      ************************************************************
           DISPLAY '084-COPY-RESTART-ERRORS'.
           IF WS-REC-KTR-REJECTED = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RESTART-ERR-FILE.
           IF NOT RESTART-FILE-OK
              THEN
              DISPLAY 'RSTERR MISSING FOR RESTART'
              PERFORM 090-REFUSE-RESTART
           END-IF.
           PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
              UNTIL WS-CKPT-SUB > WS-REC-KTR-REJECTED
                   READ RESTART-ERR-FILE
                   AT END
                      DISPLAY 'RSTERR SHORTER THAN CHECKPOINT'
                      PERFORM 090-REFUSE-RESTART
                   END-READ
                   WRITE ERR-RECORD FROM RESTART-ERR-REC
                   IF NOT ERRFILE-OK
                      THEN
                      DISPLAY 'Error File Problem!'
                      GOBACK
                   END-IF
           END-PERFORM.
           CLOSE RESTART-ERR-FILE.

       085-COPY-RESTART-PENDS.
      ************************************************************
      * Pended claims as far as the checkpoint                    *
      ************************************************************
           DISPLAY '085-COPY-RESTART-PENDS'.
           IF WS-PEND-KTR = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RESTART-PEND-FILE.
           IF NOT RESTART-FILE-OK
              THEN
              DISPLAY 'RSTPEND MISSING FOR RESTART'
              PERFORM 090-REFUSE-RESTART
           END-IF.
           PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
              UNTIL WS-CKPT-SUB > WS-PEND-KTR
                   READ RESTART-PEND-FILE
                   AT END
                      DISPLAY 'RSTPEND SHORTER THAN CHECKPOINT'
                      PERFORM 090-REFUSE-RESTART
                   END-READ
                   WRITE PEND-REC FROM RESTART-PEND-REC
                   IF NOT PEND-FILE-OK
                      THEN
                      DISPLAY 'Pend File Problem!'
                      GOBACK
                   END-IF
           END-PERFORM.
           CLOSE RESTART-PEND-FILE.

       086-COPY-RESTART-SUBRO.
      ************************************************************
      * Subrogation referrals as far as the checkpoint            *
      ************************************************************
           DISPLAY '086-COPY-RESTART-SUBRO'.
           IF WS-SUBRO-KTR = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RESTART-SUBRO-FILE.
           IF NOT RESTART-FILE-OK
              THEN
              DISPLAY 'RSTSUBR MISSING FOR RESTART'
              PERFORM 090-REFUSE-RESTART
           END-IF.
           PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
              UNTIL WS-CKPT-SUB > WS-SUBRO-KTR
                   READ RESTART-SUBRO-FILE
                   AT END
                      DISPLAY 'RSTSUBR SHORTER THAN CHECKPOINT'
                      PERFORM 090-REFUSE-RESTART
                   END-READ
                   WRITE SUBRO-FEED-REC FROM RESTART-SUBRO-REC
                   IF NOT SUBRO-FEED-FILE-OK
                      THEN
                      DISPLAY 'Subrogation Feed File Problem!'
                      GOBACK
                   END-IF
           END-PERFORM.
           CLOSE RESTART-SUBRO-FILE.

       087-COPY-RESTART-CESSIONS.
      ************************************************************
      * Bordereau cessions as far as the checkpoint               *
      ************************************************************
           DISPLAY '087-COPY-RESTART-CESSIONS'.
           IF WS-CESSION-KTR = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RESTART-BORD-FILE.
           IF NOT RESTART-FILE-OK
              THEN
              DISPLAY 'RSTBORD MISSING FOR RESTART'
              PERFORM 090-REFUSE-RESTART
           END-IF.
           PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
              UNTIL WS-CKPT-SUB > WS-CESSION-KTR
                   READ RESTART-BORD-FILE
                   AT END
                      DISPLAY 'RSTBORD SHORTER THAN CHECKPOINT'
                      PERFORM 090-REFUSE-RESTART
                   END-READ
                   WRITE BORDEREAU-REC FROM RESTART-BORD-REC
                   IF NOT BORDEREAU-FILE-OK
                      THEN
                      DISPLAY 'Bordereau File Problem!'
                      GOBACK
                   END-IF
           END-PERFORM.
           CLOSE RESTART-BORD-FILE.

       088-COPY-RESTART-DISCREPANCIES.
      ************************************************************
      * Deductible feed discrepancies as far as the checkpoint    *
      ************************************************************
           DISPLAY '088-COPY-RESTART-DISCREPANCIES'.
           IF WS-ACC-DISC-KTR = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT RESTART-DISC-FILE.
           IF NOT RESTART-FILE-OK
              THEN
              DISPLAY 'RSTDISC MISSING FOR RESTART'
              PERFORM 090-REFUSE-RESTART
           END-IF.
           PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
              UNTIL WS-CKPT-SUB > WS-ACC-DISC-KTR
                   READ RESTART-DISC-FILE
                   AT END
                      DISPLAY 'RSTDISC SHORTER THAN CHECKPOINT'
                      PERFORM 090-REFUSE-RESTART
                   END-READ
                   WRITE DISC-REC FROM RESTART-DISC-REC
                   IF NOT DISC-FILE-OK
                      THEN
                      DISPLAY 'Discrepancy File Problem!'
                      GOBACK
                   END-IF
           END-PERFORM.
           CLOSE RESTART-DISC-FILE.

       089-SKIP-PROCESSED-CLAIMS.
      ************************************************************
      * Read past the claims the aborted run processed. The last  *
      * one must be the claim the checkpoint was taken after, or  *
      * this is not the CLAIMFILE it was taken on.                *
      ************************************************************
           DISPLAY '089-SKIP-PROCESSED-CLAIMS'.
           PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
              UNTIL WS-CKPT-SUB > WS-RESTART-COUNT
                   READ CLAIMFILE INTO CLAIM-RECORD-WS
                   AT END
                      DISPLAY 'CLAIMFILE SHORTER THAN CHECKPOINT'
                      PERFORM 090-REFUSE-RESTART
                   END-READ
           END-PERFORM.
           IF WS-RESTART-COUNT > 0
              AND CLAIM-RECORD-WS NOT = CKPT-LAST-CLAIM
              THEN
              DISPLAY 'CHECKPOINT BELONGS TO A DIFFERENT CLAIMFILE'
              PERFORM 090-REFUSE-RESTART
           END-IF.

       090-REFUSE-RESTART.
      ************************************************************
      * The checkpoint cannot be restarted from - stop before     *
      * anything is processed and leave CHKPOINT as it is         *
      ************************************************************
           DISPLAY 'RESTART REFUSED - RC=8'.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       060-LOAD-RATES.
      ************************************************************
      * Load per-policy-type deductible / coinsurance rates from  *
      * the rate card so they can be changed without recompiling  *
      * the program - one record per policy type, keyed by        *
      * RC-POLICY-TYPE (1 = PRIVATE, 2 = MEDICARE,                 *
      * 3 = AFFORDABLE-CARE)                                       *
      ************************************************************
           DISPLAY '060-LOAD-RATES'.

           MOVE 'N' TO RATE-FILE-EOF-WS.
           READ RATE-FILE
           AT END
              DISPLAY 'Rate Card File Empty - Problem!'
              GOBACK
           END-READ.

           PERFORM UNTIL RATE-FILE-EOF
              MOVE RC-DEDUCTIBLE-PERC TO
                 RATE-DEDUCTIBLE-PERC(RC-POLICY-TYPE)
              MOVE RC-COINSURANCE-PERC TO
                 RATE-COINSURANCE-PERC(RC-POLICY-TYPE)
              IF RC-INDIV-DEDUCT-MAX NUMERIC
                 THEN
                 MOVE RC-INDIV-DEDUCT-MAX TO
                    RATE-INDIV-DEDUCT-MAX(RC-POLICY-TYPE)
              END-IF
              IF RC-FAMILY-DEDUCT-MAX NUMERIC
                 THEN
                 MOVE RC-FAMILY-DEDUCT-MAX TO
                    RATE-FAMILY-DEDUCT-MAX(RC-POLICY-TYPE)
              END-IF

              DISPLAY 'POLICY-TYPE / DEDUCTIBLE-PERC / '
                      'COINSURANCE-PERC  '
                      RC-POLICY-TYPE '/'
                      RC-DEDUCTIBLE-PERC '/' RC-COINSURANCE-PERC
              DISPLAY 'DEDUCTIBLE MAX INDIVIDUAL / FAMILY  '
                      RATE-INDIV-DEDUCT-MAX(RC-POLICY-TYPE) '/'
                      RATE-FAMILY-DEDUCT-MAX(RC-POLICY-TYPE)

              READ RATE-FILE
              AT END
                 MOVE 'Y' TO RATE-FILE-EOF-WS
              END-READ
           END-PERFORM.

      * A rate in effect in the PARMLIB parameter library replaces
      * the rate card's; one not in effect leaves it as loaded
           PERFORM 061-LOAD-RATE-PARM
              VARYING RATE-TYPE-SUB FROM 1 BY 1
                 UNTIL RATE-TYPE-SUB > 3
              AFTER RATE-PARM-SUB FROM 1 BY 1
                 UNTIL RATE-PARM-SUB > 4.
       061-LOAD-RATE-PARM.
      ************************************************************
      * One claims rate for one policy type from the PARMLIB      *
      * parameter library - deductible %, coinsurance %, then the *
      * individual and family deductible maximums                 *
      ************************************************************
           MOVE 'MIDTERMF' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.
           MOVE SPACES TO PLIB-PARM-NAME.
           STRING RATE-PARM-BASE(RATE-PARM-SUB) DELIMITED BY SPACE
                  RATE-TYPE-SUB DELIMITED BY SIZE
                  INTO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE < 0
              OR (RATE-PARM-SUB < 3 AND PLIB-NUM-VALUE NOT < 1)
              OR PLIB-NUM-VALUE > 99999.99
              THEN
              DISPLAY PLIB-PARM-NAME ' Problem! NOT A VALID RATE: '
                      PLIB-VALUE
              GOBACK
           END-IF.

           EVALUATE RATE-PARM-SUB
           WHEN 1
                MOVE PLIB-NUM-VALUE TO
                   RATE-DEDUCTIBLE-PERC(RATE-TYPE-SUB)
           WHEN 2
                MOVE PLIB-NUM-VALUE TO
                   RATE-COINSURANCE-PERC(RATE-TYPE-SUB)
           WHEN 3
                MOVE PLIB-NUM-VALUE TO
                   RATE-INDIV-DEDUCT-MAX(RATE-TYPE-SUB)
           WHEN 4
                MOVE PLIB-NUM-VALUE TO
                   RATE-FAMILY-DEDUCT-MAX(RATE-TYPE-SUB)
           END-EVALUATE.
           DISPLAY 'PARMLIB RATE ' PLIB-PARM-NAME ' = ' PLIB-VALUE
                   ' EFFECTIVE ' PLIB-EFF-DATE.
       050-SET-DATE.
      ************************************************************
      * determine current date and weekday for report header     *
      ************************************************************
           DISPLAY '050-SET-DATE'.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           ACCEPT CURRENT-WEEK-DAY FROM DAY-OF-WEEK.

           MOVE DT-OF-WK(CURRENT-WEEK-DAY) TO HDG-DAY.
           MOVE WS-CURRENT-DT-STRING TO HDG-DATE.
      * a restart carries on under the aborted run's date, so its
      * history entries and recoupments match the ones copied
           IF RESTART-RUN
              THEN
              MOVE CKPT-RUN-DATE TO WS-CURRENT-DT-STRING
              MOVE WS-CURRENT-DT-STRING TO HDG-DATE
           END-IF.

       100-MAIN.
      ************************************************************
      * Main Routine                                             *
      ************************************************************
           DISPLAY '100-MAIN'.

      * only one processing type in this program

           MOVE CLAIM-RECORD-WS TO WS-CKPT-LAST-CLAIM.
           PERFORM 200-PROCESS-DATA.

      * checkpoint every WS-CKPT-INTERVAL claims
           IF WS-CKPT-INTERVAL > 0
              THEN
              DIVIDE WS-REC-KTR BY WS-CKPT-INTERVAL
                 GIVING WS-CKPT-QUOTIENT
                 REMAINDER WS-CKPT-REMAINDER
              IF WS-CKPT-REMAINDER = 0
                 THEN
                 PERFORM 600-WRITE-CHECKPOINT
              END-IF
           END-IF.

       200-PROCESS-DATA.
      ************************************************************
      * Main Process                                             *
      ************************************************************
           DISPLAY '200-PROCESS-DATA'.
           DISPLAY "INPUT-REC: " CLAIM-RECORD-WS.

           PERFORM 220-VALIDATE-DATA.
           ADD 1 TO WS-REC-KTR.
      * A format-valid claim must also clear the duplicate check
      * before it is allowed to pay
           IF VALID-DATA-IND
              THEN
              PERFORM 222-CHECK-DUPLICATE
           END-IF.
      * Process valid Data....
           IF VALID-DATA-IND
              THEN
              ADD 1 TO WS-REC-KTR-VALID
              PERFORM 230-PROCESS-CLAIM
              PERFORM 500-WRITE-REPORT
              IF WS-AUTH-NUMBER-WS NOT = SPACES
                 THEN
                 MOVE WS-AUTH-NUMBER-WS TO AUTH-NUMBER-OUT
                 WRITE PRINT-LINE FROM AUTH-INFO-LINE
                    AFTER ADVANCING 1 LINE
                 ADD 1 TO LINE-COUNT
              END-IF
              PERFORM 280-INCREMENT-TOTALS
              PERFORM 400-READ-INPUT-FILE
      * ...else write it to the exception file and read next record
           ELSE
              IF PEND-CLAIM
                 THEN
                 PERFORM 226-WRITE-PEND-FILE
              ELSE
                 PERFORM 225-WRITE-ERRORFILE
              END-IF
              PERFORM 400-READ-INPUT-FILE *> Read Next
           END-IF.
       222-CHECK-DUPLICATE.
      ************************************************************
      * Suspected duplicate: same policy, benefit date and claim  *
      * amount already on the paid-claim history. An override     *
      * transaction for the exact same key force-pays a verified  *
      * resubmission past the check.                              *
      ************************************************************
           DISPLAY '222-CHECK-DUPLICATE'.

           MOVE 'N' TO SW-CH-FOUND.
           PERFORM VARYING CH-TABLE-SUB FROM 1 BY 1
              UNTIL CH-TABLE-SUB > CH-TABLE-MAX
                   IF CH-TBL-POLICY-NO(CH-TABLE-SUB) =
                      INSURED-POLICY-NO
                      AND CH-TBL-BENEFIT-DATE(CH-TABLE-SUB) =
                      POLICY-BENEFIT-DATE-NUM
                      AND CH-TBL-CLAIM-AMOUNT(CH-TABLE-SUB) =
                      CLAIM-AMOUNT
                      AND CH-TBL-MEMBER-SUFFIX(CH-TABLE-SUB) =
                      MEMBER-SUFFIX
                      AND CH-TBL-LIVE(CH-TABLE-SUB)
                      THEN
                      MOVE 'Y' TO SW-CH-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           IF NOT CH-FOUND
              THEN
              EXIT PARAGRAPH
           END-IF.
              EXIT PARAGRAPH
           END-IF.

      * ...and the claimant must be a member covered under the
      * policy on the benefit date

           PERFORM 227-CHECK-MEMBER.
           IF NOT VALID-DATA-IND
              THEN
              EXIT PARAGRAPH
           END-IF.

      * Validating Claim Amount: hast to be Numeric, > 0, < Max

           IF CLAIM-AMOUNT NOT NUMERIC
              EXIT PARAGRAPH
           END-IF.

      * An accident-related claim must name the liable party or
      * carrier the recovery will be pursued against

           IF NOT ACCIDENT-RELATED AND NOT NO-ACCIDENT
              THEN
              DISPLAY "** Accident indicator not valid ** "
                      ACCIDENT-IND
              MOVE 'INVALID ACCIDENT INDICATOR' TO WS-REJECT-REASON
              MOVE "N" TO VALID-DATA-STATUS
              EXIT PARAGRAPH
           END-IF.

           IF ACCIDENT-RELATED AND LIABLE-PARTY-REF = SPACES
              THEN
              DISPLAY "** Liable party reference missing ** "
                      INSURED-POLICY-NO
              MOVE 'LIABLE PARTY REF BLANK' TO WS-REJECT-REASON
              MOVE "N" TO VALID-DATA-STATUS
              EXIT PARAGRAPH
           END-IF.


      * A policy with an open confirmed-fraud case pends every
      * new claim until the investigators release it
      * Believe the master, not the claim record
           MOVE PM-TBL-POLICY-AMOUNT(PM-TABLE-SUB) TO POLICY-AMOUNT.

      * Premium unpaid past the grace period - hold the claim
      * until the policy is reinstated
           IF PM-TBL-STATUS(PM-TABLE-SUB) = 'S'
              THEN
              DISPLAY "** Policy suspended - claim pended ** "
                      INSURED-POLICY-NO
              MOVE 'POLICY SUSPENDED' TO WS-REJECT-REASON
              MOVE 'Y' TO SW-PEND-CLAIM
              MOVE "N" TO VALID-DATA-STATUS
           END-IF.

       227-CHECK-MEMBER.
      ***********************************************************
      * Member checks - the claim's member suffix (blank is the  *
      * subscriber) must be on the member master for the policy  *
      * and covered on the benefit date. A policy with no member *
      * rows covers its subscriber only.                         *
      ***********************************************************
           DISPLAY '227-CHECK-MEMBER'.

           IF MEMBER-SUFFIX-X = SPACES
              THEN
              MOVE 0 TO MEMBER-SUFFIX
           END-IF.
           IF MEMBER-SUFFIX-X NOT NUMERIC
              THEN
              DISPLAY "** Member suffix not valid ** "
                      INSURED-POLICY-NO ' ' MEMBER-SUFFIX-X
              MOVE 'INVALID MEMBER SUFFIX' TO WS-REJECT-REASON
              MOVE "N" TO VALID-DATA-STATUS
              ADD 1 TO WS-MEMBER-REJECT-KTR
              EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO SW-MB-FOUND.
           MOVE 'N' TO SW-MB-POLICY-FOUND.
           PERFORM VARYING MB-TABLE-SUB FROM 1 BY 1
              UNTIL MB-TABLE-SUB > MB-TABLE-MAX
                   IF MB-TBL-POLICY-NO(MB-TABLE-SUB) =
                      INSURED-POLICY-NO
                      THEN
                      MOVE 'Y' TO SW-MB-POLICY-FOUND
                      IF MB-TBL-MEMBER-SUFFIX(MB-TABLE-SUB) =
                         MEMBER-SUFFIX
                         THEN
                         MOVE 'Y' TO SW-MB-FOUND
                         EXIT PERFORM
                      END-IF
                   END-IF
           END-PERFORM.

           IF NOT MB-FOUND
              THEN
              IF NOT MB-POLICY-FOUND AND MEMBER-SUFFIX = 0
                 THEN
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "** Member not on policy ** "
                      INSURED-POLICY-NO ' ' MEMBER-SUFFIX
              MOVE 'MEMBER NOT ON POLICY' TO WS-REJECT-REASON
              MOVE "N" TO VALID-DATA-STATUS
              ADD 1 TO WS-MEMBER-REJECT-KTR
              EXIT PARAGRAPH
           END-IF.

           IF POLICY-BENEFIT-DATE-NUM <
              MB-TBL-COV-START(MB-TABLE-SUB)
              OR (MB-TBL-COV-END(MB-TABLE-SUB) > 0
                  AND MB-TBL-COV-END(MB-TABLE-SUB) <
                      POLICY-BENEFIT-DATE-NUM)
              THEN
              DISPLAY "** Member not covered on date ** "
                      INSURED-POLICY-NO ' ' MEMBER-SUFFIX
              MOVE 'MEMBER NOT COVERED ON DATE' TO WS-REJECT-REASON
              MOVE "N" TO VALID-DATA-STATUS
              ADD 1 TO WS-MEMBER-REJECT-KTR
           END-IF.

       223-CHECK-PREAUTH.
      ***********************************************************
      * A claim over the AUTH-LIMIT must match a pre-            *
      * authorization for its policy that covers the claim       *
      * amount and has not expired before the benefit date.      *
      * Matched claims carry the auth number onto the report;    *

           DISPLAY '230-PROCESS-CLAIM'.

           PERFORM 235-ADJUDICATE-CLAIM.

           PERFORM 285-WRITE-PAYMENT-RECORD.

           IF ACCIDENT-RELATED
              THEN
              PERFORM 288-WRITE-SUBRO-FEED
           END-IF.

           IF REINSURANCE = 'Y '
              THEN
              PERFORM 290-CHECK-CESSION
           END-IF.

           PERFORM 280-INCREMENT-TOTALS.
      *
       235-ADJUDICATE-CLAIM.
      ***********************************************************
      * Adjudicate the claim in CLAIM-RECORD-WS and roll it into *
      * the benefit-year accumulator - shared by new claims and *
      * by re-adjudicated adjustments                           *
      ***********************************************************
           DISPLAY '235-ADJUDICATE-CLAIM'.

           PERFORM 240-COMPUTE-DEDUCTIBLES.

           IF NOT DEDUCTIBLE-MET
              THEN
              ADD DEDUCTIBLE-POLICY-WS TO
                 DEDUCTIBLE-WS
      * the policy part comes out of the member's coinsurance
      * share, so a maximum reached here only moves it between
      * deductible and share
              PERFORM 247-APPLY-DEDUCTIBLE-CAPS
           END-IF.
           IF DEDUCT-CAPPED
              THEN
              ADD 1 TO WS-DEDUCT-CAP-KTR
           END-IF.

      * Roll this paid claim into the benefit-year accumulator:
           ADD DEDUCTIBLE-WS TO AC-TBL-OOP-YTD(AC-TABLE-SUB).
           ADD WS-MEMBER-SHARE-WS TO
              AC-TBL-OOP-YTD(AC-TABLE-SUB).
      * ...and into the member's own
           ADD DEDUCTIBLE-WS TO AC-TBL-DEDUCT-YTD(AC-MBR-SUB).
           ADD DEDUCTIBLE-WS TO AC-TBL-OOP-YTD(AC-MBR-SUB).
           ADD WS-MEMBER-SHARE-WS TO
              AC-TBL-OOP-YTD(AC-MBR-SUB).
      *
       240-COMPUTE-DEDUCTIBLES.
      * **********************************************************
              CALC-OPERAND-2, CALC-RESULT, CALC-STATUS.
           COMPUTE DEDUCTIBLE-WS ROUNDED = CALC-RESULT.

      * Deductible-met now comes from the benefit-year
      * accumulator, not the keyed POLICY-DEDUCTIBLE-PAID field -
      * the feed has been wrong often enough to double-charge
      * members. The family (policy) entry and the member's own
      * entry are both needed - the deductible never takes either
      * past its benefit-year maximum from the rate card.

           PERFORM 245-FIND-ACCUMULATOR.
           PERFORM 246-FIND-MEMBER-ACCUM.
           MOVE 'N' TO SW-DEDUCT-CAPPED.
           PERFORM 247-APPLY-DEDUCTIBLE-CAPS.

      * amount remaining after the deductible is split by the
      * company's coinsurance rate - the rest is the client's share

              ADD WS-COB-SAVED-WS TO WS-COB-SAVINGS-TOTAL
           END-IF.

      * The keyed value is still compared with the family total
      * and reported when it disagrees.

           IF POLICY-DEDUCTIBLE-PAID NOT =
              AC-TBL-DEDUCT-YTD(AC-TABLE-SUB)
                      INSURED-POLICY-NO
                      AND AC-TBL-BENEFIT-YEAR(AC-TABLE-SUB) =
                      POLICY-YEAR
                      AND AC-TBL-FAMILY(AC-TABLE-SUB)
                      THEN
                      MOVE 'Y' TO SW-AC-FOUND
                      EXIT PERFORM
                    AC-TBL-BENEFIT-YEAR(AC-TABLE-SUB)
                 MOVE 0 TO AC-TBL-DEDUCT-YTD(AC-TABLE-SUB)
                 MOVE 0 TO AC-TBL-OOP-YTD(AC-TABLE-SUB)
                 MOVE 'F' TO AC-TBL-LEVEL(AC-TABLE-SUB)
                 MOVE 0 TO AC-TBL-MEMBER-SUFFIX(AC-TABLE-SUB)
              ELSE
                 DISPLAY 'WARNING: ACCUMULATOR TABLE FULL'
                 MOVE AC-TABLE-MAX TO AC-TABLE-SUB
              END-IF
           END-IF.

       246-FIND-MEMBER-ACCUM.
      ************************************************************
      * Find (or start) the individual accumulator entry for the *
      * claim's member and benefit year - AC-MBR-SUB points at   *
      * it on exit                                               *
      ************************************************************
           DISPLAY '246-FIND-MEMBER-ACCUM'.
           MOVE 'N' TO SW-AC-FOUND.
           PERFORM VARYING AC-MBR-SUB FROM 1 BY 1
              UNTIL AC-MBR-SUB > AC-TABLE-MAX
                   IF AC-TBL-POLICY-NO(AC-MBR-SUB) =
                      INSURED-POLICY-NO
                      AND AC-TBL-BENEFIT-YEAR(AC-MBR-SUB) =
                      POLICY-YEAR
                      AND AC-TBL-INDIVIDUAL(AC-MBR-SUB)
                      AND AC-TBL-MEMBER-SUFFIX(AC-MBR-SUB) =
                      MEMBER-SUFFIX
                      THEN
                      MOVE 'Y' TO SW-AC-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT AC-FOUND
              THEN
              IF AC-TABLE-MAX < AC-TABLE-MAX-LIMIT
                 THEN
                 ADD 1 TO AC-TABLE-MAX
                 MOVE AC-TABLE-MAX TO AC-MBR-SUB
                 MOVE INSURED-POLICY-NO TO
                    AC-TBL-POLICY-NO(AC-MBR-SUB)
                 MOVE POLICY-YEAR TO
                    AC-TBL-BENEFIT-YEAR(AC-MBR-SUB)
                 MOVE 0 TO AC-TBL-DEDUCT-YTD(AC-MBR-SUB)
                 MOVE 0 TO AC-TBL-OOP-YTD(AC-MBR-SUB)
                 MOVE 'I' TO AC-TBL-LEVEL(AC-MBR-SUB)
                 MOVE MEMBER-SUFFIX TO
                    AC-TBL-MEMBER-SUFFIX(AC-MBR-SUB)
              ELSE
                 DISPLAY 'WARNING: ACCUMULATOR TABLE FULL'
                 MOVE AC-TABLE-MAX TO AC-MBR-SUB
              END-IF
           END-IF.

       247-APPLY-DEDUCTIBLE-CAPS.
      ************************************************************
      * Hold DEDUCTIBLE-WS to what is left under the individual  *
      * and family deductible maximums for the policy type -     *
      * a zero maximum is no maximum                             *
      ************************************************************
           DISPLAY '247-APPLY-DEDUCTIBLE-CAPS'.
           IF RATE-INDIV-DEDUCT-MAX(POLICY-TYPE) > 0
              THEN
              COMPUTE WS-DEDUCT-ROOM-WS =
                 RATE-INDIV-DEDUCT-MAX(POLICY-TYPE) -
                 AC-TBL-DEDUCT-YTD(AC-MBR-SUB)
              IF WS-DEDUCT-ROOM-WS < 0
                 THEN
                 MOVE 0 TO WS-DEDUCT-ROOM-WS
              END-IF
              IF DEDUCTIBLE-WS > WS-DEDUCT-ROOM-WS
                 THEN
                 MOVE WS-DEDUCT-ROOM-WS TO DEDUCTIBLE-WS
                 MOVE 'Y' TO SW-DEDUCT-CAPPED
              END-IF
           END-IF.
           IF RATE-FAMILY-DEDUCT-MAX(POLICY-TYPE) > 0
              THEN
              COMPUTE WS-DEDUCT-ROOM-WS =
                 RATE-FAMILY-DEDUCT-MAX(POLICY-TYPE) -
                 AC-TBL-DEDUCT-YTD(AC-TABLE-SUB)
              IF WS-DEDUCT-ROOM-WS < 0
                 THEN
                 MOVE 0 TO WS-DEDUCT-ROOM-WS
              END-IF
              IF DEDUCTIBLE-WS > WS-DEDUCT-ROOM-WS
                 THEN
                 MOVE WS-DEDUCT-ROOM-WS TO DEDUCTIBLE-WS
                 MOVE 'Y' TO SW-DEDUCT-CAPPED
              END-IF
           END-IF.

       285-WRITE-PAYMENT-RECORD.
      ************************************************************
      * One payment interface record per paid claim, and the     *
      * claim's entry on the persistent claim history            *
      ************************************************************
           DISPLAY '285-WRITE-PAYMENT-RECORD'.

           MOVE CLAIM-PAID-WS TO WS-PAY-GROSS-WS.
           MOVE SPACE TO WS-PAY-ADJUST-IND.
           PERFORM 286-WRITE-PAYMENT-DETAIL.

      * This claim is paying - record it on the persistent claim
      * history and in the table so an in-batch duplicate is also
           MOVE POLICY-BENEFIT-DATE-NUM TO CH-BENEFIT-DATE.
           MOVE CLAIM-AMOUNT TO CH-CLAIM-AMOUNT.
           MOVE WS-CURRENT-DATE TO CH-RUN-DATE.
           MOVE CLAIM-PAID-WS TO CH-PAID-AMOUNT.
           MOVE DEDUCTIBLE-WS TO CH-DEDUCTION.
           MOVE WS-MEMBER-SHARE-WS TO CH-MEMBER-SHARE.
           MOVE MEMBER-SUFFIX TO CH-MEMBER-SUFFIX.
           WRITE CLAIM-HIST-REC.
           IF NOT CLAIM-HIST-FILE-OK
              THEN
              DISPLAY 'Claim History File Problem!'
              GOBACK
           END-IF.
           ADD 1 TO WS-HIST-KTR.
           IF CH-TABLE-MAX < CH-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO CH-TABLE-MAX
              MOVE CLAIM-AMOUNT TO
                 CH-TBL-CLAIM-AMOUNT(CH-TABLE-MAX)
              MOVE WS-CURRENT-DATE TO CH-TBL-RUN-DATE(CH-TABLE-MAX)
              MOVE SPACE TO CH-TBL-ENTRY-TYPE(CH-TABLE-MAX)
              MOVE CLAIM-PAID-WS TO
                 CH-TBL-PAID-AMOUNT(CH-TABLE-MAX)
              MOVE DEDUCTIBLE-WS TO CH-TBL-DEDUCTION(CH-TABLE-MAX)
              MOVE WS-MEMBER-SHARE-WS TO
                 CH-TBL-MEMBER-SHARE(CH-TABLE-MAX)
              MOVE MEMBER-SUFFIX TO
                 CH-TBL-MEMBER-SUFFIX(CH-TABLE-MAX)
           END-IF.

       286-WRITE-PAYMENT-DETAIL.
      ************************************************************
      * One payment interface record - policy, insured name,     *
      * benefit date, claim amount, deduction taken, any prior   *
      * overpayment recouped from it, and the net amount payable *
      * to the client. WS-PAY-GROSS-WS carries what is due.      *
      ************************************************************
           DISPLAY '286-WRITE-PAYMENT-DETAIL'.

           PERFORM 287-RECOUP-OVERPAYMENT.

           MOVE SPACES TO PAYMENT-REC.
           MOVE 'D' TO PAY-REC-TYPE.
           MOVE INSURED-POLICY-NO TO PAY-POLICY-NO.
           MOVE INSURED-LAST-NAME TO PAY-LAST-NAME.
           MOVE INSURED-FIRST-NAME TO PAY-FIRST-NAME.
           MOVE POLICY-BENEFIT-DATE-NUM TO PAY-BENEFIT-DATE.
           MOVE CLAIM-AMOUNT TO PAY-CLAIM-AMOUNT.
           MOVE DEDUCTIBLE-WS TO PAY-DEDUCTION.
           COMPUTE PAY-NET-AMOUNT = WS-PAY-GROSS-WS - WS-RECOUP-WS.
           MOVE WS-RECOUP-WS TO PAY-OFFSET-AMOUNT.
           MOVE WS-PAY-ADJUST-IND TO PAY-ADJUST-IND.
           WRITE PAYMENT-REC.
           IF NOT PAYMENT-FILE-OK
              THEN
              DISPLAY 'Payment File Problem!'
              GOBACK
           END-IF.
           ADD 1 TO WS-PAY-KTR.
           ADD PAY-NET-AMOUNT TO WS-PAY-TOTAL.

       287-RECOUP-OVERPAYMENT.
      ************************************************************
      * Offset the policy's open overpayments against this       *
      * payment, oldest first. A receivable set up in this run   *
      * waits for a later run, so the member has had notice.     *
      ************************************************************
           DISPLAY '287-RECOUP-OVERPAYMENT'.
           MOVE 0 TO WS-RECOUP-WS.
           IF WS-PAY-GROSS-WS NOT > 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING OP-TABLE-SUB FROM 1 BY 1
              UNTIL OP-TABLE-SUB > OP-TABLE-MAX
                 OR WS-RECOUP-WS = WS-PAY-GROSS-WS
                   MOVE OP-TBL-REC(OP-TABLE-SUB) TO OVERPAY-REC-WS
                   IF OP-POLICY-NO = INSURED-POLICY-NO
                      AND OP-OPEN
                      AND OP-CREATED-DATE < WS-CURRENT-DATE
                      THEN
                      PERFORM 289-RECOUP-ONE-RECEIVABLE
                   END-IF
           END-PERFORM.
           IF WS-RECOUP-WS > 0
              THEN
              ADD 1 TO WS-RECOUP-KTR
              ADD WS-RECOUP-WS TO WS-RECOUP-TOTAL
           END-IF.

       289-RECOUP-ONE-RECEIVABLE.
      ************************************************************
      * Take what this receivable still owes, up to what is left *
      * of the payment; a receivable paid down to zero clears    *
      ************************************************************
           COMPUTE WS-RECOUP-TAKE-WS = WS-PAY-GROSS-WS - WS-RECOUP-WS.
           IF OP-BALANCE < WS-RECOUP-TAKE-WS
              THEN
              MOVE OP-BALANCE TO WS-RECOUP-TAKE-WS
           END-IF.
           SUBTRACT WS-RECOUP-TAKE-WS FROM OP-BALANCE.
           ADD WS-RECOUP-TAKE-WS TO OP-RECOUPED-TOTAL.
           ADD WS-RECOUP-TAKE-WS TO WS-RECOUP-WS.
           MOVE WS-CURRENT-DATE TO OP-LAST-RECOUP-DATE.
           IF OP-BALANCE = 0
              THEN
              MOVE 'C' TO OP-STATUS
           END-IF.
           MOVE OVERPAY-REC-WS TO OP-TBL-REC(OP-TABLE-SUB).

       288-WRITE-SUBRO-FEED.
      ************************************************************
      * Refer a paid accident claim for third-party recovery -   *
      * what we paid and what the member bore (deductible plus   *
      * coinsurance share, the accumulator's out-of-pocket)      *
      ************************************************************
           DISPLAY '288-WRITE-SUBRO-FEED'.
           MOVE SPACES TO SUBRO-FEED-REC.
           MOVE INSURED-POLICY-NO TO SF-POLICY-NO.
           MOVE POLICY-BENEFIT-DATE-NUM TO SF-BENEFIT-DATE.
           MOVE ACCIDENT-IND TO SF-ACCIDENT-IND.
           MOVE LIABLE-PARTY-REF TO SF-LIABLE-PARTY-REF.
           MOVE CLAIM-AMOUNT TO SF-CLAIM-AMOUNT.
           MOVE CLAIM-PAID-WS TO SF-PAID-AMOUNT.
           COMPUTE SF-MEMBER-SHARE =
              DEDUCTIBLE-WS + WS-MEMBER-SHARE-WS.
           MOVE WS-CURRENT-DATE TO SF-RUN-DATE.
           MOVE MEMBER-SUFFIX TO SF-MEMBER-SUFFIX.
           WRITE SUBRO-FEED-REC.
           IF NOT SUBRO-FEED-FILE-OK
              THEN
              DISPLAY 'Subrogation Feed File Problem!'
              GOBACK
           END-IF.
           ADD 1 TO WS-SUBRO-KTR.
           ADD CLAIM-PAID-WS TO WS-SUBRO-PAID-TOTAL.

       290-CHECK-CESSION.
      ************************************************************
      * Cede the excess of this claim's payable amount over the   *
              DISPLAY 'Payment File Problem!'
              GOBACK
           END-IF.
           OPEN OUTPUT SUBRO-FEED-FILE.
           IF NOT SUBRO-FEED-FILE-OK
              DISPLAY 'Subrogation Feed File Problem!'
              GOBACK
           END-IF.
       400-READ-INPUT-FILE.
      ************************************************************
      * Read Input record                                        *
           WRITE PRINT-LINE FROM FOOT-LINE
              AFTER ADVANCING 3 LINES.

       600-WRITE-CHECKPOINT.
      ************************************************************
      * Record a restart point: claim count, running totals, the  *
      * CLAIMFILE's identity and the accumulator and overpayment  *
      * tables. The output files are closed and reopened first,   *
      * so everything the checkpoint counts is on them.           *
      ************************************************************
           IF WS-CKPT-INTERVAL = 0
              THEN
              EXIT PARAGRAPH
           END-IF.
           DISPLAY '600-WRITE-CHECKPOINT'.
           PERFORM 605-COMMIT-OUTPUT-FILES.

           MOVE SPACES TO CKPT-HEADER-WS.
           MOVE 'H' TO CKPT-REC-TYPE.
           MOVE WS-CURRENT-DT-STRING TO CKPT-RUN-DATE.
           MOVE WS-REC-KTR TO CKPT-CLAIM-COUNT.
           MOVE SW-ADJ-APPLIED TO CKPT-ADJ-APPLIED.
           MOVE REINSURANCE TO CKPT-REINSURANCE.
           MOVE WS-CKPT-FIRST-CLAIM TO CKPT-FIRST-CLAIM.
           MOVE WS-CKPT-LAST-CLAIM TO CKPT-LAST-CLAIM.
           MOVE WS-HIST-KTR TO CKPT-HIST-COUNT.
           MOVE ACCUMS-AND-COUNTERS TO CKPT-COUNTERS.
           MOVE TOT-BILL-INFORMATION TO CKPT-BILL-TOTALS.
           MOVE WS-WEEKLY-ACCUM TO CKPT-WEEKLY-ACCUM.
           MOVE WS-PEND-KTR TO CKPT-PEND-KTR.
           MOVE WS-FRAUD-PEND-KTR TO CKPT-FRAUD-PEND-KTR.
           MOVE WS-ACC-AGED-KTR TO CKPT-ACC-AGED-KTR.
           MOVE WS-ACC-DISC-KTR TO CKPT-ACC-DISC-KTR.
           MOVE WS-OP-HIGH-RECV-NO TO CKPT-OP-HIGH-RECV-NO.
           MOVE AC-TABLE-MAX TO CKPT-AC-COUNT.
           MOVE OP-TABLE-MAX TO CKPT-OP-COUNT.

           OPEN OUTPUT CHECKPOINT-FILE.
           IF NOT CHECKPOINT-FILE-OK
              THEN
              DISPLAY 'Checkpoint File Problem!'
              GOBACK
           END-IF.
           WRITE CHECKPOINT-REC FROM CKPT-HEADER-WS.
           MOVE SPACES TO CKPT-DETAIL-WS.
           MOVE 'A' TO CKPT-DTL-TYPE.
           PERFORM VARYING AC-TABLE-SUB FROM 1 BY 1
              UNTIL AC-TABLE-SUB > AC-TABLE-MAX
                   MOVE AC-ENTRY(AC-TABLE-SUB) TO CKPT-DTL-DATA
                   WRITE CHECKPOINT-REC FROM CKPT-DETAIL-WS
           END-PERFORM.
           MOVE 'O' TO CKPT-DTL-TYPE.
           PERFORM VARYING OP-TABLE-SUB FROM 1 BY 1
              UNTIL OP-TABLE-SUB > OP-TABLE-MAX
                   MOVE OP-TBL-REC(OP-TABLE-SUB) TO CKPT-DTL-DATA
                   WRITE CHECKPOINT-REC FROM CKPT-DETAIL-WS
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.
           DISPLAY 'CHECKPOINT TAKEN AFTER CLAIM ' WS-REC-KTR.

       605-COMMIT-OUTPUT-FILES.
      ************************************************************
      * Close and reopen (EXTEND) the files claims are written to *
      ************************************************************
           CLOSE ERRFILE.
           OPEN EXTEND ERRFILE.
           IF NOT ERRFILE-OK
              DISPLAY 'Error File Problem!'
              GOBACK
           END-IF.
           CLOSE PAYMENT-FILE.
           OPEN EXTEND PAYMENT-FILE.
           IF NOT PAYMENT-FILE-OK
              DISPLAY 'Payment File Problem!'
              GOBACK
           END-IF.
           CLOSE CLAIM-HIST-FILE.
           OPEN EXTEND CLAIM-HIST-FILE.
           IF NOT CLAIM-HIST-FILE-OK
              DISPLAY 'Claim History File Problem!'
              GOBACK
           END-IF.
           CLOSE PEND-FILE.
           OPEN EXTEND PEND-FILE.
           IF NOT PEND-FILE-OK
              DISPLAY 'Pend File Problem!'
              GOBACK
           END-IF.
           CLOSE SUBRO-FEED-FILE.
           OPEN EXTEND SUBRO-FEED-FILE.
           IF NOT SUBRO-FEED-FILE-OK
              DISPLAY 'Subrogation Feed File Problem!'
              GOBACK
           END-IF.
           CLOSE DISC-FILE.
           OPEN EXTEND DISC-FILE.
           IF NOT DISC-FILE-OK
              DISPLAY 'Discrepancy File Problem!'
              GOBACK
           END-IF.
           IF REINSURANCE = 'Y '
              THEN
              CLOSE BORDEREAU-FILE
              OPEN EXTEND BORDEREAU-FILE
              IF NOT BORDEREAU-FILE-OK
                 DISPLAY 'Bordereau File Problem!'
                 GOBACK
              END-IF
           END-IF.

       610-CLEAR-CHECKPOINT.
      ************************************************************
      * Run finished normally - empty the checkpoint so the next  *
      * run starts from the beginning instead of restarting.      *
      ************************************************************
           IF WS-CKPT-INTERVAL = 0 AND NOT RESTART-RUN
              THEN
              EXIT PARAGRAPH
           END-IF.
           DISPLAY '610-CLEAR-CHECKPOINT'.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CHECKPOINT-FILE-OK
              THEN
              CLOSE CHECKPOINT-FILE
           END-IF.

       700-WRITE-SUMMARY-REPORT.
      ***********************************************************
      * Write summary at end of report                          *
           DISPLAY WS-PEND-KTR.
           DISPLAY "Claims pended (fraud hold) "
           DISPLAY WS-FRAUD-PEND-KTR.
           DISPLAY "Claims rejected (member not covered) "
           DISPLAY WS-MEMBER-REJECT-KTR.
      * Cession summary section - only when the treaty is active
           IF REINSURANCE = 'Y '
              THEN
                 AFTER ADVANCING 1 LINE
           END-IF.

      * Subrogation referrals - only when accident claims paid
           IF WS-SUBRO-KTR > 0
              THEN
              WRITE PRINT-LINE FROM SUBRO-HDG-LINE
                 AFTER ADVANCING 3 LINES
              MOVE WS-SUBRO-KTR TO SUBRO-COUNT-OUT
              WRITE PRINT-LINE FROM SUBRO-LINE-1
                 AFTER ADVANCING 2 LINES
              MOVE WS-SUBRO-PAID-TOTAL TO SUBRO-PAID-OUT
              WRITE PRINT-LINE FROM SUBRO-LINE-2
                 AFTER ADVANCING 1 LINE
           END-IF.

      * Adjustments and overpayment recoupment - only when any
           IF WS-ADJ-APPLIED-KTR > 0 OR WS-ADJ-REJECT-KTR > 0
              OR WS-RECOUP-KTR > 0
              THEN
              WRITE PRINT-LINE FROM ADJ-HDG-LINE
                 AFTER ADVANCING 3 LINES
              MOVE WS-ADJ-APPLIED-KTR TO ADJ-APPLIED-OUT
              WRITE PRINT-LINE FROM ADJ-LINE-1
                 AFTER ADVANCING 2 LINES
              MOVE WS-ADJ-REJECT-KTR TO ADJ-REJECTED-OUT
              WRITE PRINT-LINE FROM ADJ-LINE-2
                 AFTER ADVANCING 1 LINE
              MOVE WS-OVP-SETUP-TOTAL TO ADJ-SETUP-OUT
              WRITE PRINT-LINE FROM ADJ-LINE-3
                 AFTER ADVANCING 1 LINE
              MOVE WS-RECOUP-TOTAL TO ADJ-RECOUP-OUT
              WRITE PRINT-LINE FROM ADJ-LINE-4
                 AFTER ADVANCING 1 LINE
           END-IF.

      *    last page of the report - no continuation follows
           MOVE SPACES TO FOOT-CONTINUED.
           PERFORM 520-PAGE-FOOTING.
                      TO ACC-DEDUCT-YTD
                   MOVE AC-TBL-OOP-YTD(AC-TABLE-SUB)
                      TO ACC-OOP-YTD
                   MOVE AC-TBL-LEVEL(AC-TABLE-SUB)
                      TO ACC-LEVEL
                   MOVE AC-TBL-MEMBER-SUFFIX(AC-TABLE-SUB)
                      TO ACC-MEMBER-SUFFIX
                   MOVE ACCUM-REC-WS TO ACCUM-OUT-REC
                   WRITE ACCUM-OUT-REC
           END-PERFORM.
           CLOSE DISC-FILE.
           DISPLAY 'DEDUCTIBLE FEED DISCREPANCIES: '
                   WS-ACC-DISC-KTR.
           DISPLAY 'DEDUCTIBLES HELD TO INDIV/FAMILY MAXIMUM: '
                   WS-DEDUCT-CAP-KTR.

       770-SAVE-OVERPAYMENTS.
      ***********************************************************
      * Persist the overpayment receivables for the next run -  *
      * cleared ones too, for the finance aging history         *
      ***********************************************************
           DISPLAY '770-SAVE-OVERPAYMENTS'.
           OPEN OUTPUT OVERPAY-OUT-FILE.
           IF NOT OVERPAY-OUT-FILE-OK
              THEN
              DISPLAY 'Overpayment Out File Problem!'
              GOBACK
           END-IF.
           PERFORM VARYING OP-TABLE-SUB FROM 1 BY 1
              UNTIL OP-TABLE-SUB > OP-TABLE-MAX
                   MOVE OP-TBL-REC(OP-TABLE-SUB) TO OVERPAY-OUT-REC
                   WRITE OVERPAY-OUT-REC
           END-PERFORM.
           CLOSE OVERPAY-OUT-FILE.
           DISPLAY 'OVERPAYMENTS SET UP / RECOUPED: '
                   WS-OVP-SETUP-KTR ' / ' WS-RECOUP-KTR.

       800-CLOSE-FILES.
      ***********************************************************
              GOBACK
           END-IF.

           CLOSE SUBRO-FEED-FILE.
           IF NOT SUBRO-FEED-FILE-OK
              DISPLAY 'Subrogation Feed File Problem!'
              GOBACK
           END-IF.

           IF REINSURANCE = 'Y '
              THEN
              CLOSE BORDEREAU-FILE
