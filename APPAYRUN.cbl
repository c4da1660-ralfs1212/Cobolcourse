       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
      * ------------------------------------------------------------
      * APPAYRUN:
      * Accounts payable payment run. Pays the approved vouchers
      * APMATCH writes to APVOUCH, and the instrument vendor
      * vouchers INSTMTCH writes to MUSVOUCH, by their due dates,
      * under each supplier's payment terms on the SUPPMSTR master:
      *
      *  - the prior open-voucher file (OPENVCHI) is loaded into a
      *    table and the new APVOUCH vouchers are added to it
      *  - due date     = invoice date + SM-TERMS-NET-DAYS
      *    discount date = invoice date + SM-TERMS-DISC-DAYS
      *  - a voucher is paid when it is due by the pay-through
      *    date (AP-PAY-THRU-DATE in the PARMLIB parameter
      *    library), or when its discount window is still
      *    open on the run date and closes by the pay-through
      *    date; the discount is taken only while the run date is
      *    inside the window
      *  - one payment per supplier: a check (number from the
      *    APCHKCTL control record) to the ADDRESS-TYPE '3'
      *    remit-to row on ADDRFILE, or an ACH credit to the
      *    supplier's bank account, written to SUPPAYMT with the
      *    standard TRAILWRT trailer
      *  - a remittance advice page per supplier paid (REMITADV)
      *    and one APPAYHST history record per voucher paid
      *  - a voucher APMATCH has netted against a supplier debit
      *    memo shows the memo on the remittance advice; a
      *    supplier whose vouchers net to nothing is settled by
      *    memo with no check or ACH credit written
      *  - vouchers not paid - not yet due, or held because the
      *    supplier cannot be paid - carry forward to OPENVCHO
      *
      * The register (PRTLINE) lists the payments and the holds,
      * the discounts coming due in the next four weeks, a four
      * week cash-requirements forecast and control totals.
      *
      *  Inital Version   2026/10/15
      *  Debit memo netting carried to remittance 2026/10/15
      *  Instrument vendor vouchers (MUSVOUCH) paid   2026/10/15
      *  Full open-voucher table stops the run 2026/10/15
      *  Pay-through and run dates from PARMLIB 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENVCH-IN-FILE ASSIGN TO OPENVCHI
           FILE STATUS IS OPENVCH-IN-FILE-ST.

           SELECT VOUCHER-FILE ASSIGN TO APVOUCH
           FILE STATUS IS VOUCHER-FILE-ST.

           SELECT OPTIONAL MUSIC-VOUCHER-FILE ASSIGN TO MUSVOUCH
           FILE STATUS IS MUSIC-VOUCHER-FILE-ST.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO SUPPMSTR
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SM-SUPPLIER-CODE
           FILE STATUS IS SUPPLIER-MASTER-FILE-ST.

           SELECT ADDRESSES-FILE ASSIGN TO ADDRFILE
           FILE STATUS IS ADDRESSES-FILE-ST.

           SELECT OPTIONAL CHECK-CTL-FILE ASSIGN TO APCHKCTL
           FILE STATUS IS CHECK-CTL-FILE-ST.

           SELECT OPENVCH-OUT-FILE ASSIGN TO OPENVCHO
           FILE STATUS IS OPENVCH-OUT-FILE-ST.

           SELECT PAYMENT-FILE ASSIGN TO SUPPAYMT
           FILE STATUS IS PAYMENT-FILE-ST.

           SELECT PAYHIST-FILE ASSIGN TO APPAYHST
           FILE STATUS IS PAYHIST-FILE-ST.

           SELECT REMIT-FILE ASSIGN TO REMITADV
           FILE STATUS IS REMIT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Prior-run open vouchers (empty on the first run)
       FD  OPENVCH-IN-FILE
           RECORDING MODE IS F.
       01 OPENVCH-IN-REC               PIC X(100).

      * Approved payment vouchers - as written by APMATCH
       FD  VOUCHER-FILE
           RECORDING MODE IS F.
       01 VOUCHER-REC.
          05 VCH-INVOICE-NO            PIC X(10).
          05 VCH-PO-NUMBER             PIC X(06).
          05 VCH-SUPPLIER-CODE         PIC X(05).
          05 VCH-INVOICE-DATE          PIC 9(08).
          05 VCH-QTY-APPROVED          PIC 9(07).
          05 VCH-UNIT-PRICE-USD        PIC 9(7)V99.
          05 VCH-VOUCHER-AMT           PIC 9(9)V99.
          05 VCH-MATCH-DATE            PIC 9(08).
          05 VCH-DEBIT-MEMO-NO         PIC 9(06).
          05 VCH-DEBIT-MEMO-AMT        PIC 9(7)V99.
          05 FILLER                    PIC X(01).

      * Instrument vendor vouchers - same layout, from INSTMTCH
       FD  MUSIC-VOUCHER-FILE
           RECORDING MODE IS F.
       01 MUSIC-VOUCHER-REC            PIC X(80).

      * Persistent supplier master - same record layout as the
      * SUPPLIER-MASTER-FILE FD in SUPPMNT
       FD  SUPPLIER-MASTER-FILE
           RECORDING MODE IS F.
       01 SUPPLIER-MASTER-REC.
          05 SM-SUPPLIER-CODE          PIC X(05).
          05 SM-SUPPLIER-NAME          PIC X(15).
          05 SM-SUPPLIER-TYPE          PIC X(01).
          05 SM-EDI-CAPABLE            PIC X(01).
          05 SM-ACTIVE-STATUS          PIC X(01).
             88 SM-ACTIVE                              VALUE 'A'.
             88 SM-INACTIVE                            VALUE 'I'.
          05 SM-PAYMENT-TERMS.
             10 SM-TERMS-NET-DAYS      PIC 9(03).
             10 SM-TERMS-DISC-PCT      PIC 9(02)V9.
             10 SM-TERMS-DISC-DAYS     PIC 9(03).
             10 SM-PAY-METHOD          PIC X(01).
                88 SM-PAY-BY-CHECK                     VALUE 'C'.
                88 SM-PAY-BY-ACH                       VALUE 'A'.
             10 SM-ACH-ROUTING         PIC 9(09).
             10 SM-ACH-ACCOUNT         PIC X(17).
          05 SM-TAX-REPORTING.
             10 SM-TAXPAYER-ID         PIC X(09).
             10 SM-1099-FLAG           PIC X(01).
             10 SM-LEGAL-NAME          PIC X(30).

       FD  ADDRESSES-FILE
           RECORDING MODE IS F.
           COPY ADRESSES.

      * Last AP check number used - carried from run to run
       FD  CHECK-CTL-FILE
           RECORDING MODE IS F.
       01 CHECK-CTL-REC.
          05 CC-LAST-CHECK-NO          PIC 9(06).
          05 FILLER                    PIC X(74).

       FD  OPENVCH-OUT-FILE
           RECORDING MODE IS F.
       01 OPENVCH-OUT-REC              PIC X(100).

      * Supplier payment file - 'D' per payment, 'Z' trailer
       FD  PAYMENT-FILE
           RECORDING MODE IS F.
       01 PAYMENT-OUT-REC              PIC X(200).

      * Payment history - one record per voucher paid, appended
       FD  PAYHIST-FILE
           RECORDING MODE IS F.
       01 PAYHIST-REC.
          05 PH-INVOICE-NO             PIC X(10).
          05 PH-PO-NUMBER              PIC X(06).
          05 PH-SUPPLIER-CODE          PIC X(05).
          05 PH-INVOICE-DATE           PIC 9(08).
          05 PH-DUE-DATE               PIC 9(08).
          05 PH-GROSS-AMT              PIC 9(9)V99.
          05 PH-DISC-AMT               PIC 9(9)V99.
          05 PH-NET-AMT                PIC 9(9)V99.
          05 PH-PAY-DATE               PIC 9(08).
          05 PH-PAY-METHOD             PIC X(01).
          05 PH-CHECK-NO               PIC 9(06).
          05 FILLER                    PIC X(15).

       FD  REMIT-FILE
           RECORDING MODE IS F.
       01 REMIT-LINE                   PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Open-voucher record - carried forward between runs
       01 OPEN-VOUCHER-REC.
          05 OV-INVOICE-NO             PIC X(10).
          05 OV-PO-NUMBER              PIC X(06).
          05 OV-SUPPLIER-CODE          PIC X(05).
          05 OV-INVOICE-DATE           PIC 9(08).
          05 OV-MATCH-DATE             PIC 9(08).
          05 OV-VOUCHER-AMT            PIC S9(9)V99    COMP-3.
          05 OV-DUE-DATE               PIC 9(08).
          05 OV-DISC-DATE              PIC 9(08).
          05 OV-DISC-AMT               PIC S9(9)V99    COMP-3.
          05 OV-STATUS                 PIC X(01).
             88 OV-OPEN                                VALUE 'O'.
             88 OV-HELD                                VALUE 'H'.
          05 OV-HOLD-REASON            PIC X(20).
          05 OV-DEBIT-MEMO-NO          PIC 9(06).
          05 OV-DEBIT-MEMO-AMT         PIC S9(7)V99    COMP-3.
          05 FILLER                    PIC X(03).

      * In-core open-voucher table; the action byte says what this
      * run did with the voucher
       01 OV-TABLE-SUB                 PIC 9(5)        VALUE 0 COMP.
       01 OV-TABLE-MAX                 PIC 9(5)        VALUE 0 COMP.
       01 OV-TABLE-MAX-LIMIT           PIC 9(5)        VALUE 5000 COMP.
       01 OPEN-VOUCHER-TABLE.
          05 OV-ENTRY OCCURS 1 TO 5000 TIMES
                DEPENDING ON OV-TABLE-MAX.
             10 OV-TBL-REC             PIC X(100).
             10 OV-TBL-ACTION          PIC X(01).
                88 OV-TBL-PAY                          VALUE 'P'.
                88 OV-TBL-KEEP                         VALUE 'K'.

      * Distinct suppliers with open vouchers
       01 SUP-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 SUP-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 SUP-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 2000 COMP.
       01 SW-SUP-FOUND                 PIC X(1)        VALUE 'N'.
          88 SUP-FOUND                                 VALUE 'Y'.
       01 SUPPLIER-TABLE.
          05 SUP-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON SUP-TABLE-MAX.
             10 SUP-TBL-SUPPLIER-CODE  PIC X(5).

      * Remit-to addresses (ADDRESS-TYPE '3') from ADDRFILE
       01 ADR-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 ADR-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 ADR-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 2000 COMP.
       01 SW-ADR-FOUND                 PIC X(1)        VALUE 'N'.
          88 ADR-FOUND                                 VALUE 'Y'.
       01 REMIT-ADDR-TABLE.
          05 ADR-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON ADR-TABLE-MAX.
             10 ADR-TBL-SUPPLIER-CODE  PIC X(5).
             10 ADR-TBL-ADDRESS-1      PIC X(15).
             10 ADR-TBL-ADDRESS-2      PIC X(15).
             10 ADR-TBL-ADDRESS-3      PIC X(15).
             10 ADR-TBL-CITY           PIC X(15).
             10 ADR-TBL-STATE          PIC X(2).
             10 ADR-TBL-ZIP            PIC X(5).

      * Cash-requirements forecast buckets: 1-4 are the four weeks
      * after the pay-through date, 5 is beyond four weeks and 6
      * is due now but held
       01 FCST-SUB                     PIC 9(2)        VALUE 0 COMP.
       01 FORECAST-TABLE.
          05 FCST-ENTRY OCCURS 6 TIMES.
             10 FCST-KTR               PIC 9(7).
             10 FCST-AMT               PIC S9(11)V99   COMP-3.

       01 PROGRAM-SWITCHES.
          05 OPENVCH-IN-FILE-ST        PIC X(2).
             88 OPENVCH-IN-FILE-OK                     VALUE '00'.
          05 VOUCHER-FILE-ST           PIC X(2).
             88 VOUCHER-FILE-OK                        VALUE '00'.
          05 MUSIC-VOUCHER-FILE-ST     PIC X(2).
             88 MUSIC-VOUCHER-FILE-OK                  VALUE '00' '05'.
          05 SUPPLIER-MASTER-FILE-ST   PIC X(2).
             88 SUPPLIER-MASTER-FILE-OK                VALUE '00'.
          05 ADDRESSES-FILE-ST         PIC X(2).
             88 ADDRESSES-FILE-OK                      VALUE '00'.
          05 CHECK-CTL-FILE-ST         PIC X(2).
          05 OPENVCH-OUT-FILE-ST       PIC X(2).
             88 OPENVCH-OUT-FILE-OK                    VALUE '00'.
          05 PAYMENT-FILE-ST           PIC X(2).
             88 PAYMENT-FILE-OK                        VALUE '00'.
          05 PAYHIST-FILE-ST           PIC X(2).
      *      '05' = optional file created on OPEN EXTEND - the first
      *      run's history is fine, not an error
             88 PAYHIST-FILE-OK                        VALUE '00' '05'.
          05 REMIT-FILE-ST             PIC X(2).
             88 REMIT-FILE-OK                          VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 OPENVCH-IN-FILE-STATUS    PIC X(01)       VALUE SPACE.
             88 OPENVCH-IN-FILE-EOF                    VALUE 'Y'.
          05 VOUCHER-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 VOUCHER-FILE-EOF                       VALUE 'Y'.
          05 MUSIC-VOUCHER-FILE-STATUS PIC X(01)       VALUE SPACE.
             88 MUSIC-VOUCHER-FILE-EOF                 VALUE 'Y'.
          05 ADDRESSES-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 ADDRESSES-FILE-EOF                     VALUE 'Y'.
      * Keyed READ found/not-found indicator
          05 SM-REC-FOUND-STATUS       PIC X(01)       VALUE SPACE.
             88 SM-REC-FOUND                           VALUE 'Y'.
      * Voucher selected for payment by this run
          05 SW-VOUCHER-DUE            PIC X(01)       VALUE 'N'.
             88 VOUCHER-DUE                            VALUE 'Y'.
      * Discount still obtainable on the run date
          05 SW-DISC-OPEN              PIC X(01)       VALUE 'N'.
             88 DISC-OPEN                              VALUE 'Y'.
      * Which register section the page headings are for
          05 SW-REPORT-SECTION         PIC X(01)       VALUE 'R'.
             88 REGISTER-SECTION                       VALUE 'R'.
             88 DISCOUNT-SECTION                       VALUE 'D'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-OV-IN-KTR              PIC 9(7)        VALUE 0.
          05 WS-VCH-IN-KTR             PIC 9(7)        VALUE 0.
          05 WS-DUP-KTR                PIC 9(7)        VALUE 0.
          05 WS-PAID-VCH-KTR           PIC 9(7)        VALUE 0.
          05 WS-HELD-VCH-KTR           PIC 9(7)        VALUE 0.
          05 WS-OV-OUT-KTR             PIC 9(7)        VALUE 0.
          05 WS-CHECK-KTR              PIC 9(7)        VALUE 0.
          05 WS-ACH-KTR                PIC 9(7)        VALUE 0.
          05 WS-MEMO-SETTLED-KTR       PIC 9(7)        VALUE 0.
          05 WS-DISC-DUE-KTR           PIC 9(7)        VALUE 0.
          05 WS-GROSS-PAID-TOT         PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-DISC-TAKEN-TOT         PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-NET-PAID-TOT           PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-DISC-LOST-TOT          PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-DISC-DUE-TOT           PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-FCST-TOT               PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-FCST-KTR-TOT           PIC 9(7)        VALUE 0.
          05 WS-AMOUNT-HASH            PIC S9(13)V99   VALUE +0
                                                       COMP-3.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-CURRENT-DATE           PIC 9(8).
          05 WS-RUN-DATE               PIC 9(8).
          05 WS-PAY-THROUGH-DATE       PIC 9(8).
          05 WS-CHECK-NO               PIC 9(6)        VALUE 0.
          05 WS-RUN-INT                PIC S9(9)       COMP.
          05 WS-THRU-INT               PIC S9(9)       COMP.
          05 WS-INV-INT                PIC S9(9)       COMP.
          05 WS-DUE-INT                PIC S9(9)       COMP.
          05 WS-DISC-INT               PIC S9(9)       COMP.
          05 WS-PAY-INT                PIC S9(9)       COMP.
          05 WS-DAYS-AHEAD             PIC S9(5)       COMP.
      * Terms in force for the supplier being paid
          05 WS-NET-DAYS               PIC 9(03).
          05 WS-DISC-PCT               PIC 9(02)V9.
          05 WS-DISC-DAYS              PIC 9(03).
          05 WS-HOLD-REASON            PIC X(20).
      * Per-voucher and per-payment amounts
          05 WS-DISC-TAKEN             PIC S9(9)V99    COMP-3.
          05 WS-NET-AMT                PIC S9(9)V99    COMP-3.
          05 WS-FCST-AMT               PIC S9(9)V99    COMP-3.
          05 WS-SUPP-GROSS             PIC S9(11)V99   COMP-3.
          05 WS-SUPP-DISC              PIC S9(11)V99   COMP-3.
          05 WS-SUPP-NET               PIC S9(11)V99   COMP-3.
          05 WS-SUPP-VCH-KTR           PIC 9(5).
          05 WS-SUPP-NAME              PIC X(15).

      * Supplier payment record - 200 bytes
       01 PAYMENT-DETAIL-REC.
          05 PD-REC-TYPE               PIC X(01)       VALUE 'D'.
          05 PD-SUPPLIER-CODE          PIC X(05).
          05 PD-PAYEE-NAME             PIC X(15).
          05 PD-PAY-METHOD             PIC X(01).
          05 PD-CHECK-NO               PIC 9(06).
          05 PD-ACH-ROUTING            PIC 9(09).
          05 PD-ACH-ACCOUNT            PIC X(17).
          05 PD-PAY-DATE               PIC 9(08).
          05 PD-GROSS-AMT              PIC 9(9)V99.
          05 PD-DISC-AMT               PIC 9(9)V99.
          05 PD-NET-AMT                PIC 9(9)V99.
          05 PD-VOUCHER-COUNT          PIC 9(05).
          05 PD-REMIT-ADDRESS-1        PIC X(15).
          05 PD-REMIT-ADDRESS-2        PIC X(15).
          05 PD-REMIT-ADDRESS-3        PIC X(15).
          05 PD-REMIT-CITY             PIC X(15).
          05 PD-REMIT-STATE            PIC X(02).
          05 PD-REMIT-ZIP              PIC X(05).
          05 FILLER                    PIC X(33)       VALUE SPACES.

      * TRAILWRT calling parameters - the standard integrity
      * trailer closing the payment file
       COPY TRAILL.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the run and pay-through dates
      * from the PARMLIB parameter library
       COPY PARMLKL.

      * Print Lines - payment register
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '     ACCOUNTS PAYABLE PAYMENT RUN REGISTER        '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 WS-RUN-LINE.
          05 FILLER                    PIC X(14)       VALUE
                'RUN DATE    : '.
          05 RUN-DATE-O                PIC X(08).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 FILLER                    PIC X(14)       VALUE
                'PAY-THROUGH : '.
          05 THRU-DATE-O               PIC X(08).
          05 FILLER                    PIC X(84)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'SUPPLIER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE
                'NAME'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'METHOD'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'CHECK NO'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'VOUCHERS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE
                'GROSS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(13)       VALUE
                'DISCOUNT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE
                'NET PAID'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(26)       VALUE
                'STATUS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(13)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(26)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-SUPPLIER-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NAME-O                PIC X(15).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-METHOD-O              PIC X(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-CHECK-NO-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-VCH-KTR-O             PIC ZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-GROSS-O               PIC $$$,$$$,$$9.99.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DET-DISC-O                PIC $$,$$$,$$9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NET-O                 PIC $$$,$$$,$$9.99.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 DET-STATUS-O              PIC X(26).
          05 FILLER                    PIC X(02)       VALUE SPACES.

      * One line per voucher held back from payment
       01 HOLD-LINE.
          05 HLD-SUPPLIER-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 HLD-NAME-O                PIC X(15).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'INV'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 HLD-INVOICE-O             PIC X(10).
          05 FILLER                    PIC X(10)       VALUE SPACES.
          05 HLD-AMT-O                 PIC $$$,$$$,$$9.99.
          05 FILLER                    PIC X(35)       VALUE SPACES.
          05 HLD-REASON-O              PIC X(20).
          05 FILLER                    PIC X(08)       VALUE SPACES.

      * Discounts coming due in the next four weeks
       01 WS-DISC-HDG.
          05 FILLER                    PIC X(50)       VALUE
                'DISCOUNTS COMING DUE - NEXT FOUR WEEKS'.
          05 FILLER                    PIC X(82)       VALUE SPACES.

       01 DISC-HEADING-2.
          05 FILLER                    PIC X(10)       VALUE
                'INVOICE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'SUPPLIER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'DISC DATE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'DUE DATE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(13)       VALUE
                'DISCOUNT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE
                'NET IF TAKEN'.
          05 FILLER                    PIC X(56)       VALUE SPACES.

       01 DISC-HEADING-3.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(13)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE ALL "=".
          05 FILLER                    PIC X(56)       VALUE SPACES.

       01 DISC-DETAIL-LINE.
          05 DC-INVOICE-O              PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DC-SUPPLIER-O             PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DC-DISC-DATE-O            PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DC-DUE-DATE-O             PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DC-DISC-O                 PIC $$,$$$,$$9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DC-NET-O                  PIC $$$,$$$,$$9.99.
          05 FILLER                    PIC X(57)       VALUE SPACES.

      * Cash-requirements forecast
       01 WS-FCST-HDG.
          05 FILLER                    PIC X(50)       VALUE
                'CASH REQUIREMENTS FORECAST'.
          05 FILLER                    PIC X(82)       VALUE SPACES.

       01 WS-FCST-LINE.
          05 FCST-LABEL-O              PIC X(35).
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 FCST-KTR-O                PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE SPACES.
          05 FCST-AMT-O                PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(65)       VALUE SPACES.

      * Control totals
       01 WS-CONTROL-HDG.
          05 FILLER                    PIC X(40)       VALUE
                'PAYMENT RUN CONTROL TOTALS'.
          05 FILLER                    PIC X(92)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'Vouchers carried in / new        :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-OV-IN-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-VCH-IN-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Duplicate vouchers dropped       :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-DUP-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Vouchers paid / held / carried   :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-PAID-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-HELD-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-OV-OUT-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(66)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Payments by check / by ACH       :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-CHECKS-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-ACH-O               PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC10.
          05 FILLER                    PIC X(35)       VALUE
                'Suppliers settled by debit memo  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-MEMO-SETTLED-O      PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Gross amount paid                :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-GROSS-O             PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                    PIC X(35)       VALUE
                'Early-pay discounts taken        :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-DISC-O              PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       01 WS-TOTALS-REC7.
          05 FILLER                    PIC X(35)       VALUE
                'Net amount paid                  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-NET-O               PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       01 WS-TOTALS-REC8.
          05 FILLER                    PIC X(35)       VALUE
                'Discounts lost (paid past window):'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-LOST-O              PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       01 WS-TOTALS-REC9.
          05 FILLER                    PIC X(35)       VALUE
                'Discounts coming due (4 weeks)   :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-DISC-DUE-O          PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

      * Print Lines - remittance advice
       01 RA-HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '     REMITTANCE ADVICE                            '.
          05 FILLER                    PIC X(57)       VALUE SPACES.

       01 RA-PAYEE-LINE.
          05 FILLER                    PIC X(10)       VALUE
                'PAY TO  : '.
          05 RA-SUPPLIER-O             PIC X(05).
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 RA-NAME-O                 PIC X(15).
          05 FILLER                    PIC X(99)       VALUE SPACES.

       01 RA-REMIT-LINE1.
          05 FILLER                    PIC X(10)       VALUE
                'REMIT TO: '.
          05 RA-ADDR-1-O               PIC X(15).
          05 FILLER                    PIC X(107)      VALUE SPACES.

       01 RA-REMIT-LINE2.
          05 FILLER                    PIC X(10)       VALUE SPACES.
          05 RA-ADDR-2-O               PIC X(15).
          05 FILLER                    PIC X(107)      VALUE SPACES.

       01 RA-REMIT-LINE3.
          05 FILLER                    PIC X(10)       VALUE SPACES.
          05 RA-CITY-O                 PIC X(15).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 RA-STATE-O                PIC X(02).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 RA-ZIP-O                  PIC X(05).
          05 FILLER                    PIC X(98)       VALUE SPACES.

       01 RA-PAYMENT-LINE.
          05 FILLER                    PIC X(10)       VALUE
                'PAYMENT : '.
          05 RA-METHOD-O               PIC X(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 RA-REFERENCE-O            PIC X(20).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(06)       VALUE
                'DATE: '.
          05 RA-PAY-DATE-O             PIC X(08).
          05 FILLER                    PIC X(78)       VALUE SPACES.

       01 RA-HEADING-2.
          05 FILLER                    PIC X(10)       VALUE
                'INVOICE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'PO NBR'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE
                'INV DATE'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE
                'GROSS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(13)       VALUE
                'DISCOUNT'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE
                'NET'.
          05 FILLER                    PIC X(51)       VALUE SPACES.

       01 RA-HEADING-3.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(13)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(15)       VALUE ALL "=".
          05 FILLER                    PIC X(51)       VALUE SPACES.

       01 RA-DETAIL-LINE.
          05 RA-INVOICE-O              PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 RA-PO-NUMBER-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 RA-INV-DATE-O             PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 RA-GROSS-O                PIC $$$,$$$,$$9.99.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 RA-DISC-O                 PIC $$,$$$,$$9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 RA-NET-O                  PIC $$$,$$$,$$9.99.
          05 FILLER                    PIC X(52)       VALUE SPACES.

       01 RA-MEMO-LINE.
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 FILLER                    PIC X(24)       VALUE
                'INVOICE NETTED BY MEMO'.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 RA-MEMO-NO-O              PIC 9(06).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 RA-MEMO-AMT-O             PIC $$,$$$,$$9.99.
          05 FILLER                    PIC X(82)       VALUE SPACES.

       01 RA-TOTAL-LINE.
          05 FILLER                    PIC X(34)       VALUE
                'TOTAL THIS PAYMENT'.
          05 RA-TOT-GROSS-O            PIC $$$,$$$,$$9.99.
          05 FILLER                    PIC X(03)       VALUE SPACES.
          05 RA-TOT-DISC-O             PIC $$,$$$,$$9.99.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 RA-TOT-NET-O              PIC $$$,$$$,$$9.99.
          05 FILLER                    PIC X(52)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 500-PAY-SUPPLIER
              VARYING SUP-TABLE-SUB FROM 1 BY 1
              UNTIL SUP-TABLE-SUB > SUP-TABLE-MAX.
           PERFORM 620-WRITE-DISCOUNTS-DUE.
           PERFORM 650-WRITE-FORECAST.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 720-WRITE-PAYMENT-TRAILER.
           PERFORM 750-SAVE-OPEN-VOUCHERS.
           PERFORM 760-SAVE-CHECK-CONTROL.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'APPAYRUN' TO AUD-PROGRAM-ID.
           COMPUTE AUD-RECORDS-READ = WS-OV-IN-KTR + WS-VCH-IN-KTR.
           MOVE WS-PAID-VCH-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-HELD-VCH-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-NET-PAID-TOT TO AUD-CONTROL-TOTAL.
           MOVE '00' TO AUD-FINAL-STATUS.
           CALL 'AUDITWRT' USING AUD-PROGRAM-ID, AUD-RECORDS-READ,
              AUD-RECORDS-WRITTEN, AUD-RECORDS-REJECTED,
              AUD-CONTROL-TOTAL, AUD-FINAL-STATUS.
           GOBACK.
       000-HOUSEKEEPING.
      ************************************************************
      * Inititialization Routine                                 *
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           PERFORM 040-LOAD-PAY-PARMS.
           PERFORM 050-LOAD-CHECK-CONTROL.
           PERFORM 060-LOAD-REMIT-ADDRESSES
              UNTIL ADDRESSES-FILE-EOF.
           PERFORM 070-LOAD-OPEN-VOUCHERS.
           PERFORM 080-ADD-NEW-VOUCHERS.
           INITIALIZE FORECAST-TABLE.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
       040-LOAD-PAY-PARMS.
      ************************************************************
      * Look up the run date (AP-RUN-DATE - none in effect, or   *
      * zero, means today) and the pay-through date in effect on *
      * it (AP-PAY-THRU-DATE) in the PARMLIB parameter library   *
      ************************************************************
      D    DISPLAY '040-LOAD-PAY-PARMS'.
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
           MOVE 'APPAYRUN' TO PLIB-PROGRAM-ID.
           MOVE WS-RUN-DATE TO PLIB-RUN-DATE.

           MOVE 'AP-RUN-DATE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 99999999
                 THEN
                 DISPLAY 'AP-RUN-DATE PROBLEM: NOT A DATE: '
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

           MOVE 'AP-PAY-THRU-DATE' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE NOT > 0
              OR PLIB-NUM-VALUE > 99999999
              THEN
              DISPLAY 'AP-PAY-THRU-DATE PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-PAY-THROUGH-DATE.
           IF WS-PAY-THROUGH-DATE < WS-RUN-DATE
              THEN
              DISPLAY 'AP-PAY-THRU-DATE PROBLEM: PAY-THROUGH DATE '
                      WS-PAY-THROUGH-DATE ' BEFORE RUN DATE '
                      WS-RUN-DATE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-THRU-INT =
              FUNCTION INTEGER-OF-DATE(WS-PAY-THROUGH-DATE).
      D    DISPLAY 'RUN DATE        : ' WS-RUN-DATE.
      D    DISPLAY 'PAY-THROUGH DATE: ' WS-PAY-THROUGH-DATE.
       050-LOAD-CHECK-CONTROL.
      ************************************************************
      * Last AP check number used persists across runs; a        *
      * missing control starts the series at zero                *
      ************************************************************
      D    DISPLAY '050-LOAD-CHECK-CONTROL'.
           OPEN INPUT CHECK-CTL-FILE.
           READ CHECK-CTL-FILE
              AT END
                 CONTINUE
           NOT AT END
              MOVE CC-LAST-CHECK-NO TO WS-CHECK-NO
           END-READ.
           CLOSE CHECK-CTL-FILE.
      D    DISPLAY 'LAST CHECK NO   : ' WS-CHECK-NO.
       060-LOAD-REMIT-ADDRESSES.
      ************************************************************
      * Load the ADDRESS-TYPE '3' (remit-to) rows from ADDRFILE  *
      ************************************************************
      D    DISPLAY '060-LOAD-REMIT-ADDRESSES'.
           READ ADDRESSES-FILE
           AT END
              MOVE 'Y' TO ADDRESSES-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           IF ADDRESS-TYPE OF SUPP-ADDRESS NOT = '3'
              THEN
              EXIT PARAGRAPH
           END-IF.
           IF ADR-TABLE-MAX < ADR-TABLE-MAX-LIMIT
              THEN
              ADD 1 TO ADR-TABLE-MAX
              MOVE SUPPLIER-CODE OF SUPP-ADDRESS TO
                 ADR-TBL-SUPPLIER-CODE(ADR-TABLE-MAX)
              MOVE ADDRESS-1 TO ADR-TBL-ADDRESS-1(ADR-TABLE-MAX)
              MOVE ADDRESS-2 TO ADR-TBL-ADDRESS-2(ADR-TABLE-MAX)
              MOVE ADDRESS-3 TO ADR-TBL-ADDRESS-3(ADR-TABLE-MAX)
              MOVE CITY TO ADR-TBL-CITY(ADR-TABLE-MAX)
              MOVE ADDR-STATE TO ADR-TBL-STATE(ADR-TABLE-MAX)
              MOVE ZIP-CODE TO ADR-TBL-ZIP(ADR-TABLE-MAX)
           ELSE
              DISPLAY 'WARNING: REMIT ADDRESS TABLE FULL'
           END-IF.
       070-LOAD-OPEN-VOUCHERS.
      ************************************************************
      * Load the prior-run open vouchers into the table          *
      ************************************************************
      D    DISPLAY '070-LOAD-OPEN-VOUCHERS'.
           PERFORM UNTIL OPENVCH-IN-FILE-EOF
                   READ OPENVCH-IN-FILE
                   AT END
                      MOVE 'Y' TO OPENVCH-IN-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-OV-IN-KTR
                      MOVE OPENVCH-IN-REC TO OPEN-VOUCHER-REC
                      PERFORM 090-ADD-VOUCHER-ENTRY
                   END-READ
           END-PERFORM.
      D    DISPLAY 'OPEN VOUCHERS IN: ' WS-OV-IN-KTR.
       080-ADD-NEW-VOUCHERS.
      ************************************************************
      * Add this cycle's approved APVOUCH vouchers, then the     *
      * instrument vendor MUSVOUCH vouchers; an invoice already  *
      * open for the same supplier is a duplicate and is dropped *
      * so it cannot be paid twice                               *
      ************************************************************
      D    DISPLAY '080-ADD-NEW-VOUCHERS'.
           PERFORM UNTIL VOUCHER-FILE-EOF
                   READ VOUCHER-FILE
                   AT END
                      MOVE 'Y' TO VOUCHER-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-VCH-IN-KTR
                      PERFORM 085-BUILD-NEW-VOUCHER
                   END-READ
           END-PERFORM.
           PERFORM UNTIL MUSIC-VOUCHER-FILE-EOF
                   READ MUSIC-VOUCHER-FILE INTO VOUCHER-REC
                   AT END
                      MOVE 'Y' TO MUSIC-VOUCHER-FILE-STATUS
                   NOT AT END
                      ADD 1 TO WS-VCH-IN-KTR
                      PERFORM 085-BUILD-NEW-VOUCHER
                   END-READ
           END-PERFORM.
      D    DISPLAY 'NEW VOUCHERS    : ' WS-VCH-IN-KTR.
       085-BUILD-NEW-VOUCHER.
      ************************************************************
      * Build the open-voucher record for one APVOUCH voucher    *
      ************************************************************
      D    DISPLAY '085-BUILD-NEW-VOUCHER'.
           PERFORM VARYING OV-TABLE-SUB FROM 1 BY 1
              UNTIL OV-TABLE-SUB > OV-TABLE-MAX
                   MOVE OV-TBL-REC(OV-TABLE-SUB) TO OPEN-VOUCHER-REC
                   IF OV-INVOICE-NO EQUAL TO VCH-INVOICE-NO
                      AND OV-SUPPLIER-CODE EQUAL TO VCH-SUPPLIER-CODE
                      THEN
                      DISPLAY 'WARNING: DUPLICATE VOUCHER DROPPED: '
                              VCH-SUPPLIER-CODE ' ' VCH-INVOICE-NO
                      ADD 1 TO WS-DUP-KTR
                      EXIT PARAGRAPH
                   END-IF
           END-PERFORM.

           MOVE SPACES TO OPEN-VOUCHER-REC.
           MOVE VCH-INVOICE-NO TO OV-INVOICE-NO.
           MOVE VCH-PO-NUMBER TO OV-PO-NUMBER.
           MOVE VCH-SUPPLIER-CODE TO OV-SUPPLIER-CODE.
           MOVE VCH-INVOICE-DATE TO OV-INVOICE-DATE.
           MOVE VCH-MATCH-DATE TO OV-MATCH-DATE.
           MOVE VCH-VOUCHER-AMT TO OV-VOUCHER-AMT.
           MOVE 0 TO OV-DUE-DATE.
           MOVE 0 TO OV-DISC-DATE.
           MOVE 0 TO OV-DISC-AMT.
           MOVE 'O' TO OV-STATUS.
           IF VCH-DEBIT-MEMO-NO IS NUMERIC
              AND VCH-DEBIT-MEMO-AMT IS NUMERIC
              THEN
              MOVE VCH-DEBIT-MEMO-NO TO OV-DEBIT-MEMO-NO
              MOVE VCH-DEBIT-MEMO-AMT TO OV-DEBIT-MEMO-AMT
           ELSE
              MOVE 0 TO OV-DEBIT-MEMO-NO
              MOVE 0 TO OV-DEBIT-MEMO-AMT
           END-IF.
           PERFORM 090-ADD-VOUCHER-ENTRY.
       090-ADD-VOUCHER-ENTRY.
      ************************************************************
      * Append OPEN-VOUCHER-REC to the table and note its        *
      * supplier. Every voucher must be held - one left out      *
      * would be dropped from OPENVCHO - so a full table stops   *
      * the run before anything is paid                          *
      ************************************************************
      D    DISPLAY '090-ADD-VOUCHER-ENTRY'.
           IF OV-TABLE-MAX = OV-TABLE-MAX-LIMIT
              THEN
              DISPLAY 'OPEN VOUCHER TABLE FULL AT '
                      OV-TABLE-MAX-LIMIT
                      ' ENTRIES - RUN STOPPED, NOTHING PAID: '
                      OV-INVOICE-NO
              PERFORM 800-CLOSE-FILES
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO OV-TABLE-MAX.
           MOVE OPEN-VOUCHER-REC TO OV-TBL-REC(OV-TABLE-MAX).
           MOVE 'K' TO OV-TBL-ACTION(OV-TABLE-MAX).

           MOVE 'N' TO SW-SUP-FOUND.
           PERFORM VARYING SUP-TABLE-SUB FROM 1 BY 1
              UNTIL SUP-TABLE-SUB > SUP-TABLE-MAX
                   IF SUP-TBL-SUPPLIER-CODE(SUP-TABLE-SUB) EQUAL TO
                      OV-SUPPLIER-CODE
                      THEN
                      MOVE 'Y' TO SW-SUP-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.
           IF NOT SUP-FOUND
              THEN
              IF SUP-TABLE-MAX < SUP-TABLE-MAX-LIMIT
                 THEN
                 ADD 1 TO SUP-TABLE-MAX
                 MOVE OV-SUPPLIER-CODE TO
                    SUP-TBL-SUPPLIER-CODE(SUP-TABLE-MAX)
              ELSE
                 DISPLAY 'WARNING: SUPPLIER TABLE FULL'
              END-IF
           END-IF.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT OPENVCH-IN-FILE.
           IF NOT OPENVCH-IN-FILE-OK
              DISPLAY 'OPENVCHI OPEN PROBLEM, RC='
                      OPENVCH-IN-FILE-ST
              MOVE 'Y' TO OPENVCH-IN-FILE-STATUS
           END-IF.
           OPEN INPUT VOUCHER-FILE.
           IF NOT VOUCHER-FILE-OK
              DISPLAY 'APVOUCH OPEN PROBLEM, RC=' VOUCHER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT MUSIC-VOUCHER-FILE.
           IF NOT MUSIC-VOUCHER-FILE-OK
              DISPLAY 'MUSVOUCH OPEN PROBLEM, RC='
                      MUSIC-VOUCHER-FILE-ST
              MOVE 'Y' TO MUSIC-VOUCHER-FILE-STATUS
           END-IF.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF NOT SUPPLIER-MASTER-FILE-OK
              DISPLAY 'SUPPMSTR OPEN PROBLEM, RC='
                      SUPPLIER-MASTER-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ADDRESSES-FILE.
           IF NOT ADDRESSES-FILE-OK
              DISPLAY 'ADDRFILE OPEN PROBLEM, RC='
                      ADDRESSES-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT OPENVCH-OUT-FILE.
           IF NOT OPENVCH-OUT-FILE-OK
              DISPLAY 'OPENVCHO OPEN PROBLEM, RC='
                      OPENVCH-OUT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT PAYMENT-FILE.
           IF NOT PAYMENT-FILE-OK
              DISPLAY 'SUPPAYMT OPEN PROBLEM, RC=' PAYMENT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND PAYHIST-FILE.
           IF NOT PAYHIST-FILE-OK
              DISPLAY 'APPAYHST OPEN PROBLEM, RC=' PAYHIST-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REMIT-FILE.
           IF NOT REMIT-FILE-OK
              DISPLAY 'REMITADV OPEN PROBLEM, RC=' REMIT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       500-PAY-SUPPLIER.
      ************************************************************
      * One supplier: read its terms, decide which vouchers are  *
      * due, then pay them as one check or ACH credit            *
      ************************************************************
      D    DISPLAY '500-PAY-SUPPLIER'.
           PERFORM 510-GET-SUPPLIER-TERMS.

           MOVE 0 TO WS-SUPP-GROSS.
           MOVE 0 TO WS-SUPP-DISC.
           MOVE 0 TO WS-SUPP-NET.
           MOVE 0 TO WS-SUPP-VCH-KTR.
           PERFORM VARYING OV-TABLE-SUB FROM 1 BY 1
              UNTIL OV-TABLE-SUB > OV-TABLE-MAX
                   MOVE OV-TBL-REC(OV-TABLE-SUB) TO OPEN-VOUCHER-REC
                   IF OV-SUPPLIER-CODE EQUAL TO
                      SUP-TBL-SUPPLIER-CODE(SUP-TABLE-SUB)
                      THEN
                      PERFORM 520-SELECT-VOUCHER
                   END-IF
           END-PERFORM.

           IF WS-SUPP-VCH-KTR > 0
              THEN
              PERFORM 540-WRITE-PAYMENT
           END-IF.
       510-GET-SUPPLIER-TERMS.
      ************************************************************
      * Keyed READ of the supplier master for the terms, pay     *
      * method and bank details; decide up front whether the     *
      * supplier can be paid at all this run                     *
      ************************************************************
      D    DISPLAY '510-GET-SUPPLIER-TERMS'.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE SUP-TBL-SUPPLIER-CODE(SUP-TABLE-SUB)
              TO SM-SUPPLIER-CODE.
           READ SUPPLIER-MASTER-FILE
           INVALID KEY
              MOVE SPACE TO SM-REC-FOUND-STATUS
           NOT INVALID KEY
              MOVE 'Y' TO SM-REC-FOUND-STATUS
           END-READ.

           IF NOT SM-REC-FOUND
              THEN
      * no terms to go by - forecast at net 30 and hold
              MOVE '*NOT ON FILE*' TO WS-SUPP-NAME
              MOVE 30 TO WS-NET-DAYS
              MOVE 0 TO WS-DISC-PCT
              MOVE 0 TO WS-DISC-DAYS
              MOVE 'NOT ON SUPPLIER MSTR' TO WS-HOLD-REASON
              EXIT PARAGRAPH
           END-IF.

           MOVE SM-SUPPLIER-NAME TO WS-SUPP-NAME.
           MOVE SM-TERMS-NET-DAYS TO WS-NET-DAYS.
           MOVE SM-TERMS-DISC-PCT TO WS-DISC-PCT.
           MOVE SM-TERMS-DISC-DAYS TO WS-DISC-DAYS.

           MOVE 'N' TO SW-ADR-FOUND.
           PERFORM VARYING ADR-TABLE-SUB FROM 1 BY 1
              UNTIL ADR-TABLE-SUB > ADR-TABLE-MAX
                   IF ADR-TBL-SUPPLIER-CODE(ADR-TABLE-SUB) EQUAL TO
                      SM-SUPPLIER-CODE
                      THEN
                      MOVE 'Y' TO SW-ADR-FOUND
                      EXIT PERFORM
                   END-IF
           END-PERFORM.

           EVALUATE TRUE
           WHEN SM-INACTIVE
                MOVE 'SUPPLIER INACTIVE' TO WS-HOLD-REASON
           WHEN SM-PAY-BY-ACH
                IF SM-ACH-ROUTING EQUAL TO ZERO
                   OR SM-ACH-ACCOUNT EQUAL TO SPACES
                   THEN
                   MOVE 'NO ACH BANK DETAILS' TO WS-HOLD-REASON
                END-IF
           WHEN OTHER
      * a check needs somewhere to be mailed
                IF NOT ADR-FOUND
                   THEN
                   MOVE 'NO REMIT-TO ADDRESS' TO WS-HOLD-REASON
                END-IF
           END-EVALUATE.
       520-SELECT-VOUCHER.
      ************************************************************
      * Apply the terms to one voucher: due date, discount date  *
      * and discount; pay it, hold it or carry it forward        *
      ************************************************************
      D    DISPLAY '520-SELECT-VOUCHER'.
           MOVE 'O' TO OV-STATUS.
           MOVE SPACES TO OV-HOLD-REASON.
           MOVE 'N' TO SW-VOUCHER-DUE.
           MOVE 'N' TO SW-DISC-OPEN.

           IF OV-INVOICE-DATE NOT NUMERIC
              OR OV-INVOICE-DATE < 19000101
              THEN
      * no usable invoice date - cannot age it, hold it for AP
              MOVE 'H' TO OV-STATUS
              MOVE 'BAD INVOICE DATE' TO OV-HOLD-REASON
              MOVE 0 TO OV-DUE-DATE
              MOVE 0 TO OV-DISC-DATE
              MOVE 0 TO OV-DISC-AMT
              PERFORM 530-WRITE-HOLD-LINE
              MOVE OPEN-VOUCHER-REC TO OV-TBL-REC(OV-TABLE-SUB)
              EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-INV-INT =
              FUNCTION INTEGER-OF-DATE(OV-INVOICE-DATE).
           COMPUTE WS-DUE-INT = WS-INV-INT + WS-NET-DAYS.
           COMPUTE OV-DUE-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           IF WS-DISC-PCT > ZERO
              THEN
              COMPUTE WS-DISC-INT = WS-INV-INT + WS-DISC-DAYS
              COMPUTE OV-DISC-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DISC-INT)
              COMPUTE OV-DISC-AMT ROUNDED =
                 OV-VOUCHER-AMT * WS-DISC-PCT / 100
              IF WS-DISC-INT >= WS-RUN-INT
                 THEN
                 MOVE 'Y' TO SW-DISC-OPEN
              END-IF
           ELSE
              MOVE 0 TO WS-DISC-INT
              MOVE 0 TO OV-DISC-DATE
              MOVE 0 TO OV-DISC-AMT
           END-IF.

      * Due by the pay-through date, or a discount window that is
      * open today and would close before the next run
           IF WS-DUE-INT <= WS-THRU-INT
              THEN
              MOVE 'Y' TO SW-VOUCHER-DUE
           END-IF.
           IF DISC-OPEN
              AND WS-DISC-INT <= WS-THRU-INT
              THEN
              MOVE 'Y' TO SW-VOUCHER-DUE
           END-IF.

           IF NOT VOUCHER-DUE
              THEN
              MOVE OPEN-VOUCHER-REC TO OV-TBL-REC(OV-TABLE-SUB)
              EXIT PARAGRAPH
           END-IF.

           IF WS-HOLD-REASON NOT EQUAL TO SPACES
              THEN
              MOVE 'H' TO OV-STATUS
              MOVE WS-HOLD-REASON TO OV-HOLD-REASON
              PERFORM 530-WRITE-HOLD-LINE
              MOVE OPEN-VOUCHER-REC TO OV-TBL-REC(OV-TABLE-SUB)
              EXIT PARAGRAPH
           END-IF.

           IF DISC-OPEN
              THEN
              MOVE OV-DISC-AMT TO WS-DISC-TAKEN
           ELSE
              MOVE 0 TO WS-DISC-TAKEN
              ADD OV-DISC-AMT TO WS-DISC-LOST-TOT
           END-IF.
           MOVE 'P' TO OV-TBL-ACTION(OV-TABLE-SUB).
           MOVE OPEN-VOUCHER-REC TO OV-TBL-REC(OV-TABLE-SUB).
           ADD 1 TO WS-SUPP-VCH-KTR.
           ADD OV-VOUCHER-AMT TO WS-SUPP-GROSS.
           ADD WS-DISC-TAKEN TO WS-SUPP-DISC.
       530-WRITE-HOLD-LINE.
      ************************************************************
      * Register line for a voucher that was due but is held     *
      ************************************************************
      D    DISPLAY '530-WRITE-HOLD-LINE'.
           ADD 1 TO WS-HELD-VCH-KTR.
           MOVE OV-SUPPLIER-CODE TO HLD-SUPPLIER-O.
           MOVE WS-SUPP-NAME TO HLD-NAME-O.
           MOVE OV-INVOICE-NO TO HLD-INVOICE-O.
           MOVE OV-VOUCHER-AMT TO HLD-AMT-O.
           MOVE OV-HOLD-REASON TO HLD-REASON-O.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           WRITE OUTPUT-LINE FROM HOLD-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       540-WRITE-PAYMENT.
      ************************************************************
      * One payment for the supplier: payment record, register   *
      * line, remittance advice and a history record per voucher *
      ************************************************************
      D    DISPLAY '540-WRITE-PAYMENT'.
           COMPUTE WS-SUPP-NET = WS-SUPP-GROSS - WS-SUPP-DISC.

           MOVE SUP-TBL-SUPPLIER-CODE(SUP-TABLE-SUB)
              TO PD-SUPPLIER-CODE.
           MOVE SM-SUPPLIER-NAME TO PD-PAYEE-NAME.
           MOVE WS-RUN-DATE TO PD-PAY-DATE.
           MOVE WS-SUPP-GROSS TO PD-GROSS-AMT.
           MOVE WS-SUPP-DISC TO PD-DISC-AMT.
           MOVE WS-SUPP-NET TO PD-NET-AMT.
           MOVE WS-SUPP-VCH-KTR TO PD-VOUCHER-COUNT.
           EVALUATE TRUE
              WHEN WS-SUPP-NET NOT > ZERO
      *          Debit memos cover the vouchers - nothing to send
                 MOVE 'M' TO PD-PAY-METHOD
                 MOVE 0 TO PD-CHECK-NO
                 MOVE 0 TO PD-ACH-ROUTING
                 MOVE SPACES TO PD-ACH-ACCOUNT
                 ADD 1 TO WS-MEMO-SETTLED-KTR
              WHEN SM-PAY-BY-ACH
                 MOVE 'A' TO PD-PAY-METHOD
                 MOVE 0 TO PD-CHECK-NO
                 MOVE SM-ACH-ROUTING TO PD-ACH-ROUTING
                 MOVE SM-ACH-ACCOUNT TO PD-ACH-ACCOUNT
                 ADD 1 TO WS-ACH-KTR
              WHEN OTHER
                 ADD 1 TO WS-CHECK-NO
                 MOVE 'C' TO PD-PAY-METHOD
                 MOVE WS-CHECK-NO TO PD-CHECK-NO
                 MOVE 0 TO PD-ACH-ROUTING
                 MOVE SPACES TO PD-ACH-ACCOUNT
                 ADD 1 TO WS-CHECK-KTR
           END-EVALUATE.
           IF ADR-FOUND
              THEN
              MOVE ADR-TBL-ADDRESS-1(ADR-TABLE-SUB)
                 TO PD-REMIT-ADDRESS-1
              MOVE ADR-TBL-ADDRESS-2(ADR-TABLE-SUB)
                 TO PD-REMIT-ADDRESS-2
              MOVE ADR-TBL-ADDRESS-3(ADR-TABLE-SUB)
                 TO PD-REMIT-ADDRESS-3
              MOVE ADR-TBL-CITY(ADR-TABLE-SUB) TO PD-REMIT-CITY
              MOVE ADR-TBL-STATE(ADR-TABLE-SUB) TO PD-REMIT-STATE
              MOVE ADR-TBL-ZIP(ADR-TABLE-SUB) TO PD-REMIT-ZIP
           ELSE
              MOVE SPACES TO PD-REMIT-ADDRESS-1
              MOVE SPACES TO PD-REMIT-ADDRESS-2
              MOVE SPACES TO PD-REMIT-ADDRESS-3
              MOVE SPACES TO PD-REMIT-CITY
              MOVE SPACES TO PD-REMIT-STATE
              MOVE SPACES TO PD-REMIT-ZIP
           END-IF.
           IF PD-PAY-METHOD NOT EQUAL TO 'M'
              THEN
              WRITE PAYMENT-OUT-REC FROM PAYMENT-DETAIL-REC
              ADD WS-SUPP-NET TO WS-AMOUNT-HASH
           END-IF.

           ADD WS-SUPP-GROSS TO WS-GROSS-PAID-TOT.
           ADD WS-SUPP-DISC TO WS-DISC-TAKEN-TOT.
           ADD WS-SUPP-NET TO WS-NET-PAID-TOT.

      * Register line
           MOVE SPACES TO DETAIL-LINE.
           MOVE PD-SUPPLIER-CODE TO DET-SUPPLIER-O.
           MOVE PD-PAYEE-NAME TO DET-NAME-O.
           EVALUATE PD-PAY-METHOD
              WHEN 'M'
                 MOVE 'MEMO' TO DET-METHOD-O
                 MOVE SPACES TO DET-CHECK-NO-O
              WHEN 'A'
                 MOVE 'ACH' TO DET-METHOD-O
                 MOVE SPACES TO DET-CHECK-NO-O
              WHEN OTHER
                 MOVE 'CHECK' TO DET-METHOD-O
                 MOVE PD-CHECK-NO TO DET-CHECK-NO-O
           END-EVALUATE.
           MOVE WS-SUPP-VCH-KTR TO DET-VCH-KTR-O.
           MOVE WS-SUPP-GROSS TO DET-GROSS-O.
           MOVE WS-SUPP-DISC TO DET-DISC-O.
           MOVE WS-SUPP-NET TO DET-NET-O.
           MOVE 'PAID' TO DET-STATUS-O.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.

           PERFORM 550-WRITE-REMIT-HEADER.
           PERFORM VARYING OV-TABLE-SUB FROM 1 BY 1
              UNTIL OV-TABLE-SUB > OV-TABLE-MAX
                   IF OV-TBL-PAY(OV-TABLE-SUB)
                      THEN
                      MOVE OV-TBL-REC(OV-TABLE-SUB)
                         TO OPEN-VOUCHER-REC
                      IF OV-SUPPLIER-CODE EQUAL TO PD-SUPPLIER-CODE
                         THEN
                         PERFORM 560-WRITE-PAID-VOUCHER
                      END-IF
                   END-IF
           END-PERFORM.
           MOVE WS-SUPP-GROSS TO RA-TOT-GROSS-O.
           MOVE WS-SUPP-DISC TO RA-TOT-DISC-O.
           MOVE WS-SUPP-NET TO RA-TOT-NET-O.
           WRITE REMIT-LINE FROM RA-TOTAL-LINE
              AFTER ADVANCING 2 LINES.
       550-WRITE-REMIT-HEADER.
      ************************************************************
      * Remittance advice page heading for this payment          *
      ************************************************************
      D    DISPLAY '550-WRITE-REMIT-HEADER'.
           WRITE REMIT-LINE FROM RA-HEADING-1
              AFTER ADVANCING PAGE.
           MOVE PD-SUPPLIER-CODE TO RA-SUPPLIER-O.
           MOVE PD-PAYEE-NAME TO RA-NAME-O.
           WRITE REMIT-LINE FROM RA-PAYEE-LINE
              AFTER ADVANCING 2 LINES.
           MOVE PD-REMIT-ADDRESS-1 TO RA-ADDR-1-O.
           MOVE PD-REMIT-ADDRESS-2 TO RA-ADDR-2-O.
           MOVE PD-REMIT-CITY TO RA-CITY-O.
           MOVE PD-REMIT-STATE TO RA-STATE-O.
           MOVE PD-REMIT-ZIP TO RA-ZIP-O.
           WRITE REMIT-LINE FROM RA-REMIT-LINE1
              AFTER ADVANCING 1 LINE.
           WRITE REMIT-LINE FROM RA-REMIT-LINE2
              AFTER ADVANCING 1 LINE.
           WRITE REMIT-LINE FROM RA-REMIT-LINE3
              AFTER ADVANCING 1 LINE.
           EVALUATE PD-PAY-METHOD
              WHEN 'M'
                 MOVE 'MEMO' TO RA-METHOD-O
                 MOVE 'SETTLED BY DEBIT MEMO' TO RA-REFERENCE-O
              WHEN 'A'
                 MOVE 'ACH' TO RA-METHOD-O
                 MOVE SPACES TO RA-REFERENCE-O
                 STRING 'ACCT ' DELIMITED BY SIZE
                        PD-ACH-ACCOUNT DELIMITED BY SPACE
                        INTO RA-REFERENCE-O
                 END-STRING
              WHEN OTHER
                 MOVE 'CHECK' TO RA-METHOD-O
                 MOVE SPACES TO RA-REFERENCE-O
                 STRING 'NO. ' DELIMITED BY SIZE
                        PD-CHECK-NO DELIMITED BY SIZE
                        INTO RA-REFERENCE-O
                 END-STRING
           END-EVALUATE.
           MOVE PD-PAY-DATE TO RA-PAY-DATE-O.
           WRITE REMIT-LINE FROM RA-PAYMENT-LINE
              AFTER ADVANCING 2 LINES.
           WRITE REMIT-LINE FROM RA-HEADING-2
              AFTER ADVANCING 2 LINES.
           WRITE REMIT-LINE FROM RA-HEADING-3
              AFTER ADVANCING 1 LINE.
       560-WRITE-PAID-VOUCHER.
      ************************************************************
      * Remittance advice line and payment history record for    *
      * one voucher paid                                         *
      ************************************************************
      D    DISPLAY '560-WRITE-PAID-VOUCHER'.
           IF OV-DISC-AMT > ZERO
              AND OV-DISC-DATE >= WS-RUN-DATE
              THEN
              MOVE OV-DISC-AMT TO WS-DISC-TAKEN
           ELSE
              MOVE 0 TO WS-DISC-TAKEN
           END-IF.
           COMPUTE WS-NET-AMT = OV-VOUCHER-AMT - WS-DISC-TAKEN.

           MOVE OV-INVOICE-NO TO RA-INVOICE-O.
           MOVE OV-PO-NUMBER TO RA-PO-NUMBER-O.
           MOVE OV-INVOICE-DATE TO RA-INV-DATE-O.
           MOVE OV-VOUCHER-AMT TO RA-GROSS-O.
           MOVE WS-DISC-TAKEN TO RA-DISC-O.
           MOVE WS-NET-AMT TO RA-NET-O.
           WRITE REMIT-LINE FROM RA-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           IF OV-DEBIT-MEMO-AMT > ZERO
              THEN
              MOVE OV-DEBIT-MEMO-NO TO RA-MEMO-NO-O
              MOVE OV-DEBIT-MEMO-AMT TO RA-MEMO-AMT-O
              WRITE REMIT-LINE FROM RA-MEMO-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO PAYHIST-REC.
           MOVE OV-INVOICE-NO TO PH-INVOICE-NO.
           MOVE OV-PO-NUMBER TO PH-PO-NUMBER.
           MOVE OV-SUPPLIER-CODE TO PH-SUPPLIER-CODE.
           MOVE OV-INVOICE-DATE TO PH-INVOICE-DATE.
           MOVE OV-DUE-DATE TO PH-DUE-DATE.
           MOVE OV-VOUCHER-AMT TO PH-GROSS-AMT.
           MOVE WS-DISC-TAKEN TO PH-DISC-AMT.
           MOVE WS-NET-AMT TO PH-NET-AMT.
           MOVE PD-PAY-DATE TO PH-PAY-DATE.
           MOVE PD-PAY-METHOD TO PH-PAY-METHOD.
           MOVE PD-CHECK-NO TO PH-CHECK-NO.
           WRITE PAYHIST-REC.
           ADD 1 TO WS-PAID-VCH-KTR.
       600-WRITE-HEADINGS.
      ************************************************************
      * Page headings for the register or the discount list      *
      ************************************************************
      D    DISPLAY '600-WRITE-HEADINGS'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           MOVE WS-RUN-DATE TO RUN-DATE-O.
           MOVE WS-PAY-THROUGH-DATE TO THRU-DATE-O.
           WRITE OUTPUT-LINE FROM WS-RUN-LINE
              AFTER ADVANCING 2 LINES.
           IF DISCOUNT-SECTION
              THEN
              WRITE OUTPUT-LINE FROM WS-DISC-HDG
                 AFTER ADVANCING 2 LINES
              WRITE OUTPUT-LINE FROM DISC-HEADING-2
                 AFTER ADVANCING 2 LINES
              WRITE OUTPUT-LINE FROM DISC-HEADING-3
                 AFTER ADVANCING 1 LINE
              MOVE 8 TO CTR-LINES
           ELSE
              WRITE OUTPUT-LINE FROM HEADING-2
                 AFTER ADVANCING 2 LINES
              WRITE OUTPUT-LINE FROM HEADING-3
                 AFTER ADVANCING 1 LINE
              MOVE 5 TO CTR-LINES
           END-IF.
       620-WRITE-DISCOUNTS-DUE.
      ************************************************************
      * Vouchers carried forward whose discount window closes in *
      * the four weeks after the pay-through date, and the       *
      * forecast bucket each carried-forward voucher falls into  *
      ************************************************************
      D    DISPLAY '620-WRITE-DISCOUNTS-DUE'.
           MOVE 'D' TO SW-REPORT-SECTION.
           PERFORM 600-WRITE-HEADINGS.
           PERFORM VARYING OV-TABLE-SUB FROM 1 BY 1
              UNTIL OV-TABLE-SUB > OV-TABLE-MAX
                   IF OV-TBL-KEEP(OV-TABLE-SUB)
                      THEN
                      MOVE OV-TBL-REC(OV-TABLE-SUB)
                         TO OPEN-VOUCHER-REC
                      PERFORM 630-FORECAST-VOUCHER
                   END-IF
           END-PERFORM.
       630-FORECAST-VOUCHER.
      ************************************************************
      * Place one carried-forward voucher in the forecast: at    *
      * its discount date (net of discount) while the window is  *
      * still ahead, otherwise at its due date (gross)           *
      ************************************************************
      D    DISPLAY '630-FORECAST-VOUCHER'.
           IF OV-HELD
              THEN
              MOVE 6 TO FCST-SUB
              MOVE OV-VOUCHER-AMT TO WS-FCST-AMT
              PERFORM 640-ADD-TO-BUCKET
              EXIT PARAGRAPH
           END-IF.

           IF OV-DISC-AMT > ZERO
              AND OV-DISC-DATE > WS-PAY-THROUGH-DATE
              THEN
              COMPUTE WS-PAY-INT =
                 FUNCTION INTEGER-OF-DATE(OV-DISC-DATE)
              COMPUTE WS-FCST-AMT = OV-VOUCHER-AMT - OV-DISC-AMT
              COMPUTE WS-DAYS-AHEAD = WS-PAY-INT - WS-THRU-INT
              IF WS-DAYS-AHEAD <= 28
                 THEN
                 PERFORM 635-WRITE-DISCOUNT-LINE
              END-IF
           ELSE
              COMPUTE WS-PAY-INT =
                 FUNCTION INTEGER-OF-DATE(OV-DUE-DATE)
              MOVE OV-VOUCHER-AMT TO WS-FCST-AMT
              COMPUTE WS-DAYS-AHEAD = WS-PAY-INT - WS-THRU-INT
           END-IF.

           EVALUATE TRUE
           WHEN WS-DAYS-AHEAD <= 7
                MOVE 1 TO FCST-SUB
           WHEN WS-DAYS-AHEAD <= 14
                MOVE 2 TO FCST-SUB
           WHEN WS-DAYS-AHEAD <= 21
                MOVE 3 TO FCST-SUB
           WHEN WS-DAYS-AHEAD <= 28
                MOVE 4 TO FCST-SUB
           WHEN OTHER
                MOVE 5 TO FCST-SUB
           END-EVALUATE.
           PERFORM 640-ADD-TO-BUCKET.
       635-WRITE-DISCOUNT-LINE.
      ************************************************************
      * One discount-coming-due line                             *
      ************************************************************
      D    DISPLAY '635-WRITE-DISCOUNT-LINE'.
           ADD 1 TO WS-DISC-DUE-KTR.
           ADD OV-DISC-AMT TO WS-DISC-DUE-TOT.
           MOVE OV-INVOICE-NO TO DC-INVOICE-O.
           MOVE OV-SUPPLIER-CODE TO DC-SUPPLIER-O.
           MOVE OV-DISC-DATE TO DC-DISC-DATE-O.
           MOVE OV-DUE-DATE TO DC-DUE-DATE-O.
           MOVE OV-DISC-AMT TO DC-DISC-O.
           MOVE WS-FCST-AMT TO DC-NET-O.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           WRITE OUTPUT-LINE FROM DISC-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       640-ADD-TO-BUCKET.
      ************************************************************
      * Accumulate into forecast bucket FCST-SUB                 *
      ************************************************************
      D    DISPLAY '640-ADD-TO-BUCKET'.
           ADD 1 TO FCST-KTR(FCST-SUB).
           ADD WS-FCST-AMT TO FCST-AMT(FCST-SUB).
           ADD 1 TO WS-FCST-KTR-TOT.
           ADD WS-FCST-AMT TO WS-FCST-TOT.
       650-WRITE-FORECAST.
      ************************************************************
      * Four-week cash-requirements forecast                     *
      ************************************************************
      D    DISPLAY '650-WRITE-FORECAST'.
           WRITE OUTPUT-LINE FROM WS-FCST-HDG
              AFTER ADVANCING 3 LINES.
           PERFORM VARYING FCST-SUB FROM 1 BY 1
              UNTIL FCST-SUB > 6
                   EVALUATE FCST-SUB
                   WHEN 1
                        MOVE 'Week 1 - days  1 to  7           :'
                           TO FCST-LABEL-O
                   WHEN 2
                        MOVE 'Week 2 - days  8 to 14           :'
                           TO FCST-LABEL-O
                   WHEN 3
                        MOVE 'Week 3 - days 15 to 21           :'
                           TO FCST-LABEL-O
                   WHEN 4
                        MOVE 'Week 4 - days 22 to 28           :'
                           TO FCST-LABEL-O
                   WHEN 5
                        MOVE 'Beyond four weeks                :'
                           TO FCST-LABEL-O
                   WHEN 6
                        MOVE 'Due now but held                 :'
                           TO FCST-LABEL-O
                   END-EVALUATE
                   MOVE FCST-KTR(FCST-SUB) TO FCST-KTR-O
                   MOVE FCST-AMT(FCST-SUB) TO FCST-AMT-O
                   WRITE OUTPUT-LINE FROM WS-FCST-LINE
                      AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE 'Total open payables               :'
              TO FCST-LABEL-O.
           MOVE WS-FCST-KTR-TOT TO FCST-KTR-O.
           MOVE WS-FCST-TOT TO FCST-AMT-O.
           WRITE OUTPUT-LINE FROM WS-FCST-LINE
              AFTER ADVANCING 2 LINES.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           WRITE OUTPUT-LINE FROM WS-CONTROL-HDG
              AFTER ADVANCING 3 LINES.
           MOVE WS-OV-IN-KTR TO TOTAL-OV-IN-O.
           MOVE WS-VCH-IN-KTR TO TOTAL-VCH-IN-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 2 LINES.
           MOVE WS-DUP-KTR TO TOTAL-DUP-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-PAID-VCH-KTR TO TOTAL-PAID-O.
           MOVE WS-HELD-VCH-KTR TO TOTAL-HELD-O.
           COMPUTE WS-OV-OUT-KTR = OV-TABLE-MAX - WS-PAID-VCH-KTR.
           MOVE WS-OV-OUT-KTR TO TOTAL-OV-OUT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-CHECK-KTR TO TOTAL-CHECKS-O.
           MOVE WS-ACH-KTR TO TOTAL-ACH-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-MEMO-SETTLED-KTR TO TOTAL-MEMO-SETTLED-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC10
              AFTER ADVANCING 1 LINE.
           MOVE WS-GROSS-PAID-TOT TO TOTAL-GROSS-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-DISC-TAKEN-TOT TO TOTAL-DISC-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
           MOVE WS-NET-PAID-TOT TO TOTAL-NET-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC7
              AFTER ADVANCING 1 LINE.
           MOVE WS-DISC-LOST-TOT TO TOTAL-LOST-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC8
              AFTER ADVANCING 1 LINE.
           MOVE WS-DISC-DUE-TOT TO TOTAL-DISC-DUE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC9
              AFTER ADVANCING 1 LINE.
       720-WRITE-PAYMENT-TRAILER.
      ************************************************************
      * Standard integrity trailer - payment count and net       *
      * amount hash - for TRAILCHK at the bank-file step         *
      ************************************************************
      D    DISPLAY '720-WRITE-PAYMENT-TRAILER'.
           COMPUTE TRL-RECORD-COUNT = WS-CHECK-KTR + WS-ACH-KTR.
           MOVE WS-AMOUNT-HASH TO TRL-AMOUNT-HASH.
           CALL 'TRAILWRT' USING TRL-RECORD-COUNT,
              TRL-AMOUNT-HASH, TRL-TRAILER-REC, TRL-STATUS.
           WRITE PAYMENT-OUT-REC FROM TRL-TRAILER-REC.
       750-SAVE-OPEN-VOUCHERS.
      ************************************************************
      * Carry every voucher not paid this run forward to         *
      * OPENVCHO for the next run                                *
      ************************************************************
      D    DISPLAY '750-SAVE-OPEN-VOUCHERS'.
           PERFORM VARYING OV-TABLE-SUB FROM 1 BY 1
              UNTIL OV-TABLE-SUB > OV-TABLE-MAX
                   IF OV-TBL-KEEP(OV-TABLE-SUB)
                      THEN
                      MOVE OV-TBL-REC(OV-TABLE-SUB)
                         TO OPENVCH-OUT-REC
                      WRITE OPENVCH-OUT-REC
                   END-IF
           END-PERFORM.
       760-SAVE-CHECK-CONTROL.
      ************************************************************
      * Save the last check number used for the next run         *
      ************************************************************
      D    DISPLAY '760-SAVE-CHECK-CONTROL'.
           OPEN OUTPUT CHECK-CTL-FILE.
           MOVE SPACES TO CHECK-CTL-REC.
           MOVE WS-CHECK-NO TO CC-LAST-CHECK-NO.
           WRITE CHECK-CTL-REC.
           CLOSE CHECK-CTL-FILE.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE OPENVCH-IN-FILE
                 VOUCHER-FILE
                 MUSIC-VOUCHER-FILE
                 SUPPLIER-MASTER-FILE
                 ADDRESSES-FILE
                 OPENVCH-OUT-FILE
                 PAYMENT-FILE
                 PAYHIST-FILE
                 REMIT-FILE
                 REPORT-FILE.
