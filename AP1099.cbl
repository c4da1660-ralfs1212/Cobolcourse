       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP1099.
      * ------------------------------------------------------------
      * AP1099:
      * Year-end 1099 supplier reporting. Totals the calendar
      * year's payments per supplier from the AP payment history
      * APPAYRUN appends (APPAYHST) and reports the suppliers
      * flagged 1099-reportable on SUPPMSTR (SM-1099-FLAG 'Y' -
      * subcontractors by default) to the tax authority:
      *
      *  - the PARMLIB parameter library carries the tax year
      *    (AP1099-TAX-YEAR), the reporting threshold
      *    (AP1099-THRESHOLD; zero or none means the standard
      *    600.00) and the payer's own taxpayer ID
      *    (AP1099-PAYER-TIN) and name - the first 20 characters
      *    in AP1099-PAYER-NM1, the rest in AP1099-PAYER-NM2
      *  - a payment counts in the year of its PH-PAY-DATE at its
      *    net amount, the cash actually paid
      *  - a reportable supplier paid at or over the threshold
      *    gets one 'P' payee record on the electronic filing
      *    file (F1099OUT) between an 'H' payer header and a 'T'
      *    trailer, closed by the standard TRAILWRT trailer, and
      *    one recipient copy (RCPT1099) to its ADDRESS-TYPE '3'
      *    remit-to row on ADDRFILE
      *  - a reportable supplier over the threshold with no
      *    taxpayer ID on SUPPMSTR cannot be filed; it is held
      *    off the filing file and listed so accounts payable can
      *    chase the W-9 and key it through SUPPMNT before the
      *    filing is rerun
      *
      * The register (PRTLINE) lists every reportable supplier
      * over the threshold with its filing status, then the
      * missing-taxpayer-ID list and control totals.
      *
      *  Inital Version   2026/10/15
      *  Tax year and payer from the PARMLIB library 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE ASSIGN TO APPAYHST
           FILE STATUS IS PAYHIST-FILE-ST.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO SUPPMSTR
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SM-SUPPLIER-CODE
           FILE STATUS IS SUPPLIER-MASTER-FILE-ST.

           SELECT ADDRESSES-FILE ASSIGN TO ADDRFILE
           FILE STATUS IS ADDRESSES-FILE-ST.

           SELECT FILING-FILE ASSIGN TO F1099OUT
           FILE STATUS IS FILING-FILE-ST.

           SELECT RECIPIENT-FILE ASSIGN TO RCPT1099
           FILE STATUS IS RECIPIENT-FILE-ST.

           SELECT REPORT-FILE ASSIGN TO PRTLINE
           FILE STATUS IS REPORT-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Payment history - one record per voucher paid, as
      * appended by APPAYRUN
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
          05 SM-PAYMENT-TERMS.
             10 SM-TERMS-NET-DAYS      PIC 9(03).
             10 SM-TERMS-DISC-PCT      PIC 9(02)V9.
             10 SM-TERMS-DISC-DAYS     PIC 9(03).
             10 SM-PAY-METHOD          PIC X(01).
             10 SM-ACH-ROUTING         PIC 9(09).
             10 SM-ACH-ACCOUNT         PIC X(17).
          05 SM-TAX-REPORTING.
             10 SM-TAXPAYER-ID         PIC X(09).
             10 SM-1099-FLAG           PIC X(01).
                88 SM-1099-REPORTABLE                  VALUE 'Y'.
             10 SM-LEGAL-NAME          PIC X(30).

       FD  ADDRESSES-FILE
           RECORDING MODE IS F.
           COPY ADRESSES.

      * Electronic filing file - H payer / P payee / T trailer,
      * then the standard 'Z' trailer
       FD  FILING-FILE
           RECORDING MODE IS F.
       01 FILING-REC                   PIC X(150).

       FD  RECIPIENT-FILE
           RECORDING MODE IS F.
       01 RECIPIENT-LINE               PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 OUTPUT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Filing file record layouts
       01 FL-HEADER-REC.
          05 FH-REC-TYPE               PIC X(01)       VALUE 'H'.
          05 FH-TAX-YEAR               PIC 9(04).
          05 FH-PAYER-TIN              PIC X(09).
          05 FH-PAYER-NAME             PIC X(30).
          05 FH-RUN-DATE               PIC 9(08).
          05 FILLER                    PIC X(98)       VALUE SPACES.

       01 FL-PAYEE-REC.
          05 FP-REC-TYPE               PIC X(01)       VALUE 'P'.
          05 FP-TAX-YEAR               PIC 9(04).
          05 FP-PAYEE-TIN              PIC X(09).
          05 FP-PAYEE-NAME             PIC X(30).
          05 FP-SUPPLIER-CODE          PIC X(05).
          05 FP-ADDRESS-1              PIC X(15).
          05 FP-ADDRESS-2              PIC X(15).
          05 FP-CITY                   PIC X(15).
          05 FP-STATE                  PIC X(02).
          05 FP-ZIP                    PIC X(05).
          05 FP-AMOUNT                 PIC 9(09)V99.
          05 FILLER                    PIC X(38)       VALUE SPACES.

       01 FL-TRAILER-REC.
          05 FT-REC-TYPE               PIC X(01)       VALUE 'T'.
          05 FT-TAX-YEAR               PIC 9(04).
          05 FT-PAYEE-COUNT            PIC 9(07).
          05 FT-TOTAL-AMOUNT           PIC 9(11)V99.
          05 FILLER                    PIC X(125)      VALUE SPACES.

      * Calendar-year payments per supplier from APPAYHST
       01 SUP-TABLE-SUB                PIC 9(5)        VALUE 0 COMP.
       01 SUP-TABLE-MAX                PIC 9(5)        VALUE 0 COMP.
       01 SUP-TABLE-MAX-LIMIT          PIC 9(5)        VALUE 2000 COMP.
       01 SW-SUP-FOUND                 PIC X(1)        VALUE 'N'.
          88 SUP-FOUND                                 VALUE 'Y'.
       01 SUPPLIER-TABLE.
          05 SUP-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON SUP-TABLE-MAX.
             10 SUP-TBL-SUPPLIER-CODE  PIC X(5).
             10 SUP-TBL-PAY-KTR        PIC 9(5)        COMP.
             10 SUP-TBL-PAID-AMT       PIC S9(11)V99   COMP-3.

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

      * Reportable suppliers held for a missing taxpayer ID
       01 NOTIN-TABLE-SUB              PIC 9(5)        VALUE 0 COMP.
       01 NOTIN-TABLE-MAX              PIC 9(5)        VALUE 0 COMP.
       01 NOTIN-TABLE-MAX-LIMIT        PIC 9(5)        VALUE 2000 COMP.
       01 MISSING-TIN-TABLE.
          05 NOTIN-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON NOTIN-TABLE-MAX.
             10 NOTIN-TBL-SUPPLIER-CODE PIC X(5).
             10 NOTIN-TBL-NAME         PIC X(30).
             10 NOTIN-TBL-PAID-AMT     PIC S9(11)V99   COMP-3.

       01 PROGRAM-SWITCHES.
          05 PAYHIST-FILE-ST           PIC X(2).
             88 PAYHIST-FILE-OK                        VALUE '00'.
          05 SUPPLIER-MASTER-FILE-ST   PIC X(2).
             88 SUPPLIER-MASTER-FILE-OK                VALUE '00'.
          05 ADDRESSES-FILE-ST         PIC X(2).
             88 ADDRESSES-FILE-OK                      VALUE '00'.
          05 FILING-FILE-ST            PIC X(2).
             88 FILING-FILE-OK                         VALUE '00'.
          05 RECIPIENT-FILE-ST         PIC X(2).
             88 RECIPIENT-FILE-OK                      VALUE '00'.
          05 REPORT-FILE-ST            PIC X(2).
             88 REPORT-FILE-OK                         VALUE '00'.
      * EOF indicators (Input files only)
          05 PAYHIST-FILE-STATUS       PIC X(01)       VALUE SPACE.
             88 PAYHIST-FILE-EOF                       VALUE 'Y'.
          05 ADDRESSES-FILE-STATUS     PIC X(01)       VALUE SPACE.
             88 ADDRESSES-FILE-EOF                     VALUE 'Y'.
      * Keyed READ found/not-found indicator
          05 SM-REC-FOUND-STATUS       PIC X(01)       VALUE SPACE.
             88 SM-REC-FOUND                           VALUE 'Y'.

       01 ACCUMS-AND-COUNTERS.
          05 WS-HIST-KTR               PIC 9(7)        VALUE 0.
          05 WS-YEAR-PAY-KTR           PIC 9(7)        VALUE 0.
          05 WS-NOT-ON-FILE-KTR        PIC 9(7)        VALUE 0.
          05 WS-NOT-REPORTABLE-KTR     PIC 9(7)        VALUE 0.
          05 WS-UNDER-KTR              PIC 9(7)        VALUE 0.
          05 WS-FILED-KTR              PIC 9(7)        VALUE 0.
          05 WS-NO-ADDR-KTR            PIC 9(7)        VALUE 0.
          05 WS-NO-TIN-KTR             PIC 9(7)        VALUE 0.
          05 WS-FILED-AMT              PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 WS-HELD-AMT               PIC S9(11)V99   VALUE +0
                                                       COMP-3.
          05 CTR-LINES                 PIC 99          VALUE 0.
          05 CTR-PAGES                 PIC 999         VALUE 0.
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-WORK-FIELDS.
          05 WS-CURRENT-DATE           PIC 9(08)       VALUE 0.
          05 WS-TAX-YEAR               PIC 9(04)       VALUE 0.
          05 WS-THRESHOLD              PIC 9(07)V99    VALUE 0.
          05 WS-PAYER-TIN              PIC X(09)       VALUE SPACES.
          05 WS-PAYER-NAME             PIC X(30)       VALUE SPACES.
          05 WS-PAY-YEAR               PIC 9(04)       VALUE 0.
          05 WS-PAYEE-NAME             PIC X(30)       VALUE SPACES.
          05 WS-MASKED-TIN.
             10 FILLER                 PIC X(05)       VALUE
                   'XXXXX'.
             10 WS-MASKED-TIN-LAST4    PIC X(04)       VALUE SPACES.

      * TRAILWRT calling parameters - the standard integrity
      * trailer closing the filing file
       COPY TRAILL.

      * End-of-run audit hand-over to the shared AUDITWRT
      * subprogram
       COPY AUDITL.

      * PARMLKUP calling parameters - the tax year, threshold and
      * payer identity in effect today from the PARMLIB library
       COPY PARMLKL.

      * Print Lines - register
       01 HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '     1099 SUPPLIER REPORTING REGISTER             '.
          05 FILLER                    PIC X(8)        VALUE SPACES.
          05 FILLER                    PIC X(10)       VALUE 'PAGE NO'.
          05 PAGE-NUM                  PIC ZZ9         VALUE ZERO.
          05 FILLER                    PIC X(36)       VALUE SPACES.

       01 WS-YEAR-LINE.
          05 FILLER                    PIC X(10)       VALUE
                'TAX YEAR: '.
          05 YEAR-O                    PIC 9(04).
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 FILLER                    PIC X(11)       VALUE
                'THRESHOLD: '.
          05 THRESHOLD-O               PIC $$,$$$,$$9.99.
          05 FILLER                    PIC X(90)       VALUE SPACES.

       01 HEADING-2.
          05 FILLER                    PIC X(08)       VALUE
                'SUPPLIER'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'LEGAL NAME'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'TAX ID'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'PAYMENTS'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(17)       VALUE
                '      AMOUNT PAID'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE
                'STATUS'.
          05 FILLER                    PIC X(30)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(17)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(20)       VALUE ALL "=".
          05 FILLER                    PIC X(30)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-SUPPLIER-O            PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-NAME-O                PIC X(30).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-TIN-O                 PIC X(09).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-PAY-KTR-O             PIC ZZZZZZZ9.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-AMOUNT-O              PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 DET-STATUS-O              PIC X(20).
          05 FILLER                    PIC X(30)       VALUE SPACES.

      * Missing taxpayer ID section
       01 WS-NOTIN-HDG1.
          05 FILLER                    PIC X(60)       VALUE ALL "=".
          05 FILLER                    PIC X(72)       VALUE SPACES.

       01 WS-NOTIN-HDG2.
          05 FILLER                    PIC X(60)       VALUE
             'REPORTABLE SUPPLIERS MISSING A TAXPAYER ID - OBTAIN W-9'.
          05 FILLER                    PIC X(72)       VALUE SPACES.

       01 WS-NOTIN-LINE.
          05 NOTIN-SUPPLIER-O          PIC X(08).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 NOTIN-NAME-O              PIC X(30).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 NOTIN-AMOUNT-O            PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(72)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
                'History records read / in year   :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-HIST-O              PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-YEAR-PAY-O          PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC2.
          05 FILLER                    PIC X(35)       VALUE
                'Suppliers paid / not reportable  :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-SUPPLIERS-O         PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-NOT-REPORT-O        PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC3.
          05 FILLER                    PIC X(35)       VALUE
                'Reportable under threshold       :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-UNDER-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC4.
          05 FILLER                    PIC X(35)       VALUE
                'Payees filed / held no tax ID    :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-FILED-O             PIC ZZZZZZ9.
          05 FILLER                    PIC X(3)        VALUE ' / '.
          05 TOTAL-NO-TIN-O            PIC ZZZZZZ9.
          05 FILLER                    PIC X(76)       VALUE SPACES.

       01 WS-TOTALS-REC5.
          05 FILLER                    PIC X(35)       VALUE
                'Filed without remit-to address   :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-NO-ADDR-O           PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC6.
          05 FILLER                    PIC X(35)       VALUE
                'Not on supplier master           :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-NOT-ON-FILE-O       PIC ZZZZZZ9.
          05 FILLER                    PIC X(86)       VALUE SPACES.

       01 WS-TOTALS-REC7.
          05 FILLER                    PIC X(35)       VALUE
                'Amount filed                     :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-FILED-AMT-O         PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       01 WS-TOTALS-REC8.
          05 FILLER                    PIC X(35)       VALUE
                'Amount held for missing tax ID   :'.
          05 FILLER                    PIC X(4)        VALUE SPACES.
          05 TOTAL-HELD-AMT-O          PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

      * Print Lines - recipient copy
       01 RC-HEADING-1.
          05 FILLER                    PIC X(25)       VALUE SPACE.
          05 FILLER                    PIC X(50)       VALUE
                '     FORM 1099-NEC - COPY B FOR RECIPIENT         '.
          05 FILLER                    PIC X(57)       VALUE SPACES.

       01 RC-YEAR-LINE.
          05 FILLER                    PIC X(10)       VALUE
                'TAX YEAR: '.
          05 RC-YEAR-O                 PIC 9(04).
          05 FILLER                    PIC X(118)      VALUE SPACES.

       01 RC-PAYER-LINE.
          05 FILLER                    PIC X(10)       VALUE
                'PAYER   : '.
          05 RC-PAYER-NAME-O           PIC X(30).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'TAX ID: '.
          05 RC-PAYER-TIN-O            PIC X(09).
          05 FILLER                    PIC X(73)       VALUE SPACES.

       01 RC-RECIPIENT-LINE.
          05 FILLER                    PIC X(10)       VALUE
                'RECIPIENT '.
          05 RC-NAME-O                 PIC X(30).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'TAX ID: '.
          05 RC-TIN-O                  PIC X(09).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(09)       VALUE
                'ACCOUNT: '.
          05 RC-SUPPLIER-O             PIC X(05).
          05 FILLER                    PIC X(57)       VALUE SPACES.

       01 RC-ADDR-LINE1.
          05 FILLER                    PIC X(10)       VALUE SPACES.
          05 RC-ADDR-1-O               PIC X(15).
          05 FILLER                    PIC X(107)      VALUE SPACES.

       01 RC-ADDR-LINE2.
          05 FILLER                    PIC X(10)       VALUE SPACES.
          05 RC-ADDR-2-O               PIC X(15).
          05 FILLER                    PIC X(107)      VALUE SPACES.

       01 RC-ADDR-LINE3.
          05 FILLER                    PIC X(10)       VALUE SPACES.
          05 RC-CITY-O                 PIC X(15).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 RC-STATE-O                PIC X(02).
          05 FILLER                    PIC X(01)       VALUE SPACES.
          05 RC-ZIP-O                  PIC X(05).
          05 FILLER                    PIC X(98)       VALUE SPACES.

       01 RC-AMOUNT-LINE.
          05 FILLER                    PIC X(35)       VALUE
                'BOX 1  NONEMPLOYEE COMPENSATION  :'.
          05 FILLER                    PIC X(04)       VALUE SPACES.
          05 RC-AMOUNT-O               PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                    PIC X(75)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
      ************************************************************
      * Main                                                     *
      ************************************************************
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-PAYMENTS UNTIL PAYHIST-FILE-EOF.
           PERFORM 200-WRITE-FILING-HEADER.
           PERFORM 500-REPORT-SUPPLIERS.
           PERFORM 650-REPORT-MISSING-TIN.
           PERFORM 700-WRITE-SUMMARY-REPORT.
           PERFORM 720-WRITE-FILING-TRAILER.
           PERFORM 800-CLOSE-FILES.
      * one standard audit record for the morning operations report
           MOVE 'AP1099' TO AUD-PROGRAM-ID.
           MOVE WS-HIST-KTR TO AUD-RECORDS-READ.
           MOVE WS-FILED-KTR TO AUD-RECORDS-WRITTEN.
           MOVE WS-NO-TIN-KTR TO AUD-RECORDS-REJECTED.
           MOVE WS-FILED-AMT TO AUD-CONTROL-TOTAL.
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
           PERFORM 040-LOAD-TAX-PARMS.
           PERFORM 060-LOAD-REMIT-ADDRESSES
              UNTIL ADDRESSES-FILE-EOF.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
       040-LOAD-TAX-PARMS.
      ************************************************************
      * Tax year, threshold and payer identity in effect today   *
      * in the PARMLIB parameter library (PARMLKUP)              *
      ************************************************************
      D    DISPLAY '040-LOAD-TAX-PARMS'.
           MOVE 'AP1099' TO PLIB-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO PLIB-RUN-DATE.

           MOVE 'AP1099-TAX-YEAR' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR NOT PLIB-IS-NUMERIC
              OR PLIB-NUM-VALUE NOT > 0
              OR PLIB-NUM-VALUE > 9999
              THEN
              DISPLAY 'AP1099-TAX-YEAR PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-NUM-VALUE TO WS-TAX-YEAR.

           MOVE 'AP1099-PAYER-TIN' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           MOVE PLIB-VALUE TO WS-PAYER-TIN.
           IF NOT PLIB-FOUND
              OR WS-PAYER-TIN NOT NUMERIC
              OR PLIB-VALUE(10:) NOT = SPACES
              THEN
              DISPLAY 'AP1099-PAYER-TIN PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 'AP1099-PAYER-NM1' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF NOT PLIB-FOUND
              OR PLIB-VALUE = SPACES
              THEN
              DISPLAY 'AP1099-PAYER-NM1 PROBLEM: PARMLIB STATUS '
                      PLIB-STATUS ' VALUE ' PLIB-VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PLIB-VALUE TO WS-PAYER-NAME(1:20).
      * the name's second part is only there for a long name
           MOVE 'AP1099-PAYER-NM2' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              MOVE PLIB-VALUE TO WS-PAYER-NAME(21:10)
           END-IF.

           MOVE 600.00 TO WS-THRESHOLD.
           MOVE 'AP1099-THRESHOLD' TO PLIB-PARM-NAME.
           CALL 'PARMLKUP' USING PLIB-PROGRAM-ID, PLIB-PARM-NAME,
                PLIB-RUN-DATE, PLIB-VALUE, PLIB-NUM-VALUE,
                PLIB-NUMERIC-IND, PLIB-EFF-DATE, PLIB-STATUS.
           IF PLIB-FOUND
              THEN
              IF NOT PLIB-IS-NUMERIC
                 OR PLIB-NUM-VALUE < 0
                 OR PLIB-NUM-VALUE > 9999999.99
                 THEN
                 DISPLAY 'AP1099-THRESHOLD PROBLEM: NOT AN AMOUNT: '
                         PLIB-VALUE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF PLIB-NUM-VALUE > 0
                 THEN
                 MOVE PLIB-NUM-VALUE TO WS-THRESHOLD
              END-IF
           END-IF.
      D    DISPLAY 'TAX YEAR        : ' WS-TAX-YEAR.
      D    DISPLAY 'THRESHOLD       : ' WS-THRESHOLD.
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
       100-LOAD-PAYMENTS.
      ************************************************************
      * Roll one payment-history record paid in the tax year     *
      * into its supplier's total                                *
      ************************************************************
      D    DISPLAY '100-LOAD-PAYMENTS'.
           READ PAYHIST-FILE
           AT END
              MOVE 'Y' TO PAYHIST-FILE-STATUS
              EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-HIST-KTR.

           IF PH-PAY-DATE NOT NUMERIC
              OR PH-NET-AMT NOT NUMERIC
              THEN
              DISPLAY 'APPAYHST RECORD UNUSABLE: ' PH-INVOICE-NO
                      ' ' PH-SUPPLIER-CODE
              EXIT PARAGRAPH
           END-IF.
           DIVIDE PH-PAY-DATE BY 10000 GIVING WS-PAY-YEAR.
           IF WS-PAY-YEAR NOT EQUAL TO WS-TAX-YEAR
              THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-YEAR-PAY-KTR.

           MOVE 'N' TO SW-SUP-FOUND.
           PERFORM VARYING SUP-TABLE-SUB FROM 1 BY 1
              UNTIL SUP-TABLE-SUB > SUP-TABLE-MAX
                   IF SUP-TBL-SUPPLIER-CODE(SUP-TABLE-SUB) EQUAL TO
                      PH-SUPPLIER-CODE
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
                 MOVE SUP-TABLE-MAX TO SUP-TABLE-SUB
                 MOVE PH-SUPPLIER-CODE TO
                    SUP-TBL-SUPPLIER-CODE(SUP-TABLE-SUB)
                 MOVE 0 TO SUP-TBL-PAY-KTR(SUP-TABLE-SUB)
                 MOVE 0 TO SUP-TBL-PAID-AMT(SUP-TABLE-SUB)
              ELSE
                 DISPLAY 'WARNING: SUPPLIER TABLE FULL - PAYMENT '
                         'DROPPED: ' PH-SUPPLIER-CODE ' '
                         PH-INVOICE-NO
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD 1 TO SUP-TBL-PAY-KTR(SUP-TABLE-SUB).
           ADD PH-NET-AMT TO SUP-TBL-PAID-AMT(SUP-TABLE-SUB).
       200-WRITE-FILING-HEADER.
      ************************************************************
      * 'H' payer record opening the filing file                 *
      ************************************************************
      D    DISPLAY '200-WRITE-FILING-HEADER'.
           MOVE WS-TAX-YEAR TO FH-TAX-YEAR.
           MOVE WS-PAYER-TIN TO FH-PAYER-TIN.
           MOVE WS-PAYER-NAME TO FH-PAYER-NAME.
           MOVE WS-CURRENT-DATE TO FH-RUN-DATE.
           WRITE FILING-REC FROM FL-HEADER-REC.
       300-OPEN-FILES.
      ************************************************************
      * Open all Files, check File-Status                        *
      ************************************************************
      D    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT PAYHIST-FILE.
           IF NOT PAYHIST-FILE-OK
              DISPLAY 'APPAYHST OPEN PROBLEM, RC=' PAYHIST-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
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
              DISPLAY 'ADDRFILE OPEN PROBLEM, RC=' ADDRESSES-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT FILING-FILE.
           IF NOT FILING-FILE-OK
              DISPLAY 'F1099OUT OPEN PROBLEM, RC=' FILING-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RECIPIENT-FILE.
           IF NOT RECIPIENT-FILE-OK
              DISPLAY 'RCPT1099 OPEN PROBLEM, RC=' RECIPIENT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY 'PRTLINE OPEN PROBLEM, RC=' REPORT-FILE-ST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       500-REPORT-SUPPLIERS.
      ************************************************************
      * Decide each paid supplier: not reportable, under the     *
      * threshold, held for a missing taxpayer ID, or filed      *
      ************************************************************
      D    DISPLAY '500-REPORT-SUPPLIERS'.
           PERFORM VARYING SUP-TABLE-SUB FROM 1 BY 1
              UNTIL SUP-TABLE-SUB > SUP-TABLE-MAX
                   PERFORM 510-CHECK-ONE-SUPPLIER
           END-PERFORM.
       510-CHECK-ONE-SUPPLIER.
      ************************************************************
      * Keyed READ of the supplier master for the 1099 flag,     *
      * taxpayer ID and legal name                               *
      ************************************************************
      D    DISPLAY '510-CHECK-ONE-SUPPLIER'.
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
              ADD 1 TO WS-NOT-ON-FILE-KTR
              DISPLAY 'SUPPLIER PAID BUT NOT ON SUPPMSTR: '
                      SUP-TBL-SUPPLIER-CODE(SUP-TABLE-SUB)
              EXIT PARAGRAPH
           END-IF.
           IF NOT SM-1099-REPORTABLE
              THEN
              ADD 1 TO WS-NOT-REPORTABLE-KTR
              EXIT PARAGRAPH
           END-IF.
           IF SUP-TBL-PAID-AMT(SUP-TABLE-SUB) < WS-THRESHOLD
              THEN
              ADD 1 TO WS-UNDER-KTR
              EXIT PARAGRAPH
           END-IF.

      * The W-9 legal name is filed; the short trading name stands
      * in until purchasing keys it
           IF SM-LEGAL-NAME NOT EQUAL TO SPACES
              THEN
              MOVE SM-LEGAL-NAME TO WS-PAYEE-NAME
           ELSE
              MOVE SM-SUPPLIER-NAME TO WS-PAYEE-NAME
           END-IF.

           MOVE SM-SUPPLIER-CODE TO DET-SUPPLIER-O.
           MOVE WS-PAYEE-NAME TO DET-NAME-O.
           MOVE SM-TAXPAYER-ID TO DET-TIN-O.
           MOVE SUP-TBL-PAY-KTR(SUP-TABLE-SUB) TO DET-PAY-KTR-O.
           MOVE SUP-TBL-PAID-AMT(SUP-TABLE-SUB) TO DET-AMOUNT-O.

           IF SM-TAXPAYER-ID NOT NUMERIC
              OR SM-TAXPAYER-ID EQUAL TO ZEROS
              THEN
              ADD 1 TO WS-NO-TIN-KTR
              ADD SUP-TBL-PAID-AMT(SUP-TABLE-SUB) TO WS-HELD-AMT
              MOVE 'HELD - NO TAX ID' TO DET-STATUS-O
              IF NOTIN-TABLE-MAX < NOTIN-TABLE-MAX-LIMIT
                 THEN
                 ADD 1 TO NOTIN-TABLE-MAX
                 MOVE SM-SUPPLIER-CODE TO
                    NOTIN-TBL-SUPPLIER-CODE(NOTIN-TABLE-MAX)
                 MOVE WS-PAYEE-NAME TO NOTIN-TBL-NAME(NOTIN-TABLE-MAX)
                 MOVE SUP-TBL-PAID-AMT(SUP-TABLE-SUB) TO
                    NOTIN-TBL-PAID-AMT(NOTIN-TABLE-MAX)
              END-IF
           ELSE
              PERFORM 520-FIND-REMIT-ADDRESS
              PERFORM 540-WRITE-PAYEE
              IF ADR-FOUND
                 THEN
                 MOVE 'FILED' TO DET-STATUS-O
              ELSE
                 MOVE 'FILED - NO ADDRESS' TO DET-STATUS-O
              END-IF
           END-IF.
           PERFORM 560-PRINT-DETAIL.
       520-FIND-REMIT-ADDRESS.
      ************************************************************
      * Remit-to row for the supplier being filed                *
      ************************************************************
      D    DISPLAY '520-FIND-REMIT-ADDRESS'.
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
       540-WRITE-PAYEE.
      ************************************************************
      * 'P' payee record and the recipient copy                  *
      ************************************************************
      D    DISPLAY '540-WRITE-PAYEE'.
           MOVE WS-TAX-YEAR TO FP-TAX-YEAR.
           MOVE SM-TAXPAYER-ID TO FP-PAYEE-TIN.
           MOVE WS-PAYEE-NAME TO FP-PAYEE-NAME.
           MOVE SM-SUPPLIER-CODE TO FP-SUPPLIER-CODE.
           IF ADR-FOUND
              THEN
              MOVE ADR-TBL-ADDRESS-1(ADR-TABLE-SUB) TO FP-ADDRESS-1
              MOVE ADR-TBL-ADDRESS-2(ADR-TABLE-SUB) TO FP-ADDRESS-2
              MOVE ADR-TBL-CITY(ADR-TABLE-SUB) TO FP-CITY
              MOVE ADR-TBL-STATE(ADR-TABLE-SUB) TO FP-STATE
              MOVE ADR-TBL-ZIP(ADR-TABLE-SUB) TO FP-ZIP
           ELSE
              ADD 1 TO WS-NO-ADDR-KTR
              MOVE SPACES TO FP-ADDRESS-1
              MOVE SPACES TO FP-ADDRESS-2
              MOVE SPACES TO FP-CITY
              MOVE SPACES TO FP-STATE
              MOVE SPACES TO FP-ZIP
           END-IF.
           MOVE SUP-TBL-PAID-AMT(SUP-TABLE-SUB) TO FP-AMOUNT.
           WRITE FILING-REC FROM FL-PAYEE-REC.
           ADD 1 TO WS-FILED-KTR.
           ADD SUP-TBL-PAID-AMT(SUP-TABLE-SUB) TO WS-FILED-AMT.

      * Recipient copy - the payee's own tax ID is masked to its
      * last four digits
           WRITE RECIPIENT-LINE FROM RC-HEADING-1
              AFTER ADVANCING PAGE.
           MOVE WS-TAX-YEAR TO RC-YEAR-O.
           WRITE RECIPIENT-LINE FROM RC-YEAR-LINE
              AFTER ADVANCING 2 LINES.
           MOVE WS-PAYER-NAME TO RC-PAYER-NAME-O.
           MOVE WS-PAYER-TIN TO RC-PAYER-TIN-O.
           WRITE RECIPIENT-LINE FROM RC-PAYER-LINE
              AFTER ADVANCING 2 LINES.
           MOVE WS-PAYEE-NAME TO RC-NAME-O.
           MOVE SM-TAXPAYER-ID(6:4) TO WS-MASKED-TIN-LAST4.
           MOVE WS-MASKED-TIN TO RC-TIN-O.
           MOVE SM-SUPPLIER-CODE TO RC-SUPPLIER-O.
           WRITE RECIPIENT-LINE FROM RC-RECIPIENT-LINE
              AFTER ADVANCING 2 LINES.
           MOVE FP-ADDRESS-1 TO RC-ADDR-1-O.
           MOVE FP-ADDRESS-2 TO RC-ADDR-2-O.
           MOVE FP-CITY TO RC-CITY-O.
           MOVE FP-STATE TO RC-STATE-O.
           MOVE FP-ZIP TO RC-ZIP-O.
           WRITE RECIPIENT-LINE FROM RC-ADDR-LINE1
              AFTER ADVANCING 1 LINE.
           WRITE RECIPIENT-LINE FROM RC-ADDR-LINE2
              AFTER ADVANCING 1 LINE.
           WRITE RECIPIENT-LINE FROM RC-ADDR-LINE3
              AFTER ADVANCING 1 LINE.
           MOVE SUP-TBL-PAID-AMT(SUP-TABLE-SUB) TO RC-AMOUNT-O.
           WRITE RECIPIENT-LINE FROM RC-AMOUNT-LINE
              AFTER ADVANCING 3 LINES.
       560-PRINT-DETAIL.
      ************************************************************
      * Register line with page break                            *
      ************************************************************
      D    DISPLAY '560-PRINT-DETAIL'.
           IF CTR-LINES > CTR-LINES-MAX
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           WRITE OUTPUT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO CTR-LINES.
       600-WRITE-HEADINGS.
      ************************************************************
      * Page headings                                            *
      ************************************************************
      D    DISPLAY '600-WRITE-HEADINGS'.
           ADD 1 TO CTR-PAGES.
           MOVE CTR-PAGES TO PAGE-NUM.
           WRITE OUTPUT-LINE FROM HEADING-1
              AFTER ADVANCING PAGE.
           MOVE WS-TAX-YEAR TO YEAR-O.
           MOVE WS-THRESHOLD TO THRESHOLD-O.
           WRITE OUTPUT-LINE FROM WS-YEAR-LINE
              AFTER ADVANCING 2 LINES.
           WRITE OUTPUT-LINE FROM HEADING-2
              AFTER ADVANCING 2 LINES.
           WRITE OUTPUT-LINE FROM HEADING-3
              AFTER ADVANCING 1 LINE.
           MOVE 5 TO CTR-LINES.
       650-REPORT-MISSING-TIN.
      ************************************************************
      * Reportable suppliers held for want of a W-9              *
      ************************************************************
      D    DISPLAY '650-REPORT-MISSING-TIN'.
           IF CTR-PAGES = 0
              THEN
              PERFORM 600-WRITE-HEADINGS
           END-IF.
           WRITE OUTPUT-LINE FROM WS-NOTIN-HDG1
              AFTER ADVANCING 2 LINES.
           WRITE OUTPUT-LINE FROM WS-NOTIN-HDG2
              AFTER ADVANCING 1 LINE.
           PERFORM VARYING NOTIN-TABLE-SUB FROM 1 BY 1
              UNTIL NOTIN-TABLE-SUB > NOTIN-TABLE-MAX
                   MOVE NOTIN-TBL-SUPPLIER-CODE(NOTIN-TABLE-SUB)
                      TO NOTIN-SUPPLIER-O
                   MOVE NOTIN-TBL-NAME(NOTIN-TABLE-SUB)
                      TO NOTIN-NAME-O
                   MOVE NOTIN-TBL-PAID-AMT(NOTIN-TABLE-SUB)
                      TO NOTIN-AMOUNT-O
                   WRITE OUTPUT-LINE FROM WS-NOTIN-LINE
                      AFTER ADVANCING 1 LINE
           END-PERFORM.
       700-WRITE-SUMMARY-REPORT.
      ************************************************************
      * Control totals                                           *
      ************************************************************
      D    DISPLAY '700-WRITE-SUMMARY-REPORT'.
           MOVE WS-HIST-KTR TO TOTAL-HIST-O.
           MOVE WS-YEAR-PAY-KTR TO TOTAL-YEAR-PAY-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC1
              AFTER ADVANCING 3 LINES.
           MOVE SUP-TABLE-MAX TO TOTAL-SUPPLIERS-O.
           MOVE WS-NOT-REPORTABLE-KTR TO TOTAL-NOT-REPORT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC2
              AFTER ADVANCING 1 LINE.
           MOVE WS-UNDER-KTR TO TOTAL-UNDER-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC3
              AFTER ADVANCING 1 LINE.
           MOVE WS-FILED-KTR TO TOTAL-FILED-O.
           MOVE WS-NO-TIN-KTR TO TOTAL-NO-TIN-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC4
              AFTER ADVANCING 1 LINE.
           MOVE WS-NO-ADDR-KTR TO TOTAL-NO-ADDR-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC5
              AFTER ADVANCING 1 LINE.
           MOVE WS-NOT-ON-FILE-KTR TO TOTAL-NOT-ON-FILE-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC6
              AFTER ADVANCING 1 LINE.
           MOVE WS-FILED-AMT TO TOTAL-FILED-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC7
              AFTER ADVANCING 1 LINE.
           MOVE WS-HELD-AMT TO TOTAL-HELD-AMT-O.
           WRITE OUTPUT-LINE FROM WS-TOTALS-REC8
              AFTER ADVANCING 1 LINE.
       720-WRITE-FILING-TRAILER.
      ************************************************************
      * 'T' trailer with payee count and total, then the         *
      * standard integrity trailer for TRAILCHK                  *
      ************************************************************
      D    DISPLAY '720-WRITE-FILING-TRAILER'.
           MOVE WS-TAX-YEAR TO FT-TAX-YEAR.
           MOVE WS-FILED-KTR TO FT-PAYEE-COUNT.
           MOVE WS-FILED-AMT TO FT-TOTAL-AMOUNT.
           WRITE FILING-REC FROM FL-TRAILER-REC.
           MOVE WS-FILED-KTR TO TRL-RECORD-COUNT.
           MOVE WS-FILED-AMT TO TRL-AMOUNT-HASH.
           CALL 'TRAILWRT' USING TRL-RECORD-COUNT,
              TRL-AMOUNT-HASH, TRL-TRAILER-REC, TRL-STATUS.
           WRITE FILING-REC FROM TRL-TRAILER-REC.
       800-CLOSE-FILES.
      ************************************************************
      * Close all Files                                          *
      ************************************************************
      D    DISPLAY '800-CLOSE-FILES'.
           CLOSE PAYHIST-FILE
                 SUPPLIER-MASTER-FILE
                 ADDRESSES-FILE
                 FILING-FILE
                 RECIPIENT-FILE
                 REPORT-FILE.
