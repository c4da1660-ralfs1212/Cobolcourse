      * 19,8,CH,A (not numerically) before the first load.
      *
      *  Inital Version   2026/08/22
      *  Supplier master widened for payment terms 2026/10/15
      *  Supplier master widened for 1099 tax data 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
      * records below
       FD  SUPP-SEQ-FILE
           RECORDING MODE IS F.
       01 SUPP-SEQ-REC                 PIC X(99).

       FD  ZIPS-SEQ-FILE
           RECORDING MODE IS F.
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
             10 SM-LEGAL-NAME          PIC X(30).

       FD  ZIP-STATE-FILE
           RECORDING MODE IS F.
