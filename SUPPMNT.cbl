      *            PARTSFIL part records stand in for it
      *   INACT  - REWRITE; marks the supplier inactive as the
      *            safe alternative to DELETE
      * Every transaction carries the user ID of its submitter;
      * a transaction whose submitter the OPAUTH authorization
      * table does not allow this action (AUTHCHK) is rejected
      * before it touches the master.
      * Every transaction - applied or rejected - is printed on a
      * maintenance audit report with the master's before and
      * after values and the submitting user. Totals of
      * applied/rejected transactions and of adds/changes/deletes
      * close the report.
      *
      * A sequential-layout master is converted to (or rebuilt as)
      * the KSDS by the KSDSLOAD utility, not here.
      *  KSDS keyed access (was sequential load/rewrite) 2026/08/22
      *  EDI flag on ADD/CHANGE 2026/09/01
      *  Guarded DELETE and INACT transaction 2026/09/01
      *  Payment terms and pay method on ADD/CHANGE 2026/10/15
      *  1099 taxpayer ID, flag and legal name on ADD/CHANGE 2026/10/15
      *  Submitter authorization (AUTHCHK) 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
          05 SM-ACTIVE-STATUS          PIC X(01).
             88 SM-ACTIVE                              VALUE 'A'.
             88 SM-INACTIVE                            VALUE 'I'.
      * Payment terms - net days, early-pay discount percent and
      * discount days (2/10 net 30 = 030 020 010) and how the
      * supplier is paid; maintained by SUPPMNT, read by APPAYRUN
          05 SM-PAYMENT-TERMS.
             10 SM-TERMS-NET-DAYS      PIC 9(03).
             10 SM-TERMS-DISC-PCT      PIC 9(02)V9.
             10 SM-TERMS-DISC-DAYS     PIC 9(03).
             10 SM-PAY-METHOD          PIC X(01).
                88 SM-PAY-BY-CHECK                     VALUE 'C'.
                88 SM-PAY-BY-ACH                       VALUE 'A'.
             10 SM-ACH-ROUTING         PIC 9(09).
             10 SM-ACH-ACCOUNT         PIC X(17).
      * 1099 reporting - taxpayer ID (EIN/SSN, digits only) and
      * legal name from the supplier's W-9, and the reportable
      * flag; maintained by SUPPMNT, read by AP1099 at year end
          05 SM-TAX-REPORTING.
             10 SM-TAXPAYER-ID         PIC X(09).
             10 SM-1099-FLAG           PIC X(01).
                88 SM-1099-REPORTABLE                  VALUE 'Y'.
             10 SM-LEGAL-NAME          PIC X(30).

      * Maintenance transactions keyed by SUPPLIER-CODE
       FD  TRANS-FILE
             88 TR-VALID-SUPPLIER-TYPE        VALUE 'S' 'D' 'M' 'I'.
          05 TR-EDI-CAPABLE            PIC X(01).
             88 TR-VALID-EDI-CAPABLE          VALUE 'Y' 'N' ' '.
      * Payment terms - blank fields take the ADD default (net 30,
      * no discount, paid by check) or leave the master unchanged
      * on a CHANGE. Discount percent is keyed 9(2)V9 (020 = 2.0%)
          05 TR-PAYMENT-TERMS.
             10 TR-TERMS-NET-DAYS      PIC X(03).
             10 TR-TERMS-NET-DAYS-N    REDEFINES TR-TERMS-NET-DAYS
                                       PIC 9(03).
             10 TR-TERMS-DISC-PCT      PIC X(03).
             10 TR-TERMS-DISC-PCT-N    REDEFINES TR-TERMS-DISC-PCT
                                       PIC 9(02)V9.
             10 TR-TERMS-DISC-DAYS     PIC X(03).
             10 TR-TERMS-DISC-DAYS-N   REDEFINES TR-TERMS-DISC-DAYS
                                       PIC 9(03).
             10 TR-PAY-METHOD          PIC X(01).
                88 TR-VALID-PAY-METHOD        VALUE 'C' 'A' ' '.
             10 TR-ACH-ROUTING         PIC X(09).
             10 TR-ACH-ROUTING-N       REDEFINES TR-ACH-ROUTING
                                       PIC 9(09).
             10 TR-ACH-ACCOUNT         PIC X(17).
      * 1099 data from the supplier's W-9 - blank fields leave the
      * master unchanged; an ADD with no flag defaults to
      * reportable for a subcontractor (type 'S') only
          05 TR-TAX-REPORTING.
             10 TR-TAXPAYER-ID         PIC X(09).
             10 TR-1099-FLAG           PIC X(01).
                88 TR-VALID-1099-FLAG         VALUE 'Y' 'N' ' '.
             10 TR-LEGAL-NAME          PIC X(30).
          05 TR-SUBMITTER-ID           PIC X(08).
          05 FILLER                    PIC X(48).

      * Part records and PO activity consulted before a DELETE
      * is honored
          05 CTR-LINES-MAX             PIC 99          VALUE 40.

       01 WS-REJECT-REASON             PIC X(30)       VALUE SPACES.
       01 WS-RUN-DATE                  PIC 9(8)        VALUE 0.

      * AUTHCHK calling parameters - submitter authorization
      * against the OPAUTH table
       COPY AUTHL.

      * Suppliers with live part records, counted from PARTSFIL
       01 PSUP-TABLE-SUB               PIC 9(5)        VALUE 0 COMP.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE
                'REJECT REASON'.
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE
                'USER'.
          05 FILLER                    PIC X(16)       VALUE SPACES.

       01 HEADING-3.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(10)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(30)       VALUE ALL "=".
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 FILLER                    PIC X(08)       VALUE ALL "=".
          05 FILLER                    PIC X(16)       VALUE SPACES.

       01 DETAIL-LINE.
          05 DET-ACTION-O              PIC X(08).
          05 DET-STATUS-O              PIC X(10).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-REASON-O              PIC X(30).
          05 FILLER                    PIC X(02)       VALUE SPACES.
          05 DET-USER-O                PIC X(08).
          05 FILLER                    PIC X(16)       VALUE SPACES.

       01 WS-TOTALS-REC1.
          05 FILLER                    PIC X(35)       VALUE
      ************************************************************
      D    DISPLAY '000-HOUSEKEEPING'.
           PERFORM 300-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 050-LOAD-ACTIVITY-TABLES.
           MOVE 41 TO CTR-LINES. *> Force Pagebreak at Start
      * Priming Read:
           MOVE SPACES TO DETAIL-LINE.
           MOVE TR-ACTION TO DET-ACTION-O.
           MOVE TR-SUPPLIER-CODE TO DET-SUPPLIER-CODE-O.
           MOVE TR-SUBMITTER-ID TO DET-USER-O.

           PERFORM 120-CHECK-AUTHORIZATION.
           PERFORM 150-READ-MASTER-BY-KEY.

      * Before image (only when the code is on file)
           END-IF.

           EVALUATE TRUE
           WHEN NOT AUTH-AUTHORIZED
                MOVE 'N' TO TRANS-APPLIED-STATUS
                MOVE AUTH-REASON TO WS-REJECT-REASON
           WHEN TR-ADD
                PERFORM 210-APPLY-ADD
           WHEN TR-CHANGE

           PERFORM 500-WRITE-REPORT.
           PERFORM 400-READ-TRANS-FILE.
       120-CHECK-AUTHORIZATION.
      ************************************************************
      * Is the submitter allowed this action in SUPPMNT?          *
      ************************************************************
      D    DISPLAY '120-CHECK-AUTHORIZATION'.
           MOVE TR-SUBMITTER-ID TO AUTH-USER-ID.
           MOVE 'SUPPMNT' TO AUTH-PROGRAM-ID.
           MOVE TR-ACTION TO AUTH-TRAN-TYPE.
           MOVE TR-SUPPLIER-CODE TO AUTH-TRAN-KEY.
           MOVE WS-RUN-DATE TO AUTH-RUN-DATE.
           CALL 'AUTHCHK' USING AUTH-USER-ID, AUTH-PROGRAM-ID,
                AUTH-TRAN-TYPE, AUTH-TRAN-KEY, AUTH-RUN-DATE,
                AUTH-STATUS, AUTH-REASON.
       150-READ-MASTER-BY-KEY.
      ************************************************************
      * Keyed READ of the master for the transaction's            *
      * The record area still holds whatever the last keyed READ
      * left behind - a new supplier starts active, always
           MOVE 'A' TO SM-ACTIVE-STATUS.
      * Default terms, then whatever the transaction supplies
           MOVE 30 TO SM-TERMS-NET-DAYS.
           MOVE 0 TO SM-TERMS-DISC-PCT.
           MOVE 0 TO SM-TERMS-DISC-DAYS.
           MOVE 'C' TO SM-PAY-METHOD.
           MOVE 0 TO SM-ACH-ROUTING.
           MOVE SPACES TO SM-ACH-ACCOUNT.
           PERFORM 250-EDIT-PAYMENT-TERMS.
           IF NOT TRANS-APPLIED-IND
              THEN
              EXIT PARAGRAPH
           END-IF.
      * No W-9 data until the transaction supplies it
           MOVE SPACES TO SM-TAXPAYER-ID.
           IF SM-SUPPLIER-TYPE EQUAL TO 'S'
              THEN
              MOVE 'Y' TO SM-1099-FLAG
           ELSE
              MOVE 'N' TO SM-1099-FLAG
           END-IF.
           MOVE SPACES TO SM-LEGAL-NAME.
           PERFORM 260-EDIT-TAX-REPORTING.
           IF NOT TRANS-APPLIED-IND
              THEN
              EXIT PARAGRAPH
           END-IF.
           WRITE SUPPLIER-MASTER-REC
           INVALID KEY
              MOVE 'N' TO TRANS-APPLIED-STATUS
           IF TR-SUPPLIER-NAME EQUAL TO SPACES
              AND TR-SUPPLIER-TYPE EQUAL TO SPACES
              AND TR-EDI-CAPABLE EQUAL TO SPACE
              AND TR-PAYMENT-TERMS EQUAL TO SPACES
              AND TR-TAX-REPORTING EQUAL TO SPACES
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'NO CHANGE DATA SUPPLIED' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.

           PERFORM 250-EDIT-PAYMENT-TERMS.
           IF NOT TRANS-APPLIED-IND
              THEN
              EXIT PARAGRAPH
           END-IF.

           PERFORM 260-EDIT-TAX-REPORTING.
           IF NOT TRANS-APPLIED-IND
              THEN
              EXIT PARAGRAPH
           END-IF.

           IF TR-SUPPLIER-NAME NOT EQUAL TO SPACES
              THEN
              MOVE TR-SUPPLIER-NAME TO SM-SUPPLIER-NAME
              MOVE SM-SUPPLIER-NAME TO DET-AFTER-NAME-O
              MOVE SM-SUPPLIER-TYPE TO DET-AFTER-TYPE-O
           END-IF.
       250-EDIT-PAYMENT-TERMS.
      ************************************************************
      * Edit the payment-terms fields supplied on an ADD or      *
      * CHANGE and move them onto the master record area; blank  *
      * fields keep what is already there. The resulting terms   *
      * must hang together: the discount window inside the net   *
      * days, and a bank routing/account for an ACH payee        *
      ************************************************************
      D    DISPLAY '250-EDIT-PAYMENT-TERMS'.
           IF TR-TERMS-NET-DAYS NOT EQUAL TO SPACES
              THEN
              IF TR-TERMS-NET-DAYS NOT NUMERIC
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID NET DAYS' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE TR-TERMS-NET-DAYS-N TO SM-TERMS-NET-DAYS
           END-IF.

           IF TR-TERMS-DISC-PCT NOT EQUAL TO SPACES
              THEN
              IF TR-TERMS-DISC-PCT NOT NUMERIC
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID DISCOUNT PERCENT' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE TR-TERMS-DISC-PCT-N TO SM-TERMS-DISC-PCT
           END-IF.

           IF TR-TERMS-DISC-DAYS NOT EQUAL TO SPACES
              THEN
              IF TR-TERMS-DISC-DAYS NOT NUMERIC
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID DISCOUNT DAYS' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE TR-TERMS-DISC-DAYS-N TO SM-TERMS-DISC-DAYS
           END-IF.

           IF NOT TR-VALID-PAY-METHOD
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'INVALID PAY METHOD' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-PAY-METHOD NOT EQUAL TO SPACE
              THEN
              MOVE TR-PAY-METHOD TO SM-PAY-METHOD
           END-IF.

           IF TR-ACH-ROUTING NOT EQUAL TO SPACES
              THEN
              IF TR-ACH-ROUTING NOT NUMERIC
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID ACH ROUTING NUMBER' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE TR-ACH-ROUTING-N TO SM-ACH-ROUTING
           END-IF.
           IF TR-ACH-ACCOUNT NOT EQUAL TO SPACES
              THEN
              MOVE TR-ACH-ACCOUNT TO SM-ACH-ACCOUNT
           END-IF.

           IF SM-TERMS-NET-DAYS EQUAL TO ZERO
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'NET DAYS MUST BE NON-ZERO' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF SM-TERMS-DISC-DAYS > SM-TERMS-NET-DAYS
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'DISC DAYS EXCEED NET DAYS' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF SM-TERMS-DISC-PCT > ZERO
              AND SM-TERMS-DISC-DAYS EQUAL TO ZERO
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'DISCOUNT WITHOUT DISC DAYS' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF SM-PAY-BY-ACH
              AND (SM-ACH-ROUTING EQUAL TO ZERO
                   OR SM-ACH-ACCOUNT EQUAL TO SPACES)
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'ACH WITHOUT BANK DETAILS' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
       260-EDIT-TAX-REPORTING.
      ************************************************************
      * Edit the W-9 fields supplied on an ADD or CHANGE and     *
      * move them onto the master record area; blank fields keep *
      * what is already there. A taxpayer ID is nine digits, no  *
      * dashes                                                   *
      ************************************************************
      D    DISPLAY '260-EDIT-TAX-REPORTING'.
           IF TR-TAXPAYER-ID NOT EQUAL TO SPACES
              THEN
              IF TR-TAXPAYER-ID NOT NUMERIC
                 OR TR-TAXPAYER-ID EQUAL TO ZEROS
                 THEN
                 MOVE 'N' TO TRANS-APPLIED-STATUS
                 MOVE 'INVALID TAXPAYER ID' TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE TR-TAXPAYER-ID TO SM-TAXPAYER-ID
           END-IF.

           IF NOT TR-VALID-1099-FLAG
              THEN
              MOVE 'N' TO TRANS-APPLIED-STATUS
              MOVE 'INVALID 1099 FLAG' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF TR-1099-FLAG NOT EQUAL TO SPACE
              THEN
              MOVE TR-1099-FLAG TO SM-1099-FLAG
           END-IF.

           IF TR-LEGAL-NAME NOT EQUAL TO SPACES
              THEN
              MOVE TR-LEGAL-NAME TO SM-LEGAL-NAME
           END-IF.
       300-OPEN-FILES.
      *************************************************************
      * Open files - the master must already exist; building it   *
