      * Copy Book AUTHL - Calling Parameters for PGM AUTHCHK.
      * Include Copybook in LINKAGE SECTION of called- and
      * WORKING-STORAGE SECTION of calling Program
      *
      * COPY AUTHL.
      *
      * One submitter check for a maintenance transaction against
      * the OPAUTH authorization table (one row per user ID,
      * program and transaction type, with an expiry date). The
      * caller fills the submitting user ID from the transaction,
      * its own program ID, the transaction type, the key the
      * transaction is for and its run date; every check is also
      * logged to AUTHLOG for the AUTHRPT security report.
      * AUTH-STATUS '00' = authorized; '02' = no submitter user ID
      * on the transaction; '04' = user not authorized for this
      * program and transaction type; '06' = authorization has
      * expired; '08' = OPAUTH is missing, holds no usable rows
      * or could not be read - every transaction is refused.
      * AUTH-REASON carries the refusal text for the caller's
      * rejected section.
          01 AUTH-USER-ID            PIC X(8).
          01 AUTH-PROGRAM-ID         PIC X(8).
          01 AUTH-TRAN-TYPE          PIC X(8).
          01 AUTH-TRAN-KEY           PIC X(20).
          01 AUTH-RUN-DATE           PIC 9(8).
          01 AUTH-STATUS             PIC X(2).
             88 AUTH-AUTHORIZED                   VALUE '00'.
             88 AUTH-NO-USER                      VALUE '02'.
             88 AUTH-NOT-AUTHORIZED               VALUE '04'.
             88 AUTH-EXPIRED                      VALUE '06'.
             88 AUTH-TABLE-ERROR                  VALUE '08'.
          01 AUTH-REASON             PIC X(24).
