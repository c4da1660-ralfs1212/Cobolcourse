      * Copy Book RATELKL - Calling Parameters for PGM RATELKUP.
      * Include Copybook in LINKAGE SECTION of called- and
      * WORKING-STORAGE SECTION of calling Program
      *
      * COPY RATELKL.
      *
      * One billing-rate lookup against the BILLRATE master (one
      * row per project, project position and effective date,
      * maintained by RATEMNT). The caller fills the project, the
      * position and the work date; the day rate and overtime
      * rate in effect on that date come back - the row with the
      * latest effective date not after the work date - with the
      * effective date that supplied them.
      * A blank-project row is the standard rate for the position
      * and answers only when the project has no row in effect.
      * RATE-STATUS '00' = rate found; '04' = no rate card row in
      * effect (the caller falls back to its EMPROJ row rates);
      * '08' = BILLRATE could not be read.
          01 RATE-PROJECT            PIC X(4).
          01 RATE-POSITION           PIC X(20).
          01 RATE-WORK-DATE          PIC 9(8).
          01 RATE-DAY-RATE           PIC 9(3)V99.
          01 RATE-OT-RATE            PIC 9(3)V99.
          01 RATE-EFF-DATE           PIC 9(8).
          01 RATE-STATUS             PIC X(2).
             88 RATE-FOUND                        VALUE '00'.
             88 RATE-NOT-FOUND                    VALUE '04'.
             88 RATE-FILE-ERROR                   VALUE '08'.
