      * Copy Book PARMLKL - Calling Parameters for PGM PARMLKUP.
      * Include Copybook in LINKAGE SECTION of called- and
      * WORKING-STORAGE SECTION of calling Program
      *
      * COPY PARMLKL.
      *
      * One setting looked up in the PARMLIB parameter library
      * (one row per program, parameter name and effective date,
      * maintained by PARMMNT). The caller fills its program ID,
      * the parameter name and its run date; the value in effect
      * on that date comes back - the row with the latest
      * effective date not after the run date - with the
      * effective date that supplied it. Values are held as text;
      * a value that reads as a number is also returned in
      * PLIB-NUM-VALUE with PLIB-NUMERIC-IND set to 'Y'.
      * A blank-program row is the shared setting for every
      * program and answers only when the program has no row of
      * its own in effect.
      * PLIB-STATUS '00' = value found; '04' = no value in effect
      * on the run date; '08' = PARMLIB could not be read.
          01 PLIB-PROGRAM-ID         PIC X(8).
          01 PLIB-PARM-NAME          PIC X(16).
          01 PLIB-RUN-DATE           PIC 9(8).
          01 PLIB-VALUE              PIC X(20).
          01 PLIB-NUM-VALUE          PIC S9(9)V9(6).
          01 PLIB-NUMERIC-IND        PIC X(1).
             88 PLIB-IS-NUMERIC                   VALUE 'Y'.
          01 PLIB-EFF-DATE           PIC 9(8).
          01 PLIB-STATUS             PIC X(2).
             88 PLIB-FOUND                        VALUE '00'.
             88 PLIB-NOT-FOUND                    VALUE '04'.
             88 PLIB-FILE-ERROR                   VALUE '08'.
