      *              (the normal use for BADRECS cleanup).
      *
      *  Inital Version   2026/08/22
      *  Supplier master widened for payment terms 2026/10/15
      *  Supplier master widened for 1099 tax data 2026/10/15
      *****************************************************************

       ENVIRONMENT DIVISION.
      * REPRO copy (same DD name KSDSLOAD reloads from)
       FD  SUPP-IN-FILE
           RECORDING MODE IS F.
       01 SUPP-IN-REC                  PIC X(99).
       FD  SUPP-ARCH-FILE
           RECORDING MODE IS F.
       01 SUPP-ARCH-REC                PIC X(99).
       FD  SUPP-OUT-FILE
           RECORDING MODE IS F.
       01 SUPP-OUT-REC                 PIC X(99).

       FD  WEEK-IN-FILE
           RECORDING MODE IS F.
