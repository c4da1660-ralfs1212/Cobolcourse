               10 ERROR-MSG             PIC X(20).
      *       standardized error code from the ERRCODES master
               10 ERROR-CODE         PIC X(04).
      *   Outlier thresholds, looked up by the calling program in
      *   the PARMLIB parameter library so they can be changed
      *   without recompiling
      *   POEDIT, plus an outlier table POEDIT fills when QUANTITY
      *   or UNIT-PRICE is suspiciously large - these are soft
      *   warnings only and do not affect ERROR-SUB/RETURN-CODE.
