
       FD  CLAIM-OUT-FILE
           RECORDING MODE IS F.
       01 CLAIM-OUT-REC                PIC X(112).

       FD  EXCEPTION-REPORT
           RECORDING MODE IS F.
