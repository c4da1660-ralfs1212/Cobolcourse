      *   this program existed.
      *
      *   Inital Version   2026/09/02
      *   Employee number shown on each statement           2026/10/15
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          05 YT-STATE                   PIC 9(9)V99.
          05 YT-FICA                    PIC 9(9)V99.
          05 YT-NET                     PIC 9(9)V99.
          05 YT-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(15).

       FD  STMT-FILE
           RECORDING MODE F.
          05 STM-FNAME-O                PIC X(20).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 STM-LNAME-O                PIC X(20).
          05 FILLER                     PIC X(10)      VALUE
                '  EMP NO: '.
          05 STM-EMP-NO-O               PIC 9(06).
          05 FILLER                     PIC X(65)      VALUE SPACES.

       01 STMT-AMT-LINE.
          05 STM-AMT-LABEL              PIC X(30).
              AFTER ADVANCING PAGE.
           MOVE YT-FNAME TO STM-FNAME-O.
           MOVE YT-LNAME TO STM-LNAME-O.
           MOVE YT-EMP-NO TO STM-EMP-NO-O.
           WRITE STMT-LINE FROM STMT-NAME-LINE
              AFTER ADVANCING 2.

