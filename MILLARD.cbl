           SELECT OPTIONAL LEAVTRAN ASSIGN TO LEAVTRAN.
           SELECT LEAVBALO ASSIGN TO LEAVBALO.
           SELECT LEAVRPT  ASSIGN TO LEAVRPT.
      *   inserted R.S. - changes, history, leave balances, leave
      *   taken and the service-history request are matched on
      *   the employee number carried on PERSFILE
       DATA DIVISION.
       FILE SECTION.
       FD  PERSFILE
          05 HOURS       PIC 9(3).
          05 GROSS-PAY   PIC 9(6)V99.
          05 JOB         PIC X(12).
          05 EMP-NO      PIC 9(06).

      *   inserted R.S. - one change per record: who, when it takes
      *   effect, which field, and the new value
             88 CT-FIELD-ADDR                          VALUE 'ADDR    '.
          05 CT-NEW-VALUE               PIC X(40).
          05 FILLER                     PIC X(04).
          05 CT-EMP-NO                  PIC 9(06).

      *   inserted R.S. - prior value preserved per applied change so
      *   "what was this person's title last January" has an answer
          05 PH-FIELD                   PIC X(8).
          05 PH-PRIOR-VALUE             PIC X(40).
          05 PH-NEW-VALUE               PIC X(40).
          05 PH-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(10).

      *   inserted R.S. - updated personnel snapshot with the changes
      *   applied, same layout as PERSFILE
       FD  PERSOUT
           RECORDING MODE IS F.
       01 PERSONNEL-OUT-REC             PIC X(126).

      *   inserted R.S. - service-history request: one employee name
      *   and number
       FD  SVCPARM
           RECORDING MODE IS F.
       01 SVC-PARM-REC.
          05 SV-NAME                    PIC X(20).
          05 SV-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(54).

       FD  SVCRPT
           RECORDING MODE IS F.
          05 LT-NAME                    PIC X(20).
          05 LT-TYPE                    PIC X(1).
          05 LT-HOURS                   PIC 9(3)V99.
          05 LT-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(48).

       FD  LEAVBALO
           RECORDING MODE IS F.
          05 LB-NAME                    PIC X(20).
          05 LB-VAC-BAL                 PIC S9(4)V99.
          05 LB-SICK-BAL                PIC S9(4)V99.
          05 LB-EMP-NO                  PIC 9(06).
          05 FILLER                     PIC X(22)      VALUE SPACES.

       01 LEAVE-CONTROL-FIELDS.
          05 LEAVPARM-STATUS            PIC X(01)      VALUE SPACE.
       01 LEAVE-BAL-TABLE.
          05 LVB-ENTRY OCCURS 500 TIMES.
             10 LVB-NAME                PIC X(20).
             10 LVB-EMP-NO              PIC 9(06).
             10 LVB-VAC-BAL             PIC S9(4)V99.
             10 LVB-SICK-BAL            PIC S9(4)V99.
             10 LVB-RATE                PIC 9(3)V99.
          05 CHG-ENTRY OCCURS 1 TO 200 TIMES
                DEPENDING ON CHG-MAX.
             10 CHG-NAME                PIC X(20).
             10 CHG-EMP-NO              PIC 9(06).
             10 CHG-EFF-DATE            PIC 9(8).
             10 CHG-FIELD               PIC X(8).
             10 CHG-NEW-VALUE           PIC X(40).
              IF CHG-MAX < CHG-MAX-LIMIT
                 ADD 1 TO CHG-MAX
                 MOVE CT-NAME      TO CHG-NAME(CHG-MAX)
                 MOVE CT-EMP-NO    TO CHG-EMP-NO(CHG-MAX)
                 MOVE CT-EFF-DATE  TO CHG-EFF-DATE(CHG-MAX)
                 MOVE CT-FIELD     TO CHG-FIELD(CHG-MAX)
                 MOVE CT-NEW-VALUE TO CHG-NEW-VALUE(CHG-MAX)
           PERFORM VARYING CHG-SUB FROM 1 BY 1
              UNTIL CHG-SUB > CHG-MAX
                   IF CHG-APPLIED(CHG-SUB) = "N" AND
                      CHG-EMP-NO(CHG-SUB) = EMP-NO
                      IF CHG-BEST-SUB = 0 OR
                         CHG-EFF-DATE(CHG-SUB) <
                         CHG-EFF-DATE(CHG-BEST-SUB)
           MOVE "Y" TO CHG-APPLIED(CHG-BEST-SUB).
           MOVE SPACES TO PERS-HIST-REC.
           MOVE NAME TO PH-NAME.
           MOVE EMP-NO TO PH-EMP-NO.
           MOVE CHG-EFF-DATE(CHG-BEST-SUB) TO PH-EFF-DATE.
           MOVE CHG-FIELD(CHG-BEST-SUB) TO PH-FIELD.
           MOVE CHG-NEW-VALUE(CHG-BEST-SUB) TO PH-NEW-VALUE.
                   IF CHG-APPLIED(CHG-SUB) = "N"
                      ADD 1 TO CHG-UNMATCHED-KTR
                      DISPLAY "NO PERSONNEL RECORD FOR CHANGE: "
                              CHG-EMP-NO(CHG-SUB) " "
                              CHG-NAME(CHG-SUB)
                   END-IF
           END-PERFORM.
                 MOVE LEAVE-BAL-IN-REC TO LEAVE-BAL-REC-WS
                 ADD 1 TO LVB-MAX
                 MOVE LB-NAME TO LVB-NAME(LVB-MAX)
                 MOVE LB-EMP-NO TO LVB-EMP-NO(LVB-MAX)
                 MOVE LB-VAC-BAL TO LVB-VAC-BAL(LVB-MAX)
                 MOVE LB-SICK-BAL TO LVB-SICK-BAL(LVB-MAX)
                 MOVE 0 TO LVB-RATE(LVB-MAX)
           MOVE 'N' TO SW-LVB-FOUND.
           PERFORM VARYING LVB-SUB FROM 1 BY 1
              UNTIL LVB-SUB > LVB-MAX
              IF LVB-EMP-NO(LVB-SUB) = EMP-NO
                 MOVE 'Y' TO SW-LVB-FOUND
                 EXIT PERFORM
              END-IF
                 ADD 1 TO LVB-MAX
                 MOVE LVB-MAX TO LVB-SUB
                 MOVE NAME TO LVB-NAME(LVB-SUB)
                 MOVE EMP-NO TO LVB-EMP-NO(LVB-SUB)
                 MOVE 0 TO LVB-VAC-BAL(LVB-SUB)
                 MOVE 0 TO LVB-SICK-BAL(LVB-SUB)
                 MOVE 0 TO LVB-RATE(LVB-SUB)
           MOVE 'N' TO SW-LVB-FOUND.
           PERFORM VARYING LVB-SUB FROM 1 BY 1
              UNTIL LVB-SUB > LVB-MAX
              IF LVB-EMP-NO(LVB-SUB) = LT-EMP-NO
                 MOVE 'Y' TO SW-LVB-FOUND
                 EXIT PERFORM
              END-IF
              END-IF
              MOVE SPACES TO LEAVE-BAL-REC-WS
              MOVE LVB-NAME(LVB-SUB) TO LB-NAME
              MOVE LVB-EMP-NO(LVB-SUB) TO LB-EMP-NO
              MOVE LVB-VAC-BAL(LVB-SUB) TO LB-VAC-BAL
              MOVE LVB-SICK-BAL(LVB-SUB) TO LB-SICK-BAL
              MOVE LEAVE-BAL-REC-WS TO LEAVE-BAL-OUT-REC
           AT END
              MOVE "Y" TO PERSHIST-STATUS
           NOT AT END
              IF PH-EMP-NO = SV-EMP-NO
                 IF HIST-MAX < HIST-MAX-LIMIT
                    ADD 1 TO HIST-MAX
                    MOVE PH-EFF-DATE    TO HW-EFF-DATE(HIST-MAX)
