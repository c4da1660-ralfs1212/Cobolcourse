       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFEEDW.
      *** ------------------------------------------------------------
      *** General ledger activity subprogram GLFEEDW
      *** Called at end of run by the money-producing programs -
      *** APMATCH, PAYROL0B, CARRBILL, CARRCASH, TUITBILL,
      *** TUITREFD, CNTRLBRK, ACCTPOST, PROJAR, INSTMTCH and
      *** STDLEDGR - in the same pattern as AUDITWRT (interface:
      *** COPY GLFEEDL).
      ***
      *** Appends ONE activity record - source system, activity
      *** date and time, entry type, transaction type, amount and
      *** item count - to the shared GLACTVTY file. GLINTFC maps
      *** the activity through the GLACCTMP account-mapping table
      *** into the balanced journal-entry file, and ties each
      *** source's activity back to the 'C' control record the
      *** feeder closes its hand-over with.
      ***
      *** The file is opened EXTEND and closed per call - the
      *** hand-over must never hold the file open across a
      *** caller's whole run.
      *** ------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACTIVITY-FILE ASSIGN TO GLACTVTY
           FILE STATUS IS ACTIVITY-FILE-ST.

       DATA DIVISION.
       FILE SECTION.
      * Same record layout as WS-ACTIVITY-REC in GLINTFC
       FD  ACTIVITY-FILE
           RECORDING MODE IS F.
       01 ACTIVITY-REC.
          05 GA-SOURCE-SYSTEM          PIC X(8).
          05 GA-ACTIVITY-DATE          PIC 9(8).
          05 GA-ACTIVITY-TIME          PIC 9(6).
          05 GA-ENTRY-TYPE             PIC X(1).
          05 GA-TRANS-TYPE             PIC X(6).
          05 GA-AMOUNT                 PIC S9(11)V99.
          05 GA-ITEM-COUNT             PIC 9(7).
          05 FILLER                    PIC X(31).

       WORKING-STORAGE SECTION.
       01 ACTIVITY-FILE-ST             PIC X(2).
          88 ACTIVITY-FILE-OK                          VALUE '00' '05'.
       01 WS-STAMP.
          05 WS-STAMP-DATE             PIC 9(8).
          05 WS-STAMP-TIME             PIC 9(6).

       LINKAGE SECTION.

       COPY GLFEEDL.

       PROCEDURE DIVISION USING
           GLF-SOURCE-SYSTEM,
           GLF-ENTRY-TYPE,
           GLF-TRANS-TYPE,
           GLF-AMOUNT,
           GLF-ITEM-COUNT,
           GLF-STATUS.
      ***--------------------------------------------------------------
      *** MAIN - ROUTINE
      ***--------------------------------------------------------------
      D    DISPLAY 'Start Sub GLFEEDW ' GLF-SOURCE-SYSTEM ' '
      D            GLF-ENTRY-TYPE ' ' GLF-TRANS-TYPE.

           IF NOT GLF-ACTIVITY AND NOT GLF-CONTROL
              THEN
              DISPLAY 'GLFEEDW: INVALID ENTRY TYPE ' GLF-ENTRY-TYPE
                      ' FROM ' GLF-SOURCE-SYSTEM
              MOVE '12' TO GLF-STATUS
              GOBACK
           END-IF.

           OPEN EXTEND ACTIVITY-FILE.
           IF NOT ACTIVITY-FILE-OK
              THEN
      *       the caller's own run stands; the missing control
      *       record makes GLINTFC reject the source's batch, so
      *       the gap cannot post silently
              DISPLAY 'GLFEEDW: GL ACTIVITY FILE NOT WRITABLE ('
                      ACTIVITY-FILE-ST ') - HAND-OVER LOST FOR '
                      GLF-SOURCE-SYSTEM ' ' GLF-TRANS-TYPE
              MOVE ACTIVITY-FILE-ST TO GLF-STATUS
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.

           MOVE SPACES TO ACTIVITY-REC.
           MOVE GLF-SOURCE-SYSTEM TO GA-SOURCE-SYSTEM.
           MOVE WS-STAMP-DATE TO GA-ACTIVITY-DATE.
           MOVE WS-STAMP-TIME TO GA-ACTIVITY-TIME.
           MOVE GLF-ENTRY-TYPE TO GA-ENTRY-TYPE.
           MOVE GLF-TRANS-TYPE TO GA-TRANS-TYPE.
           MOVE GLF-AMOUNT TO GA-AMOUNT.
           MOVE GLF-ITEM-COUNT TO GA-ITEM-COUNT.
           WRITE ACTIVITY-REC.

           CLOSE ACTIVITY-FILE.
           MOVE '00' TO GLF-STATUS.

           GOBACK.                         *> Control returned to MAIN
