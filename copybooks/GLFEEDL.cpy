      * Copy Book GLFEEDL - Calling Parameters for PGM GLFEEDW.
      * Include Copybook in LINKAGE SECTION of called- and
      * WORKING-STORAGE SECTION of calling Program
      *
      * COPY GLFEEDL.
      *
      * One general ledger activity hand-over: at end of run a
      * money-producing program calls GLFEEDW once per transaction
      * type it handled ('A' activity - the type's amount and item
      * count) and once more with its own control total ('C'
      * control - the sum of everything it handed over). GLFEEDW
      * stamps the date and appends the record to the shared
      * GLACTVTY file the journal interface (GLINTFC) reads.
          01 GLF-SOURCE-SYSTEM       PIC X(8).
          01 GLF-ENTRY-TYPE          PIC X(1).
             88 GLF-ACTIVITY                   VALUE 'A'.
             88 GLF-CONTROL                    VALUE 'C'.
          01 GLF-TRANS-TYPE          PIC X(6).
          01 GLF-AMOUNT              PIC S9(11)V99 COMP-3.
          01 GLF-ITEM-COUNT          PIC 9(7).
          01 GLF-STATUS              PIC X(2).
