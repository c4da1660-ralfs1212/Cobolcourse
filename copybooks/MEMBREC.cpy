      * Copy Book MEMBREC - member master record (MEMBMSTR), one
      * per person covered under a policy: the subscriber (suffix
      * 00) and each dependent. Maintained by MEMBMNT, read by
      * MIDTERMF for the covered-member check.
      *
      * COPY MEMBREC.

       01 MEMBER-REC.
          05 MB-POLICY-NO           PIC 9(07).
          05 MB-MEMBER-SUFFIX       PIC 9(02).
             88 MB-SUBSCRIBER                         VALUE 0.
          05 MB-RELATIONSHIP        PIC X(01).
             88 MB-SELF                               VALUE 'S'.
             88 MB-SPOUSE                             VALUE 'P'.
             88 MB-CHILD                              VALUE 'C'.
             88 MB-OTHER-DEPENDENT                    VALUE 'O'.
             88 MB-VALID-RELATIONSHIP     VALUE 'S' 'P' 'C' 'O'.
      *   the subscriber row MEMBMNT creates from the policy master
      *   carries the insured name as held there, across both
          05 MB-NAME.
             10 MB-LAST-NAME        PIC X(15).
             10 MB-FIRST-NAME       PIC X(10).
          05 MB-BIRTH-DATE          PIC 9(08).
          05 MB-COV-START           PIC 9(08).
      *   zero while the member is still covered
          05 MB-COV-END             PIC 9(08).
          05 MB-TERM-REASON         PIC X(01).
             88 MB-TERMINATED                         VALUE 'T'.
             88 MB-AGED-OUT                           VALUE 'A'.
          05 MB-LAST-MAINT          PIC 9(08).
          05 FILLER                 PIC X(12).
