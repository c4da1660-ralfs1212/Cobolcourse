               10 COB-OTHER-CARRIER      PIC X(05).
               10 COB-OTHER-POLICY-NO    PIC X(10).
               10 COB-PRIMARY-PAID       PIC 9(7)V99.
      * Accident details: a claim arising from an auto accident
      * or a workplace injury (or other third-party liability)
      * carries the liable party's or carrier's reference, so
      * the paid claim can be pursued for recovery (SUBRTRAK).
           05 ACCIDENT-DETAILS.
               10 ACCIDENT-IND           PIC X(01).
                   88 ACCIDENT-AUTO     VALUE 'A'.
                   88 ACCIDENT-WORKPLACE VALUE 'W'.
                   88 ACCIDENT-OTHER-PARTY VALUE 'O'.
                   88 ACCIDENT-RELATED  VALUE 'A' 'W' 'O'.
                   88 NO-ACCIDENT       VALUE 'N' ' '.
               10 LIABLE-PARTY-REF       PIC X(10).
      * Member details: which member of the policy the claim is
      * for - 00 the subscriber, 01-99 a dependent on the member
      * master (MEMBMNT). Blank on feeds that predate family
      * coverage, which MIDTERMF treats as the subscriber.
           05 MEMBER-DETAILS.
               10 MEMBER-SUFFIX          PIC 9(02).
               10 MEMBER-SUFFIX-X REDEFINES MEMBER-SUFFIX
                                         PIC X(02).

