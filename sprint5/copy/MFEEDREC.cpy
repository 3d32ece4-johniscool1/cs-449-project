      * MFEEDREC - shared MF-MEMBER record layout for the nightly
      * extract from the club membership and dues system
      * (./member.feed).  COPY this under a 01-level in any program
      * that reads it so the layout only has to change in one place.
      * One fixed-format record per member: the membership number,
      * the name as the membership system holds it, the date the
      * member joined, the date dues are paid through and the
      * membership status.
           02 MF-MEMBER-NO            PIC 9(06).
           02 MF-MEMBER-NAME          PIC X(30).
           02 MF-JOIN-DATE            PIC 9(08).
           02 MF-PAID-THRU            PIC 9(08).
           02 MF-STATUS               PIC X(01).
               88 MF-STATUS-ACTIVE     VALUE 'A'.
               88 MF-STATUS-LAPSED     VALUE 'L'.
               88 MF-STATUS-RESIGNED   VALUE 'R'.
           02 FILLER                  PIC X(27).
