      * MXREFREC - shared MX-XREF record layout for the member
      * cross-reference (./member.xref) that ties a membership number
      * to the RS-PLAYER-ID it plays under.  COPY this under a
      * 01-level in any program that opens it so the layout only has
      * to change in one place.  One record per linked member, keyed
      * by membership number, with the date the link was made.
           02 MX-MEMBER-NO            PIC 9(06).
           02 MX-PLAYER-ID            PIC 9(03).
           02 MX-LINK-DATE            PIC 9(08).
