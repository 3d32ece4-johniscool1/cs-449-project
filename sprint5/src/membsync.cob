       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBSYNC.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. 10-15-26.
      * Keeps ./player.roster in step with the club membership and
      * dues system.  Reads the nightly extract ./member.feed
      * (MFEEDREC) and ties each member to a roster player through
      * ./member.xref (MXREFREC):
      *   - a linked member whose name has changed is renamed
      *   - a linked member whose dues have lapsed (paid-through date
      *     before today, or any status but A) is made inactive, and
      *     one who has paid up again is made active
      *   - an unlinked member is first looked for on the roster by
      *     name among players not yet linked; a single match is
      *     linked, otherwise a member in good standing is added
      *     under the lowest free player id with the join date from
      *     the feed
      * Every change is listed on ./membsync.rpt, followed by the
      * exceptions: members that could not be matched (lapsed and not
      * on the roster, a name shared by several players, a link to a
      * player no longer on the roster, a member listed twice, no
      * free player id, an unreadable record) and roster players the
      * feed does not mention.  RETURN-CODE is 8 when there are
      * exceptions.  Commas in feed names are blanked, as PLYRMNT
      * does not allow them.
      * Command line: [TRIAL]
      *   TRIAL   report what would change without updating the
      *           roster or the cross-reference
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FC-MEMBER-FEED ASSIGN TO './member.feed'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEED-STATUS.
       SELECT FC-MEMBER-XREF ASSIGN TO './member.xref'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MX-MEMBER-NO
                   FILE STATUS IS WS-XREF-STATUS.
       SELECT FC-PLAYER-ROSTER ASSIGN TO './player.roster'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RS-PLAYER-ID
                   FILE STATUS IS WS-ROSTER-STATUS.
       SELECT FC-PRINT-FILE ASSIGN TO './membsync.rpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FC-MEMBER-FEED.
       01 FS-MEMBER-FEED.
           COPY MFEEDREC.
       FD FC-MEMBER-XREF.
       01 FS-MEMBER-XREF.
           COPY MXREFREC.
       FD FC-PLAYER-ROSTER.
       01 FS-PLAYER-ROSTER.
           COPY PROSTREC.
       FD FC-PRINT-FILE.
       01 PR-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS PIC XX.
           88 WS-FEED-OK VALUE '00'.
       01 WS-XREF-STATUS PIC XX.
           88 WS-XREF-OK VALUE '00'.
       01 WS-ROSTER-STATUS PIC XX.
           88 WS-ROSTER-OK VALUE '00'.
       01 WS-PRINT-STATUS PIC XX.
           88 WS-PRINT-OK VALUE '00'.
       01 WS-FEED-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-FEED-EOF VALUE 'Y'.
       01 WS-FILE-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-FILE-EOF VALUE 'Y'.
       01 WS-FEED-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 WS-FEED-OPEN VALUE 'Y'.
       01 WS-XREF-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 WS-XREF-OPEN VALUE 'Y'.
       01 WS-ROSTER-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 WS-ROSTER-OPEN VALUE 'Y'.
       01 WS-PRINT-OPEN-SWITCH PIC X(01) VALUE 'N'.
           88 WS-PRINT-OPEN VALUE 'Y'.
       01 WS-COMMAND-LINE PIC X(80).
       01 WS-ARG-MODE PIC X(05).
       01 WS-RUN-MODE-SWITCH PIC X(01) VALUE 'U'.
           88 WS-TRIAL-RUN VALUE 'T'.
           88 WS-UPDATE-RUN VALUE 'U'.
       01 WS-CURR-DATE PIC 9(08).
      * the roster held by player id, so names can be matched and
      * players the feed never mentions can be found at the end
       01 WS-ROSTER-TABLE.
           02 WS-RT-ENTRY OCCURS 999.
               03 WS-RT-ON-FILE PIC X(01).
               03 WS-RT-NAME PIC X(20).
               03 WS-RT-JOIN-DATE PIC 9(08).
               03 WS-RT-ACTIVE PIC X(01).
               03 WS-RT-LINKED PIC X(01).
               03 WS-RT-SEEN PIC X(01).
       01 WS-RT-SUB PIC 9(04).
      * members linked or added this run.  a trial run writes no
      * cross-reference, so a member listed twice is found here
      * instead and is treated just as an update run would treat it
       01 WS-RUN-LINK-TABLE.
           02 WS-RL-ENTRY OCCURS 999.
               03 WS-RL-MEMBER PIC 9(06).
               03 WS-RL-PLAYER PIC 9(03).
       01 WS-RL-USED PIC 9(03) VALUE 0.
       01 WS-RL-SUB PIC 9(04).
      * the member being worked
       01 WS-MEMBER-NAME PIC X(20).
       01 WS-MEMBER-PLAYER PIC 9(03).
       01 WS-MEMBER-LAPSED-SWITCH PIC X(01).
           88 WS-MEMBER-LAPSED VALUE 'Y'.
       01 WS-NAME-MATCHES PIC 9(03).
       01 WS-NAME-MATCH-ID PIC 9(03).
       01 WS-NEW-ACTIVE PIC X(01).
       01 WS-NEW-NAME PIC X(20).
      * counts for the summary
       01 WS-MEMBERS-READ PIC 9(05) VALUE 0.
       01 WS-ADDED PIC 9(05) VALUE 0.
       01 WS-LINKED PIC 9(05) VALUE 0.
       01 WS-RENAMED PIC 9(05) VALUE 0.
       01 WS-DEACTIVATED PIC 9(05) VALUE 0.
       01 WS-REACTIVATED PIC 9(05) VALUE 0.
      * exceptions are held until the changes are all listed
       01 WS-EXCEPTION-TABLE.
           02 WS-EX-ENTRY OCCURS 500.
               03 WS-EX-MEMBER PIC X(06).
               03 WS-EX-PLAYER PIC 9(03).
               03 WS-EX-NAME PIC X(20).
               03 WS-EX-REASON PIC X(34).
       01 WS-EX-USED PIC 9(03) VALUE 0.
       01 WS-EX-SUB PIC 9(03).
       01 WS-EX-LOST PIC 9(05) VALUE 0.
       01 WS-NEW-EX-MEMBER PIC X(06).
       01 WS-NEW-EX-PLAYER PIC 9(03).
       01 WS-NEW-EX-NAME PIC X(20).
       01 WS-NEW-EX-REASON PIC X(34).
       01 WS-CHANGE-ACTION PIC X(12).
       01 WS-CHANGE-DETAIL PIC X(22).
       01 WS-TITLE-LINE.
           02 FILLER PIC X(30) VALUE 'MEMBERSHIP FEED SYNC  RUN DATE'.
           02 FILLER PIC X(01) VALUE SPACE.
           02 WS-TL-DATE PIC 9(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-TL-MODE PIC X(12).
       01 WS-SECTION-LINE PIC X(80).
       01 WS-HEAD-LINE.
           02 FILLER PIC X(08) VALUE 'MEMBER  '.
           02 FILLER PIC X(05) VALUE 'ID   '.
           02 FILLER PIC X(22) VALUE 'NAME'.
           02 FILLER PIC X(06) VALUE 'ACTION'.
       01 WS-EX-HEAD-LINE.
           02 FILLER PIC X(08) VALUE 'MEMBER  '.
           02 FILLER PIC X(05) VALUE 'ID   '.
           02 FILLER PIC X(22) VALUE 'NAME'.
           02 FILLER PIC X(06) VALUE 'REASON'.
       01 WS-CHANGE-LINE.
           02 WS-CL-MEMBER PIC X(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-CL-PLAYER PIC ZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-CL-NAME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-CL-ACTION PIC X(12).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-CL-DETAIL PIC X(22).
       01 WS-EXCEPTION-LINE.
           02 WS-XL-MEMBER PIC X(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-XL-PLAYER PIC ZZZ.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-XL-NAME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-XL-REASON PIC X(34).
       01 WS-SUMMARY-LINE-1.
           02 FILLER PIC X(14) VALUE 'MEMBERS READ: '.
           02 WS-S1-READ PIC ZZZZ9.
           02 FILLER PIC X(09) VALUE '  ADDED: '.
           02 WS-S1-ADDED PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE '  LINKED: '.
           02 WS-S1-LINKED PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE '  RENAMED: '.
           02 WS-S1-RENAMED PIC ZZZZ9.
       01 WS-SUMMARY-LINE-2.
           02 FILLER PIC X(13) VALUE 'DEACTIVATED: '.
           02 WS-S2-DEACTIVATED PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE '  REACTIVATED: '.
           02 WS-S2-REACTIVATED PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE '  EXCEPTIONS: '.
           02 WS-S2-EXCEPTIONS PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-PROCESS-FEED
               PERFORM 3000-CHECK-MISSING-PLAYERS
                   VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > 999
               PERFORM 5000-PRINT-EXCEPTIONS
               IF RETURN-CODE = 0 AND WS-EX-USED > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-ARG-MODE
           END-UNSTRING
           EVALUATE WS-ARG-MODE
               WHEN SPACES
                   SET WS-UPDATE-RUN TO TRUE
               WHEN 'TRIAL'
                   SET WS-TRIAL-RUN TO TRUE
               WHEN OTHER
                   DISPLAY 'MEMBSYNC: MODE MUST BE TRIAL OR OMITTED'
                   MOVE 90 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
           END-EVALUATE
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ROSTER-TABLE
           OPEN INPUT FC-MEMBER-FEED
           IF NOT WS-FEED-OK
               DISPLAY 'MEMBSYNC: UNABLE TO OPEN MEMBER.FEED, '
                   'STATUS ' WS-FEED-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           SET WS-FEED-OPEN TO TRUE
           PERFORM 1100-OPEN-ROSTER THRU 1100-OPEN-ROSTER-EXIT
           IF RETURN-CODE NOT = 0
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           PERFORM 1200-OPEN-XREF THRU 1200-OPEN-XREF-EXIT
           IF RETURN-CODE NOT = 0
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN OUTPUT FC-PRINT-FILE
           IF NOT WS-PRINT-OK
               DISPLAY 'MEMBSYNC: UNABLE TO OPEN MEMBSYNC.RPT, '
                   'STATUS ' WS-PRINT-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           SET WS-PRINT-OPEN TO TRUE
           MOVE WS-CURR-DATE TO WS-TL-DATE
           IF WS-TRIAL-RUN
               MOVE 'TRIAL RUN' TO WS-TL-MODE
           ELSE
               MOVE 'UPDATE RUN' TO WS-TL-MODE
           END-IF
           MOVE WS-TITLE-LINE TO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE 'CHANGES' TO PR-LINE
           WRITE PR-LINE
           MOVE WS-HEAD-LINE TO PR-LINE
           WRITE PR-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.
      * a trial run only reads; an update run creates a missing
      * roster the way PLYRMNT does
       1100-OPEN-ROSTER.
           IF WS-TRIAL-RUN
               OPEN INPUT FC-PLAYER-ROSTER
           ELSE
               OPEN I-O FC-PLAYER-ROSTER
           END-IF
           IF WS-ROSTER-STATUS = '35'
               IF WS-TRIAL-RUN
                   GO TO 1100-OPEN-ROSTER-EXIT
               END-IF
               OPEN OUTPUT FC-PLAYER-ROSTER
               IF WS-ROSTER-OK
                   CLOSE FC-PLAYER-ROSTER
                   OPEN I-O FC-PLAYER-ROSTER
               END-IF
           END-IF
           IF NOT WS-ROSTER-OK
               DISPLAY 'MEMBSYNC: UNABLE TO OPEN PLAYER.ROSTER, '
                   'STATUS ' WS-ROSTER-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 1100-OPEN-ROSTER-EXIT
           END-IF
           SET WS-ROSTER-OPEN TO TRUE
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           PERFORM 1150-LOAD-ROSTER-PLAYER UNTIL WS-FILE-EOF.
       1100-OPEN-ROSTER-EXIT.
           EXIT.
       1150-LOAD-ROSTER-PLAYER.
           READ FC-PLAYER-ROSTER NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF RS-PLAYER-ID >= 1
                       MOVE RS-PLAYER-ID TO WS-RT-SUB
                       MOVE 'Y' TO WS-RT-ON-FILE(WS-RT-SUB)
                       MOVE RS-PLAYER-NAME TO WS-RT-NAME(WS-RT-SUB)
                       MOVE RS-JOIN-DATE TO WS-RT-JOIN-DATE(WS-RT-SUB)
                       MOVE RS-ACTIVE-FLAG TO WS-RT-ACTIVE(WS-RT-SUB)
                       MOVE 'N' TO WS-RT-LINKED(WS-RT-SUB)
                       MOVE 'N' TO WS-RT-SEEN(WS-RT-SUB)
                   END-IF
           END-READ.
       1200-OPEN-XREF.
           IF WS-TRIAL-RUN
               OPEN INPUT FC-MEMBER-XREF
           ELSE
               OPEN I-O FC-MEMBER-XREF
           END-IF
           IF WS-XREF-STATUS = '35'
               IF WS-TRIAL-RUN
                   GO TO 1200-OPEN-XREF-EXIT
               END-IF
               OPEN OUTPUT FC-MEMBER-XREF
               IF WS-XREF-OK
                   CLOSE FC-MEMBER-XREF
                   OPEN I-O FC-MEMBER-XREF
               END-IF
           END-IF
           IF NOT WS-XREF-OK
               DISPLAY 'MEMBSYNC: UNABLE TO OPEN MEMBER.XREF, '
                   'STATUS ' WS-XREF-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 1200-OPEN-XREF-EXIT
           END-IF
           SET WS-XREF-OPEN TO TRUE
           MOVE 'N' TO WS-FILE-EOF-SWITCH
           PERFORM 1250-LOAD-XREF-LINK UNTIL WS-FILE-EOF.
       1200-OPEN-XREF-EXIT.
           EXIT.
       1250-LOAD-XREF-LINK.
           READ FC-MEMBER-XREF NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF MX-PLAYER-ID >= 1
                       MOVE 'Y' TO WS-RT-LINKED(MX-PLAYER-ID)
                   END-IF
           END-READ.
       2000-PROCESS-FEED.
           PERFORM 2100-READ-FEED UNTIL WS-FEED-EOF.
       2100-READ-FEED.
           READ FC-MEMBER-FEED
               AT END
                   SET WS-FEED-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MEMBERS-READ
                   PERFORM 2200-PROCESS-MEMBER
                       THRU 2200-PROCESS-MEMBER-EXIT
           END-READ.
       2200-PROCESS-MEMBER.
           MOVE MF-MEMBER-NAME TO WS-MEMBER-NAME
           INSPECT WS-MEMBER-NAME REPLACING ALL ',' BY SPACE
           IF MF-MEMBER-NO NOT NUMERIC OR MF-MEMBER-NO = 0
                   OR WS-MEMBER-NAME = SPACES
                   OR MF-PAID-THRU NOT NUMERIC
               MOVE MF-MEMBER-NO TO WS-NEW-EX-MEMBER
               MOVE 0 TO WS-NEW-EX-PLAYER
               MOVE 'UNREADABLE FEED RECORD' TO WS-NEW-EX-REASON
               PERFORM 7100-ADD-EXCEPTION
               GO TO 2200-PROCESS-MEMBER-EXIT
           END-IF
           IF MF-STATUS-ACTIVE AND MF-PAID-THRU >= WS-CURR-DATE
               MOVE 'N' TO WS-MEMBER-LAPSED-SWITCH
           ELSE
               SET WS-MEMBER-LAPSED TO TRUE
           END-IF
           MOVE 0 TO WS-MEMBER-PLAYER
           IF WS-XREF-OPEN
               MOVE MF-MEMBER-NO TO MX-MEMBER-NO
               READ FC-MEMBER-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MX-PLAYER-ID TO WS-MEMBER-PLAYER
               END-READ
           END-IF
           IF WS-MEMBER-PLAYER = 0
               PERFORM 2250-FIND-RUN-LINK
                   VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-USED
                       OR WS-MEMBER-PLAYER > 0
           END-IF
           IF WS-MEMBER-PLAYER = 0
               PERFORM 2500-MATCH-NEW-MEMBER
                   THRU 2500-MATCH-NEW-MEMBER-EXIT
           ELSE
               PERFORM 2300-APPLY-MEMBER THRU 2300-APPLY-MEMBER-EXIT
           END-IF.
       2200-PROCESS-MEMBER-EXIT.
           EXIT.
       2250-FIND-RUN-LINK.
           IF WS-RL-MEMBER(WS-RL-SUB) = MF-MEMBER-NO
               MOVE WS-RL-PLAYER(WS-RL-SUB) TO WS-MEMBER-PLAYER
           END-IF.
      * a linked member: bring the roster name and active flag into
      * line with the feed
       2300-APPLY-MEMBER.
           MOVE WS-MEMBER-PLAYER TO WS-RT-SUB
           IF WS-RT-ON-FILE(WS-RT-SUB) NOT = 'Y'
               MOVE MF-MEMBER-NO TO WS-NEW-EX-MEMBER
               MOVE WS-MEMBER-PLAYER TO WS-NEW-EX-PLAYER
               MOVE 'LINKED PLAYER NOT ON ROSTER'
                   TO WS-NEW-EX-REASON
               PERFORM 7100-ADD-EXCEPTION
               GO TO 2300-APPLY-MEMBER-EXIT
           END-IF
           IF WS-RT-SEEN(WS-RT-SUB) = 'Y'
               MOVE MF-MEMBER-NO TO WS-NEW-EX-MEMBER
               MOVE WS-MEMBER-PLAYER TO WS-NEW-EX-PLAYER
               MOVE 'PLAYER ALREADY MATCHED THIS RUN'
                   TO WS-NEW-EX-REASON
               PERFORM 7100-ADD-EXCEPTION
               GO TO 2300-APPLY-MEMBER-EXIT
           END-IF
           MOVE 'Y' TO WS-RT-SEEN(WS-RT-SUB)
           MOVE WS-RT-NAME(WS-RT-SUB) TO WS-NEW-NAME
           MOVE WS-RT-ACTIVE(WS-RT-SUB) TO WS-NEW-ACTIVE
           IF WS-MEMBER-NAME NOT = WS-RT-NAME(WS-RT-SUB)
               MOVE WS-MEMBER-NAME TO WS-NEW-NAME
               ADD 1 TO WS-RENAMED
               MOVE 'RENAMED' TO WS-CHANGE-ACTION
               MOVE WS-RT-NAME(WS-RT-SUB) TO WS-CHANGE-DETAIL
               PERFORM 7000-PRINT-CHANGE
           END-IF
           EVALUATE TRUE
               WHEN WS-MEMBER-LAPSED AND WS-RT-ACTIVE(WS-RT-SUB) = 'Y'
                   MOVE 'N' TO WS-NEW-ACTIVE
                   ADD 1 TO WS-DEACTIVATED
                   MOVE 'DEACTIVATED' TO WS-CHANGE-ACTION
                   MOVE SPACES TO WS-CHANGE-DETAIL
                   STRING 'PAID THRU ' MF-PAID-THRU
                       DELIMITED BY SIZE INTO WS-CHANGE-DETAIL
                   END-STRING
                   PERFORM 7000-PRINT-CHANGE
               WHEN NOT WS-MEMBER-LAPSED
                       AND WS-RT-ACTIVE(WS-RT-SUB) NOT = 'Y'
                   MOVE 'Y' TO WS-NEW-ACTIVE
                   ADD 1 TO WS-REACTIVATED
                   MOVE 'REACTIVATED' TO WS-CHANGE-ACTION
                   MOVE SPACES TO WS-CHANGE-DETAIL
                   STRING 'PAID THRU ' MF-PAID-THRU
                       DELIMITED BY SIZE INTO WS-CHANGE-DETAIL
                   END-STRING
                   PERFORM 7000-PRINT-CHANGE
           END-EVALUATE
           IF WS-NEW-NAME NOT = WS-RT-NAME(WS-RT-SUB)
                   OR WS-NEW-ACTIVE NOT = WS-RT-ACTIVE(WS-RT-SUB)
               MOVE WS-NEW-NAME TO WS-RT-NAME(WS-RT-SUB)
               MOVE WS-NEW-ACTIVE TO WS-RT-ACTIVE(WS-RT-SUB)
               PERFORM 8100-REWRITE-ROSTER
           END-IF.
       2300-APPLY-MEMBER-EXIT.
           EXIT.
      * an unlinked member: an unlinked roster player of exactly the
      * same name is taken to be them; failing that a member in good
      * standing joins the roster
       2500-MATCH-NEW-MEMBER.
           MOVE 0 TO WS-NAME-MATCHES
           MOVE 0 TO WS-NAME-MATCH-ID
           PERFORM 2550-MATCH-ONE-NAME
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > 999
           EVALUATE TRUE
               WHEN WS-NAME-MATCHES > 1
                   MOVE MF-MEMBER-NO TO WS-NEW-EX-MEMBER
                   MOVE 0 TO WS-NEW-EX-PLAYER
                   MOVE 'NAME MATCHES SEVERAL PLAYERS'
                       TO WS-NEW-EX-REASON
                   PERFORM 7100-ADD-EXCEPTION
               WHEN WS-NAME-MATCHES = 1
                   MOVE WS-NAME-MATCH-ID TO WS-MEMBER-PLAYER
                   PERFORM 8000-WRITE-XREF
                   ADD 1 TO WS-LINKED
                   MOVE 'LINKED' TO WS-CHANGE-ACTION
                   MOVE 'BY NAME' TO WS-CHANGE-DETAIL
                   PERFORM 7000-PRINT-CHANGE
                   PERFORM 2300-APPLY-MEMBER
                       THRU 2300-APPLY-MEMBER-EXIT
               WHEN WS-MEMBER-LAPSED
                   MOVE MF-MEMBER-NO TO WS-NEW-EX-MEMBER
                   MOVE 0 TO WS-NEW-EX-PLAYER
                   MOVE 'LAPSED, NOT ON ROSTER - NOT ADDED'
                       TO WS-NEW-EX-REASON
                   PERFORM 7100-ADD-EXCEPTION
               WHEN OTHER
                   PERFORM 2600-ADD-MEMBER THRU 2600-ADD-MEMBER-EXIT
           END-EVALUATE.
       2500-MATCH-NEW-MEMBER-EXIT.
           EXIT.
       2550-MATCH-ONE-NAME.
           IF WS-RT-ON-FILE(WS-RT-SUB) = 'Y'
                   AND WS-RT-LINKED(WS-RT-SUB) NOT = 'Y'
                   AND WS-RT-NAME(WS-RT-SUB) = WS-MEMBER-NAME
               ADD 1 TO WS-NAME-MATCHES
               MOVE WS-RT-SUB TO WS-NAME-MATCH-ID
           END-IF.
       2600-ADD-MEMBER.
           MOVE 0 TO WS-MEMBER-PLAYER
           PERFORM 2650-CHECK-FREE-ID
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > 999 OR WS-MEMBER-PLAYER > 0
           IF WS-MEMBER-PLAYER = 0
               MOVE MF-MEMBER-NO TO WS-NEW-EX-MEMBER
               MOVE 0 TO WS-NEW-EX-PLAYER
               MOVE 'NO FREE PLAYER ID - NOT ADDED'
                   TO WS-NEW-EX-REASON
               PERFORM 7100-ADD-EXCEPTION
               GO TO 2600-ADD-MEMBER-EXIT
           END-IF
           MOVE WS-MEMBER-PLAYER TO WS-RT-SUB
           MOVE 'Y' TO WS-RT-ON-FILE(WS-RT-SUB)
           MOVE WS-MEMBER-NAME TO WS-RT-NAME(WS-RT-SUB)
           IF MF-JOIN-DATE NUMERIC AND MF-JOIN-DATE NOT = 0
               MOVE MF-JOIN-DATE TO WS-RT-JOIN-DATE(WS-RT-SUB)
           ELSE
               MOVE WS-CURR-DATE TO WS-RT-JOIN-DATE(WS-RT-SUB)
           END-IF
           MOVE 'Y' TO WS-RT-ACTIVE(WS-RT-SUB)
           MOVE 'Y' TO WS-RT-SEEN(WS-RT-SUB)
           IF WS-UPDATE-RUN
               MOVE WS-MEMBER-PLAYER TO RS-PLAYER-ID
               MOVE WS-MEMBER-NAME TO RS-PLAYER-NAME
               MOVE WS-RT-JOIN-DATE(WS-RT-SUB) TO RS-JOIN-DATE
               SET RS-ACTIVE TO TRUE
               WRITE FS-PLAYER-ROSTER
                   INVALID KEY
                       DISPLAY 'MEMBSYNC: UNABLE TO ADD PLAYER '
                           WS-MEMBER-PLAYER ', STATUS '
                           WS-ROSTER-STATUS
                       MOVE 90 TO RETURN-CODE
               END-WRITE
           END-IF
           PERFORM 8000-WRITE-XREF
           ADD 1 TO WS-ADDED
           MOVE 'ADDED' TO WS-CHANGE-ACTION
           MOVE SPACES TO WS-CHANGE-DETAIL
           STRING 'JOINED ' WS-RT-JOIN-DATE(WS-RT-SUB)
               DELIMITED BY SIZE INTO WS-CHANGE-DETAIL
           END-STRING
           PERFORM 7000-PRINT-CHANGE.
       2600-ADD-MEMBER-EXIT.
           EXIT.
       2650-CHECK-FREE-ID.
           IF WS-RT-ON-FILE(WS-RT-SUB) NOT = 'Y'
               MOVE WS-RT-SUB TO WS-MEMBER-PLAYER
           END-IF.
       3000-CHECK-MISSING-PLAYERS.
           IF WS-RT-ON-FILE(WS-RT-SUB) = 'Y'
                   AND WS-RT-SEEN(WS-RT-SUB) NOT = 'Y'
               MOVE SPACES TO WS-NEW-EX-MEMBER
               MOVE WS-RT-SUB TO WS-NEW-EX-PLAYER
               MOVE WS-RT-NAME(WS-RT-SUB) TO WS-NEW-EX-NAME
               IF WS-RT-ACTIVE(WS-RT-SUB) = 'Y'
                   MOVE 'NOT IN FEED - ACTIVE ON ROSTER'
                       TO WS-NEW-EX-REASON
               ELSE
                   MOVE 'NOT IN FEED - INACTIVE ON ROSTER'
                       TO WS-NEW-EX-REASON
               END-IF
               PERFORM 7150-STORE-EXCEPTION
           END-IF.
       5000-PRINT-EXCEPTIONS.
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE 'EXCEPTIONS' TO PR-LINE
           WRITE PR-LINE
           IF WS-EX-USED = 0
               MOVE 'NONE' TO PR-LINE
               WRITE PR-LINE
           ELSE
               MOVE WS-EX-HEAD-LINE TO PR-LINE
               WRITE PR-LINE
               PERFORM 5100-PRINT-ONE-EXCEPTION
                   VARYING WS-EX-SUB FROM 1 BY 1
                   UNTIL WS-EX-SUB > WS-EX-USED
           END-IF
           IF WS-EX-LOST > 0
               MOVE SPACES TO WS-SECTION-LINE
               STRING '... AND ' WS-EX-LOST ' MORE NOT LISTED'
                   DELIMITED BY SIZE INTO WS-SECTION-LINE
               END-STRING
               MOVE WS-SECTION-LINE TO PR-LINE
               WRITE PR-LINE
           END-IF
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE WS-MEMBERS-READ TO WS-S1-READ
           MOVE WS-ADDED TO WS-S1-ADDED
           MOVE WS-LINKED TO WS-S1-LINKED
           MOVE WS-RENAMED TO WS-S1-RENAMED
           MOVE WS-SUMMARY-LINE-1 TO PR-LINE
           WRITE PR-LINE
           MOVE WS-DEACTIVATED TO WS-S2-DEACTIVATED
           MOVE WS-REACTIVATED TO WS-S2-REACTIVATED
           COMPUTE WS-S2-EXCEPTIONS = WS-EX-USED + WS-EX-LOST
           MOVE WS-SUMMARY-LINE-2 TO PR-LINE
           WRITE PR-LINE
           IF WS-TRIAL-RUN
               MOVE 'TRIAL RUN - ROSTER AND CROSS-REFERENCE NOT UPDATED'
                   TO PR-LINE
               WRITE PR-LINE
           END-IF.
       5100-PRINT-ONE-EXCEPTION.
           MOVE WS-EX-MEMBER(WS-EX-SUB) TO WS-XL-MEMBER
           MOVE WS-EX-PLAYER(WS-EX-SUB) TO WS-XL-PLAYER
           MOVE WS-EX-NAME(WS-EX-SUB) TO WS-XL-NAME
           MOVE WS-EX-REASON(WS-EX-SUB) TO WS-XL-REASON
           MOVE WS-EXCEPTION-LINE TO PR-LINE
           WRITE PR-LINE.
       7000-PRINT-CHANGE.
           MOVE MF-MEMBER-NO TO WS-CL-MEMBER
           MOVE WS-MEMBER-PLAYER TO WS-CL-PLAYER
           MOVE WS-MEMBER-NAME TO WS-CL-NAME
           MOVE WS-CHANGE-ACTION TO WS-CL-ACTION
           MOVE WS-CHANGE-DETAIL TO WS-CL-DETAIL
           MOVE WS-CHANGE-LINE TO PR-LINE
           WRITE PR-LINE.
      * a feed exception carries the member's name from the feed
       7100-ADD-EXCEPTION.
           MOVE WS-MEMBER-NAME TO WS-NEW-EX-NAME
           PERFORM 7150-STORE-EXCEPTION.
       7150-STORE-EXCEPTION.
           IF WS-EX-USED >= 500
               ADD 1 TO WS-EX-LOST
           ELSE
               ADD 1 TO WS-EX-USED
               MOVE WS-NEW-EX-MEMBER TO WS-EX-MEMBER(WS-EX-USED)
               MOVE WS-NEW-EX-PLAYER TO WS-EX-PLAYER(WS-EX-USED)
               MOVE WS-NEW-EX-NAME TO WS-EX-NAME(WS-EX-USED)
               MOVE WS-NEW-EX-REASON TO WS-EX-REASON(WS-EX-USED)
           END-IF.
       8000-WRITE-XREF.
           MOVE 'Y' TO WS-RT-LINKED(WS-MEMBER-PLAYER)
           IF WS-RL-USED < 999
               ADD 1 TO WS-RL-USED
               MOVE MF-MEMBER-NO TO WS-RL-MEMBER(WS-RL-USED)
               MOVE WS-MEMBER-PLAYER TO WS-RL-PLAYER(WS-RL-USED)
           END-IF
           IF WS-UPDATE-RUN
               MOVE MF-MEMBER-NO TO MX-MEMBER-NO
               MOVE WS-MEMBER-PLAYER TO MX-PLAYER-ID
               MOVE WS-CURR-DATE TO MX-LINK-DATE
               WRITE FS-MEMBER-XREF
                   INVALID KEY
                       DISPLAY 'MEMBSYNC: UNABLE TO LINK MEMBER '
                           MF-MEMBER-NO ', STATUS ' WS-XREF-STATUS
                       MOVE 90 TO RETURN-CODE
               END-WRITE
           END-IF.
       8100-REWRITE-ROSTER.
           IF WS-UPDATE-RUN
               MOVE WS-MEMBER-PLAYER TO RS-PLAYER-ID
               MOVE WS-RT-NAME(WS-RT-SUB) TO RS-PLAYER-NAME
               MOVE WS-RT-JOIN-DATE(WS-RT-SUB) TO RS-JOIN-DATE
               MOVE WS-RT-ACTIVE(WS-RT-SUB) TO RS-ACTIVE-FLAG
               REWRITE FS-PLAYER-ROSTER
                   INVALID KEY
                       DISPLAY 'MEMBSYNC: UNABLE TO UPDATE PLAYER '
                           WS-MEMBER-PLAYER ', STATUS '
                           WS-ROSTER-STATUS
                       MOVE 90 TO RETURN-CODE
               END-REWRITE
           END-IF.
       9000-TERMINATE.
           IF WS-FEED-OPEN
               CLOSE FC-MEMBER-FEED
           END-IF
           IF WS-ROSTER-OPEN
               CLOSE FC-PLAYER-ROSTER
           END-IF
           IF WS-XREF-OPEN
               CLOSE FC-MEMBER-XREF
           END-IF
           IF WS-PRINT-OPEN
               CLOSE FC-PRINT-FILE
           END-IF.
