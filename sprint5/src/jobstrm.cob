       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTRM.
       AUTHOR. JOHN CHIRPICH.
       DATE-WRITTEN. 10-15-26.
      * Nightly batch job-stream driver.  Runs the steps listed in the
      * step-control file ./jobstrm.ctl (layout JOBCTREC) one after
      * another - typically ARCHLIST, REPLCONS, ARCHPURG, REPLAUDT,
      * REPLVRFY, ROSTCHK, REPLBKUP UNLOAD and the reports - and
      * judges each step's return code against the highest one the
      * control line allows (8 for the audits, which report
      * exceptions that way).  A step that ends above its limit is
      * FAILED; if its stop flag is Y the rest of the run is NOT RUN.
      * Every step gets a line on the run log ./jobstrm.log (layout
      * JOBLGREC) with its start and end time and return code.
      * Restart works the way PSTATRBL's does: each step that ends
      * within its limit is written to ./jobstrm.chkpt as soon as it
      * finishes, and a rerun skips every step already on it and
      * picks up at the step that failed - REPLCONS and ARCHPURG are
      * never run a second time over a library they already finished.
      * Only a run cut short by a stopping step or a log/checkpoint
      * failure is left open for a restart; any other run, even one
      * where a step that lets the run continue failed, writes the
      * COMPLETE marker, so the next night starts from the top.
      * A program step is started as ./<name in lower case> followed
      * by its parameters.  ARCHLIST rebuilds ./archive.list from the
      * REPLAY.G* archives in the current directory.
      * Ends RC 0 when every step is done, 8 when a step that lets the
      * run continue failed, 90 when a stopping step failed or the
      * control, log or checkpoint file could not be used.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FC-STEP-CONTROL ASSIGN TO './jobstrm.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-STATUS.
       SELECT FC-RUN-LOG ASSIGN TO './jobstrm.log'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.
       SELECT FC-CHECKPOINT ASSIGN TO './jobstrm.chkpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHKPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FC-STEP-CONTROL.
       01 FS-STEP-CONTROL.
           COPY JOBCTREC.
       FD FC-RUN-LOG.
       01 FS-RUN-LOG.
           COPY JOBLGREC.
       FD FC-CHECKPOINT.
       01 CK-LINE PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS PIC XX.
           88 WS-CTL-OK VALUE '00'.
       01 WS-LOG-STATUS PIC XX.
           88 WS-LOG-OK VALUE '00'.
       01 WS-CHKPT-STATUS PIC XX.
           88 WS-CHKPT-OK VALUE '00'.
       01 WS-CTL-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-CTL-EOF VALUE 'Y'.
       01 WS-CHKPT-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-CHKPT-EOF VALUE 'Y'.
       01 WS-RESTART-SWITCH PIC X(01) VALUE 'N'.
           88 WS-RESTART-RUN VALUE 'Y'.
       01 WS-RUN-STOPPED-SWITCH PIC X(01) VALUE 'N'.
           88 WS-RUN-STOPPED VALUE 'Y'.
       01 WS-COMPLETE-MARKER PIC X(60) VALUE 'COMPLETE'.
      * the whole control file is loaded and checked before anything
      * runs, so a typo on the last line cannot strand a half run
       01 WS-STEP-TABLE.
           02 WS-ST-ENTRY OCCURS 50.
               03 WS-ST-NAME PIC X(08).
               03 WS-ST-MAX-RC PIC 9(03).
               03 WS-ST-STOP-FLAG PIC X(01).
                   88 WS-ST-STOP-ON-FAIL VALUE 'Y'.
               03 WS-ST-PARMS PIC X(40).
               03 WS-ST-CHKPT-KEY PIC X(60).
       01 WS-ST-USED PIC 9(03) VALUE 0.
       01 WS-ST-SUB PIC 9(03).
       01 WS-CTL-LINE-NUM PIC 9(03) VALUE 0.
      * checkpoint keys of the steps a restarted run may skip
       01 WS-DONE-TABLE.
           02 WS-DONE-KEY OCCURS 50 PIC X(60).
       01 WS-DONE-USED PIC 9(03) VALUE 0.
       01 WS-DONE-SUB PIC 9(03).
       01 WS-DONE-FOUND-SWITCH PIC X(01).
           88 WS-DONE-FOUND VALUE 'Y'.
       01 WS-STEP-NUM-DISP PIC 9(03).
       01 WS-NAME-SUB PIC 9(02).
       01 WS-NAME-ERR-SWITCH PIC X(01).
           88 WS-NAME-ERROR VALUE 'Y'.
       01 WS-LOWER-NAME PIC X(08).
       01 WS-SHELL-COMMAND PIC X(120).
       01 WS-ARCHLIST-COMMAND PIC X(60) VALUE
           '(ls -1 ./REPLAY.G* 2>/dev/null || true) > ./archive.list'.
      * the shell hands back the wait status - the exit code sits in
      * the high byte and a nonzero low byte means the step was killed
       01 WS-SYSTEM-RC PIC S9(09).
       01 WS-EXIT-QUOT PIC S9(09).
       01 WS-EXIT-REM PIC S9(09).
       01 WS-STEP-RC PIC 9(03).
       01 WS-RUN-DATE PIC 9(08).
       01 WS-START-DATE PIC 9(08).
       01 WS-START-TIME PIC 9(08).
       01 WS-END-DATE PIC 9(08).
       01 WS-END-TIME PIC 9(08).
       01 WS-DISPOSITION PIC X(08).
       01 WS-STEPS-DONE PIC 9(03) VALUE 0.
       01 WS-STEPS-FAILED PIC 9(03) VALUE 0.
       01 WS-STEPS-SKIPPED PIC 9(03) VALUE 0.
       01 WS-STEPS-NOT-RUN PIC 9(03) VALUE 0.
       01 WS-FINAL-RC PIC 9(03) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-RUN-ONE-STEP THRU 2000-RUN-ONE-STEP-EXIT
                   VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-USED
                   OR WS-FINAL-RC = 90
               PERFORM 3000-FINISH-RUN
               PERFORM 9000-TERMINATE
               MOVE WS-FINAL-RC TO RETURN-CODE
           END-IF
           DISPLAY 'JOBSTRM: DONE ' WS-STEPS-DONE
               ' FAILED ' WS-STEPS-FAILED
               ' SKIPPED ' WS-STEPS-SKIPPED
               ' NOT RUN ' WS-STEPS-NOT-RUN
               ' RETURN-CODE ' RETURN-CODE
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-STEP-CONTROL
               THRU 1100-LOAD-STEP-CONTROL-EXIT
           IF RETURN-CODE NOT = 0
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN INPUT FC-CHECKPOINT
           EVALUATE TRUE
               WHEN WS-CHKPT-STATUS = '35'
                   CONTINUE
               WHEN NOT WS-CHKPT-OK
                   DISPLAY 'JOBSTRM: UNABLE TO OPEN JOBSTRM.CHKPT, '
                       'STATUS ' WS-CHKPT-STATUS
                   MOVE 90 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               WHEN OTHER
                   PERFORM 1200-LOAD-CHECKPOINT UNTIL WS-CHKPT-EOF
                   CLOSE FC-CHECKPOINT
                   IF RETURN-CODE NOT = 0
                       GO TO 1000-INITIALIZE-EXIT
                   END-IF
                   IF WS-DONE-USED > 0
                       SET WS-RESTART-RUN TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT WS-RESTART-RUN
               OPEN OUTPUT FC-CHECKPOINT
               IF NOT WS-CHKPT-OK
                   DISPLAY 'JOBSTRM: UNABLE TO CREATE '
                       'JOBSTRM.CHKPT, STATUS ' WS-CHKPT-STATUS
                   MOVE 90 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               CLOSE FC-CHECKPOINT
           ELSE
               DISPLAY 'JOBSTRM: RESTARTING AFTER ' WS-DONE-USED
                   ' COMPLETED STEPS'
           END-IF
           OPEN EXTEND FC-RUN-LOG
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT FC-RUN-LOG
           END-IF
           IF NOT WS-LOG-OK
               DISPLAY 'JOBSTRM: UNABLE TO OPEN JOBSTRM.LOG, '
                   'STATUS ' WS-LOG-STATUS
               MOVE 90 TO RETURN-CODE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.
       1100-LOAD-STEP-CONTROL.
           OPEN INPUT FC-STEP-CONTROL
           IF NOT WS-CTL-OK
               DISPLAY 'JOBSTRM: UNABLE TO OPEN JOBSTRM.CTL, '
                   'STATUS ' WS-CTL-STATUS
               MOVE 90 TO RETURN-CODE
               GO TO 1100-LOAD-STEP-CONTROL-EXIT
           END-IF
           PERFORM 1150-LOAD-ONE-STEP UNTIL WS-CTL-EOF
           CLOSE FC-STEP-CONTROL
           IF RETURN-CODE = 0 AND WS-ST-USED = 0
               DISPLAY 'JOBSTRM: JOBSTRM.CTL LISTS NO STEPS'
               MOVE 90 TO RETURN-CODE
           END-IF.
       1100-LOAD-STEP-CONTROL-EXIT.
           EXIT.
       1150-LOAD-ONE-STEP.
           READ FC-STEP-CONTROL
               AT END
                   SET WS-CTL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTL-LINE-NUM
                   IF FS-STEP-CONTROL NOT = SPACES
                           AND JC-STEP-NAME(1:1) NOT = '*'
                       PERFORM 1160-CHECK-STEP-LINE
                           THRU 1160-CHECK-STEP-LINE-EXIT
                   END-IF
           END-READ.
       1160-CHECK-STEP-LINE.
           PERFORM 1170-CHECK-STEP-NAME
           IF WS-NAME-ERROR
               DISPLAY 'JOBSTRM: JOBSTRM.CTL LINE ' WS-CTL-LINE-NUM
                   ' - BAD STEP NAME ' JC-STEP-NAME
               MOVE 90 TO RETURN-CODE
               GO TO 1160-CHECK-STEP-LINE-EXIT
           END-IF
           IF JC-MAX-RC NOT NUMERIC
               DISPLAY 'JOBSTRM: JOBSTRM.CTL LINE ' WS-CTL-LINE-NUM
                   ' - MAX RC NOT NUMERIC'
               MOVE 90 TO RETURN-CODE
               GO TO 1160-CHECK-STEP-LINE-EXIT
           END-IF
           IF NOT JC-STOP-ON-FAIL AND NOT JC-CONTINUE-ON-FAIL
               DISPLAY 'JOBSTRM: JOBSTRM.CTL LINE ' WS-CTL-LINE-NUM
                   ' - STOP FLAG MUST BE Y OR N'
               MOVE 90 TO RETURN-CODE
               GO TO 1160-CHECK-STEP-LINE-EXIT
           END-IF
           IF WS-ST-USED >= 50
               DISPLAY 'JOBSTRM: MORE THAN 50 STEPS - CANNOT RUN'
               MOVE 90 TO RETURN-CODE
               SET WS-CTL-EOF TO TRUE
               GO TO 1160-CHECK-STEP-LINE-EXIT
           END-IF
           ADD 1 TO WS-ST-USED
           MOVE JC-STEP-NAME TO WS-ST-NAME(WS-ST-USED)
           MOVE JC-MAX-RC TO WS-ST-MAX-RC(WS-ST-USED)
           MOVE JC-STOP-FLAG TO WS-ST-STOP-FLAG(WS-ST-USED)
           MOVE JC-STEP-PARMS TO WS-ST-PARMS(WS-ST-USED)
      * the checkpoint key is the step's place in the stream plus
      * what it runs, so the same program run twice (REPLBKUP UNLOAD
      * then a report) is tracked as two steps
           MOVE WS-ST-USED TO WS-STEP-NUM-DISP
           MOVE SPACES TO WS-ST-CHKPT-KEY(WS-ST-USED)
           STRING WS-STEP-NUM-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JC-STEP-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JC-STEP-PARMS DELIMITED BY SIZE
               INTO WS-ST-CHKPT-KEY(WS-ST-USED)
           END-STRING.
       1160-CHECK-STEP-LINE-EXIT.
           EXIT.
      * a step name becomes a program name on the shell command, so
      * only letters and digits are let through
       1170-CHECK-STEP-NAME.
           MOVE 'N' TO WS-NAME-ERR-SWITCH
           IF JC-STEP-NAME = SPACES
               SET WS-NAME-ERROR TO TRUE
           ELSE
               PERFORM 1180-CHECK-NAME-CHAR
                   VARYING WS-NAME-SUB FROM 1 BY 1
                   UNTIL WS-NAME-SUB > 8
           END-IF.
       1180-CHECK-NAME-CHAR.
           IF JC-STEP-NAME(WS-NAME-SUB:1) = SPACE
               IF WS-NAME-SUB < 8
                   IF JC-STEP-NAME(WS-NAME-SUB + 1:1) NOT = SPACE
                       SET WS-NAME-ERROR TO TRUE
                   END-IF
               END-IF
           ELSE IF (JC-STEP-NAME(WS-NAME-SUB:1) < 'A'
                       OR JC-STEP-NAME(WS-NAME-SUB:1) > 'Z')
                   AND (JC-STEP-NAME(WS-NAME-SUB:1) < '0'
                       OR JC-STEP-NAME(WS-NAME-SUB:1) > '9')
               SET WS-NAME-ERROR TO TRUE
           END-IF.
       1200-LOAD-CHECKPOINT.
           READ FC-CHECKPOINT
               AT END
                   SET WS-CHKPT-EOF TO TRUE
               NOT AT END
                   IF CK-LINE = WS-COMPLETE-MARKER
      * a completed run's checkpoint - start a fresh run
                       MOVE 0 TO WS-DONE-USED
                       SET WS-CHKPT-EOF TO TRUE
                   ELSE IF CK-LINE NOT = SPACES
                       IF WS-DONE-USED >= 50
                           DISPLAY 'JOBSTRM: CHECKPOINT HOLDS MORE '
                               'THAN 50 STEPS - CANNOT RESTART'
                           MOVE 90 TO RETURN-CODE
                           SET WS-CHKPT-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-DONE-USED
                           MOVE CK-LINE TO WS-DONE-KEY(WS-DONE-USED)
                       END-IF
                   END-IF
           END-READ.
       2000-RUN-ONE-STEP.
           IF WS-RUN-STOPPED
               MOVE 0 TO WS-STEP-RC
               MOVE 'NOT RUN' TO WS-DISPOSITION
               MOVE 0 TO WS-START-DATE
               MOVE 0 TO WS-START-TIME
               MOVE 0 TO WS-END-DATE
               MOVE 0 TO WS-END-TIME
               ADD 1 TO WS-STEPS-NOT-RUN
               PERFORM 2900-WRITE-LOG-LINE
               GO TO 2000-RUN-ONE-STEP-EXIT
           END-IF
           PERFORM 2100-CHECK-STEP-DONE
           IF WS-DONE-FOUND
               MOVE 0 TO WS-STEP-RC
               MOVE 'SKIPPED' TO WS-DISPOSITION
               MOVE 0 TO WS-START-DATE
               MOVE 0 TO WS-START-TIME
               MOVE 0 TO WS-END-DATE
               MOVE 0 TO WS-END-TIME
               ADD 1 TO WS-STEPS-SKIPPED
               PERFORM 2900-WRITE-LOG-LINE
               GO TO 2000-RUN-ONE-STEP-EXIT
           END-IF
           PERFORM 2200-BUILD-COMMAND
           DISPLAY 'JOBSTRM: STEP ' WS-ST-SUB ' '
               WS-ST-NAME(WS-ST-SUB) ' STARTING'
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           MOVE 0 TO RETURN-CODE
           CALL 'SYSTEM' USING WS-SHELL-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-RC
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-END-TIME FROM TIME
           PERFORM 2300-DERIVE-STEP-RC
           IF WS-STEP-RC <= WS-ST-MAX-RC(WS-ST-SUB)
               MOVE 'DONE' TO WS-DISPOSITION
               ADD 1 TO WS-STEPS-DONE
               PERFORM 2900-WRITE-LOG-LINE
               PERFORM 2400-WRITE-CHECKPOINT
               GO TO 2000-RUN-ONE-STEP-EXIT
           END-IF
           MOVE 'FAILED' TO WS-DISPOSITION
           ADD 1 TO WS-STEPS-FAILED
           PERFORM 2900-WRITE-LOG-LINE
           DISPLAY 'JOBSTRM: STEP ' WS-ST-SUB ' '
               WS-ST-NAME(WS-ST-SUB) ' FAILED, RC ' WS-STEP-RC
               ' OVER LIMIT ' WS-ST-MAX-RC(WS-ST-SUB)
           IF WS-ST-STOP-ON-FAIL(WS-ST-SUB)
               SET WS-RUN-STOPPED TO TRUE
           ELSE IF WS-FINAL-RC < 8
               MOVE 8 TO WS-FINAL-RC
           END-IF.
       2000-RUN-ONE-STEP-EXIT.
           EXIT.
       2100-CHECK-STEP-DONE.
           MOVE 'N' TO WS-DONE-FOUND-SWITCH
           PERFORM 2150-MATCH-DONE-KEY
               VARYING WS-DONE-SUB FROM 1 BY 1
               UNTIL WS-DONE-SUB > WS-DONE-USED OR WS-DONE-FOUND.
       2150-MATCH-DONE-KEY.
           IF WS-DONE-KEY(WS-DONE-SUB) = WS-ST-CHKPT-KEY(WS-ST-SUB)
               SET WS-DONE-FOUND TO TRUE
           END-IF.
       2200-BUILD-COMMAND.
           MOVE SPACES TO WS-SHELL-COMMAND
           IF WS-ST-NAME(WS-ST-SUB) = 'ARCHLIST'
               MOVE WS-ARCHLIST-COMMAND TO WS-SHELL-COMMAND
           ELSE
               MOVE WS-ST-NAME(WS-ST-SUB) TO WS-LOWER-NAME
               INSPECT WS-LOWER-NAME
                   CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                           TO 'abcdefghijklmnopqrstuvwxyz'
               STRING './' DELIMITED BY SIZE
                      WS-LOWER-NAME DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-ST-PARMS(WS-ST-SUB) DELIMITED BY SIZE
                   INTO WS-SHELL-COMMAND
               END-STRING
           END-IF.
       2300-DERIVE-STEP-RC.
           IF WS-SYSTEM-RC < 0
               MOVE 999 TO WS-STEP-RC
           ELSE
               DIVIDE WS-SYSTEM-RC BY 256
                   GIVING WS-EXIT-QUOT REMAINDER WS-EXIT-REM
               IF WS-EXIT-REM NOT = 0 OR WS-EXIT-QUOT > 999
                   MOVE 999 TO WS-STEP-RC
               ELSE
                   MOVE WS-EXIT-QUOT TO WS-STEP-RC
               END-IF
           END-IF.
      * the checkpoint is closed after every line so a run that dies
      * partway leaves the completed-step list on disk
       2400-WRITE-CHECKPOINT.
           OPEN EXTEND FC-CHECKPOINT
           IF NOT WS-CHKPT-OK
               DISPLAY 'JOBSTRM: CHECKPOINT WRITE FAILED, STATUS '
                   WS-CHKPT-STATUS
               MOVE 90 TO WS-FINAL-RC
               SET WS-RUN-STOPPED TO TRUE
           ELSE
               MOVE WS-ST-CHKPT-KEY(WS-ST-SUB) TO CK-LINE
               WRITE CK-LINE
               IF NOT WS-CHKPT-OK
                   DISPLAY 'JOBSTRM: CHECKPOINT WRITE FAILED, STATUS '
                       WS-CHKPT-STATUS
                   MOVE 90 TO WS-FINAL-RC
                   SET WS-RUN-STOPPED TO TRUE
               END-IF
               CLOSE FC-CHECKPOINT
           END-IF.
       2900-WRITE-LOG-LINE.
           MOVE SPACES TO FS-RUN-LOG
           MOVE WS-RUN-DATE TO JL-RUN-DATE
           MOVE WS-ST-SUB TO JL-STEP-NUM
           MOVE WS-ST-NAME(WS-ST-SUB) TO JL-STEP-NAME
           MOVE WS-START-DATE TO JL-START-DATE
           MOVE WS-START-TIME(1:6) TO JL-START-TIME
           MOVE WS-END-DATE TO JL-END-DATE
           MOVE WS-END-TIME(1:6) TO JL-END-TIME
           MOVE WS-STEP-RC TO JL-STEP-RC
           MOVE WS-ST-MAX-RC(WS-ST-SUB) TO JL-MAX-RC
           MOVE WS-DISPOSITION TO JL-DISPOSITION
           MOVE WS-ST-PARMS(WS-ST-SUB) TO JL-STEP-PARMS
           WRITE FS-RUN-LOG
           IF NOT WS-LOG-OK
               DISPLAY 'JOBSTRM: RUN LOG WRITE FAILED, STATUS '
                   WS-LOG-STATUS
               MOVE 90 TO WS-FINAL-RC
               SET WS-RUN-STOPPED TO TRUE
           END-IF.
      * a stopped run - a stopping step failed, or the log or
      * checkpoint could not be written - leaves its checkpoint in
      * place for the rerun; every other run reached the end of the
      * step list and is marked COMPLETE - a step that failed
      * without stopping the run is simply run again with the rest
      * the next night
       3000-FINISH-RUN.
           IF WS-RUN-STOPPED
               MOVE 90 TO WS-FINAL-RC
           ELSE
               OPEN EXTEND FC-CHECKPOINT
               IF NOT WS-CHKPT-OK
                   DISPLAY 'JOBSTRM: CHECKPOINT WRITE FAILED, STATUS '
                       WS-CHKPT-STATUS
                   MOVE 90 TO WS-FINAL-RC
               ELSE
                   MOVE WS-COMPLETE-MARKER TO CK-LINE
                   WRITE CK-LINE
                   IF NOT WS-CHKPT-OK
                       DISPLAY 'JOBSTRM: CHECKPOINT WRITE FAILED, '
                           'STATUS ' WS-CHKPT-STATUS
                       MOVE 90 TO WS-FINAL-RC
                   END-IF
                   CLOSE FC-CHECKPOINT
               END-IF
           END-IF.
       9000-TERMINATE.
           CLOSE FC-RUN-LOG.
