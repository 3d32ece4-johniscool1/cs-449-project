      * JOBCTREC - shared JC-STEP record layout for the nightly job
      * stream step-control file (./jobstrm.ctl).  COPY this under a
      * 01-level in any program that reads it so the layout only has
      * to change in one place.  One line per step, in run order:
      * the program to run, the highest return code it may end with
      * and still count as done, whether a failure stops the run
      * (Y) or lets the later steps go ahead (N), and the command-line
      * parameters it is started with.  A '*' in column 1 marks a
      * comment line.  The step name ARCHLIST is not a program - it
      * rebuilds ./archive.list from the REPLAY.G* archives on disk.
      *   e.g.  ARCHPURG 000 Y 30
      *         REPLAUDT 008 N
           02 JC-STEP-NAME            PIC X(08).
           02 FILLER                  PIC X(01).
           02 JC-MAX-RC               PIC 9(03).
           02 FILLER                  PIC X(01).
           02 JC-STOP-FLAG            PIC X(01).
               88 JC-STOP-ON-FAIL      VALUE 'Y'.
               88 JC-CONTINUE-ON-FAIL  VALUE 'N'.
           02 FILLER                  PIC X(01).
           02 JC-STEP-PARMS           PIC X(40).
