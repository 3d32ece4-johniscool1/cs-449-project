      * JOBLGREC - shared JL-LOG record layout for the job stream run
      * log (./jobstrm.log).  COPY this under a 01-level in any
      * program that writes or reads it so the layout only has to
      * change in one place.  One line is appended per step per run:
      * when it started and ended, the return code it ended with
      * against the highest one allowed, and what became of it -
      * DONE, FAILED, SKIPPED (already done by an earlier run that is
      * being restarted) or NOT RUN (a stopping step failed first).
           02 JL-RUN-DATE             PIC 9(08).
           02 FILLER                  PIC X(01).
           02 JL-STEP-NUM             PIC 9(03).
           02 FILLER                  PIC X(01).
           02 JL-STEP-NAME            PIC X(08).
           02 FILLER                  PIC X(01).
           02 JL-START-DATE           PIC 9(08).
           02 FILLER                  PIC X(01).
           02 JL-START-TIME           PIC 9(06).
           02 FILLER                  PIC X(01).
           02 JL-END-DATE             PIC 9(08).
           02 FILLER                  PIC X(01).
           02 JL-END-TIME             PIC 9(06).
           02 FILLER                  PIC X(01).
           02 JL-STEP-RC              PIC 9(03).
           02 FILLER                  PIC X(01).
           02 JL-MAX-RC               PIC 9(03).
           02 FILLER                  PIC X(01).
           02 JL-DISPOSITION          PIC X(08).
               88 JL-STEP-DONE         VALUE 'DONE'.
               88 JL-STEP-FAILED       VALUE 'FAILED'.
               88 JL-STEP-SKIPPED      VALUE 'SKIPPED'.
               88 JL-STEP-NOT-RUN      VALUE 'NOT RUN'.
           02 FILLER                  PIC X(01).
           02 JL-STEP-PARMS           PIC X(40).
