      *                                 D: ignored
      * Pos 12-19  SD-PREDECESSOR X(8)  Must run first; spaces if
      *                                 none
      * Pos 20-21  SD-RC-TOLERANCE 9(2) Highest RC that still
      *                                 counts as complete for the
      *                                 jobs after it; SCHDEXEC
      *                                 stops the dependent chain
      *                                 above it
      * The tolerance is added at the end per the EX-SEVERITY
      * convention; entries keyed before it existed read spaces,
      * which SCHDEXEC takes as 04 - the shop's warning RC.
           05 SD-PROGRAM                 PIC X(8) VALUE SPACES.
           05 SD-FREQUENCY               PIC X VALUE 'D'.
               88 SD-FREQ-IS-DAILY             VALUE 'D'.
               88 SD-FREQ-IS-MONTHLY           VALUE 'M'.
           05 SD-RUN-DAY                 PIC 9(2) VALUE 0.
           05 SD-PREDECESSOR             PIC X(8) VALUE SPACES.
           05 SD-RC-TOLERANCE            PIC 9(2) VALUE 4.
