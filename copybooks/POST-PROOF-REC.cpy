      * POST-PROOF-REC - record layout for the POSTPRUF keyed-path
      * proof register. Every run a reader makes on the proof path
      * of the CALLed POSTRDW service - each posting read through
      * POSTKEY compared byte for byte with the same posting off
      * the full POSTHIST scan - appends one line here. A reader
      * whose latest line is clean is cut over to the keyed path;
      * POSTSPLT will not close a year until every reader's is.
      * Append log, EXCPLOG-style - never rewritten.
      *
      * Pos  1- 8  PF-PROGRAM-ID  X(8)  Reader that ran the proof
      * Pos  9-16  PF-RUN-DATE    9(8)  YYYYMMDD
      * Pos 17-24  PF-RUN-TIME    9(8)  HHMMSSCC
      * Pos 25-33  PF-POSTINGS    9(9)  Postings compared
      * Pos 34-40  PF-MISMATCHES  9(7)  Postings that differed, or
      *                                 were on one path only
      * Pos 41     PF-RESULT      X     C=clean B=broke
           05 PF-PROGRAM-ID              PIC X(8) VALUE SPACES.
           05 PF-RUN-DATE                PIC 9(8) VALUE 0.
           05 PF-RUN-TIME                PIC 9(8) VALUE 0.
           05 PF-POSTINGS                PIC 9(9) VALUE 0.
           05 PF-MISMATCHES              PIC 9(7) VALUE 0.
           05 PF-RESULT                  PIC X VALUE SPACE.
               88 PF-PROOF-CLEAN               VALUE 'C'.
               88 PF-PROOF-BROKE               VALUE 'B'.
