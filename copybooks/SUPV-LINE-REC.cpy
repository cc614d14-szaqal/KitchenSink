      * SUPV-LINE-REC - shared record layout for the SUPVMAST
      * reporting-line master: one record per employee naming the
      * employee number of the person they report to, keyed by
      * the employee like EMPDEPT. The supervisor number is an
      * alternate key with duplicates, so a supervisor's direct
      * reports are read in one START/READ NEXT run. SUPVMNT
      * maintains it; a zero supervisor marks the top of the
      * organization. ORGCHART prints the tree and the CALLed
      * SUPVW service answers reporting-line questions.
      *
      * Pos  1- 6  SV-EMPLOYEE-NUMBER   9(6)  Master record key
      * Pos  7-12  SV-SUPERVISOR-NUMBER 9(6)  Alternate key,
      *                                       0 = top of the tree
           05 SV-EMPLOYEE-NUMBER         PIC 9(6) VALUE 0.
           05 SV-SUPERVISOR-NUMBER       PIC 9(6) VALUE 0.
