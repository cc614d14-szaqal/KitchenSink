      * CERT-REQ-REC - shared record layout for the CERTREQ
      * certification requirement table: which certification
      * codes a job (JOBMAST) or a department (DEPTMAST) demands
      * of everyone in it. CERTMNT maintains it; a code must be
      * on it before anyone can be credited with it, and CERTRPT
      * reports anyone whose job or department requires a code
      * they do not hold. The cert code is an alternate key with
      * duplicates, so a code is looked up without knowing who
      * requires it.
      *
      * Pos  1     CQ-SCOPE-TYPE      X      J=job D=department
      * Pos  2- 7  CQ-SCOPE-CODE      X(6)   Job code, or the four-
      *                                      byte department code
      *                                      left-justified
      * Pos  8-11  CQ-CERT-CODE       X(4)   Certification code
      * Pos 12-41  CQ-CERT-NAME       X(30)  Printable name
           05 CQ-REQUIREMENT-KEY.
               10 CQ-SCOPE-TYPE          PIC X VALUE SPACE.
                   88 CQ-SCOPE-IS-JOB          VALUE 'J'.
                   88 CQ-SCOPE-IS-DEPT         VALUE 'D'.
               10 CQ-SCOPE-CODE          PIC X(6) VALUE SPACES.
               10 CQ-CERT-CODE           PIC X(4) VALUE SPACES.
           05 CQ-CERT-NAME               PIC X(30) VALUE SPACES.
