      * EMP-JOB-REC - shared record layout for the EMPJOB
      * employee-to-job assignment master, keyed by the employee
      * number like EMPDEPT so the workforce joins the
      * JOB-MASTER-REC.cpy job table record for record. JOBMNT
      * maintains it; an employee with no assignment has no grade
      * range to be held to and reports as UNGRADED.
      *
      * Pos  1- 6  EJ-EMPLOYEE-NUMBER 9(6)  Master record key
      * Pos  7-12  EJ-JOB-CODE        X(6)  JOBMAST job code
           05 EJ-EMPLOYEE-NUMBER         PIC 9(6) VALUE 0.
           05 EJ-JOB-CODE                PIC X(6) VALUE SPACES.
