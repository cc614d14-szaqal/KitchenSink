      * JOB-MASTER-REC - shared record layout for the JOBMAST job
      * classification master: what a job is called, the pay grade
      * it sits in and the grade's rate range. JOBMNT maintains
      * it; EMP-JOB-REC.cpy assignments point into it. PAYMAINT
      * refuses a rate outside the range unless the transaction
      * overrides it, RATEINC flags an increase that leaves it,
      * and COMPARPT reports every rate against the midpoint.
      * Rates are hourly; a salaried record is measured on the
      * hourly equivalent PAYMAINT derives from its salary.
      *
      * Pos  1- 6  JB-JOB-CODE      X(6)     Master record key
      * Pos  7-36  JB-JOB-TITLE     X(30)    Printable job title
      * Pos 37-38  JB-PAY-GRADE     X(2)     Pay grade
      * Pos 39-43  JB-MINIMUM-RATE  9(3)V99  Grade minimum
      * Pos 44-48  JB-MIDPOINT-RATE 9(3)V99  Grade midpoint
      * Pos 49-53  JB-MAXIMUM-RATE  9(3)V99  Grade maximum
           05 JB-JOB-CODE                PIC X(6) VALUE SPACES.
           05 JB-JOB-TITLE               PIC X(30) VALUE SPACES.
           05 JB-PAY-GRADE               PIC X(2) VALUE SPACES.
           05 JB-MINIMUM-RATE            PIC 9(3)V99 VALUE 0.
           05 JB-MIDPOINT-RATE           PIC 9(3)V99 VALUE 0.
           05 JB-MAXIMUM-RATE            PIC 9(3)V99 VALUE 0.
