      * DD-REISSUE-REC - shared record layout for the DDRETQ
      * returned-deposit reissue queue. DDRETURN queues one
      * record for every net-pay transfer the bank returned, for
      * the amount that was sent; the next CHECKPRT run prints a
      * replacement paper check for each queued record, lands it
      * on CHECKREG like any other check, and marks the record
      * printed with the check number - so an employee whose
      * deposit bounced is actually paid, and the queue shows
      * which check made them whole. Keyed by employee and the
      * transfer run date, so one returned transfer can never
      * queue twice.
      *
      * Pos  1- 6  RQ-EMPLOYEE-NUMBER 9(6)    Key: employee
      * Pos  7-14  RQ-XFER-DATE       9(8)    Key: BANKXFER run
      *                                       date of the transfer
      * Pos 15-23  RQ-AMOUNT          9(7)V99 Amount returned
      * Pos 24-26  RQ-REASON-CODE     X(3)    Bank return code
      * Pos 27-34  RQ-RETURN-DATE     9(8)    YYYYMMDD of the bank
      *                                       returns file
      * Pos 35     RQ-STATUS          X       Q=queued P=printed
      * Pos 36-41  RQ-CHECK-NUMBER    9(6)    Replacement check;
      *                                       zero while queued
      * Pos 42-49  RQ-PRINTED-DATE    9(8)    YYYYMMDD printed
           05 RQ-QUEUE-KEY.
               10 RQ-EMPLOYEE-NUMBER     PIC 9(6) VALUE 0.
               10 RQ-XFER-DATE           PIC 9(8) VALUE 0.
           05 RQ-AMOUNT                  PIC 9(7)V99 VALUE 0.
           05 RQ-REASON-CODE             PIC X(3) VALUE SPACES.
           05 RQ-RETURN-DATE             PIC 9(8) VALUE 0.
           05 RQ-STATUS                  PIC X VALUE 'Q'.
               88 RQ-CHECK-IS-QUEUED           VALUE 'Q'.
               88 RQ-CHECK-IS-PRINTED          VALUE 'P'.
           05 RQ-CHECK-NUMBER            PIC 9(6) VALUE 0.
           05 RQ-PRINTED-DATE            PIC 9(8) VALUE 0.
