      * employee, amount, date and status. CHECKPRT writes one
      * record per check printed; CHKMAINT marks spoiled checks
      * void and issues replacements that point back at the check
      * they replace; REMITRUN records the checks it cuts to the
      * third-party payees deductions are remitted to. An amount
      * on a check that no file ever recorded is an audit finding
      * waiting to happen - this is the file that closes it.
      *
      * Pos  1- 6  CK-CHECK-NUMBER    9(6)    Master record key,
      *                                       issued by CHKNBR
      * Pos 28     CK-STATUS          X       I=issued V=void
      * Pos 29-34  CK-REPLACES        9(6)    Check number this one
      *                                       reissues; zero if new
      * Pos 35-42  CK-VOID-DATE       9(8)    YYYYMMDD CHKMAINT
      *                                       voided; zero if not
      * Pos 43-50  CK-PP-ISSUE-SENT   9(8)    YYYYMMDD the issue
      *                                       went to the bank on
      *                                       POSPAY; zero if not
      *                                       yet sent
      * Pos 51-58  CK-PP-VOID-SENT    9(8)    YYYYMMDD the void went
      *                                       to the bank; zero if
      *                                       not yet sent
      * Pos 59-64  CK-PAYEE-NUMBER    9(6)    REMITPAY payee a
      *                                       remittance check pays;
      *                                       zero on a paycheck,
      *                                       whose employee is
      *                                       CK-EMPLOYEE-NUMBER
      *                                       (zero on a remittance)
      * Pos 65-72  CK-PAY-PERIOD      9(8)    PAYPCTL period end the
      *                                       check pays, carried to
      *                                       a reissue; zero on a
      *                                       DDRETQ replacement of a
      *                                       returned transfer
      * The void and positive-pay dates, the payee number and the
      * pay period are added at the end per the EX-SEVERITY
      * convention - a check written before the period was
      * recorded reads non-numeric there and belongs to no period
      * PAYDUPS audits. POSPAY
      * sends whatever is still zero, so a day it did not run is
      * caught up on the next.
           05 CK-CHECK-NUMBER            PIC 9(6) VALUE 0.
           05 CK-EMPLOYEE-NUMBER         PIC 9(6) VALUE 0.
           05 CK-AMOUNT                  PIC 9(5)V99 VALUE 0.
               88 CK-CHECK-IS-ISSUED           VALUE 'I'.
               88 CK-CHECK-IS-VOID             VALUE 'V'.
           05 CK-REPLACES                PIC 9(6) VALUE 0.
           05 CK-VOID-DATE               PIC 9(8) VALUE 0.
           05 CK-PP-ISSUE-SENT           PIC 9(8) VALUE 0.
           05 CK-PP-VOID-SENT            PIC 9(8) VALUE 0.
           05 CK-PAYEE-NUMBER            PIC 9(6) VALUE 0.
           05 CK-PAY-PERIOD              PIC 9(8) VALUE 0.
