      * RPT-DIST-REC - record layout for the RPTDIST report
      * distribution master RPTDMNT maintains. Keyed on report id
      * and recipient, with the recipient as an alternate key so
      * RPTDISTR can walk it recipient by recipient:
      *   Recipient spaces  The report's own definition record -
      *                     what the report is and how many days
      *                     RPTSTORE keeps each stored copy in
      *                     the RPTREPO repository
      *   Recipient id      One department or desk that receives
      *                     the report, where it is delivered and
      *                     how many copies it takes
      * A report with no definition record is still captured, at
      * the house retention of 90 days, and goes to nobody.
      *
      * Pos  1- 8  RD-REPORT-ID    X(8)   Report id - print DD
      * Pos  9-16  RD-RECIPIENT    X(8)   Department/desk code;
      *                                   spaces = definition
      * Pos 17-46  RD-DESCRIPTION  X(30)  Report description, or
      *                                   the recipient's name
      * Pos 47-66  RD-DELIVER-TO   X(20)  Recipient's location
      * Pos 67-68  RD-COPIES       9(2)   Copies per bundle
      * Pos 69-72  RD-RETAIN-DAYS  9(4)   Definition only: days
      *                                   a stored copy is kept
           05 RD-DIST-KEY.
               10 RD-REPORT-ID           PIC X(8) VALUE SPACES.
               10 RD-RECIPIENT           PIC X(8) VALUE SPACES.
                   88 RD-IS-DEFINITION         VALUE SPACES.
           05 RD-DESCRIPTION             PIC X(30) VALUE SPACES.
           05 RD-DELIVER-TO              PIC X(20) VALUE SPACES.
           05 RD-COPIES                  PIC 9(2) VALUE 0.
           05 RD-RETAIN-DAYS             PIC 9(4) VALUE 0.
