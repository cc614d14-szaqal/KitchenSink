      * RET-CONT-REC - record layouts for the RETCONT retirement
      * plan contribution file PAYCALC hands the plan custodian
      * every pay period, following the GROUP-ONE.cpy header/
      * detail/trailer template the way BANK-XFER-REC.cpy does: a
      * header carrying the pay period end and run date, one
      * detail per participant contributed for - the deferral
      * taken from pay and the employer match - and a trailer
      * carrying the detail count and both totals the custodian
      * balances the file against. Like BANK-XFER-REC.cpy this
      * copybook owns its own 01 levels, since the typed views
      * are REDEFINES siblings; COPY it into WORKING-STORAGE and
      * move records through the FD buffer.
      *
      * Pos  1     CF-RECORD-TYPE     X     H=header D=detail
      *                                     T=trailer
      * Header:
      * Pos  2- 9  CF-HDR-PERIOD-END  9(8)  Pay period contributed
      * Pos 10-17  CF-HDR-RUN-DATE    9(8)  PAYCALC run date
      * Detail:
      * Pos  2- 4  CF-DTL-PLAN-CODE   X(3)  RETPLAN plan
      * Pos  5-14  CF-DTL-CUSTODIAN-ID X(10) Custodian's plan number
      * Pos 15-20  CF-DTL-EMPLOYEE-NUMBER 9(6)
      * Pos 21-27  CF-DTL-DEFERRAL    9(5)V99  Taken from pay
      * Pos 28-34  CF-DTL-MATCH       9(5)V99  Employer match
      * Pos 35-43  CF-DTL-YTD-DEFERRAL 9(7)V99 Year to date, this
      *                                        period included
      * Trailer:
      * Pos  2- 7  CF-TRL-RECORD-COUNT 9(6)   Details written
      * Pos  8-18  CF-TRL-TOTAL-DEFERRAL 9(9)V99
      * Pos 19-29  CF-TRL-TOTAL-MATCH  9(9)V99
       01 CONT-RECORD.
           05 CF-RECORD-TYPE             PIC X VALUE SPACE.
               88 CF-IS-HEADER                 VALUE 'H'.
               88 CF-IS-DETAIL                 VALUE 'D'.
               88 CF-IS-TRAILER                VALUE 'T'.
           05 CF-RECORD-BODY             PIC X(42) VALUE SPACES.
       01 CONT-HEADER REDEFINES CONT-RECORD.
           05 FILLER                     PIC X.
           05 CF-HDR-PERIOD-END          PIC 9(8).
           05 CF-HDR-RUN-DATE            PIC 9(8).
           05 FILLER                     PIC X(26).
       01 CONT-DETAIL REDEFINES CONT-RECORD.
           05 FILLER                     PIC X.
           05 CF-DTL-PLAN-CODE           PIC X(3).
           05 CF-DTL-CUSTODIAN-ID        PIC X(10).
           05 CF-DTL-EMPLOYEE-NUMBER     PIC 9(6).
           05 CF-DTL-DEFERRAL            PIC 9(5)V99.
           05 CF-DTL-MATCH               PIC 9(5)V99.
           05 CF-DTL-YTD-DEFERRAL        PIC 9(7)V99.
       01 CONT-TRAILER REDEFINES CONT-RECORD.
           05 FILLER                     PIC X.
           05 CF-TRL-RECORD-COUNT        PIC 9(6).
           05 CF-TRL-TOTAL-DEFERRAL      PIC 9(9)V99.
           05 CF-TRL-TOTAL-MATCH         PIC 9(9)V99.
           05 FILLER                     PIC X(14).
