      * HOLDER-RPT-REC - record layouts for the ESCHHRPT state
      * unclaimed-property holder report ESCHEAT writes each
      * yearly run: a header naming the holder and report date,
      * one 'D' detail per item turned over to the state in the
      * run - owner, last known address, amount and the dates
      * that prove the due diligence - and a trailer carrying
      * the count and amount totals, split checks and accounts,
      * the state balances the remittance against. Like
      * BANK-XFER-REC.cpy this copybook owns its own 01 levels,
      * since the typed views are REDEFINES siblings; COPY it
      * into WORKING-STORAGE and move records through the FD
      * buffer.
      *
      * Pos  1     HR-RECORD-TYPE     X      H=header D=detail
      *                                      T=trailer
      * Header:
      * Pos  2- 9  HR-HDR-REPORT-DATE 9(8)   YYYYMMDD of the run
      * Pos 10-13  HR-HDR-REPORT-YEAR 9(4)
      * Pos 14-22  HR-HDR-HOLDER-ID   X(9)   Holder FEIN, ESCHCTL
      * Detail:
      * Pos  2- 5  HR-PROPERTY-TYPE   X(4)   PR01=wages (payroll
      *                                      check) AC01=checking
      *                                      account
      * Pos  6-14  HR-ITEM-ID         9(9)   Check number or SSN
      * Pos 15-23  HR-OWNER-SSN       9(9)   Zero if unknown
      * Pos 24-53  HR-OWNER-NAME      X(30)
      * Pos 54-78  HR-OWNER-STREET    X(25)  ADDRMAST; spaces if
      * Pos 79-93  HR-OWNER-CITY      X(15)  no address on file
      * Pos 94-95  HR-OWNER-STATE     X(2)
      * Pos 96-100 HR-OWNER-ZIP       X(5)
      * Pos 101-109 HR-AMOUNT         9(7)V99 Amount remitted
      * Pos 110-117 HR-LAST-ACTIVITY  9(8)   YYYYMMDD
      * Pos 118-125 HR-NOTICE-DATE    9(8)   YYYYMMDD notice sent
      * Trailer:
      * Pos  2- 7  HR-TRL-RECORD-COUNT 9(6)  Details written
      * Pos  8-18  HR-TRL-TOTAL-AMOUNT 9(9)V99
      * Pos 19-24  HR-TRL-CHECK-COUNT 9(6)
      * Pos 25-35  HR-TRL-CHECK-AMOUNT 9(9)V99
      * Pos 36-41  HR-TRL-ACCOUNT-COUNT 9(6)
      * Pos 42-52  HR-TRL-ACCOUNT-AMOUNT 9(9)V99
       01 HOLDER-RECORD.
           05 HR-RECORD-TYPE             PIC X VALUE SPACE.
               88 HR-IS-HEADER                 VALUE 'H'.
               88 HR-IS-DETAIL                 VALUE 'D'.
               88 HR-IS-TRAILER                VALUE 'T'.
           05 HR-RECORD-BODY             PIC X(124) VALUE SPACES.
       01 HOLDER-HEADER REDEFINES HOLDER-RECORD.
           05 FILLER                     PIC X.
           05 HR-HDR-REPORT-DATE         PIC 9(8).
           05 HR-HDR-REPORT-YEAR         PIC 9(4).
           05 HR-HDR-HOLDER-ID           PIC X(9).
           05 FILLER                     PIC X(103).
       01 HOLDER-DETAIL REDEFINES HOLDER-RECORD.
           05 FILLER                     PIC X.
           05 HR-PROPERTY-TYPE           PIC X(4).
           05 HR-ITEM-ID                 PIC 9(9).
           05 HR-OWNER-SSN               PIC 9(9).
           05 HR-OWNER-NAME              PIC X(30).
           05 HR-OWNER-STREET            PIC X(25).
           05 HR-OWNER-CITY              PIC X(15).
           05 HR-OWNER-STATE             PIC X(2).
           05 HR-OWNER-ZIP               PIC X(5).
           05 HR-AMOUNT                  PIC 9(7)V99.
           05 HR-LAST-ACTIVITY           PIC 9(8).
           05 HR-NOTICE-DATE             PIC 9(8).
       01 HOLDER-TRAILER REDEFINES HOLDER-RECORD.
           05 FILLER                     PIC X.
           05 HR-TRL-RECORD-COUNT        PIC 9(6).
           05 HR-TRL-TOTAL-AMOUNT        PIC 9(9)V99.
           05 HR-TRL-CHECK-COUNT         PIC 9(6).
           05 HR-TRL-CHECK-AMOUNT        PIC 9(9)V99.
           05 HR-TRL-ACCOUNT-COUNT       PIC 9(6).
           05 HR-TRL-ACCOUNT-AMOUNT      PIC 9(9)V99.
           05 FILLER                     PIC X(73).
