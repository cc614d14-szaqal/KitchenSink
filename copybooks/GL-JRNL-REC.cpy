      * GL-JRNL-REC - record layouts for the GLJRNL general ledger
      * journal GLJRNL writes for finance to load: a header naming
      * the run and the posting window, one 'D' detail per ledger
      * account and side, and a trailer carrying the detail count
      * and the debit and credit control totals, which are always
      * equal - GLJRNL refuses to write a journal that is out of
      * balance, the ACCTTRAN batch rule turned outward. Like
      * ACCT-TRAN-REC.cpy this copybook owns its own 01 levels,
      * since the typed views are REDEFINES siblings; COPY it into
      * WORKING-STORAGE and move records through the FD buffer.
      *
      * Pos  1     JR-RECORD-TYPE     X      H=header D=detail
      *                                      T=trailer
      * Header:
      * Pos  2- 9  JR-HDR-RUN-DATE    9(8)   YYYYMMDD written
      * Pos 10-17  JR-HDR-FROM-DATE   9(8)   First day journaled
      * Pos 18-25  JR-HDR-TO-DATE     9(8)   Last day journaled
      * Detail:
      * Pos  2-11  JR-GL-ACCOUNT      X(10)  GLMAP ledger account
      * Pos 12     JR-DR-CR           X      D=debit C=credit
      * Pos 13-23  JR-AMOUNT          9(9)V99
      * Pos 24     JR-SOURCE          X      P=payroll A=accounts
      * Pos 25-44  JR-DESCRIPTION     X(20)  GLMAP description
      * Trailer:
      * Pos  2- 7  JR-TRL-LINE-COUNT  9(6)   Details in the file
      * Pos  8-20  JR-TRL-DEBIT-TOTAL 9(11)V99
      * Pos 21-33  JR-TRL-CREDIT-TOTAL 9(11)V99
       01 JRNL-RECORD.
           05 JR-RECORD-TYPE             PIC X VALUE SPACE.
               88 JR-IS-HEADER                 VALUE 'H'.
               88 JR-IS-DETAIL                 VALUE 'D'.
               88 JR-IS-TRAILER                VALUE 'T'.
           05 JR-RECORD-BODY             PIC X(43) VALUE SPACES.
       01 JRNL-HEADER REDEFINES JRNL-RECORD.
           05 FILLER                     PIC X.
           05 JR-HDR-RUN-DATE            PIC 9(8).
           05 JR-HDR-FROM-DATE           PIC 9(8).
           05 JR-HDR-TO-DATE             PIC 9(8).
           05 FILLER                     PIC X(19).
       01 JRNL-DETAIL REDEFINES JRNL-RECORD.
           05 FILLER                     PIC X.
           05 JR-GL-ACCOUNT              PIC X(10).
           05 JR-DR-CR                   PIC X.
               88 JR-IS-DEBIT                  VALUE 'D'.
               88 JR-IS-CREDIT                 VALUE 'C'.
           05 JR-AMOUNT                  PIC 9(9)V99.
           05 JR-SOURCE                  PIC X.
           05 JR-DESCRIPTION             PIC X(20).
       01 JRNL-TRAILER REDEFINES JRNL-RECORD.
           05 FILLER                     PIC X.
           05 JR-TRL-LINE-COUNT          PIC 9(6).
           05 JR-TRL-DEBIT-TOTAL         PIC 9(11)V99.
           05 JR-TRL-CREDIT-TOTAL        PIC 9(11)V99.
           05 FILLER                     PIC X(11).
