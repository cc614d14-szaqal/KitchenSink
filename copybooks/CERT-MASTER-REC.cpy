      * CERT-MASTER-REC - shared record layout for the CERTMAST
      * certification master: one record per certification an
      * employee holds - a licence, a mandatory compliance course
      * - with when it was issued, when it lapses and who issued
      * it. CERTMNT maintains it against the CERT-REQ-REC.cpy
      * requirement table; CERTRPT lists what is about to lapse,
      * what has lapsed and what is missing. The supervisor's
      * spreadsheet retires.
      *
      * Pos  1- 6  CT-EMPLOYEE-NUMBER 9(6)   Key, with the code
      * Pos  7-10  CT-CERT-CODE       X(4)   Requirement table code
      * Pos 11-18  CT-ISSUE-DATE      9(8)   YYYYMMDD
      * Pos 19-26  CT-EXPIRY-DATE     9(8)   YYYYMMDD, the last day
      *                                      the certification is
      *                                      good
      * Pos 27-46  CT-ISSUING-BODY    X(20)
           05 CT-CERT-KEY.
               10 CT-EMPLOYEE-NUMBER     PIC 9(6) VALUE 0.
               10 CT-CERT-CODE           PIC X(4) VALUE SPACES.
           05 CT-ISSUE-DATE              PIC 9(8) VALUE 0.
           05 CT-EXPIRY-DATE             PIC 9(8) VALUE 0.
           05 CT-ISSUING-BODY            PIC X(20) VALUE SPACES.
