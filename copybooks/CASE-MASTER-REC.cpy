      * CASE-MASTER-REC - shared record layout for the CASEMAST
      * cash-surveillance case master: one record per hit the
      * CASHSURV daily run has raised - a cash posting over the
      * reporting threshold, or a run of just-under-threshold
      * cash postings on one account or across one owner's
      * accounts inside the look-back window. The postings behind
      * each case are on CASEPOST (copybooks/CASE-POST-REC.cpy).
      * A case stays open until an analyst disposes of it through
      * CASEMNT - filed with the regulator or cleared - and a
      * disposed case is never reopened or re-reported; fresh
      * postings after it raise a case of their own.
      *
      * Pos  1- 7  CS-CASE-NUMBER     9(7)     Master record key,
      *                                        issued in sequence
      * Pos  8     CS-CASE-TYPE       X        L=large cash posting
      *                                        S=structuring on one
      *                                        account
      *                                        O=structuring across
      *                                        one owner's accounts
      * Pos  9-17  CS-SUBJECT-SSN     9(9)     Account (L, S) or the
      *                                        owner's SSN (O)
      * Pos 18-23  CS-EMPLOYEE-NUMBER 9(6)     EMPXREF employee the
      *                                        subject is; zero if
      *                                        none
      * Pos 24-31  CS-OPENED-DATE     9(8)     YYYYMMDD case raised
      * Pos 32-39  CS-UPDATED-DATE    9(8)     YYYYMMDD postings last
      *                                        added to it
      * Pos 40-47  CS-FIRST-POST-DATE 9(8)     Earliest posting
      * Pos 48-55  CS-LAST-POST-DATE  9(8)     Latest posting
      * Pos 56-59  CS-POSTING-COUNT   9(4)     Postings on CASEPOST
      * Pos 60-70  CS-TOTAL-AMOUNT    9(9)V99  Their total, home
      *                                        currency
      * Pos 71     CS-STATUS          X        O=open F=filed
      *                                        C=cleared
      * Pos 72-79  CS-DISPOSED-DATE   9(8)     YYYYMMDD disposed;
      *                                        zero while open
      * Pos 80-87  CS-ANALYST-ID      X(8)     Operator disposing
      * Pos 88-117 CS-DISPOSITION-NOTE X(30)   Filing reference or
      *                                        reason cleared
           05 CS-CASE-NUMBER             PIC 9(7) VALUE 0.
           05 CS-CASE-TYPE               PIC X VALUE SPACE.
               88 CS-CASE-IS-LARGE-CASH        VALUE 'L'.
               88 CS-CASE-IS-ACCOUNT-STRUCT    VALUE 'S'.
               88 CS-CASE-IS-OWNER-STRUCT      VALUE 'O'.
           05 CS-SUBJECT-SSN             PIC 9(9) VALUE 0.
           05 CS-EMPLOYEE-NUMBER         PIC 9(6) VALUE 0.
           05 CS-OPENED-DATE             PIC 9(8) VALUE 0.
           05 CS-UPDATED-DATE            PIC 9(8) VALUE 0.
           05 CS-FIRST-POST-DATE         PIC 9(8) VALUE 0.
           05 CS-LAST-POST-DATE          PIC 9(8) VALUE 0.
           05 CS-POSTING-COUNT           PIC 9(4) VALUE 0.
           05 CS-TOTAL-AMOUNT            PIC 9(9)V99 VALUE 0.
           05 CS-STATUS                  PIC X VALUE 'O'.
               88 CS-CASE-IS-OPEN              VALUE 'O'.
               88 CS-CASE-IS-FILED             VALUE 'F'.
               88 CS-CASE-IS-CLEARED           VALUE 'C'.
               88 CS-CASE-IS-DISPOSED          VALUE 'F' 'C'.
           05 CS-DISPOSED-DATE           PIC 9(8) VALUE 0.
           05 CS-ANALYST-ID              PIC X(8) VALUE SPACES.
           05 CS-DISPOSITION-NOTE        PIC X(30) VALUE SPACES.
