      * Pos 18     SM-STATUS      X     A=active R=revoked
      *                                L=locked out
      * Pos 19-20  SM-FAIL-COUNT  9(2)  Consecutive failures
      * Pos 21-26  SM-EMPLOYEE-NUMBER 9(6) Employee who owns the
      *                                operator id, the person the
      *                                RCRTOPEN access review
      *                                certifies; zero when not
      *                                recorded. Added at the end
      *                                per the EX-SEVERITY
      *                                convention - records keyed
      *                                before it read spaces,
      *                                taken as zero.
           05 SM-OPERATOR-ID             PIC X(8) VALUE SPACES.
           05 SM-PASSWORD                PIC X(8) VALUE SPACES.
           05 SM-ROLE                    PIC X VALUE 'I'.
               88 SM-OPERATOR-IS-REVOKED       VALUE 'R'.
               88 SM-OPERATOR-IS-LOCKED        VALUE 'L'.
           05 SM-FAIL-COUNT              PIC 9(2) VALUE 0.
           05 SM-EMPLOYEE-NUMBER         PIC 9(6) VALUE 0.
