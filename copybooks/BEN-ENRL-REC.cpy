      * BEN-ENRL-REC - shared record layout for the BENENRL
      * benefits enrollment master: one record per employee per
      * BEN-PLAN-REC.cpy plan, keyed employee then plan, with the
      * plan code as an alternate key (with duplicates) so a
      * plan's enrollees are found without walking the file.
      * BENENROL maintains it and keeps the matching DEDMAST
      * entries in step. Coverage is live from the effective
      * date through the end date; an end date of zero is open.
      * Ended records stay on file as the coverage history.
      * An election that takes effect later - the new plan
      * year's open-enrollment choice, or a dated tier change -
      * waits in the pending fields until BENENROL reaches its
      * date, while the current coverage carries on unchanged.
      *
      * Pos  1- 6  EN-EMPLOYEE-NUMBER 9(6)  Master record key,
      * Pos  7- 9  EN-PLAN-CODE       X(3)  together
      * Pos 10-11  EN-TIER-CODE       X(2)  BENPLAN tier held
      * Pos 12-13  EN-DEPENDENTS      9(2)  Dependents covered
      * Pos 14-21  EN-EFFECTIVE-DATE  9(8)  YYYYMMDD coverage
      *                                     starts
      * Pos 22-29  EN-END-DATE        9(8)  YYYYMMDD last day
      *                                     covered; zero=open
      * Pos 30-31  EN-PENDING-TIER    X(2)  Elected tier waiting
      *                                     for its date; spaces
      *                                     when none
      * Pos 32-33  EN-PENDING-DEPENDENTS
      *                               9(2)  Elected dependents
      * Pos 34-41  EN-PENDING-DATE    9(8)  YYYYMMDD the election
      *                                     takes effect
           05 EN-ENROLLMENT-KEY.
               10 EN-EMPLOYEE-NUMBER     PIC 9(6) VALUE 0.
               10 EN-PLAN-CODE           PIC X(3) VALUE SPACES.
           05 EN-TIER-CODE               PIC X(2) VALUE SPACES.
           05 EN-DEPENDENTS              PIC 9(2) VALUE 0.
           05 EN-EFFECTIVE-DATE          PIC 9(8) VALUE 0.
           05 EN-END-DATE                PIC 9(8) VALUE 0.
           05 EN-PENDING-TIER            PIC X(2) VALUE SPACES.
               88 EN-NO-ELECTION-PENDING       VALUE SPACES.
           05 EN-PENDING-DEPENDENTS      PIC 9(2) VALUE 0.
           05 EN-PENDING-DATE            PIC 9(8) VALUE 0.
