      * ACCT-OWNER-REC - shared record layout for the ACCTOWN
      * account-ownership master: every party on an account and
      * the part each plays, where ACCTMAST and EMPXREF know only
      * the one primary SSN the account is keyed on. Keyed on
      * account plus party, with the party SSN as an alternate key
      * WITH DUPLICATES so OWNINQ can list every account one party
      * is on. OWNMNT maintains it; every party SSN passes the
      * SSNCHKW check digit. The primary's party SSN is always the
      * account key itself, so an account with no ACCTOWN records
      * at all still reads as held by its primary alone.
      *
      * Pos  1- 9  AO-ACCT-SSN      9(9)     Account (ACCTMAST key)
      * Pos 10-18  AO-PARTY-SSN     9(9)     The party's SSN
      * Pos 19     AO-OWNER-ROLE    X        P=primary  J=joint
      *                                      B=beneficiary
      *                                      S=authorized signer
      * Pos 20-24  AO-OWNERSHIP-PCT 9(3)V99  Owners (P/J): share
      *                                      of the account, the
      *                                      INTSTMT interest split
      *                                      Beneficiaries: share
      *                                      of the payout
      *                                      Signers: always zero
      * Pos 25-54  AO-PARTY-NAME    X(30)    Name as it prints on
      *                                      statements
      * Pos 55-62  AO-ADDED-DATE    9(8)     YYYYMMDD party added
           05 AO-OWNER-KEY.
               10 AO-ACCT-SSN            PIC 9(9) VALUE 0.
               10 AO-PARTY-SSN           PIC 9(9) VALUE 0.
           05 AO-OWNER-ROLE              PIC X VALUE SPACE.
               88 AO-ROLE-IS-PRIMARY           VALUE 'P'.
               88 AO-ROLE-IS-JOINT             VALUE 'J'.
               88 AO-ROLE-IS-BENEFICIARY       VALUE 'B'.
               88 AO-ROLE-IS-SIGNER            VALUE 'S'.
               88 AO-ROLE-IS-OWNER             VALUE 'P' 'J'.
               88 AO-ROLE-IS-VALID             VALUE 'P' 'J' 'B' 'S'.
           05 AO-OWNERSHIP-PCT           PIC 9(3)V99 VALUE 0.
           05 AO-PARTY-NAME              PIC X(30) VALUE SPACES.
           05 AO-ADDED-DATE              PIC 9(8) VALUE 0.
