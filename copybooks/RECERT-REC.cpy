      * RECERT-REC - shared record layout for the RCRTMAST access
      * recertification file: the evidence the auditors read that
      * every active USERMAST user id and SECMAST operator id was
      * reviewed by someone accountable. RCRTOPEN opens a
      * campaign - one header record plus one item per active id
      * with its owning employee, department, role and reviewer
      * (the owner's supervisor on SUPVMAST, or security
      * administration when there is none). RCRTCERT records the
      * keep/revoke decisions, revokes whatever is still pending
      * at the deadline, and closes the campaign with its counts.
      * Nothing is ever deleted - each campaign stays on file as
      * the record of that review. Keyed on campaign, type and id,
      * so a campaign reads back header first, then its operator
      * ids, then its user ids.
      *
      * Pos  1- 8  RC-CAMPAIGN-DATE   9(8)  YYYYMMDD campaign opened
      * Pos  9     RC-ACCESS-TYPE     X     C=campaign header
      *                                     O=SECMAST operator id
      *                                     U=USERMAST user id
      * Pos 10-17  RC-ACCESS-ID       X(8)  Operator id or user
      *                                     name; spaces on the
      *                                     header
      * Item (O and U):
      * Pos 18-23  RC-EMPLOYEE-NUMBER 9(6)  Owning employee; zero
      *                                     when not recorded
      * Pos 24-27  RC-DEPT-CODE       X(4)  Owner's department
      *                                     when the campaign opened
      * Pos 28     RC-ROLE            X     Operator role I/U/A;
      *                                     space for a user id
      * Pos 29-34  RC-REVIEWER        9(6)  Employee who certifies;
      *                                     zero = security
      *                                     administration
      * Pos 35     RC-DECISION        X     space=pending K=keep
      *                                     R=revoke A=auto-revoked
      *                                     at the deadline
      * Pos 36-43  RC-DECIDED-DATE    9(8)  YYYYMMDD
      * Pos 44-51  RC-DECIDED-BY      X(8)  Operator who keyed it
      * Pos 52-57  RC-CERTIFIED-BY    9(6)  Employee who certified
      * Header (C):
      * Pos 18     RC-CAMPAIGN-STATUS X     O=open C=closed
      * Pos 19-26  RC-OPENED-BY       X(8)  Operator who opened it
      * Pos 27-34  RC-DEADLINE-DATE   9(8)  YYYYMMDD last day to
      *                                     certify
      * Pos 35-42  RC-CLOSED-DATE     9(8)  YYYYMMDD; zero while open
      * Pos 43-62  RC-ITEMS-LISTED, RC-ITEMS-KEPT, RC-ITEMS-REVOKED,
      *            RC-ITEMS-AUTO-REVOKED 9(5) each, set at close
           05 RC-CERT-KEY.
               10 RC-CAMPAIGN-DATE       PIC 9(8) VALUE 0.
               10 RC-ACCESS-TYPE         PIC X VALUE SPACE.
                   88 RC-IS-HEADER             VALUE 'C'.
                   88 RC-IS-OPERATOR           VALUE 'O'.
                   88 RC-IS-USER               VALUE 'U'.
               10 RC-ACCESS-ID           PIC X(8) VALUE SPACES.
           05 RC-ITEM-BODY.
               10 RC-EMPLOYEE-NUMBER     PIC 9(6) VALUE 0.
               10 RC-DEPT-CODE           PIC X(4) VALUE SPACES.
               10 RC-ROLE                PIC X VALUE SPACE.
               10 RC-REVIEWER            PIC 9(6) VALUE 0.
               10 RC-DECISION            PIC X VALUE SPACE.
                   88 RC-DECISION-PENDING      VALUE SPACE.
                   88 RC-DECISION-KEEP         VALUE 'K'.
                   88 RC-DECISION-REVOKE       VALUE 'R'.
                   88 RC-DECISION-AUTO-REVOKE  VALUE 'A'.
               10 RC-DECIDED-DATE        PIC 9(8) VALUE 0.
               10 RC-DECIDED-BY          PIC X(8) VALUE SPACES.
               10 RC-CERTIFIED-BY        PIC 9(6) VALUE 0.
               10 FILLER                 PIC X(5) VALUE SPACES.
           05 RC-HEADER-BODY REDEFINES RC-ITEM-BODY.
               10 RC-CAMPAIGN-STATUS     PIC X.
                   88 RC-CAMPAIGN-IS-OPEN      VALUE 'O'.
                   88 RC-CAMPAIGN-IS-CLOSED    VALUE 'C'.
               10 RC-OPENED-BY           PIC X(8).
               10 RC-DEADLINE-DATE       PIC 9(8).
               10 RC-CLOSED-DATE         PIC 9(8).
               10 RC-ITEMS-LISTED        PIC 9(5).
               10 RC-ITEMS-KEPT          PIC 9(5).
               10 RC-ITEMS-REVOKED       PIC 9(5).
               10 RC-ITEMS-AUTO-REVOKED  PIC 9(5).
