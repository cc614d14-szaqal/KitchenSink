      * BEN-PLAN-REC - shared record layout for the BENPLAN
      * benefits plan master: one record per health, dental or
      * similar plan, with what each coverage tier costs the
      * employee and the employer every pay period. BENPMNT
      * maintains it; BENENROL prices every enrollment from it,
      * so a carrier rate change is keyed once here instead of
      * once per enrolled employee on DEDMAST. The plan code is
      * also the DEDMAST deduction code its premium is taken
      * under - a DEDMAST entry whose code is a plan on this
      * file belongs to BENENROL, not to DEDMAINT.
      *
      * Pos  1- 3  BP-PLAN-CODE     X(3)     Master record key
      * Pos  4-23  BP-PLAN-NAME     X(20)    Printable plan name
      * Pos 24-29  BP-CARRIER-CODE  X(6)     Carrier the
      *                                      eligibility extract
      *                                      goes to
      * Four 14-byte tier entries follow, positions 30-85:
      *   BP-TIER-CODE      X(2)     EE employee only
      *                              ES employee and spouse
      *                              EC employee and children
      *                              FA family
      *                              spaces=entry unused
      *   BP-EMPLOYEE-COST  9(4)V99  Per pay period, deducted
      *   BP-EMPLOYER-COST  9(4)V99  Per pay period, shop share
           05 BP-PLAN-CODE               PIC X(3) VALUE SPACES.
           05 BP-PLAN-NAME               PIC X(20) VALUE SPACES.
           05 BP-CARRIER-CODE            PIC X(6) VALUE SPACES.
           05 BP-TIER-ENTRY OCCURS 4 TIMES.
               10 BP-TIER-CODE           PIC X(2).
                   88 BP-TIER-IS-UNUSED        VALUE SPACES.
               10 BP-EMPLOYEE-COST       PIC 9(4)V99.
               10 BP-EMPLOYER-COST       PIC 9(4)V99.
