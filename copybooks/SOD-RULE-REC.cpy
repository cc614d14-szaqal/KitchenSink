      * SOD-RULE-REC - fixed-format record layout for the SODRULE
      * segregation-of-duties conflict rules: pairs of program
      * actions one operator must not both perform within a
      * window of days - changing a pay rate in PAYMAINT and
      * keying bank details in BANKMNT, keying bank details and
      * running CHECKPRT. The SIGNON roles say what an operator
      * may do; these rules say what one operator may not do
      * together. SODMNT maintains the file, SODSCAN reads the
      * ACTLOG trail against every rule each night, and the
      * CALLed SODCHKW refuses the second action of a preventive
      * rule's pair on the same cycle date. Either side may come
      * first.
      *
      * Pos  1- 4  DR-RULE-ID         X(4)  Rule identifier
      * Pos  5-12  DR-FIRST-PROGRAM   X(8)  ACTLOG AL-PROGRAM-ID
      * Pos 13-20  DR-FIRST-ACTION    X(8)  AL-ACTION-CODE; spaces
      *                                     = any action of the
      *                                     program
      * Pos 21-28  DR-SECOND-PROGRAM  X(8)
      * Pos 29-36  DR-SECOND-ACTION   X(8)  Spaces = any action
      * Pos 37-39  DR-WINDOW-DAYS     9(3)  Days apart still in
      *                                     conflict; 0 = same day
      * Pos 40     DR-RULE-MODE       X     D=detect at night only
      *                                     P=also prevent same day
      * Pos 41-70  DR-DESCRIPTION     X(30)
           05 DR-RULE-ID                 PIC X(4) VALUE SPACES.
           05 DR-FIRST-PROGRAM           PIC X(8) VALUE SPACES.
           05 DR-FIRST-ACTION            PIC X(8) VALUE SPACES.
           05 DR-SECOND-PROGRAM          PIC X(8) VALUE SPACES.
           05 DR-SECOND-ACTION           PIC X(8) VALUE SPACES.
           05 DR-WINDOW-DAYS             PIC 9(3) VALUE 0.
           05 DR-RULE-MODE               PIC X VALUE 'D'.
               88 DR-RULE-DETECTS               VALUE 'D'.
               88 DR-RULE-PREVENTS              VALUE 'P'.
           05 DR-DESCRIPTION             PIC X(30) VALUE SPACES.
