      * POST-READ-PARM - parameter area for the CALLed POSTRDW
      * posting-history read service, so every program that reads
      * POSTHIST postings gets them by the one access path and in
      * the one order - account, posting date, then the order
      * they were written - whichever file actually answers.
      * Request codes:
      *   'A' - start on one account: its postings dated from
      *         PR-FROM-DATE through PR-TO-DATE, both inclusive.
      *   'W' - start a walk over every account, the same window
      *         applied to each.
      *   'N' - next posting of the request started.
      *   'C' - close: the run is done with the history; on the
      *         proof path the run's comparison is registered.
      * PR-CALLER-ID names the reading program, for the proof
      * register. Result 'Y' hands back a posting image, laid out
      * by ACCT-POST-REC.cpy; 'E' the request has no more.
      * PR-PATH-SERVED says which path answered: K the POSTKEY
      * key file, S the full POSTHIST scan, P the proof path -
      * both read and compared, the scan's posting handed back.
      * On close PR-POSTINGS-SERVED and PR-MISMATCH-COUNT carry
      * the run's totals; a mismatch is never fatal to the
      * caller, since the scan's answer is the one it was given.
           05 PR-REQUEST-CODE            PIC X VALUE SPACE.
               88 PR-REQUEST-IS-ACCOUNT        VALUE 'A'.
               88 PR-REQUEST-IS-WALK           VALUE 'W'.
               88 PR-REQUEST-IS-NEXT           VALUE 'N'.
               88 PR-REQUEST-IS-CLOSE          VALUE 'C'.
           05 PR-CALLER-ID               PIC X(8) VALUE SPACES.
           05 PR-ACCT-SSN                PIC 9(9) VALUE 0.
           05 PR-FROM-DATE               PIC 9(8) VALUE 0.
           05 PR-TO-DATE                 PIC 9(8) VALUE 99999999.
           05 PR-RESULT                  PIC X VALUE SPACE.
               88 PR-POSTING-RETURNED          VALUE 'Y'.
               88 PR-NO-MORE-POSTINGS          VALUE 'E'.
           05 PR-PATH-SERVED             PIC X VALUE SPACE.
               88 PR-SERVED-BY-KEY             VALUE 'K'.
               88 PR-SERVED-BY-SCAN            VALUE 'S'.
               88 PR-SERVED-BY-PROOF           VALUE 'P'.
           05 PR-POSTINGS-SERVED         PIC 9(9) VALUE 0.
           05 PR-MISMATCH-COUNT          PIC 9(7) VALUE 0.
           05 PR-POSTING-IMAGE           PIC X(76) VALUE SPACES.
