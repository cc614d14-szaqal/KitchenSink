      * POST-KEY-REC - record layout for the POSTKEY keyed posting
      * file, the by-account access path to the posting history.
      * One record per posting ever made, every year of it: the
      * closed prior-year POSTHIST partitions and the current-year
      * POSTHIST alike, keyed by account, posting date and the
      * order the posting was written in, so a program that needs
      * one account's activity STARTs at the account and reads
      * only its postings, in date order. The body is the
      * POSTHIST record image exactly as read (ACCT-POST-REC.cpy,
      * short legacy records padded with spaces), so the keyed
      * path hands a reader the very bytes the sequential file
      * would. POSTINDX adds each run's new POSTHIST records and
      * the CALLed POSTRDW service reads it; POSTSPLT checks it is
      * whole before it closes a year.
      *
      * Pos   1-  9  PK-ACCT-SSN       9(9)  Account master key
      * Pos  10- 17  PK-POST-DATE      9(8)  YYYYMMDD posting date
      * Pos  18- 26  PK-SEQUENCE       9(9)  Order written, over
      *                                      all years - keeps
      *                                      same-day postings in
      *                                      POSTHIST order
      * Pos  27-102  PK-POSTING-IMAGE  X(76) The POSTHIST record
      *
      * The record keyed all zeroes is the control header, never
      * a posting:
      * Pos  27- 35  PK-HDR-INDEXED-COUNT    9(9) current POSTHIST
      *                                      records already on
      *                                      the key file
      * Pos  36- 44  PK-HDR-NEXT-SEQUENCE    9(9) next PK-SEQUENCE
      * Pos  45- 48  PK-HDR-FIRST-CLOSED-YEAR 9(4) oldest prior-year
      *                                      partition (it holds
      *                                      every year up to it)
      * Pos  49- 52  PK-HDR-LAST-CLOSED-YEAR 9(4) newest partition;
      *                                      zero until the first
      *                                      year-end split
      * Pos  53- 60  PK-HDR-INDEXED-DATE     9(8) last POSTINDX run
           05 PK-KEY.
               10 PK-ACCT-SSN            PIC 9(9).
               10 PK-POST-DATE           PIC 9(8).
               10 PK-SEQUENCE            PIC 9(9).
           05 PK-POSTING-IMAGE           PIC X(76).
           05 PK-HEADER REDEFINES PK-POSTING-IMAGE.
               10 PK-HDR-INDEXED-COUNT   PIC 9(9).
               10 PK-HDR-NEXT-SEQUENCE   PIC 9(9).
               10 PK-HDR-FIRST-CLOSED-YEAR
                                         PIC 9(4).
               10 PK-HDR-LAST-CLOSED-YEAR
                                         PIC 9(4).
               10 PK-HDR-INDEXED-DATE    PIC 9(8).
               10 FILLER                 PIC X(42).
