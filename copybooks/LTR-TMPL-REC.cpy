      * LTR-TMPL-REC - shared record layout for the LTRTMPL letter
      * template master: the wording of every customer letter the
      * account side sends, one record per printed line, where the
      * letters used to be typed one by one in a word processor.
      * LTRTMNT maintains it; LTRPRINT merges each queued letter
      * request (LTR-REQ-REC.cpy) against it. Keyed on template
      * plus line, so a template reads back in print order.
      *
      * Pos  1- 6  LT-TEMPLATE-ID  X(6)  Template, one per account
      *                                  event:
      *                                  WELCOM new-account welcome
      *                                  RATECH rate change
      *                                  DORMNT dormancy warning
      *                                  HOLDON hold placed
      *                                  HOLDOF hold released
      *                                  CLOSED closure confirmed
      * Pos  7- 8  LT-LINE-NUMBER  9(2)  00 = the title line, which
      *                                  prints as the letter's
      *                                  heading; 01-40 the body
      * Pos  9-78  LT-LINE-TEXT    X(70) Text as printed, with
      *                                  merge fields named between
      *                                  @ signs, filled in from
      *                                  the account at print time:
      *                                  @NAME@    primary owner
      *                                  @ACCOUNT@ masked account
      *                                  @BALANCE@ current balance
      *                                  @STATUS@  account status
      *                                  @PRODUCT@ product name
      *                                  @RATE@    product's first
      *                                            tier rate
      *                                  @DATE@    event date
      *                                  @AMOUNT@  event amount
      *                                  @DETAIL@  event detail
      *                                  @TODAY@   print date
      * Pos 79-86  LT-CHANGED-DATE 9(8)  YYYYMMDD last maintained
           05 LT-TEMPLATE-KEY.
               10 LT-TEMPLATE-ID         PIC X(6) VALUE SPACES.
               10 LT-LINE-NUMBER         PIC 9(2) VALUE 0.
                   88 LT-LINE-IS-TITLE         VALUE 0.
                   88 LT-LINE-IS-BODY          VALUE 1 THRU 40.
           05 LT-LINE-TEXT               PIC X(70) VALUE SPACES.
           05 LT-CHANGED-DATE            PIC 9(8) VALUE 0.
