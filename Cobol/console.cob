      *   2 - account lookup by key (ACCTMAST)
      *   3 - recent exceptions (last entries of EXCPLOG)
      *   4 - user table display (USERMAST)
      *   5 - employee add/change/delete (EMPLOYEE-MASTER)
      *   6 - address add/change/delete (ADDRMAST)
      *   7 - department assignment add/change/delete (EMPDEPT)
      *   8 - account balance as of a past date (CALLed ASOFW)
      *   X - exit
      * Each lookup stamps the ACTLOG activity trail the same way
      * the batch programs do.
      * The account key may be keyed in clear or as its TOKVAULT
      * token; a clear one is looked up to its token (CALLed
      * TOKENW), so ACCTMAST and the trail only ever see tokens.
      * The maintenance screens (5-7) take the update or
      * administrator role and apply the batch edits: names through
      * NAMESTD, the hire date through DATECHK, an add refused on
      * an exact name match and sent to the DUPRVIEW review file on
      * a PHONETW sound-alike, the EMPADDR/EMPDEPT references
      * checked the ADDRMNT/DEPTMNT way. Every employee write or
      * rewrite leaves EMPAUDIT before/after images, and every
      * change its ACTLOG entry. Deletes (class EMPDEL, the
      * EMPMAINT image) and hire-date changes (class EMPHIRE) are
      * dual-controlled through APPRW: the first keying queues,
      * and the same change keyed again after a second operator's
      * APPROVE release applies.
      * An assignment added or deleted here opens or ends its spell
      * in the DEPTHIST history (CALLed DEPTHSTW) as of today; a
      * change is a correction of the department keyed and re-codes
      * the current spell. A move between departments with its own
      * effective date is a DEPTMNT transfer.
      * An employee added here gets an ONBDTRK onboarding tracker
      * through the CALLed ONBOARDW service, from the hire date,
      * for the daily ONBDCHK completeness check.
      * The as-of inquiry (8) answers what an account's balance was
      * at the end of a past day: ASOFW starts from the nearest
      * SNAPHIST snapshot and rolls the POSTHIST postings over to
      * the date, and the console shows the base, each posting
      * and the balance - the ACCTASOF batch answer, one account
      * at a time. Any signed-on operator may ask.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT ADDRESS-MASTER ASSIGN TO "Cobol/data/ADDRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-EMPLOYEE-NUMBER
               FILE STATUS IS WS-ADDRESS-MASTER-STATUS.

           SELECT ASSIGNMENT-MASTER ASSIGN TO "Cobol/data/EMPDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-EMPLOYEE-NUMBER
               FILE STATUS IS WS-ASSIGNMENT-MASTER-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "Cobol/data/DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT DUP-REVIEW ASSIGN TO "Cobol/data/DUPRVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01 USER-MASTER-REC.
           COPY USER-MASTER-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  ADDRESS-MASTER.
       01 ADDRESS-MASTER-REC.
           COPY EMP-ADDR-REC.

       FD  ASSIGNMENT-MASTER.
       01 ASSIGNMENT-MASTER-REC.
           COPY EMP-DEPT-REC.

       FD  DEPT-MASTER.
       01 DEPT-MASTER-REC.
           COPY DEPT-MASTER-REC.

       FD  DUP-REVIEW.
       01 DUP-REVIEW-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-EXCEPTION-LOG-STATUS     PIC XX VALUE "00".
       01 WS-USER-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-ADDRESS-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-ASSIGNMENT-MASTER-STATUS PIC XX VALUE "00".
       01 WS-DEPT-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-DUP-REVIEW-STATUS        PIC XX VALUE "00".

       01 WS-MENU-CHOICE              PIC X VALUE SPACE.
           88 CHOICE-IS-EMPLOYEE           VALUE '1'.
           88 CHOICE-IS-ACCOUNT            VALUE '2'.
           88 CHOICE-IS-EXCEPTIONS         VALUE '3'.
           88 CHOICE-IS-USERS              VALUE '4'.
           88 CHOICE-IS-EMP-MAINT          VALUE '5'.
           88 CHOICE-IS-ADDR-MAINT         VALUE '6'.
           88 CHOICE-IS-ASSIGN-MAINT       VALUE '7'.
           88 CHOICE-IS-AS-OF-BALANCE      VALUE '8'.
           88 CHOICE-IS-MAINTENANCE        VALUE '5' '6' '7'.
           88 CHOICE-IS-EXIT               VALUE 'X' 'x'.
       01 WS-INQUIRY-REPLY            PIC X(9) VALUE SPACES.
       01 WS-INQUIRY-EMPLOYEE-NUMBER  PIC 9(6) VALUE 0.
       01 WS-INQUIRY-SSN              PIC 9(9) VALUE 0.
       01 WS-EDITED-BALANCE           PIC Z,ZZZ,ZZ9.99CR.

      * As-of inquiry work areas.
       01 WS-AS-OF-DATE               PIC 9(8) VALUE 0.
       01 WS-AS-OF-RESULT             PIC X VALUE 'N'.
           88 AS-OF-DATE-IS-VALID          VALUE 'Y'.
       01 WS-POSTING-SUBSCRIPT        PIC 9(5) VALUE 0.
       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-NET               PIC Z,ZZZ,ZZ9.99CR.
       01 WS-POSTING-COUNT-DISPLAY    PIC ZZZZ9.
       01 WS-ENTRY-LABEL              PIC X(24) VALUE SPACES.
       01 WS-ASOF-PARM.
           COPY ACCT-ASOF-PARM.

      * Maintenance screen work areas. A blank reply on a change
      * screen keeps the field as it stands on the master.
       01 WS-MAINT-ACTION             PIC X VALUE SPACE.
           88 MAINT-IS-ADD                 VALUE 'A' 'a'.
           88 MAINT-IS-CHANGE              VALUE 'C' 'c'.
           88 MAINT-IS-DELETE              VALUE 'D' 'd'.
       01 WS-MAINT-EMPLOYEE-NUMBER    PIC 9(6) VALUE 0.
       01 WS-FIELD-REPLY              PIC X(25) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-STD-FIRST-NAME           PIC X(15) VALUE SPACES.
       01 WS-STD-LAST-NAME            PIC X(15) VALUE SPACES.
       01 WS-HIRE-DATE-WORK           PIC 9(8) VALUE 0.
       01 WS-DATE-RESULT              PIC X VALUE 'N'.
           88 HIRE-DATE-IS-VALID           VALUE 'Y'.
       01 WS-NUMBER-REQUEST-CODE      PIC X VALUE 'N'.

      * The ZERO2W duplicate-hire check, letter band and all.
       01 WS-DUPLICATE-SWITCH         PIC X VALUE 'N'.
           88 DUPLICATE-HIRE-FOUND         VALUE 'Y'.
           88 NO-DUPLICATE-HIRE-FOUND      VALUE 'N'.
       01 WS-PHONETIC-SWITCH          PIC X VALUE 'N'.
           88 PHONETIC-MATCH-FOUND         VALUE 'Y'.
           88 NO-PHONETIC-MATCH-FOUND      VALUE 'N'.
       01 WS-CAND-FIRST-CODE          PIC X(4) VALUE SPACES.
       01 WS-CAND-LAST-CODE           PIC X(4) VALUE SPACES.
       01 WS-REC-FIRST-CODE           PIC X(4) VALUE SPACES.
       01 WS-REC-LAST-CODE            PIC X(4) VALUE SPACES.
       01 WS-MATCHED-EMPLOYEE         PIC 9(6) VALUE 0.
       01 WS-MATCHED-LAST-NAME        PIC X(15) VALUE SPACES.
       01 WS-REVIEW-LINE              PIC X(80) VALUE SPACES.

      * Rotating window over the exception log tail: the log is an
      * append file, so the last entries are the recent ones; ten
      * is what fits a console eyeful.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE            PIC X VALUE SPACE.
           88 ROLE-IS-INQUIRY              VALUE 'I'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-ACTIVITY-REC.
           COPY ACT-LOG-REC.

      * EXCEPTION-LOG's FD carries the same EX- names, so the
      * fields here are qualified OF WS-EXCEPTION-REC.
       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-AUDIT-REC.
           COPY EMP-AUDIT-REC.

      * A dual-controlled change goes to APPRW as the EMPMAINT
      * transaction image it would be in the batch.
       01 WS-CONSOLE-TRANSACTION.
           COPY EMP-TRAN-REC.

       01 WS-APPROVAL-REQUEST.
           05 AP-REQUEST-CODE         PIC X VALUE SPACE.
           05 AP-ACTION-CLASS         PIC X(8) VALUE SPACES.
           05 AP-REQUESTOR            PIC X(8) VALUE SPACES.
           05 AP-TRAN-IMAGE           PIC X(60) VALUE SPACES.
           05 AP-RESULT-SWITCH        PIC X VALUE 'N'.
           05 AP-ITEM-NUMBER          PIC 9(6) VALUE 0.
       01 WS-RELEASE-SWITCH           PIC X VALUE 'N'.
           88 CHANGE-IS-RELEASED           VALUE 'Y'.
           88 CHANGE-IS-QUEUED             VALUE 'N'.

      * Employee lookups go through CALLed EMPREADW, which serves
      * the packed master when the cutover has happened and the
      * display master when it has not - the console neither knows
                         EM-LAST-NAME  BY ER-OUT-LAST-NAME
                         EM-HIRE-DATE  BY ER-OUT-HIRE-DATE.

       01 WS-TOKEN-REQUEST.
           05 TK-REQUEST-CODE         PIC X VALUE SPACE.
           05 TK-VALUE-TYPE           PIC X VALUE 'S'.
           05 TK-PROGRAM              PIC X(8) VALUE SPACES.
           05 TK-VALUE-IN             PIC X(10) VALUE SPACES.
           05 TK-VALUE-OUT            PIC X(10) VALUE SPACES.
           05 TK-RESULT-SWITCH        PIC X VALUE 'N'.

       01 WS-HISTORY-REQUEST.
           05 DQ-REQUEST-CODE         PIC X.
           05 DQ-EMPLOYEE-NUMBER      PIC 9(6).
           05 DQ-AS-OF-DATE           PIC 9(8).
           05 DQ-DEPT-CODE            PIC X(4).
           05 DQ-PRIOR-DEPT           PIC X(4).
           05 DQ-REASON               PIC X.
           05 DQ-RESULT-SWITCH        PIC X.
           05 DQ-START-DATE           PIC 9(8).
           05 DQ-END-DATE             PIC 9(8).
           05 DQ-REJECT-REASON        PIC X(30).
       01 WS-CURRENT-DEPT             PIC X(4) VALUE SPACES.

       01 WS-ONBOARD-REQUEST.
           05 OW-REQUEST-CODE         PIC X VALUE SPACE.
           05 OW-EMPLOYEE-NUMBER      PIC 9(6) VALUE 0.
           05 OW-START-DATE           PIC 9(8) VALUE 0.
           05 OW-OPENED-BY            PIC X(8) VALUE SPACES.
           05 OW-RESULT-SWITCH        PIC X VALUE 'N'.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "CONSOLE"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED
           DISPLAY "  2 ACCOUNT LOOKUP".
           DISPLAY "  3 RECENT EXCEPTIONS".
           DISPLAY "  4 USER TABLE".
           DISPLAY "  5 EMPLOYEE MAINTENANCE".
           DISPLAY "  6 ADDRESS MAINTENANCE".
           DISPLAY "  7 DEPARTMENT ASSIGNMENT MAINTENANCE".
           DISPLAY "  8 ACCOUNT BALANCE AS OF A DATE".
           DISPLAY "  X EXIT".
           DISPLAY "CHOICE:".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN CHOICE-IS-MAINTENANCE
                       AND NOT ROLE-IS-UPDATE
                       AND NOT ROLE-IS-ADMIN
                   DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                           WS-OPERATOR-ID
               WHEN CHOICE-IS-EMPLOYEE
                   PERFORM Console-Employee-Inquiry
               WHEN CHOICE-IS-ACCOUNT
                   PERFORM Console-Recent-Exceptions
               WHEN CHOICE-IS-USERS
                   PERFORM Console-User-Table
               WHEN CHOICE-IS-EMP-MAINT
                   PERFORM Console-Employee-Maintenance
               WHEN CHOICE-IS-ADDR-MAINT
                   PERFORM Console-Address-Maintenance
               WHEN CHOICE-IS-ASSIGN-MAINT
                   PERFORM Console-Assignment-Maintenance
               WHEN CHOICE-IS-AS-OF-BALANCE
                   PERFORM Console-As-Of-Balance
               WHEN CHOICE-IS-EXIT
                   CONTINUE
               WHEN OTHER
           DISPLAY "ACCOUNT KEY (9 DIGITS):".
           ACCEPT WS-INQUIRY-REPLY.
           MOVE WS-INQUIRY-REPLY(1:9) TO WS-INQUIRY-SSN.
           PERFORM Tokenize-Inquiry-Key.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS = "00"
               MOVE WS-INQUIRY-SSN TO AM-ACCT-SSN
                       WS-ACCOUNT-MASTER-STATUS
           END-IF.

      * The balance at the end of a past day, with the postings
      * rolled over from the snapshot it started at - the first
      * 50, the rest counted.
       Console-As-Of-Balance.
           DISPLAY "ACCOUNT KEY (9 DIGITS):".
           ACCEPT WS-INQUIRY-REPLY.
           MOVE WS-INQUIRY-REPLY(1:9) TO WS-INQUIRY-SSN.
           PERFORM Tokenize-Inquiry-Key.
           DISPLAY "AS-OF DATE (YYYYMMDD):".
           ACCEPT WS-FIELD-REPLY.
           MOVE 'N' TO WS-AS-OF-RESULT.
           IF WS-FIELD-REPLY(1:8) IS NUMERIC
               MOVE WS-FIELD-REPLY(1:8) TO WS-AS-OF-DATE
               CALL "DATECHK" USING WS-AS-OF-DATE WS-AS-OF-RESULT
           END-IF.
           IF NOT AS-OF-DATE-IS-VALID
               DISPLAY "AS-OF DATE MUST BE A PAST DATE:"
                       WS-FIELD-REPLY(1:8)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'B' TO BQ-REQUEST-CODE.
           MOVE WS-INQUIRY-SSN TO BQ-ACCT-SSN.
           MOVE WS-AS-OF-DATE TO BQ-AS-OF-DATE.
           CALL "ASOFW" USING WS-ASOF-PARM.
           EVALUATE TRUE
               WHEN BQ-MASTER-UNAVAILABLE
                   DISPLAY "ACCOUNT MASTER NOT AVAILABLE"
               WHEN BQ-ACCOUNT-NOT-FOUND
                   DISPLAY "ACCOUNT NOT FOUND:" WS-INQUIRY-SSN
               WHEN OTHER
                   PERFORM Display-As-Of-Balance
                   MOVE "ASOFINQ" TO AL-ACTION-CODE
                   MOVE BQ-ACCT-SSN TO AL-KEY-VALUE
                   PERFORM Write-Activity-Record
           END-EVALUATE.

       Display-As-Of-Balance.
           MOVE BQ-BASE-BALANCE TO WS-EDITED-BALANCE.
           DISPLAY "ACCOUNT:" BQ-ACCT-SSN
                   " STATUS:" BQ-ACCOUNT-STATUS
                   " CURRENCY:" BQ-CURRENCY-CODE.
           IF BQ-BASE-IS-SNAPSHOT
               DISPLAY "SNAPSHOT OF " BQ-BASE-DATE
                       " BALANCE:" WS-EDITED-BALANCE
           ELSE
               DISPLAY "MASTER BALANCE TODAY:" WS-EDITED-BALANCE
           END-IF.
           IF BQ-ROLLED-FORWARD
               DISPLAY "POSTINGS ROLLED FORWARD TO " BQ-AS-OF-DATE
           ELSE
               DISPLAY "POSTINGS BACKED OFF AFTER " BQ-AS-OF-DATE
           END-IF.
           PERFORM VARYING WS-POSTING-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-POSTING-SUBSCRIPT > BQ-POSTING-COUNT
                      OR WS-POSTING-SUBSCRIPT > 50
               PERFORM Set-Entry-Label
               MOVE BQ-AMOUNT(WS-POSTING-SUBSCRIPT)
                   TO WS-EDITED-AMOUNT
               DISPLAY "  " BQ-POST-DATE(WS-POSTING-SUBSCRIPT)
                       " " BQ-TRAN-CODE(WS-POSTING-SUBSCRIPT)
                       " " WS-EDITED-AMOUNT
                       " " WS-ENTRY-LABEL
           END-PERFORM.
           MOVE BQ-POSTING-COUNT TO WS-POSTING-COUNT-DISPLAY.
           MOVE BQ-NET-ACTIVITY TO WS-EDITED-NET.
           MOVE BQ-AS-OF-BALANCE TO WS-EDITED-BALANCE.
           DISPLAY "POSTINGS:" WS-POSTING-COUNT-DISPLAY
                   " NET:" WS-EDITED-NET.
           DISPLAY "BALANCE AS OF " BQ-AS-OF-DATE ":"
                   WS-EDITED-BALANCE.

      * The posting named the way the statement names it.
       Set-Entry-Label.
           MOVE SPACES TO WS-ENTRY-LABEL.
           EVALUATE BQ-ENTRY-TYPE(WS-POSTING-SUBSCRIPT)
               WHEN 'R'
                   STRING "CORRECTION OF "
                           BQ-ORIG-DATE(WS-POSTING-SUBSCRIPT)
                       DELIMITED BY SIZE INTO WS-ENTRY-LABEL
               WHEN 'I'
                   MOVE "INTEREST" TO WS-ENTRY-LABEL
               WHEN 'F'
                   MOVE "SERVICE CHARGE" TO WS-ENTRY-LABEL
               WHEN 'U'
                   MOVE "UNCLAIMED PROPERTY" TO WS-ENTRY-LABEL
               WHEN 'T'
                   MOVE "TRANSFER" TO WS-ENTRY-LABEL
               WHEN 'P'
                   MOVE "PAYROLL" TO WS-ENTRY-LABEL
               WHEN 'A'
                   MOVE "LOAN ADVANCE" TO WS-ENTRY-LABEL
               WHEN 'L'
                   MOVE "LOAN PAYMENT" TO WS-ENTRY-LABEL
               WHEN 'N'
                   MOVE "LOAN INTEREST" TO WS-ENTRY-LABEL
               WHEN 'K'
                   MOVE "LATE CHARGE" TO WS-ENTRY-LABEL
               WHEN 'V'
                   MOVE "DISPUTE CREDIT" TO WS-ENTRY-LABEL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * One pass keeps the last ten entries in a rotating window;
      * a second pass is never needed and the log can be any size.
       Console-Recent-Exceptions.
           MOVE WS-USER-DISPLAY-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "USERS ON FILE:" WS-COUNT-DISPLAY.

      * Employee maintenance: the EMPMAINT add/change/delete, one
      * at a time from the console.
       Console-Employee-Maintenance.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-MAINT-EMPLOYEE-NUMBER.
           PERFORM Accept-Maintenance-Action.
           EVALUATE TRUE
               WHEN MAINT-IS-ADD
                   PERFORM Console-Employee-Add
               WHEN MAINT-IS-CHANGE
                   PERFORM Console-Employee-Change
               WHEN MAINT-IS-DELETE
                   PERFORM Console-Employee-Delete
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION:" WS-MAINT-ACTION
           END-EVALUATE.

       Accept-Maintenance-Action.
           DISPLAY "ACTION (A=ADD C=CHANGE D=DELETE):".
           ACCEPT WS-MAINT-ACTION.

       Accept-Maintenance-Number.
           DISPLAY "EMPLOYEE NUMBER:".
           ACCEPT WS-INQUIRY-REPLY.
           IF WS-INQUIRY-REPLY(1:6) IS NUMERIC
               MOVE WS-INQUIRY-REPLY(1:6) TO WS-MAINT-EMPLOYEE-NUMBER
           ELSE
               MOVE 0 TO WS-MAINT-EMPLOYEE-NUMBER
           END-IF.

      * Same bootstrap as EMPMAINT's Open-Employee-Master.
       Open-Employee-Master.
           OPEN I-O EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS = "35"
               CLOSE EMPLOYEE-MASTER
               OPEN OUTPUT EMPLOYEE-MASTER
               CLOSE EMPLOYEE-MASTER
               OPEN I-O EMPLOYEE-MASTER
           END-IF.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE:"
                       WS-EMPLOYEE-MASTER-STATUS
           END-IF.

      * A new hire: the edits first, then the duplicate check, and
      * only then a number from EMPNBR - a refused add never burns
      * a key.
       Console-Employee-Add.
           DISPLAY "FIRST NAME:".
           ACCEPT WS-STD-FIRST-NAME.
           DISPLAY "LAST NAME:".
           ACCEPT WS-STD-LAST-NAME.
           DISPLAY "HIRE DATE (YYYYMMDD):".
           ACCEPT WS-FIELD-REPLY.
           MOVE 0 TO WS-HIRE-DATE-WORK.
           IF WS-FIELD-REPLY(1:8) IS NUMERIC
               MOVE WS-FIELD-REPLY(1:8) TO WS-HIRE-DATE-WORK
           END-IF.
           PERFORM Validate-Employee-Fields.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Console-Change
               EXIT PARAGRAPH
           END-IF.

           PERFORM Open-Employee-Master.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM Check-Duplicate-Employee.
           IF DUPLICATE-HIRE-FOUND
               MOVE "EMPLOYEE ALREADY ON FILE" TO WS-REJECT-REASON
               PERFORM Reject-Console-Change
               CLOSE EMPLOYEE-MASTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-NUMBER-REQUEST-CODE.
           CALL "EMPNBR" USING WS-NUMBER-REQUEST-CODE
               WS-MAINT-EMPLOYEE-NUMBER.
           MOVE WS-MAINT-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           MOVE WS-STD-FIRST-NAME  TO EM-FIRST-NAME.
           MOVE WS-STD-LAST-NAME   TO EM-LAST-NAME.
           MOVE WS-HIRE-DATE-WORK  TO EM-HIRE-DATE.
           WRITE EMPLOYEE-MASTER-REC
               INVALID KEY
                   MOVE "EMPLOYEE ALREADY ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Console-Change
               NOT INVALID KEY
                   MOVE 'W' TO EA-ACTION
                   MOVE SPACES TO EA-BEFORE-IMAGE
                   PERFORM Write-Master-Audit-Record
                   CALL "USERPROV" USING EM-EMPLOYEE-NUMBER
                       EM-FIRST-NAME EM-LAST-NAME
                   MOVE 'O' TO OW-REQUEST-CODE
                   MOVE EM-EMPLOYEE-NUMBER TO OW-EMPLOYEE-NUMBER
                   MOVE EM-HIRE-DATE TO OW-START-DATE
                   MOVE "CONSOLE" TO OW-OPENED-BY
                   CALL "ONBOARDW" USING WS-ONBOARD-REQUEST
                   MOVE "EMPADD" TO AL-ACTION-CODE
                   MOVE EM-EMPLOYEE-NUMBER TO AL-KEY-VALUE
                   PERFORM Write-Activity-Record
                   DISPLAY "EMPLOYEE ADDED:" EM-EMPLOYEE-NUMBER
                           " " EM-FIRST-NAME " " EM-LAST-NAME
                   IF PHONETIC-MATCH-FOUND
                       PERFORM Write-Dup-Review-Entry
                   END-IF
           END-WRITE.
           CLOSE EMPLOYEE-MASTER.

      * Names and hire date as they stand are the defaults; the
      * change applies as one REWRITE, unless the hire date moved -
      * that waits for a second operator.
       Console-Employee-Change.
           PERFORM Accept-Maintenance-Number.
           PERFORM Open-Employee-Master.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MAINT-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Console-Change
               CLOSE EMPLOYEE-MASTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "EMPLOYEE:" EM-EMPLOYEE-NUMBER
                   " " EM-FIRST-NAME " " EM-LAST-NAME
                   " HIRED:" EM-HIRE-DATE.
           MOVE EMPLOYEE-MASTER-REC TO EA-BEFORE-IMAGE.
           MOVE EM-FIRST-NAME TO WS-STD-FIRST-NAME.
           MOVE EM-LAST-NAME  TO WS-STD-LAST-NAME.
           MOVE EM-HIRE-DATE  TO WS-HIRE-DATE-WORK.
           DISPLAY "FIRST NAME (BLANK KEEPS):".
           ACCEPT WS-FIELD-REPLY.
           IF WS-FIELD-REPLY NOT = SPACES
               MOVE WS-FIELD-REPLY TO WS-STD-FIRST-NAME
           END-IF.
           DISPLAY "LAST NAME (BLANK KEEPS):".
           ACCEPT WS-FIELD-REPLY.
           IF WS-FIELD-REPLY NOT = SPACES
               MOVE WS-FIELD-REPLY TO WS-STD-LAST-NAME
           END-IF.
           DISPLAY "HIRE DATE (BLANK KEEPS):".
           ACCEPT WS-FIELD-REPLY.
           IF WS-FIELD-REPLY NOT = SPACES
               MOVE 0 TO WS-HIRE-DATE-WORK
               IF WS-FIELD-REPLY(1:8) IS NUMERIC
                   MOVE WS-FIELD-REPLY(1:8) TO WS-HIRE-DATE-WORK
               END-IF
           END-IF.
           PERFORM Validate-Employee-Fields.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Console-Change
               CLOSE EMPLOYEE-MASTER
               EXIT PARAGRAPH
           END-IF.

           IF WS-HIRE-DATE-WORK NOT = EM-HIRE-DATE
               INITIALIZE WS-CONSOLE-TRANSACTION
               MOVE 'C' TO ET-TRAN-CODE
               MOVE WS-MAINT-EMPLOYEE-NUMBER TO ET-EMPLOYEE-NUMBER
               MOVE WS-STD-FIRST-NAME TO ET-FIRST-NAME
               MOVE WS-STD-LAST-NAME  TO ET-LAST-NAME
               MOVE WS-HIRE-DATE-WORK TO ET-HIRE-DATE
               MOVE "EMPHIRE" TO AP-ACTION-CLASS
               PERFORM Request-Second-Operator
               IF CHANGE-IS-QUEUED
                   MOVE "EMPHIREQ" TO AL-ACTION-CODE
                   MOVE WS-MAINT-EMPLOYEE-NUMBER TO AL-KEY-VALUE
                   PERFORM Write-Activity-Record
                   CLOSE EMPLOYEE-MASTER
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 'R' TO EA-ACTION.
           MOVE WS-STD-FIRST-NAME TO EM-FIRST-NAME.
           MOVE WS-STD-LAST-NAME  TO EM-LAST-NAME.
           MOVE WS-HIRE-DATE-WORK TO EM-HIRE-DATE.
           REWRITE EMPLOYEE-MASTER-REC.
           PERFORM Write-Master-Audit-Record.
           MOVE "EMPCHG" TO AL-ACTION-CODE.
           MOVE EM-EMPLOYEE-NUMBER TO AL-KEY-VALUE.
           PERFORM Write-Activity-Record.
           DISPLAY "EMPLOYEE CHANGED:" EM-EMPLOYEE-NUMBER
                   " " EM-FIRST-NAME " " EM-LAST-NAME
                   " HIRED:" EM-HIRE-DATE.
           CLOSE EMPLOYEE-MASTER.

      * Deletes are dual-controlled exactly as in EMPMAINT, under
      * the same EMPDEL class and transaction image.
       Console-Employee-Delete.
           PERFORM Accept-Maintenance-Number.
           PERFORM Open-Employee-Master.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MAINT-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Console-Change
               CLOSE EMPLOYEE-MASTER
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-CONSOLE-TRANSACTION.
           MOVE 'D' TO ET-TRAN-CODE.
           MOVE WS-MAINT-EMPLOYEE-NUMBER TO ET-EMPLOYEE-NUMBER.
           MOVE "EMPDEL" TO AP-ACTION-CLASS.
           PERFORM Request-Second-Operator.
           IF CHANGE-IS-QUEUED
               MOVE "EMPDELQ" TO AL-ACTION-CODE
           ELSE
               DELETE EMPLOYEE-MASTER
               MOVE "EMPDEL" TO AL-ACTION-CODE
               DISPLAY "EMPLOYEE DELETED:" WS-MAINT-EMPLOYEE-NUMBER
           END-IF.
           MOVE WS-MAINT-EMPLOYEE-NUMBER TO AL-KEY-VALUE.
           PERFORM Write-Activity-Record.
           CLOSE EMPLOYEE-MASTER.

      * Consume a matching release if APPROVE has given one;
      * otherwise file the change on the queue and say so.
       Request-Second-Operator.
           SET CHANGE-IS-QUEUED TO TRUE.
           MOVE 'C' TO AP-REQUEST-CODE.
           MOVE WS-OPERATOR-ID TO AP-REQUESTOR.
           MOVE SPACES TO AP-TRAN-IMAGE.
           MOVE WS-CONSOLE-TRANSACTION TO AP-TRAN-IMAGE(1:53).
           CALL "APPRW" USING WS-APPROVAL-REQUEST.
           IF AP-RESULT-SWITCH = 'Y'
               SET CHANGE-IS-RELEASED TO TRUE
           ELSE
               MOVE 'Q' TO AP-REQUEST-CODE
               CALL "APPRW" USING WS-APPROVAL-REQUEST
               DISPLAY "QUEUED FOR A SECOND OPERATOR - ITEM:"
                       AP-ITEM-NUMBER " CLASS:" AP-ACTION-CLASS
           END-IF.

      * The EMPMAINT field gates: both names through CALLed
      * NAMESTD, the hire date against the calendar through
      * CALLed DATECHK.
       Validate-Employee-Fields.
           MOVE SPACES TO WS-REJECT-REASON.
           CALL "NAMESTD" USING WS-STD-FIRST-NAME.
           CALL "NAMESTD" USING WS-STD-LAST-NAME.
           IF WS-STD-FIRST-NAME = SPACES
               OR WS-STD-LAST-NAME = SPACES
               MOVE "NAME MISSING" TO WS-REJECT-REASON
           ELSE
               CALL "DATECHK" USING WS-HIRE-DATE-WORK WS-DATE-RESULT
               IF NOT HIRE-DATE-IS-VALID
                   MOVE "HIRE DATE INVALID OR FUTURE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      * ZERO2W's keyed check: only the candidate's last-name letter
      * band is read, and it holds every exact and sound-alike
      * match.
       Check-Duplicate-Employee.
           SET NO-DUPLICATE-HIRE-FOUND TO TRUE.
           SET NO-PHONETIC-MATCH-FOUND TO TRUE.
           CALL "PHONETW" USING WS-STD-FIRST-NAME WS-CAND-FIRST-CODE.
           CALL "PHONETW" USING WS-STD-LAST-NAME WS-CAND-LAST-CODE.
           MOVE SPACES TO EM-LAST-NAME.
           MOVE WS-STD-LAST-NAME(1:1) TO EM-LAST-NAME(1:1).
           START EMPLOYEE-MASTER
               KEY IS >= EM-LAST-NAME
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL WS-EMPLOYEE-MASTER-STATUS NOT = "00"
                   AND WS-EMPLOYEE-MASTER-STATUS NOT = "02"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EM-LAST-NAME(1:1)
                               NOT = WS-STD-LAST-NAME(1:1)
                           MOVE "91" TO WS-EMPLOYEE-MASTER-STATUS
                       ELSE
                           PERFORM Compare-One-Master-Record
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-EMPLOYEE-MASTER-STATUS.

       Compare-One-Master-Record.
           IF EM-FIRST-NAME = WS-STD-FIRST-NAME
               AND EM-LAST-NAME = WS-STD-LAST-NAME
               SET DUPLICATE-HIRE-FOUND TO TRUE
           ELSE
               CALL "PHONETW" USING EM-FIRST-NAME WS-REC-FIRST-CODE
               CALL "PHONETW" USING EM-LAST-NAME WS-REC-LAST-CODE
               IF WS-REC-FIRST-CODE = WS-CAND-FIRST-CODE
                   AND WS-REC-LAST-CODE = WS-CAND-LAST-CODE
                   SET PHONETIC-MATCH-FOUND TO TRUE
                   MOVE EM-EMPLOYEE-NUMBER TO WS-MATCHED-EMPLOYEE
                   MOVE EM-LAST-NAME TO WS-MATCHED-LAST-NAME
               END-IF
           END-IF.

       Write-Dup-Review-Entry.
           OPEN EXTEND DUP-REVIEW.
           IF WS-DUP-REVIEW-STATUS = "05"
               OR WS-DUP-REVIEW-STATUS = "35"
               CLOSE DUP-REVIEW
               OPEN OUTPUT DUP-REVIEW
           END-IF.
           MOVE SPACES TO WS-REVIEW-LINE.
           STRING "CONSOLE REVIEW: " DELIMITED BY SIZE
                  EM-EMPLOYEE-NUMBER DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  EM-LAST-NAME       DELIMITED BY SPACE
                  " SOUNDS LIKE "    DELIMITED BY SIZE
                  WS-MATCHED-EMPLOYEE DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-MATCHED-LAST-NAME DELIMITED BY SIZE
               INTO WS-REVIEW-LINE.
           WRITE DUP-REVIEW-LINE FROM WS-REVIEW-LINE.
           CLOSE DUP-REVIEW.
           DISPLAY "LIKELY DUPLICATE TO REVIEW:"
                   EM-EMPLOYEE-NUMBER " VS " WS-MATCHED-EMPLOYEE.

       Write-Master-Audit-Record.
           MOVE EMPLOYEE-MASTER-REC TO EA-AFTER-IMAGE.
           MOVE WS-OPERATOR-ID      TO EA-OPERATOR-ID.
           CALL "EMPAUDIT" USING WS-AUDIT-REC.

      * Address maintenance, the ADDRMNT rules: an address belongs
      * to an employee on file (asked of EMPREADW, whichever master
      * is live).
       Console-Address-Maintenance.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM Accept-Maintenance-Action.
           IF NOT MAINT-IS-ADD
               AND NOT MAINT-IS-CHANGE
               AND NOT MAINT-IS-DELETE
               DISPLAY "UNKNOWN ACTION:" WS-MAINT-ACTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM Accept-Maintenance-Number.
           OPEN I-O ADDRESS-MASTER.
           IF WS-ADDRESS-MASTER-STATUS = "35"
               CLOSE ADDRESS-MASTER
               OPEN OUTPUT ADDRESS-MASTER
               CLOSE ADDRESS-MASTER
               OPEN I-O ADDRESS-MASTER
           END-IF.
           IF WS-ADDRESS-MASTER-STATUS NOT = "00"
               DISPLAY "ADDRESS MASTER NOT AVAILABLE:"
                       WS-ADDRESS-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN MAINT-IS-ADD
                   PERFORM Console-Address-Add
               WHEN MAINT-IS-CHANGE
                   PERFORM Console-Address-Change
               WHEN MAINT-IS-DELETE
                   PERFORM Console-Address-Delete
           END-EVALUATE.
           CLOSE ADDRESS-MASTER.

       Console-Address-Add.
           MOVE WS-MAINT-EMPLOYEE-NUMBER TO ER-EMPLOYEE-NUMBER.
           CALL "EMPREADW" USING WS-EMPREAD-REQUEST.
           IF NOT ER-RECORD-FOUND
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM Reject-Console-Change
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE ADDRESS-MASTER-REC.
           MOVE WS-MAINT-EMPLOYEE-NUMBER TO AD-EMPLOYEE-NUMBER.
           PERFORM Accept-Address-Fields.
           WRITE ADDRESS-MASTER-REC
               INVALID KEY
                   MOVE "ADDRESS ALREADY ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Console-Change
               NOT INVALID KEY
                   MOVE "ADDRADD" TO AL-ACTION-CODE
                   MOVE AD-EMPLOYEE-NUMBER TO AL-KEY-VALUE
                   PERFORM Write-Activity-Record
                   DISPLAY "ADDRESS ADDED:" AD-EMPLOYEE-NUMBER
           END-WRITE.

       Console-Address-Change.
           MOVE WS-MAINT-EMPLOYEE-NUMBER TO AD-EMPLOYEE-NUMBER.
           READ ADDRESS-MASTER
               KEY IS AD-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "ADDRESS NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Console-Change
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "ADDRESS:" AD-EMPLOYEE-NUMBER " " AD-STREET
                   " " AD-CITY " " AD-STATE " " AD-ZIP.
           PERFORM Accept-Address-Fields.
           REWRITE ADDRESS-MASTER-REC.
           MOVE "ADDRCHG" TO AL-ACTION-CODE.
           MOVE AD-EMPLOYEE-NUMBER TO AL-KEY-VALUE.
           PERFORM Write-Activity-Record.
           DISPLAY "ADDRESS CHANGED:" AD-EMPLOYEE-NUMBER.

       Console-Address-Delete.
           MOVE WS-MAINT-EMPLOYEE-NUMBER TO AD-EMPLOYEE-NUMBER.
           DELETE ADDRESS-MASTER
               INVALID KEY
                   MOVE "ADDRESS NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Console-Change
               NOT INVALID KEY
                   MOVE "ADDRDEL" TO AL-ACTION-CODE
                   MOVE AD-EMPLOYEE-NUMBER TO AL-KEY-VALUE
                   PERFORM Write-Activity-Record
                   DISPLAY "ADDRESS DELETED:" AD-EMPLOYEE-NUMBER
           END-DELETE.

      * On an add every field starts blank; on a change a blank
      * reply keeps what is there.
       Accept-Address-Fields.
           DISPLAY "STREET:".
           ACCEPT WS-FIELD-REPLY.
           IF WS-FIELD-REPLY NOT = SPACES
               MOVE WS-FIELD-REPLY TO AD-STREET
           END-IF.
           DISPLAY "CITY:".
           ACCEPT WS-FIELD-REPLY.
           IF WS-FIELD-REPLY NOT = SPACES
               MOVE WS-FIELD-REPLY TO AD-CITY
           END-IF.
           DISPLAY "STATE:".
           ACCEPT WS-FIELD-REPLY.
           IF WS-FIELD-REPLY NOT = SPACES
               MOVE WS-FIELD-REPLY TO AD-STATE
           END-IF.
           DISPLAY "ZIP:".
           ACCEPT WS-FIELD-REPLY.
           IF WS-FIELD-REPLY NOT = SPACES
               MOVE WS-FIELD-REPLY TO AD-ZIP
           END-IF.

      * Department assignment maintenance, the DEPTMNT rules: both
      * ends - the employee and the DEPTMAST department - must
      * exist before an assignment lands.
       Console-Assignment-Maintenance.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM Accept-Maintenance-Action.
           IF NOT MAINT-IS-ADD
               AND NOT MAINT-IS-CHANGE
               AND NOT MAINT-IS-DELETE
               DISPLAY "UNKNOWN ACTION:" WS-MAINT-ACTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM Accept-Maintenance-Number.
           OPEN I-O ASSIGNMENT-MASTER.
           IF WS-ASSIGNMENT-MASTER-STATUS = "35"
               CLOSE ASSIGNMENT-MASTER
               OPEN OUTPUT ASSIGNMENT-MASTER
               CLOSE ASSIGNMENT-MASTER
               OPEN I-O ASSIGNMENT-MASTER
           END-IF.
           IF WS-ASSIGNMENT-MASTER-STATUS NOT = "00"
               DISPLAY "ASSIGNMENT MASTER NOT AVAILABLE:"
                       WS-ASSIGNMENT-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF MAINT-IS-DELETE
               PERFORM Console-Assignment-Delete
           ELSE
               PERFORM Check-Assignment-References
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM Reject-Console-Change
               ELSE
                   PERFORM Write-Or-Rewrite-Assignment
               END-IF
           END-IF.
           CLOSE ASSIGNMENT-MASTER.

       Check-Assignment-References.
           MOVE WS-MAINT-EMPLOYEE-NUMBER TO ER-EMPLOYEE-NUMBER.
           CALL "EMPREADW" USING WS-EMPREAD-REQUEST.
           IF NOT ER-RECORD-FOUND
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DEPARTMENT CODE:".
           ACCEPT WS-FIELD-REPLY.
           MOVE WS-FIELD-REPLY(1:4) TO DP-DEPT-CODE.
           OPEN INPUT DEPT-MASTER.
           IF WS-DEPT-MASTER-STATUS NOT = "00"
               MOVE "DEPARTMENT NOT ON FILE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           READ DEPT-MASTER
               KEY IS DP-DEPT-CODE
               INVALID KEY
                   MOVE "DEPARTMENT NOT ON FILE" TO WS-REJECT-REASON
           END-READ.
           CLOSE DEPT-MASTER.

      * The history hears of an add before EMPDEPT does, so one
      * it refuses leaves no assignment behind.
       Write-Or-Rewrite-Assignment.
           PERFORM Read-Current-Assignment.
           IF MAINT-IS-ADD
               IF WS-ASSIGNMENT-MASTER-STATUS = "00"
                   MOVE "ASSIGNMENT ALREADY ON FILE"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE 'O' TO DQ-REQUEST-CODE
                   MOVE 'N' TO DQ-REASON
                   PERFORM Call-Department-History
                   IF DQ-RESULT-SWITCH NOT = 'Y'
                       MOVE DQ-REJECT-REASON TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-REJECT-REASON = SPACES
                   MOVE WS-MAINT-EMPLOYEE-NUMBER TO ED-EMPLOYEE-NUMBER
                   MOVE DP-DEPT-CODE TO ED-DEPT-CODE
                   WRITE ASSIGNMENT-MASTER-REC
                       INVALID KEY
                           MOVE "ASSIGNMENT ALREADY ON FILE"
                               TO WS-REJECT-REASON
                   END-WRITE
               END-IF
               MOVE "ASGNADD" TO AL-ACTION-CODE
           ELSE
               MOVE DP-DEPT-CODE TO ED-DEPT-CODE
               REWRITE ASSIGNMENT-MASTER-REC
                   INVALID KEY
                       MOVE "ASSIGNMENT NOT ON FILE"
                           TO WS-REJECT-REASON
               END-REWRITE
               IF WS-REJECT-REASON = SPACES
                   MOVE 'R' TO DQ-REQUEST-CODE
                   MOVE SPACE TO DQ-REASON
                   PERFORM Call-Department-History
               END-IF
               MOVE "ASGNCHG" TO AL-ACTION-CODE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Console-Change
           ELSE
               MOVE ED-EMPLOYEE-NUMBER TO AL-KEY-VALUE
               PERFORM Write-Activity-Record
               DISPLAY "ASSIGNMENT FILED:" ED-EMPLOYEE-NUMBER
                       " DEPT:" ED-DEPT-CODE
           END-IF.

       Console-Assignment-Delete.
           PERFORM Read-Current-Assignment.
           IF WS-ASSIGNMENT-MASTER-STATUS NOT = "00"
               MOVE "ASSIGNMENT NOT ON FILE" TO WS-REJECT-REASON
               PERFORM Reject-Console-Change
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO DQ-REQUEST-CODE.
           MOVE 'R' TO DQ-REASON.
           PERFORM Call-Department-History.
           DELETE ASSIGNMENT-MASTER
               INVALID KEY
                   MOVE "ASSIGNMENT NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM Reject-Console-Change
               NOT INVALID KEY
                   MOVE "ASGNDEL" TO AL-ACTION-CODE
                   MOVE ED-EMPLOYEE-NUMBER TO AL-KEY-VALUE
                   PERFORM Write-Activity-Record
                   DISPLAY "ASSIGNMENT DELETED:" ED-EMPLOYEE-NUMBER
           END-DELETE.

       Read-Current-Assignment.
           MOVE SPACES TO WS-CURRENT-DEPT.
           MOVE WS-MAINT-EMPLOYEE-NUMBER TO ED-EMPLOYEE-NUMBER.
           READ ASSIGNMENT-MASTER
               KEY IS ED-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ED-DEPT-CODE TO WS-CURRENT-DEPT
           END-READ.

       Call-Department-History.
           MOVE WS-MAINT-EMPLOYEE-NUMBER TO DQ-EMPLOYEE-NUMBER.
           ACCEPT DQ-AS-OF-DATE FROM DATE YYYYMMDD.
           MOVE DP-DEPT-CODE    TO DQ-DEPT-CODE.
           MOVE WS-CURRENT-DEPT TO DQ-PRIOR-DEPT.
           CALL "DEPTHSTW" USING WS-HISTORY-REQUEST.

      * A refused change is shown to the operator and logged the
      * way a batch reject is.
       Reject-Console-Change.
           DISPLAY "CHANGE REJECTED - EMPLOYEE:"
                   WS-MAINT-EMPLOYEE-NUMBER " " WS-REJECT-REASON.
           MOVE "C002" TO EX-ERROR-CODE OF WS-EXCEPTION-REC.
           MOVE 'W' TO EX-SEVERITY OF WS-EXCEPTION-REC.
           MOVE "CONSOLE" TO EX-PROGRAM-ID OF WS-EXCEPTION-REC.
           MOVE SPACES TO EX-MESSAGE OF WS-EXCEPTION-REC.
           STRING "CONSOLE REJECT EMP:" WS-MAINT-EMPLOYEE-NUMBER
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE
               INTO EX-MESSAGE OF WS-EXCEPTION-REC.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Activity-Record.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           MOVE "CONSOLE" TO AL-PROGRAM-ID
           CALL "ACTLOG" USING WS-ACTIVITY-REC.

      * The key as entered goes through TOKVAULT: the masters
      * are keyed on tokens, and a value with none is left as
      * entered, to be not found.
       Tokenize-Inquiry-Key.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "CONSOLE" TO TK-PROGRAM.
           IF WS-INQUIRY-SSN IS NUMERIC
               MOVE WS-INQUIRY-SSN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO WS-INQUIRY-SSN
           END-IF.
