      * accrual credits add, negative-interest debits subtract.
      * One statement page prints per account with interest
      * activity in the year, ACCTSTMT-style.
      * Interest reports under the owner who earned it: a jointly
      * held account's year total splits across its primary and
      * joint owners on the ACCTOWN ownership master by their
      * ownership percentages, ROUNDED, one page per owner with a
      * share. The primary takes whatever the joint shares leave,
      * rounding pennies included, so the pages always add back
      * to the account's total. Beneficiaries and signers earn
      * nothing; an account with no ACCTOWN owners, or a run with
      * no ACCTOWN at all, reports wholly under its primary.
      * Interest on a foreign-currency account totals at the
      * home value each accrual carried on POSTHIST.
      * The year's postings now come by the CALLed POSTRDW
      * service's walk over just that year, so a statement for a
      * year the year-end split has closed out of POSTHIST still
      * finds every accrual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT STATEMENT-PRINT ASSIGN TO "Cobol/data/INTSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-PRINT-STATUS.

           SELECT OWNER-MASTER ASSIGN TO "Cobol/data/ACCTOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OWNER-KEY
               ALTERNATE RECORD KEY IS AO-PARTY-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-OWNER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTEREST-CONTROL.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  STATEMENT-PRINT.
       01 STATEMENT-PRINT-LINE        PIC X(80).

       FD  OWNER-MASTER.
       01 OWNER-MASTER-REC.
           COPY ACCT-OWNER-REC.

       WORKING-STORAGE SECTION.
       01 WS-INTEREST-CONTROL-STATUS  PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-STATEMENT-PRINT-STATUS   PIC XX VALUE "00".
       01 WS-OWNER-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-OWNERS-ON-FILE-SWITCH    PIC X VALUE 'N'.
           88 OWNERS-ON-FILE               VALUE 'Y'.
           88 OWNERS-NOT-ON-FILE           VALUE 'N'.
       01 WS-OWNER-BROWSE-SWITCH      PIC X VALUE 'N'.
           88 OWNER-BROWSE-DONE            VALUE 'Y'.
           88 OWNER-BROWSE-NOT-DONE        VALUE 'N'.
       01 WS-PRIMARY-SWITCH           PIC X VALUE 'N'.
           88 PRIMARY-LISTED               VALUE 'Y'.
           88 PRIMARY-NOT-LISTED           VALUE 'N'.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-MONTH-DAY        PIC 9(4).
       01 WS-STATEMENT-YEAR           PIC 9(4) VALUE 0.
       01 WS-POST-YEAR                PIC 9(4) VALUE 0.
       01 WS-INTEREST-AMOUNT          PIC 9(7)V99 VALUE 0.

      * Year's interest per account, accumulated RUNREGW-style.
       01 WS-INT-COUNT                PIC 9(3) VALUE 0.
       01 WS-MATCH-SUBSCRIPT          PIC 9(3) VALUE 0.

       01 WS-YEAR-INTEREST            PIC S9(7)V99 VALUE 0.

      * One account's owners and their shares of its interest;
      * entry 1 is always the primary, the account key itself.
       01 WS-OWNER-COUNT              PIC 99 VALUE 0.
       01 WS-OWNER-TABLE.
           05 WS-OWNER-ENTRY OCCURS 10 TIMES.
               10 WS-OWNER-SSN        PIC 9(9).
               10 WS-OWNER-ROLE       PIC X.
               10 WS-OWNER-PCT        PIC 9(3)V99.
               10 WS-OWNER-NAME       PIC X(30).
               10 WS-OWNER-SHARE      PIC S9(7)V99.
       01 WS-OWNER-SUBSCRIPT          PIC 99 VALUE 0.
       01 WS-JOINT-PCT-TOTAL          PIC 9(4)V99 VALUE 0.
       01 WS-JOINT-SHARE-TOTAL        PIC S9(7)V99 VALUE 0.
       01 WS-EDITED-PCT               PIC ZZ9.99.
       01 WS-MASKED-OWNER-SSN         PIC X(11) VALUE SPACES.
       01 WS-STATEMENTS-PRINTED       PIC 9(5) VALUE 0.
       01 WS-PAGE-NUMBER              PIC 9(4) VALUE 0.

       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-POSTING-HISTORY-REC.
           COPY ACCT-POST-REC.
       01 WS-POSTING-READ-PARM.
           COPY POST-READ-PARM.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "INTSTMT"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM Read-Interest-Control.

           OPEN OUTPUT STATEMENT-PRINT.
           PERFORM Sum-Year-Interest.
           OPEN INPUT OWNER-MASTER.
           IF WS-OWNER-MASTER-STATUS = "00"
               SET OWNERS-ON-FILE TO TRUE
           ELSE
               SET OWNERS-NOT-ON-FILE TO TRUE
           END-IF.

           PERFORM UNTIL WS-ACCOUNT-MASTER-STATUS NOT = "00"
               READ ACCOUNT-MASTER NEXT RECORD
               END-READ
           END-PERFORM.

           IF OWNERS-ON-FILE
               CLOSE OWNER-MASTER
           END-IF.
           CLOSE STATEMENT-PRINT.
           CLOSE ACCOUNT-MASTER.

           END-IF.
           DISPLAY "INTEREST STATEMENT YEAR:" WS-STATEMENT-YEAR.

      * Only the statement year's postings are walked; a closed
      * year's come back from the key file as readily as the
      * current year's.
       Sum-Year-Interest.
           MOVE 'W' TO PR-REQUEST-CODE.
           MOVE "INTSTMT" TO PR-CALLER-ID.
           COMPUTE PR-FROM-DATE = WS-STATEMENT-YEAR * 10000 + 101.
           COMPUTE PR-TO-DATE = WS-STATEMENT-YEAR * 10000 + 1231.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           MOVE 'N' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           PERFORM UNTIL NOT PR-POSTING-RETURNED
               MOVE PR-POSTING-IMAGE TO WS-POSTING-HISTORY-REC
               MOVE PH-POST-DATE(1:4) TO WS-POST-YEAR
               IF PH-ENTRY-IS-INTEREST
                   AND WS-POST-YEAR = WS-STATEMENT-YEAR
                   PERFORM Sum-One-Accrual
               END-IF
               CALL "POSTRDW" USING WS-POSTING-READ-PARM
           END-PERFORM.
           MOVE 'C' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.

      * Interest reports in home currency: a foreign-currency
      * account's entry counts at the home value it carried on
      * the day it accrued, not its face amount.
       Sum-One-Accrual.
           PERFORM Find-Interest-Entry.
           IF WS-MATCH-SUBSCRIPT > 0
               IF PH-CURRENCY-IS-HOME
                   MOVE PH-AMOUNT TO WS-INTEREST-AMOUNT
               ELSE
                   MOVE PH-HOME-AMOUNT TO WS-INTEREST-AMOUNT
               END-IF
               IF PH-TRAN-IS-CREDIT
                   ADD WS-INTEREST-AMOUNT
                       TO WS-INT-TOTAL(WS-MATCH-SUBSCRIPT)
               ELSE
                   SUBTRACT WS-INTEREST-AMOUNT
                       FROM WS-INT-TOTAL(WS-MATCH-SUBSCRIPT)
               END-IF
           END-IF.
               END-IF
           END-PERFORM.
           IF WS-YEAR-INTEREST NOT = 0
               PERFORM Load-Account-Owners
               PERFORM Split-Interest-By-Owner
               PERFORM VARYING WS-OWNER-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-OWNER-SUBSCRIPT > WS-OWNER-COUNT
                   IF WS-OWNER-SHARE(WS-OWNER-SUBSCRIPT) NOT = 0
                       PERFORM Print-Owner-Page
                   END-IF
               END-PERFORM
           END-IF.

      * The primary seeds entry 1 whether or not OWNMNT has
      * recorded it; joint owners follow in party order. The
      * never-cap-silently rule: an owner past the table bound is
      * named on the console, its share left with the primary.
       Load-Account-Owners.
           MOVE 1 TO WS-OWNER-COUNT.
           MOVE AM-ACCT-SSN TO WS-OWNER-SSN(1).
           MOVE 'P' TO WS-OWNER-ROLE(1).
           MOVE 0 TO WS-OWNER-PCT(1).
           MOVE SPACES TO WS-OWNER-NAME(1).
           MOVE 0 TO WS-OWNER-SHARE(1).
           MOVE 0 TO WS-JOINT-PCT-TOTAL.
           SET PRIMARY-NOT-LISTED TO TRUE.
           IF OWNERS-NOT-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           SET OWNER-BROWSE-NOT-DONE TO TRUE.
           MOVE AM-ACCT-SSN TO AO-ACCT-SSN.
           MOVE 0 TO AO-PARTY-SSN.
           START OWNER-MASTER
               KEY IS >= AO-OWNER-KEY
               INVALID KEY
                   SET OWNER-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL OWNER-BROWSE-DONE
               READ OWNER-MASTER NEXT RECORD
                   AT END
                       SET OWNER-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF AO-ACCT-SSN NOT = AM-ACCT-SSN
                           SET OWNER-BROWSE-DONE TO TRUE
                       ELSE
                           PERFORM Load-One-Owner
                       END-IF
               END-READ
           END-PERFORM.
           IF PRIMARY-NOT-LISTED
               COMPUTE WS-OWNER-PCT(1) = 100 - WS-JOINT-PCT-TOTAL
           END-IF.

       Load-One-Owner.
           EVALUATE TRUE
               WHEN AO-ROLE-IS-PRIMARY
                   SET PRIMARY-LISTED TO TRUE
                   MOVE AO-OWNERSHIP-PCT TO WS-OWNER-PCT(1)
                   MOVE AO-PARTY-NAME TO WS-OWNER-NAME(1)
               WHEN AO-ROLE-IS-JOINT AND WS-OWNER-COUNT < 10
                   ADD 1 TO WS-OWNER-COUNT
                   MOVE AO-PARTY-SSN
                       TO WS-OWNER-SSN(WS-OWNER-COUNT)
                   MOVE AO-OWNER-ROLE
                       TO WS-OWNER-ROLE(WS-OWNER-COUNT)
                   MOVE AO-OWNERSHIP-PCT
                       TO WS-OWNER-PCT(WS-OWNER-COUNT)
                   MOVE AO-PARTY-NAME
                       TO WS-OWNER-NAME(WS-OWNER-COUNT)
                   MOVE 0 TO WS-OWNER-SHARE(WS-OWNER-COUNT)
                   ADD AO-OWNERSHIP-PCT TO WS-JOINT-PCT-TOTAL
               WHEN AO-ROLE-IS-JOINT
                   MOVE AO-PARTY-SSN TO WS-MASK-SSN-IN
                   CALL "SSNMASKW" USING WS-MASK-SSN-IN
                       WS-MASKED-OWNER-SSN
                   DISPLAY "OWNER TABLE FULL - SHARE LEFT WITH"
                           " PRIMARY:" WS-MASKED-OWNER-SSN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Split-Interest-By-Owner.
           MOVE 0 TO WS-JOINT-SHARE-TOTAL.
           PERFORM VARYING WS-OWNER-SUBSCRIPT FROM 2 BY 1
                   UNTIL WS-OWNER-SUBSCRIPT > WS-OWNER-COUNT
               COMPUTE WS-OWNER-SHARE(WS-OWNER-SUBSCRIPT) ROUNDED =
                   WS-YEAR-INTEREST
                   * WS-OWNER-PCT(WS-OWNER-SUBSCRIPT) / 100
               ADD WS-OWNER-SHARE(WS-OWNER-SUBSCRIPT)
                   TO WS-JOINT-SHARE-TOTAL
           END-PERFORM.
           COMPUTE WS-OWNER-SHARE(1) =
               WS-YEAR-INTEREST - WS-JOINT-SHARE-TOTAL.

       Print-Owner-Page.
           MOVE AM-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN
               WS-MASKED-SSN.
           MOVE WS-OWNER-SSN(WS-OWNER-SUBSCRIPT) TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN
               WS-MASKED-OWNER-SSN.
           ADD 1 TO WS-STATEMENTS-PRINTED.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INTEREST-PAID STATEMENT  YEAR:"
                   WS-STATEMENT-YEAR
                   " RUN:" WS-RUN-DATE
                   " PAGE:" WS-PAGE-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCOUNT:" WS-MASKED-SSN
                   "  OPENED:" AM-OPEN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.
           MOVE WS-OWNER-PCT(WS-OWNER-SUBSCRIPT) TO WS-EDITED-PCT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "OWNER:" WS-MASKED-OWNER-SSN
                   "  ROLE:" WS-OWNER-ROLE(WS-OWNER-SUBSCRIPT)
                   "  SHARE:" WS-EDITED-PCT
                   "  " WS-OWNER-NAME(WS-OWNER-SUBSCRIPT)
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.
           MOVE WS-OWNER-SHARE(WS-OWNER-SUBSCRIPT)
               TO WS-EDITED-INTEREST.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "INTEREST PAID THIS YEAR:" WS-EDITED-INTEREST
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.
           IF WS-OWNER-COUNT > 1
               MOVE WS-YEAR-INTEREST TO WS-EDITED-INTEREST
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ACCOUNT TOTAL THIS YEAR:" WS-EDITED-INTEREST
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE FROM WS-PRINT-LINE.
