       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXFILE.
      * Year-end electronic information return for the tax
      * authority - the wage and interest figures YTDSTMT and
      * INTSTMT print on paper, built into the authority's fixed-
      * format filing file on TAXEFILE (copybooks/TAX-FILE-REC.cpy)
      * instead of being keyed into its portal by hand. Two
      * returns, each between a payer header and a payer trailer
      * carrying the payee count and amount control totals, with
      * an end-of-file record closing the transmission:
      *   W - wages and tax withheld, one payee per YTDMAST
      *       employee paid in the year; the TIN is the SSN the
      *       EMPXREF cross-reference pairs the employee with.
      *       The wages are the taxable gross YTDMAST carries -
      *       the year's gross less the pre-tax RETPART plan
      *       deferrals - or the gross on a record written
      *       before the taxable figure was kept.
      *   I - interest paid, the year's posted 'I' totals per
      *       account split across the ACCTOWN owners exactly as
      *       INTSTMT splits them, then gathered per owner TIN
      *       across all the owner's accounts; owners whose year
      *       total is under the TAXCTL reporting minimum are not
      *       filed.
      * Every payee TIN goes through the SSNCHKW modulus-11 check
      * before a single record is written, along with a payee
      * name and figures that are not negative: the payees the
      * authority would reject are listed on the TAXREG register
      * (masked) so they can be corrected first, and while any
      * remain the filing file is not built (RC=8). The TAXCTL
      * card sets the run:
      *   Pos  1- 4  tax year
      *   Pos  5-13  payer FEIN
      *   Pos 14-43  payer name
      *   Pos 44     V=validate only (the default - list the
      *              rejects, build nothing; RC=4 if any), O=build
      *              the original filing, C=build a correction
      *              filing for amended returns
      *   Pos 45-51  interest reporting minimum 9(5)V99 (default
      *              10.00)
      * A correction filing carries only the payees listed on
      * TAXCORR (return type and TIN), each with its corrected
      * figures in full and the correction indicator set; a
      * listed payee no longer in the year's figures files at
      * zero, withdrawing the original. The reporting minimum
      * does not apply to a correction. No card, no run.
      * Interest is reported in home currency, at the home value
      * each accrual carried on POSTHIST.
      * The masters carry TOKVAULT tokens, not clear SSNs: the
      * TIN is checked through SSNCHKW as before and turned back
      * to the clear SSN (the CALLed TOKENW service) only as the
      * filing record is built - this is one of the authorized
      * paths. A TAXCORR TIN as keyed is looked up to its token to
      * match the year's figures. A TIN the vault cannot turn back
      * is rejected like any other, and one failing in the write
      * pass leaves the filing incomplete (RC=8) to be discarded
      * and rerun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-CONTROL ASSIGN TO "TAXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CONTROL-STATUS.

           SELECT CORRECTION-LIST ASSIGN TO "Cobol/data/TAXCORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-LIST-STATUS.

           SELECT YTD-MASTER ASSIGN TO "Cobol/data/YTDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YT-EMPLOYEE-NUMBER
               FILE STATUS IS WS-YTD-MASTER-STATUS.

           SELECT XREF-MASTER ASSIGN TO "Cobol/data/EMPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-EMPLOYEE-NUMBER
               FILE STATUS IS WS-XREF-MASTER-STATUS.

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

           SELECT OWNER-MASTER ASSIGN TO "Cobol/data/ACCTOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OWNER-KEY
               ALTERNATE RECORD KEY IS AO-PARTY-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-OWNER-MASTER-STATUS.

           SELECT FILING-FILE ASSIGN TO "Cobol/data/TAXEFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-FILE-STATUS.

           SELECT FILING-REGISTER ASSIGN TO "Cobol/data/TAXREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-CONTROL.
       01 TAX-CONTROL-REC.
           05 TC-TAX-YEAR             PIC 9(4).
           05 TC-PAYER-TIN            PIC X(9).
           05 TC-PAYER-NAME           PIC X(30).
           05 TC-RUN-MODE             PIC X.
               88 TC-RUN-MODE-IS-VALID     VALUE 'V' 'O' 'C' SPACE.
           05 TC-INTEREST-MINIMUM     PIC 9(5)V99.

       FD  CORRECTION-LIST.
      * One amended payee per line:
      *   Pos  1     CL-RETURN-TYPE    X      W=wages I=interest
      *   Pos  2-10  CL-PAYEE-TIN      9(9)   As it is to be filed
       01 CORRECTION-LIST-REC.
           05 CL-RETURN-TYPE          PIC X.
               88 CL-RETURN-TYPE-IS-VALID  VALUE 'W' 'I'.
           05 CL-PAYEE-TIN            PIC 9(9).

       FD  YTD-MASTER.
       01 YTD-MASTER-REC.
           COPY YTD-MASTER-REC.

       FD  XREF-MASTER.
       01 XREF-MASTER-REC.
           COPY EMP-XREF-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  ADDRESS-MASTER.
       01 ADDRESS-MASTER-REC.
           COPY EMP-ADDR-REC.

       FD  OWNER-MASTER.
       01 OWNER-MASTER-REC.
           COPY ACCT-OWNER-REC.

       FD  FILING-FILE.
       01 FILING-FILE-REC             PIC X(120).

       FD  FILING-REGISTER.
       01 FILING-REGISTER-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TAX-CONTROL-STATUS       PIC XX VALUE "00".
       01 WS-CORRECTION-LIST-STATUS   PIC XX VALUE "00".
       01 WS-YTD-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-XREF-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-ADDRESS-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-OWNER-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-FILING-FILE-STATUS       PIC XX VALUE "00".
       01 WS-FILING-REGISTER-STATUS   PIC XX VALUE "00".

       01 WS-ADDRESS-FILE-SWITCH      PIC X VALUE 'N'.
           88 ADDRESS-FILE-OPEN            VALUE 'Y'.
           88 ADDRESS-FILE-NOT-OPEN        VALUE 'N'.
       01 WS-OWNERS-ON-FILE-SWITCH    PIC X VALUE 'N'.
           88 OWNERS-ON-FILE               VALUE 'Y'.
           88 OWNERS-NOT-ON-FILE           VALUE 'N'.
       01 WS-OWNER-BROWSE-SWITCH      PIC X VALUE 'N'.
           88 OWNER-BROWSE-DONE            VALUE 'Y'.
           88 OWNER-BROWSE-NOT-DONE        VALUE 'N'.
       01 WS-PRIMARY-SWITCH           PIC X VALUE 'N'.
           88 PRIMARY-LISTED               VALUE 'Y'.
           88 PRIMARY-NOT-LISTED           VALUE 'N'.
       01 WS-XREF-SEARCH-SWITCH       PIC X VALUE 'N'.
           88 XREF-SEARCH-DONE             VALUE 'Y'.
           88 XREF-SEARCH-NOT-DONE         VALUE 'N'.
       01 WS-CARD-SWITCH              PIC X VALUE 'N'.
           88 CARD-ACCEPTED                VALUE 'Y'.
           88 CARD-NOT-ACCEPTED            VALUE 'N'.

      * The run is two passes over the same payees: the first
      * only validates, the second - reached only when the first
      * found nothing the authority would reject - writes.
       01 WS-PASS-SWITCH              PIC X VALUE 'V'.
           88 VALIDATE-PASS                VALUE 'V'.
           88 WRITE-PASS                   VALUE 'W'.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-TAX-YEAR                 PIC 9(4) VALUE 0.
       01 WS-PAYER-TIN                PIC X(9) VALUE SPACES.
       01 WS-PAYER-NAME               PIC X(30) VALUE SPACES.
       01 WS-RUN-MODE                 PIC X VALUE 'V'.
           88 RUN-IS-VALIDATE-ONLY         VALUE 'V'.
           88 RUN-IS-ORIGINAL              VALUE 'O'.
           88 RUN-IS-CORRECTION            VALUE 'C'.
       01 WS-INTEREST-MINIMUM         PIC 9(5)V99 VALUE 10.00.
       01 WS-CORRECTION-FLAG          PIC X VALUE SPACE.
       01 WS-POST-YEAR                PIC 9(4) VALUE 0.
       01 WS-INTEREST-AMOUNT          PIC 9(7)V99 VALUE 0.

      * The tax year's postings come from the CALLed POSTRDW
      * service, one image at a time.
       01 WS-POSTING-HISTORY-REC.
           COPY ACCT-POST-REC.
       01 WS-POSTING-READ-PARM.
           COPY POST-READ-PARM.

      * The payee in hand, whichever return it comes from.
       01 WS-PAYEE-TYPE               PIC X VALUE SPACE.
       01 WS-PAYEE-TIN                PIC 9(9) VALUE 0.
       01 WS-PAYEE-NAME               PIC X(30) VALUE SPACES.
       01 WS-PAYEE-EMPLOYEE           PIC 9(6) VALUE 0.
       01 WS-PAYEE-REFERENCE          PIC X(9) VALUE SPACES.
       01 WS-PAYEE-AMOUNT-1           PIC S9(9)V99 VALUE 0.
       01 WS-PAYEE-AMOUNT-2           PIC S9(9)V99 VALUE 0.
       01 WS-PAYEE-STREET             PIC X(25) VALUE SPACES.
       01 WS-PAYEE-CITY               PIC X(15) VALUE SPACES.
       01 WS-PAYEE-STATE              PIC X(2) VALUE SPACES.
       01 WS-PAYEE-ZIP                PIC X(5) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.

      * Year's interest per account, accumulated as INTSTMT does.
       01 WS-INT-COUNT                PIC 9(3) VALUE 0.
       01 WS-INT-TABLE.
           05 WS-INT-ENTRY OCCURS 500 TIMES.
               10 WS-INT-SSN          PIC 9(9).
               10 WS-INT-TOTAL        PIC S9(7)V99.
       01 WS-INT-SUBSCRIPT            PIC 9(3) VALUE 0.
       01 WS-MATCH-SUBSCRIPT          PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-SSN              PIC 9(9) VALUE 0.
       01 WS-YEAR-INTEREST            PIC S9(7)V99 VALUE 0.

      * One account's owners and their shares of its interest;
      * entry 1 is always the primary, the account key itself.
       01 WS-OWNER-COUNT              PIC 99 VALUE 0.
       01 WS-OWNER-TABLE.
           05 WS-OWNER-ENTRY OCCURS 10 TIMES.
               10 WS-OWNER-SSN        PIC 9(9).
               10 WS-OWNER-PCT        PIC 9(3)V99.
               10 WS-OWNER-NAME       PIC X(30).
               10 WS-OWNER-SHARE      PIC S9(7)V99.
       01 WS-OWNER-SUBSCRIPT          PIC 99 VALUE 0.
       01 WS-JOINT-PCT-TOTAL          PIC 9(4)V99 VALUE 0.
       01 WS-JOINT-SHARE-TOTAL        PIC S9(7)V99 VALUE 0.

      * Interest gathered per owner TIN across all the owner's
      * accounts - one interest return per payee.
       01 WS-IP-COUNT                 PIC 9(4) VALUE 0.
       01 WS-IP-TABLE.
           05 WS-IP-ENTRY OCCURS 1000 TIMES.
               10 WS-IP-TIN           PIC 9(9).
               10 WS-IP-NAME          PIC X(30).
               10 WS-IP-EMPLOYEE      PIC 9(6).
               10 WS-IP-TOTAL         PIC S9(9)V99.
       01 WS-IP-SUBSCRIPT             PIC 9(4) VALUE 0.
       01 WS-IP-MATCH                 PIC 9(4) VALUE 0.

      * The amended payees a correction filing carries.
       01 WS-CR-COUNT                 PIC 9(3) VALUE 0.
       01 WS-CR-TABLE.
           05 WS-CR-ENTRY OCCURS 200 TIMES.
               10 WS-CR-RETURN-TYPE   PIC X.
               10 WS-CR-TIN           PIC 9(9).
               10 WS-CR-MATCHED       PIC X.
       01 WS-CR-SUBSCRIPT             PIC 9(3) VALUE 0.
       01 WS-CR-MATCH                 PIC 9(3) VALUE 0.

       01 WS-WAGE-PAYEES              PIC 9(6) VALUE 0.
       01 WS-INTEREST-PAYEES          PIC 9(6) VALUE 0.
       01 WS-PAYEES-REJECTED          PIC 9(6) VALUE 0.
       01 WS-GROUP-PAYEES             PIC 9(8) VALUE 0.
       01 WS-GROUP-AMOUNT-1           PIC 9(13)V99 VALUE 0.
       01 WS-GROUP-AMOUNT-2           PIC 9(13)V99 VALUE 0.
       01 WS-PAYERS-WRITTEN           PIC 9(8) VALUE 0.
       01 WS-PAYEES-WRITTEN           PIC 9(8) VALUE 0.

           COPY TAX-FILE-REC.

       01 WS-CHECK-REQUEST-CODE       PIC X VALUE 'V'.
       01 WS-CHECK-RESULT             PIC X VALUE 'N'.
       01 WS-ACCT-KEY-WORK.
           COPY ACCT-KEY.

       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZZZ9.
       01 WS-EDITED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.

      * Printed lines carry the masked SSN form from CALLed
      * SSNMASKW; the full TIN goes only on the filing file.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-TOKEN-REQUEST.
           05 TK-REQUEST-CODE         PIC X VALUE SPACE.
           05 TK-VALUE-TYPE           PIC X VALUE 'S'.
           05 TK-PROGRAM              PIC X(8) VALUE SPACES.
           05 TK-VALUE-IN             PIC X(10) VALUE SPACES.
           05 TK-VALUE-OUT            PIC X(10) VALUE SPACES.
           05 TK-RESULT-SWITCH        PIC X VALUE 'N'.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "TAXFILE"  TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM Read-Tax-Control.
           IF CARD-NOT-ACCEPTED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT YTD-MASTER.
           IF WS-YTD-MASTER-STATUS NOT = "00"
               DISPLAY "YTD MASTER NOT AVAILABLE:"
                       WS-YTD-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE YTD-MASTER.

      * EMPXREF is where an employee's TIN lives; without it no
      * wage payee could be filed.
           OPEN INPUT XREF-MASTER.
           IF WS-XREF-MASTER-STATUS NOT = "00"
               DISPLAY "EMPXREF CROSS-REFERENCE NOT AVAILABLE:"
                       WS-XREF-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE:"
                       WS-EMPLOYEE-MASTER-STATUS
               CLOSE XREF-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ADDRESS-MASTER.
           IF WS-ADDRESS-MASTER-STATUS = "00"
               SET ADDRESS-FILE-OPEN TO TRUE
           ELSE
               SET ADDRESS-FILE-NOT-OPEN TO TRUE
               DISPLAY "NO ADDRMAST - PAYEES FILED WITHOUT ADDRESS"
           END-IF.

           OPEN INPUT OWNER-MASTER.
           IF WS-OWNER-MASTER-STATUS = "00"
               SET OWNERS-ON-FILE TO TRUE
           ELSE
               SET OWNERS-NOT-ON-FILE TO TRUE
           END-IF.

           OPEN OUTPUT FILING-REGISTER.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "YEAR-END INFORMATION RETURN REGISTER  YEAR:"
                   WS-TAX-YEAR "  MODE:" WS-RUN-MODE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FILING-REGISTER-LINE FROM WS-REGISTER-LINE.

           IF RUN-IS-CORRECTION
               PERFORM Load-Correction-List
           END-IF.
           PERFORM Sum-Year-Interest.
           PERFORM Build-Interest-Payees.

           SET VALIDATE-PASS TO TRUE.
           PERFORM Run-Payee-Pass.
           PERFORM Write-Validation-Totals.

           EVALUATE TRUE
               WHEN RUN-IS-VALIDATE-ONLY
                   MOVE "VALIDATION ONLY - NO FILING BUILT"
                       TO WS-REGISTER-LINE
                   IF WS-PAYEES-REJECTED > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-PAYEES-REJECTED > 0
                   MOVE "FILING NOT BUILT - CORRECT REJECTS AND RERUN"
                       TO WS-REGISTER-LINE
                   PERFORM Log-Filing-Refused
                   MOVE 8 TO RETURN-CODE
               WHEN RUN-IS-CORRECTION AND WS-CR-COUNT = 0
                   MOVE "NO TAXCORR PAYEES - NO CORRECTION BUILT"
                       TO WS-REGISTER-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM Build-Filing-File
           END-EVALUATE.
           WRITE FILING-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           CLOSE FILING-REGISTER.
           IF OWNERS-ON-FILE
               CLOSE OWNER-MASTER
           END-IF.
           IF ADDRESS-FILE-OPEN
               CLOSE ADDRESS-MASTER
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE XREF-MASTER.
           GOBACK.

      * No card, no run - a filing for a guessed year or payer
      * is worse than none.
       Read-Tax-Control.
           SET CARD-NOT-ACCEPTED TO TRUE.
           OPEN INPUT TAX-CONTROL.
           IF WS-TAX-CONTROL-STATUS NOT = "00"
               DISPLAY "NO TAXCTL CARD - NO FILING RUN"
               EXIT PARAGRAPH
           END-IF.
           READ TAX-CONTROL
               AT END
                   DISPLAY "NO TAXCTL CARD - NO FILING RUN"
               NOT AT END
                   PERFORM Take-Control-Card
           END-READ.
           CLOSE TAX-CONTROL.

       Take-Control-Card.
           IF TC-TAX-YEAR NOT NUMERIC OR TC-TAX-YEAR = 0
               OR TC-PAYER-TIN = SPACES
               OR TC-PAYER-NAME = SPACES
               OR NOT TC-RUN-MODE-IS-VALID
               DISPLAY "TAXCTL CARD INVALID - NO FILING RUN"
               EXIT PARAGRAPH
           END-IF.
           SET CARD-ACCEPTED TO TRUE.
           MOVE TC-TAX-YEAR   TO WS-TAX-YEAR.
           MOVE TC-PAYER-TIN  TO WS-PAYER-TIN.
           MOVE TC-PAYER-NAME TO WS-PAYER-NAME.
           IF TC-RUN-MODE NOT = SPACE
               MOVE TC-RUN-MODE TO WS-RUN-MODE
           END-IF.
           IF TC-INTEREST-MINIMUM NUMERIC
               AND TC-INTEREST-MINIMUM > 0
               MOVE TC-INTEREST-MINIMUM TO WS-INTEREST-MINIMUM
           END-IF.
           IF RUN-IS-CORRECTION
               MOVE 'G' TO WS-CORRECTION-FLAG
           END-IF.
           DISPLAY "FILING YEAR:" WS-TAX-YEAR
                   " PAYER:" WS-PAYER-TIN " MODE:" WS-RUN-MODE.

      * An entry that is not a return type and a TIN cannot be
      * filed; it counts against the run like a rejected payee.
       Load-Correction-List.
           OPEN INPUT CORRECTION-LIST.
           IF WS-CORRECTION-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CORRECTION-LIST-STATUS NOT = "00"
               READ CORRECTION-LIST
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Load-One-Correction
               END-READ
           END-PERFORM.
           CLOSE CORRECTION-LIST.

       Load-One-Correction.
           EVALUATE TRUE
               WHEN NOT CL-RETURN-TYPE-IS-VALID
                   OR CL-PAYEE-TIN NOT NUMERIC
                   ADD 1 TO WS-PAYEES-REJECTED
                   MOVE SPACES TO WS-REGISTER-LINE
                   STRING "REJECT TAXCORR ENTRY INVALID: "
                           CORRECTION-LIST-REC
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
                   WRITE FILING-REGISTER-LINE FROM WS-REGISTER-LINE
               WHEN WS-CR-COUNT < 200
                   ADD 1 TO WS-CR-COUNT
                   MOVE CL-RETURN-TYPE
                       TO WS-CR-RETURN-TYPE(WS-CR-COUNT)
                   PERFORM Tokenize-Correction-TIN
                   MOVE CL-PAYEE-TIN TO WS-CR-TIN(WS-CR-COUNT)
                   MOVE 'N' TO WS-CR-MATCHED(WS-CR-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-PAYEES-REJECTED
                   MOVE SPACES TO WS-REGISTER-LINE
                   STRING "REJECT TAXCORR TABLE FULL: "
                           CL-RETURN-TYPE
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
                   WRITE FILING-REGISTER-LINE FROM WS-REGISTER-LINE
           END-EVALUATE.

      *----------------------------------------------------------*
      * Interest: the year's 'I' entries per account, split by
      * owner share, gathered per owner TIN. Only the tax year's
      * postings are walked, so a year the year-end split has
      * closed out of POSTHIST still files in full.
      *----------------------------------------------------------*
       Sum-Year-Interest.
           MOVE 'W' TO PR-REQUEST-CODE.
           MOVE "TAXFILE" TO PR-CALLER-ID.
           COMPUTE PR-FROM-DATE = WS-TAX-YEAR * 10000 + 101.
           COMPUTE PR-TO-DATE = WS-TAX-YEAR * 10000 + 1231.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           MOVE 'N' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.
           PERFORM UNTIL NOT PR-POSTING-RETURNED
               MOVE PR-POSTING-IMAGE TO WS-POSTING-HISTORY-REC
               MOVE PH-POST-DATE(1:4) TO WS-POST-YEAR
               IF PH-ENTRY-IS-INTEREST
                   AND WS-POST-YEAR = WS-TAX-YEAR
                   PERFORM Sum-One-Accrual
               END-IF
               CALL "POSTRDW" USING WS-POSTING-READ-PARM
           END-PERFORM.
           MOVE 'C' TO PR-REQUEST-CODE.
           CALL "POSTRDW" USING WS-POSTING-READ-PARM.

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

      * An account past the table bound cannot be filed for, and
      * a filing short an account is wrong - it counts as a
      * rejected payee, and the run says which.
       Find-Interest-Entry.
           MOVE 0 TO WS-MATCH-SUBSCRIPT.
           PERFORM VARYING WS-INT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-INT-SUBSCRIPT > WS-INT-COUNT
               IF WS-INT-SSN(WS-INT-SUBSCRIPT) = PH-ACCT-SSN
                   MOVE WS-INT-SUBSCRIPT TO WS-MATCH-SUBSCRIPT
                   MOVE WS-INT-COUNT TO WS-INT-SUBSCRIPT
               END-IF
           END-PERFORM.
           IF WS-MATCH-SUBSCRIPT = 0
               IF WS-INT-COUNT < 500
                   ADD 1 TO WS-INT-COUNT
                   MOVE WS-INT-COUNT TO WS-MATCH-SUBSCRIPT
                   MOVE PH-ACCT-SSN
                       TO WS-INT-SSN(WS-MATCH-SUBSCRIPT)
                   MOVE 0 TO WS-INT-TOTAL(WS-MATCH-SUBSCRIPT)
               ELSE
                   ADD 1 TO WS-PAYEES-REJECTED
                   MOVE PH-ACCT-SSN TO WS-MASK-SSN-IN
                   CALL "SSNMASKW" USING WS-MASK-SSN-IN
                       WS-MASKED-SSN
                   MOVE SPACES TO WS-REGISTER-LINE
                   STRING "REJECT INTEREST TABLE FULL - ACCOUNT:"
                           WS-MASKED-SSN
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
                   WRITE FILING-REGISTER-LINE FROM WS-REGISTER-LINE
               END-IF
           END-IF.

       Build-Interest-Payees.
           PERFORM VARYING WS-INT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-INT-SUBSCRIPT > WS-INT-COUNT
               IF WS-INT-TOTAL(WS-INT-SUBSCRIPT) NOT = 0
                   MOVE WS-INT-SSN(WS-INT-SUBSCRIPT) TO WS-ACCOUNT-SSN
                   MOVE WS-INT-TOTAL(WS-INT-SUBSCRIPT)
                       TO WS-YEAR-INTEREST
                   PERFORM Load-Account-Owners
                   PERFORM Split-Interest-By-Owner
                   PERFORM VARYING WS-OWNER-SUBSCRIPT FROM 1 BY 1
                           UNTIL WS-OWNER-SUBSCRIPT > WS-OWNER-COUNT
                       IF WS-OWNER-SHARE(WS-OWNER-SUBSCRIPT) NOT = 0
                           PERFORM Add-Interest-Payee
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IP-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-IP-SUBSCRIPT > WS-IP-COUNT
               MOVE WS-IP-TIN(WS-IP-SUBSCRIPT) TO WS-PAYEE-TIN
               PERFORM Find-Employee-By-TIN
               MOVE WS-PAYEE-EMPLOYEE
                   TO WS-IP-EMPLOYEE(WS-IP-SUBSCRIPT)
               IF WS-IP-NAME(WS-IP-SUBSCRIPT) = SPACES
                   PERFORM Fetch-Employee-Name
                   MOVE WS-PAYEE-NAME TO WS-IP-NAME(WS-IP-SUBSCRIPT)
               END-IF
           END-PERFORM.

      * The primary seeds entry 1 whether or not OWNMNT has
      * recorded it; joint owners follow in party order - the
      * split INTSTMT prints, so the filing and the statements
      * agree to the penny.
       Load-Account-Owners.
           MOVE 1 TO WS-OWNER-COUNT.
           MOVE WS-ACCOUNT-SSN TO WS-OWNER-SSN(1).
           MOVE 0 TO WS-OWNER-PCT(1).
           MOVE SPACES TO WS-OWNER-NAME(1).
           MOVE 0 TO WS-OWNER-SHARE(1).
           MOVE 0 TO WS-JOINT-PCT-TOTAL.
           SET PRIMARY-NOT-LISTED TO TRUE.
           IF OWNERS-NOT-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           SET OWNER-BROWSE-NOT-DONE TO TRUE.
           MOVE WS-ACCOUNT-SSN TO AO-ACCT-SSN.
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
                       IF AO-ACCT-SSN NOT = WS-ACCOUNT-SSN
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
                   MOVE AO-OWNERSHIP-PCT
                       TO WS-OWNER-PCT(WS-OWNER-COUNT)
                   MOVE AO-PARTY-NAME
                       TO WS-OWNER-NAME(WS-OWNER-COUNT)
                   MOVE 0 TO WS-OWNER-SHARE(WS-OWNER-COUNT)
                   ADD AO-OWNERSHIP-PCT TO WS-JOINT-PCT-TOTAL
               WHEN AO-ROLE-IS-JOINT
                   MOVE AO-PARTY-SSN TO WS-MASK-SSN-IN
                   CALL "SSNMASKW" USING WS-MASK-SSN-IN
                       WS-MASKED-SSN
                   DISPLAY "OWNER TABLE FULL - SHARE LEFT WITH"
                           " PRIMARY:" WS-MASKED-SSN
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

       Add-Interest-Payee.
           MOVE 0 TO WS-IP-MATCH.
           PERFORM VARYING WS-IP-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-IP-SUBSCRIPT > WS-IP-COUNT
               IF WS-IP-TIN(WS-IP-SUBSCRIPT)
                   = WS-OWNER-SSN(WS-OWNER-SUBSCRIPT)
                   MOVE WS-IP-SUBSCRIPT TO WS-IP-MATCH
                   MOVE WS-IP-COUNT TO WS-IP-SUBSCRIPT
               END-IF
           END-PERFORM.
           IF WS-IP-MATCH = 0
               IF WS-IP-COUNT < 1000
                   ADD 1 TO WS-IP-COUNT
                   MOVE WS-IP-COUNT TO WS-IP-MATCH
                   MOVE WS-OWNER-SSN(WS-OWNER-SUBSCRIPT)
                       TO WS-IP-TIN(WS-IP-MATCH)
                   MOVE SPACES TO WS-IP-NAME(WS-IP-MATCH)
                   MOVE 0 TO WS-IP-EMPLOYEE(WS-IP-MATCH)
                   MOVE 0 TO WS-IP-TOTAL(WS-IP-MATCH)
               ELSE
                   ADD 1 TO WS-PAYEES-REJECTED
                   MOVE WS-OWNER-SSN(WS-OWNER-SUBSCRIPT)
                       TO WS-MASK-SSN-IN
                   CALL "SSNMASKW" USING WS-MASK-SSN-IN
                       WS-MASKED-SSN
                   MOVE SPACES TO WS-REGISTER-LINE
                   STRING "REJECT PAYEE TABLE FULL - TIN:"
                           WS-MASKED-SSN
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
                   WRITE FILING-REGISTER-LINE FROM WS-REGISTER-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WS-OWNER-SHARE(WS-OWNER-SUBSCRIPT)
               TO WS-IP-TOTAL(WS-IP-MATCH).
           IF WS-IP-NAME(WS-IP-MATCH) = SPACES
               MOVE WS-OWNER-NAME(WS-OWNER-SUBSCRIPT)
                   TO WS-IP-NAME(WS-IP-MATCH)
           END-IF.

      *----------------------------------------------------------*
      * One pass over every payee of both returns - validating,
      * or writing the filing.
      *----------------------------------------------------------*
       Run-Payee-Pass.
           PERFORM VARYING WS-CR-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CR-SUBSCRIPT > WS-CR-COUNT
               MOVE 'N' TO WS-CR-MATCHED(WS-CR-SUBSCRIPT)
           END-PERFORM.

           MOVE 'W' TO WS-PAYEE-TYPE.
           PERFORM Start-Payer-Group.
           OPEN INPUT YTD-MASTER.
           PERFORM UNTIL WS-YTD-MASTER-STATUS NOT = "00"
               READ YTD-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Take-Wage-Payee
               END-READ
           END-PERFORM.
           CLOSE YTD-MASTER.
           PERFORM Take-Unmatched-Corrections.
           PERFORM End-Payer-Group.

           MOVE 'I' TO WS-PAYEE-TYPE.
           PERFORM Start-Payer-Group.
           PERFORM VARYING WS-IP-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-IP-SUBSCRIPT > WS-IP-COUNT
               PERFORM Take-Interest-Payee
           END-PERFORM.
           PERFORM Take-Unmatched-Corrections.
           PERFORM End-Payer-Group.

      * A year with no payees of a kind files no return of that
      * kind - no empty header and trailer pair.
       Start-Payer-Group.
           MOVE 0 TO WS-GROUP-PAYEES.
           MOVE 0 TO WS-GROUP-AMOUNT-1.
           MOVE 0 TO WS-GROUP-AMOUNT-2.
           IF VALIDATE-PASS
               EXIT PARAGRAPH
           END-IF.
           IF (WS-PAYEE-TYPE = 'W' AND WS-WAGE-PAYEES = 0)
               OR (WS-PAYEE-TYPE = 'I' AND WS-INTEREST-PAYEES = 0)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TAX-FILE-RECORD.
           SET TX-IS-PAYER-HEADER TO TRUE.
           MOVE WS-PAYEE-TYPE      TO TX-HDR-RETURN-TYPE.
           MOVE WS-TAX-YEAR        TO TX-HDR-TAX-YEAR.
           MOVE WS-PAYER-TIN       TO TX-HDR-PAYER-TIN.
           MOVE WS-PAYER-NAME      TO TX-HDR-PAYER-NAME.
           MOVE WS-CORRECTION-FLAG TO TX-HDR-CORRECTION.
           MOVE WS-RUN-DATE        TO TX-HDR-FILE-DATE.
           WRITE FILING-FILE-REC FROM TAX-FILE-RECORD.
           ADD 1 TO WS-PAYERS-WRITTEN.

       End-Payer-Group.
           IF VALIDATE-PASS OR WS-GROUP-PAYEES = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TAX-FILE-RECORD.
           SET TX-IS-PAYER-TRAILER TO TRUE.
           MOVE WS-PAYEE-TYPE     TO TX-TRL-RETURN-TYPE.
           MOVE WS-GROUP-PAYEES   TO TX-TRL-PAYEE-COUNT.
           MOVE WS-GROUP-AMOUNT-1 TO TX-TRL-AMOUNT-1.
           MOVE WS-GROUP-AMOUNT-2 TO TX-TRL-AMOUNT-2.
           WRITE FILING-FILE-REC FROM TAX-FILE-RECORD.
           MOVE WS-GROUP-PAYEES TO WS-COUNT-DISPLAY.
           MOVE WS-GROUP-AMOUNT-1 TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "FILED RETURN " WS-PAYEE-TYPE
                   "  PAYEES:" WS-COUNT-DISPLAY
                   "  AMOUNT:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FILING-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE WS-GROUP-AMOUNT-2 TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "                          WITHHELD:"
                   WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FILING-REGISTER-LINE FROM WS-REGISTER-LINE.

      * An employee paid nothing and withheld nothing in the year
      * has no wage return - unless a correction names them.
       Take-Wage-Payee.
           IF YT-YEAR NOT = WS-TAX-YEAR
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PAYEE-TIN.
           MOVE YT-EMPLOYEE-NUMBER TO XR-EMPLOYEE-NUMBER.
           READ XREF-MASTER
               KEY IS XR-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE XR-ACCT-SSN TO WS-PAYEE-TIN
           END-READ.
           IF RUN-IS-CORRECTION
               PERFORM Find-Correction-Entry
               IF WS-CR-MATCH = 0
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF YT-GROSS NOT > 0 AND YT-TAX NOT > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE YT-EMPLOYEE-NUMBER TO WS-PAYEE-EMPLOYEE.
           MOVE YT-EMPLOYEE-NUMBER TO WS-PAYEE-REFERENCE.
           IF YT-TAXABLE-GROSS NUMERIC
               MOVE YT-TAXABLE-GROSS TO WS-PAYEE-AMOUNT-1
           ELSE
               MOVE YT-GROSS TO WS-PAYEE-AMOUNT-1
           END-IF.
           MOVE YT-TAX   TO WS-PAYEE-AMOUNT-2.
           PERFORM Fetch-Employee-Name.
           PERFORM Fetch-Payee-Address.
           PERFORM Take-Payee.

       Take-Interest-Payee.
           MOVE WS-IP-TIN(WS-IP-SUBSCRIPT) TO WS-PAYEE-TIN.
           IF RUN-IS-CORRECTION
               PERFORM Find-Correction-Entry
               IF WS-CR-MATCH = 0
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-IP-TOTAL(WS-IP-SUBSCRIPT) < WS-INTEREST-MINIMUM
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-IP-EMPLOYEE(WS-IP-SUBSCRIPT) TO WS-PAYEE-EMPLOYEE.
           MOVE SPACES TO WS-PAYEE-REFERENCE.
           MOVE WS-IP-NAME(WS-IP-SUBSCRIPT) TO WS-PAYEE-NAME.
           MOVE WS-IP-TOTAL(WS-IP-SUBSCRIPT) TO WS-PAYEE-AMOUNT-1.
           MOVE 0 TO WS-PAYEE-AMOUNT-2.
           PERFORM Fetch-Payee-Address.
           PERFORM Take-Payee.

      * A payee the correction list names but the year's figures
      * no longer carry files at zero, withdrawing the original.
       Take-Unmatched-Corrections.
           PERFORM VARYING WS-CR-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CR-SUBSCRIPT > WS-CR-COUNT
               IF WS-CR-RETURN-TYPE(WS-CR-SUBSCRIPT) = WS-PAYEE-TYPE
                   AND WS-CR-MATCHED(WS-CR-SUBSCRIPT) = 'N'
                   MOVE 'Y' TO WS-CR-MATCHED(WS-CR-SUBSCRIPT)
                   MOVE WS-CR-TIN(WS-CR-SUBSCRIPT) TO WS-PAYEE-TIN
                   PERFORM Find-Employee-By-TIN
                   PERFORM Fetch-Employee-Name
                   PERFORM Fetch-Payee-Address
                   MOVE SPACES TO WS-PAYEE-REFERENCE
                   IF WS-PAYEE-TYPE = 'W'
                       MOVE WS-PAYEE-EMPLOYEE TO WS-PAYEE-REFERENCE
                   END-IF
                   MOVE 0 TO WS-PAYEE-AMOUNT-1
                   MOVE 0 TO WS-PAYEE-AMOUNT-2
                   PERFORM Take-Payee
               END-IF
           END-PERFORM.

       Find-Correction-Entry.
           MOVE 0 TO WS-CR-MATCH.
           PERFORM VARYING WS-CR-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CR-SUBSCRIPT > WS-CR-COUNT
               IF WS-CR-RETURN-TYPE(WS-CR-SUBSCRIPT) = WS-PAYEE-TYPE
                   AND WS-CR-TIN(WS-CR-SUBSCRIPT) = WS-PAYEE-TIN
                   MOVE WS-CR-SUBSCRIPT TO WS-CR-MATCH
                   MOVE 'Y' TO WS-CR-MATCHED(WS-CR-SUBSCRIPT)
                   MOVE WS-CR-COUNT TO WS-CR-SUBSCRIPT
               END-IF
           END-PERFORM.

       Take-Payee.
           IF VALIDATE-PASS
               PERFORM Validate-Payee
           ELSE
               PERFORM Write-Payee-Record
           END-IF.

      * What the authority bounces: a missing or check-digit-
      * failing TIN, a payee with no name, negative figures.
       Validate-Payee.
           IF WS-PAYEE-TYPE = 'W'
               ADD 1 TO WS-WAGE-PAYEES
           ELSE
               ADD 1 TO WS-INTEREST-PAYEES
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-PAYEE-TIN TO SSN OF WS-ACCT-KEY-WORK.
           MOVE 'V' TO WS-CHECK-REQUEST-CODE.
           CALL "SSNCHKW" USING WS-CHECK-REQUEST-CODE
               WS-ACCT-KEY-WORK WS-CHECK-RESULT.
           EVALUATE TRUE
               WHEN WS-PAYEE-TIN = 0
                   MOVE "NO TIN ON FILE" TO WS-REJECT-REASON
               WHEN WS-CHECK-RESULT NOT = 'Y'
                   MOVE "TIN FAILS CHECK DIGIT" TO WS-REJECT-REASON
               WHEN WS-PAYEE-NAME = SPACES
                   MOVE "NO PAYEE NAME ON FILE" TO WS-REJECT-REASON
               WHEN WS-PAYEE-AMOUNT-1 < 0
                   OR WS-PAYEE-AMOUNT-2 < 0
                   MOVE "NEGATIVE YEAR FIGURES" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM Detokenize-Payee-TIN
                   IF TK-RESULT-SWITCH NOT = 'Y'
                       AND TK-RESULT-SWITCH NOT = 'N'
                       MOVE "TIN NOT DETOKENIZED - VAULT"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAYEES-REJECTED.
           MOVE WS-PAYEE-TIN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "REJECT " WS-PAYEE-TYPE
                   " " WS-PAYEE-EMPLOYEE
                   " " WS-MASKED-SSN
                   " " WS-PAYEE-NAME(1:20)
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FILING-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Payee-Record.
           PERFORM Detokenize-Payee-TIN.
           IF TK-RESULT-SWITCH NOT = 'Y' AND TK-RESULT-SWITCH NOT = 'N'
               ADD 1 TO WS-PAYEES-REJECTED
               MOVE WS-PAYEE-TIN TO WS-MASK-SSN-IN
               CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "REJECT " WS-PAYEE-TYPE
                       " " WS-PAYEE-EMPLOYEE
                       " " WS-MASKED-SSN
                       " " WS-PAYEE-NAME(1:20)
                       " TIN NOT DETOKENIZED - VAULT"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WRITE FILING-REGISTER-LINE FROM WS-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TAX-FILE-RECORD.
           SET TX-IS-PAYEE TO TRUE.
           MOVE WS-PAYEE-TYPE      TO TX-RETURN-TYPE.
           MOVE TK-VALUE-OUT(1:9)  TO TX-PAYEE-TIN.
           MOVE WS-PAYEE-NAME      TO TX-PAYEE-NAME.
           MOVE WS-PAYEE-STREET    TO TX-PAYEE-STREET.
           MOVE WS-PAYEE-CITY      TO TX-PAYEE-CITY.
           MOVE WS-PAYEE-STATE     TO TX-PAYEE-STATE.
           MOVE WS-PAYEE-ZIP       TO TX-PAYEE-ZIP.
           MOVE WS-PAYEE-AMOUNT-1  TO TX-AMOUNT-1.
           MOVE WS-PAYEE-AMOUNT-2  TO TX-AMOUNT-2.
           MOVE WS-CORRECTION-FLAG TO TX-CORRECTION.
           MOVE WS-PAYEE-REFERENCE TO TX-PAYER-REFERENCE.
           WRITE FILING-FILE-REC FROM TAX-FILE-RECORD.
           ADD 1 TO WS-GROUP-PAYEES.
           ADD 1 TO WS-PAYEES-WRITTEN.
           ADD WS-PAYEE-AMOUNT-1 TO WS-GROUP-AMOUNT-1.
           ADD WS-PAYEE-AMOUNT-2 TO WS-GROUP-AMOUNT-2.

      * EMPXREF is keyed by employee, so a TIN is found the long
      * way, the same walk ESCHEAT uses to name an owner.
       Find-Employee-By-TIN.
           MOVE 0 TO WS-PAYEE-EMPLOYEE.
           SET XREF-SEARCH-NOT-DONE TO TRUE.
           MOVE 0 TO XR-EMPLOYEE-NUMBER.
           START XREF-MASTER
               KEY IS >= XR-EMPLOYEE-NUMBER
               INVALID KEY
                   SET XREF-SEARCH-DONE TO TRUE
           END-START.
           PERFORM UNTIL XREF-SEARCH-DONE
               READ XREF-MASTER NEXT RECORD
                   AT END
                       SET XREF-SEARCH-DONE TO TRUE
                   NOT AT END
                       IF XR-ACCT-SSN = WS-PAYEE-TIN
                           MOVE XR-EMPLOYEE-NUMBER
                               TO WS-PAYEE-EMPLOYEE
                           SET XREF-SEARCH-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       Fetch-Employee-Name.
           MOVE SPACES TO WS-PAYEE-NAME.
           IF WS-PAYEE-EMPLOYEE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAYEE-EMPLOYEE TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING EM-FIRST-NAME DELIMITED BY SPACE
                          " "           DELIMITED BY SIZE
                          EM-LAST-NAME  DELIMITED BY SPACE
                       INTO WS-PAYEE-NAME
                   END-STRING
           END-READ.

       Fetch-Payee-Address.
           MOVE SPACES TO WS-PAYEE-STREET WS-PAYEE-CITY
                          WS-PAYEE-STATE WS-PAYEE-ZIP.
           IF WS-PAYEE-EMPLOYEE NOT = 0 AND ADDRESS-FILE-OPEN
               MOVE WS-PAYEE-EMPLOYEE TO AD-EMPLOYEE-NUMBER
               READ ADDRESS-MASTER
                   KEY IS AD-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AD-STREET TO WS-PAYEE-STREET
                       MOVE AD-CITY   TO WS-PAYEE-CITY
                       MOVE AD-STATE  TO WS-PAYEE-STATE
                       MOVE AD-ZIP    TO WS-PAYEE-ZIP
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * The filing proper, once validation is clean.
      *----------------------------------------------------------*
       Build-Filing-File.
           OPEN OUTPUT FILING-FILE.
           SET WRITE-PASS TO TRUE.
           PERFORM Run-Payee-Pass.
           MOVE SPACES TO TAX-FILE-RECORD.
           SET TX-IS-END-OF-FILE TO TRUE.
           MOVE WS-PAYERS-WRITTEN TO TX-EOF-PAYER-COUNT.
           MOVE WS-PAYEES-WRITTEN TO TX-EOF-PAYEE-COUNT.
           WRITE FILING-FILE-REC FROM TAX-FILE-RECORD.
           CLOSE FILING-FILE.
           MOVE WS-PAYEES-WRITTEN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           IF RUN-IS-CORRECTION
               STRING "CORRECTION FILING BUILT - PAYEES:"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           ELSE
               STRING "ORIGINAL FILING BUILT - PAYEES:"
                       WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-IF.
           IF WS-PAYEES-REJECTED > 0
               MOVE "FILING INCOMPLETE - DISCARD AND RERUN"
                   TO WS-REGISTER-LINE
               PERFORM Log-Filing-Refused
               MOVE 8 TO RETURN-CODE
           END-IF.

       Write-Validation-Totals.
           MOVE WS-WAGE-PAYEES TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "WAGE PAYEES:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FILING-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-INTEREST-PAYEES TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "INTEREST PAYEES:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FILING-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-PAYEES-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "PAYEES REJECTED:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE FILING-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

       Log-Filing-Refused.
           MOVE WS-PAYEES-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "P022" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "TAXFILE" TO EX-PROGRAM-ID.
           STRING "YEAR-END FILING NOT BUILT - YEAR:" WS-TAX-YEAR
                   " REJECTED PAYEES:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * The clear TIN for the filing record alone; a TIN that is
      * not a token comes back as it is.
       Detokenize-Payee-TIN.
           MOVE 'D' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "TAXFILE" TO TK-PROGRAM.
           MOVE WS-PAYEE-TIN TO TK-VALUE-IN.
           CALL "TOKENW" USING WS-TOKEN-REQUEST.

      * The TIN as keyed goes through TOKVAULT to match the
      * year's figures, which carry tokens.
       Tokenize-Correction-TIN.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "TAXFILE" TO TK-PROGRAM.
           IF CL-PAYEE-TIN IS NUMERIC
               MOVE CL-PAYEE-TIN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO CL-PAYEE-TIN
           END-IF.
