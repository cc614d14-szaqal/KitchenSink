       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTRPRINT.
      * Nightly customer letter print - the correspondence the
      * account side used to type one at a time. Every request the
      * account programs queued on LTRREQ through the CALLed
      * LTRREQW writer (copybooks/LTR-REQ-REC.cpy) is merged with
      * its template off the LTRTMPL letter template master
      * (copybooks/LTR-TMPL-REC.cpy) and with the account, and
      * printed one letter to a 55-line page on LTRPRT. The merge
      * fields fill from ACCTMAST (balance, status), the PRODMAST
      * product (name, and the rate of the tier the balance
      * reaches), the masked account key from SSNMASKW and the
      * request itself (event date, amount, detail).
      * Each letter opens with a window-envelope address block
      * resolved exactly as ACCTSTMT resolves its own: the account
      * through the EMPXREF cross-reference to its employee, the
      * name from EMPLOYEE-MASTER and the address from ADDRMAST,
      * with an AND line for every joint owner on the ACCTOWN
      * ownership master. An account with no employee behind it -
      * a customer opened by ACCTOPEN - is addressed from the
      * name and address its application filed on ACCTADDR.
      * A printed letter goes on the LTRHIST correspondence
      * history (copybooks/LTR-HIST-REC.cpy) and off the queue. A
      * request whose template is not on file, or whose account
      * cannot be addressed, is not printed: it stays queued for
      * the next night and is logged, so fixing the template or
      * the address is all it takes. A request for an account no
      * longer on ACCTMAST is dropped - the account has closed and
      * its closure letter is the last word - except the closure
      * letter itself, which merges from the final balance the
      * request carries. LTRREG registers every disposition.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-REQUESTS ASSIGN TO "Cobol/data/LTRREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-REQUESTS-STATUS.

      * Requests held back for another night, copied back onto
      * the queue once the night's requests have all been read.
           SELECT HELD-REQUESTS ASSIGN TO "Cobol/data/LTRHELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-REQUESTS-STATUS.

           SELECT TEMPLATE-MASTER ASSIGN TO "Cobol/data/LTRTMPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-TEMPLATE-KEY
               FILE STATUS IS WS-TEMPLATE-MASTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "Cobol/data/PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT XREF-MASTER ASSIGN TO "Cobol/data/EMPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT CUSTOMER-ADDRESS ASSIGN TO "Cobol/data/ACCTADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AA-ACCT-SSN
               FILE STATUS IS WS-CUSTOMER-ADDRESS-STATUS.

           SELECT OWNER-MASTER ASSIGN TO "Cobol/data/ACCTOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OWNER-KEY
               ALTERNATE RECORD KEY IS AO-PARTY-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-OWNER-MASTER-STATUS.

           SELECT LETTER-PRINT ASSIGN TO "Cobol/data/LTRPRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-PRINT-STATUS.

           SELECT LETTER-HISTORY ASSIGN TO "Cobol/data/LTRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-HISTORY-STATUS.

           SELECT LETTER-REGISTER ASSIGN TO "Cobol/data/LTRREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-REQUESTS.
       01 LETTER-REQUEST-REC.
           COPY LTR-REQ-REC.

       FD  HELD-REQUESTS.
       01 HELD-REQUEST-REC            PIC X(69).

       FD  TEMPLATE-MASTER.
       01 TEMPLATE-MASTER-REC.
           COPY LTR-TMPL-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  PRODUCT-MASTER.
       01 PRODUCT-MASTER-REC.
           COPY PROD-MASTER-REC.

       FD  XREF-MASTER.
       01 XREF-MASTER-REC.
           COPY EMP-XREF-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  ADDRESS-MASTER.
       01 ADDRESS-MASTER-REC.
           COPY EMP-ADDR-REC.

       FD  CUSTOMER-ADDRESS.
       01 CUSTOMER-ADDRESS-REC.
           COPY ACCT-ADDR-REC.

       FD  OWNER-MASTER.
       01 OWNER-MASTER-REC.
           COPY ACCT-OWNER-REC.

       FD  LETTER-PRINT.
       01 LETTER-PRINT-LINE           PIC X(80).

       FD  LETTER-HISTORY.
       01 LETTER-HISTORY-REC.
           COPY LTR-HIST-REC.

       FD  LETTER-REGISTER.
       01 LETTER-REGISTER-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LETTER-REQUESTS-STATUS   PIC XX VALUE "00".
       01 WS-HELD-REQUESTS-STATUS     PIC XX VALUE "00".
       01 WS-TEMPLATE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-PRODUCT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-XREF-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-ADDRESS-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-CUSTOMER-ADDRESS-STATUS  PIC XX VALUE "00".
       01 WS-OWNER-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-LETTER-PRINT-STATUS      PIC XX VALUE "00".
       01 WS-LETTER-HISTORY-STATUS    PIC XX VALUE "00".
       01 WS-LETTER-REGISTER-STATUS   PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.

       01 WS-PRODUCT-FILE-SWITCH      PIC X VALUE 'N'.
           88 PRODUCT-FILE-ON-FILE         VALUE 'Y'.
       01 WS-OWNERS-ON-FILE-SWITCH    PIC X VALUE 'N'.
           88 OWNERS-ON-FILE               VALUE 'Y'.
           88 OWNERS-NOT-ON-FILE           VALUE 'N'.
       01 WS-OWNER-BROWSE-SWITCH      PIC X VALUE 'N'.
           88 OWNER-BROWSE-DONE            VALUE 'Y'.
           88 OWNER-BROWSE-NOT-DONE        VALUE 'N'.
       01 WS-TEMPLATE-BROWSE-SWITCH   PIC X VALUE 'N'.
           88 TEMPLATE-BROWSE-DONE         VALUE 'Y'.
           88 TEMPLATE-BROWSE-NOT-DONE     VALUE 'N'.

      * What becomes of the request in hand: P printed, H held
      * for another night, X dropped.
       01 WS-REQUEST-OUTCOME          PIC X VALUE SPACE.
           88 REQUEST-IS-PRINTED           VALUE 'P'.
           88 REQUEST-IS-HELD              VALUE 'H'.
           88 REQUEST-IS-DROPPED           VALUE 'X'.
       01 WS-REQUEST-REASON           PIC X(30) VALUE SPACES.

       01 WS-REQUESTS-READ            PIC 9(5) VALUE 0.
       01 WS-LETTERS-PRINTED          PIC 9(5) VALUE 0.
       01 WS-REQUESTS-HELD            PIC 9(5) VALUE 0.
       01 WS-REQUESTS-DROPPED         PIC 9(5) VALUE 0.
       01 WS-HELD-COPIED              PIC 9(5) VALUE 0.
       01 WS-LETTER-NUMBER            PIC 9(6) VALUE 0.

      * Account-to-employee lookup, loaded once - the reverse
      * direction EMPXREF's employee key cannot give directly.
       01 WS-XREF-COUNT               PIC 9(3) VALUE 0.
       01 WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 500 TIMES.
               10 WS-XREF-SSN         PIC 9(9).
               10 WS-XREF-EMPLOYEE    PIC 9(6).
       01 WS-XREF-SUBSCRIPT           PIC 9(3) VALUE 0.
       01 WS-XREF-OVERFLOW-SWITCH     PIC X VALUE 'N'.
           88 XREF-TABLE-OVERFLOWED        VALUE 'Y'.
       01 WS-RESOLVED-EMPLOYEE        PIC 9(6) VALUE 0.
       01 WS-OWNER-NAME               PIC X(31) VALUE SPACES.

      * The account as the letter describes it: off the master,
      * or for a closed account off the closure request.
       01 WS-LETTER-BALANCE           PIC S9(7)V99 VALUE 0.
       01 WS-LETTER-STATUS            PIC X VALUE SPACE.
       01 WS-LETTER-PRODUCT           PIC X(3) VALUE SPACES.
       01 WS-LETTER-CURRENCY          PIC X(3) VALUE SPACES.
       01 WS-PRODUCT-NAME             PIC X(20) VALUE SPACES.
       01 WS-PRODUCT-RATE             PIC 9(2)V9(4) VALUE 0.
       01 WS-TIER-INDEX               PIC 9 VALUE 0.
       01 WS-TEMPLATE-TITLE           PIC X(70) VALUE SPACES.

      * Merge work: the template line scanned a character at a
      * time into the output line, each @FIELD@ replaced by its
      * value with the leading and trailing spaces dropped.
       01 WS-TEXT-INDEX               PIC 9(3) VALUE 0.
       01 WS-FIELD-START              PIC 9(3) VALUE 0.
       01 WS-FIELD-LENGTH             PIC 9(3) VALUE 0.
       01 WS-FIELD-NAME               PIC X(10) VALUE SPACES.
       01 WS-MERGE-VALUE              PIC X(30) VALUE SPACES.
       01 WS-VALUE-FIRST              PIC 9(3) VALUE 0.
       01 WS-VALUE-LAST               PIC 9(3) VALUE 0.
       01 WS-VALUE-INDEX              PIC 9(3) VALUE 0.
       01 WS-OUTPUT-LINE              PIC X(80) VALUE SPACES.
       01 WS-OUTPUT-POSITION          PIC 9(3) VALUE 0.

       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
       01 WS-EDITED-RATE              PIC Z9.9999.
       01 WS-EDITED-DATE              PIC 9999/99/99.
       01 WS-DATE-WORK                PIC 9(8) VALUE 0.

       01 WS-PAGE-SIZE                PIC 99 VALUE 55.
       01 WS-PAGE-LINES               PIC 99 VALUE 0.
       01 WS-PRINT-LINE               PIC X(80) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-LETTER-DISPLAY           PIC ZZZZZ9.

      * Printed lines carry the masked SSN form from CALLed
      * SSNMASKW; the full key lives only on the secured files.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "LTRPRINT" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * With no template master nothing can print; the queue is
      * left exactly as it stands for the run after the master
      * is built.
           OPEN INPUT TEMPLATE-MASTER.
           IF WS-TEMPLATE-MASTER-STATUS NOT = "00"
               DISPLAY "LETTER TEMPLATE MASTER NOT AVAILABLE:"
                       WS-TEMPLATE-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LETTER-REQUESTS.
           IF WS-LETTER-REQUESTS-STATUS NOT = "00"
               DISPLAY "NO LTRREQ INPUT - NO LETTERS TO PRINT:"
                       WS-LETTER-REQUESTS-STATUS
               CLOSE TEMPLATE-MASTER
               GOBACK
           END-IF.

           OPEN INPUT ACCOUNT-MASTER.
           OPEN INPUT PRODUCT-MASTER.
           IF WS-PRODUCT-MASTER-STATUS = "00"
               SET PRODUCT-FILE-ON-FILE TO TRUE
           END-IF.
           PERFORM Load-Xref-Table.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT ADDRESS-MASTER.
           OPEN INPUT CUSTOMER-ADDRESS.
           OPEN INPUT OWNER-MASTER.
           IF WS-OWNER-MASTER-STATUS = "00"
               SET OWNERS-ON-FILE TO TRUE
           ELSE
               SET OWNERS-NOT-ON-FILE TO TRUE
           END-IF.

           OPEN OUTPUT LETTER-PRINT.
           OPEN OUTPUT HELD-REQUESTS.
           OPEN OUTPUT LETTER-REGISTER.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CUSTOMER LETTER REGISTER  RUN:" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE LETTER-REGISTER-LINE FROM WS-REGISTER-LINE.
           OPEN EXTEND LETTER-HISTORY.
           IF WS-LETTER-HISTORY-STATUS = "05"
               OR WS-LETTER-HISTORY-STATUS = "35"
               CLOSE LETTER-HISTORY
               OPEN OUTPUT LETTER-HISTORY
           END-IF.

           PERFORM UNTIL WS-LETTER-REQUESTS-STATUS NOT = "00"
               READ LETTER-REQUESTS
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM Process-One-Request
               END-READ
           END-PERFORM.

           CLOSE LETTER-REQUESTS.
           CLOSE HELD-REQUESTS.
           PERFORM Requeue-Held-Requests.

           PERFORM Write-Register-Totals.
           CLOSE LETTER-HISTORY.
           CLOSE LETTER-REGISTER.
           CLOSE LETTER-PRINT.
           IF OWNERS-ON-FILE
               CLOSE OWNER-MASTER
           END-IF.
           IF WS-CUSTOMER-ADDRESS-STATUS NOT = "35"
               CLOSE CUSTOMER-ADDRESS
           END-IF.
           IF WS-ADDRESS-MASTER-STATUS NOT = "35"
               CLOSE ADDRESS-MASTER
           END-IF.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "35"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF PRODUCT-FILE-ON-FILE
               CLOSE PRODUCT-MASTER
           END-IF.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "35"
               CLOSE ACCOUNT-MASTER
           END-IF.
           CLOSE TEMPLATE-MASTER.

           IF WS-REQUESTS-HELD > 0 OR XREF-TABLE-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The never-cap-silently rule: a cross-reference past the
      * table bound holds those letters for want of an address,
      * but the operator is told the coverage was incomplete.
       Load-Xref-Table.
           MOVE 0 TO WS-XREF-COUNT.
           OPEN INPUT XREF-MASTER.
           IF WS-XREF-MASTER-STATUS = "00"
               PERFORM UNTIL WS-XREF-MASTER-STATUS NOT = "00"
                   READ XREF-MASTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-XREF-COUNT < 500
                               ADD 1 TO WS-XREF-COUNT
                               MOVE XR-ACCT-SSN
                                   TO WS-XREF-SSN(WS-XREF-COUNT)
                               MOVE XR-EMPLOYEE-NUMBER
                                   TO WS-XREF-EMPLOYEE(
                                       WS-XREF-COUNT)
                           ELSE
                               SET XREF-TABLE-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-MASTER
           END-IF.
           IF XREF-TABLE-OVERFLOWED
               DISPLAY "XREF TABLE FULL - ADDRESS RESOLUTION"
                       " INCOMPLETE PAST 500 ENTRIES"
           END-IF.

       Process-One-Request.
           MOVE SPACES TO WS-REQUEST-REASON.
           SET REQUEST-IS-PRINTED TO TRUE.
           PERFORM Find-Template-Title.
           IF WS-REQUEST-REASON = SPACES
               PERFORM Find-Letter-Account
           END-IF.
           IF WS-REQUEST-REASON = SPACES
               PERFORM Resolve-Owner-Address
           END-IF.
           EVALUATE TRUE
               WHEN REQUEST-IS-DROPPED
                   ADD 1 TO WS-REQUESTS-DROPPED
               WHEN WS-REQUEST-REASON NOT = SPACES
                   SET REQUEST-IS-HELD TO TRUE
                   ADD 1 TO WS-REQUESTS-HELD
                   WRITE HELD-REQUEST-REC FROM LETTER-REQUEST-REC
                   PERFORM Log-Held-Request
               WHEN OTHER
                   PERFORM Print-One-Letter
                   PERFORM Write-History-Record
           END-EVALUATE.
           PERFORM Write-Register-Detail.

       Find-Template-Title.
           MOVE LQ-TEMPLATE-ID TO LT-TEMPLATE-ID.
           MOVE 0 TO LT-LINE-NUMBER.
           READ TEMPLATE-MASTER
               KEY IS LT-TEMPLATE-KEY
               INVALID KEY
                   MOVE "TEMPLATE NOT ON FILE" TO WS-REQUEST-REASON
               NOT INVALID KEY
                   MOVE LT-LINE-TEXT TO WS-TEMPLATE-TITLE
           END-READ.

      * The closure letter is the one request whose account is
      * already gone: it describes the account as it closed.
       Find-Letter-Account.
           MOVE LQ-ACCT-SSN TO AM-ACCT-SSN.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   IF LQ-TEMPLATE-ID = "CLOSED"
                       MOVE LQ-EVENT-AMOUNT TO WS-LETTER-BALANCE
                       MOVE 'C' TO WS-LETTER-STATUS
                       MOVE SPACES TO WS-LETTER-PRODUCT
                       MOVE SPACES TO WS-LETTER-CURRENCY
                   ELSE
                       SET REQUEST-IS-DROPPED TO TRUE
                       MOVE "ACCOUNT NO LONGER ON MASTER"
                           TO WS-REQUEST-REASON
                   END-IF
               NOT INVALID KEY
                   MOVE AM-BALANCE TO WS-LETTER-BALANCE
                   MOVE AM-STATUS TO WS-LETTER-STATUS
                   MOVE AM-PRODUCT-CODE TO WS-LETTER-PRODUCT
                   MOVE AM-CURRENCY-CODE TO WS-LETTER-CURRENCY
           END-READ.
           IF WS-REQUEST-REASON = SPACES
               PERFORM Find-Letter-Product
           END-IF.

      * The rate quoted is the one the balance earns: the highest
      * tier whose floor it reaches, the first for an overdrawn
      * balance - the rule ACCTACCR prices by.
       Find-Letter-Product.
           MOVE SPACES TO WS-PRODUCT-NAME.
           MOVE 0 TO WS-PRODUCT-RATE.
           IF NOT PRODUCT-FILE-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LETTER-PRODUCT = SPACES
               MOVE "STD" TO PR-PRODUCT-CODE
           ELSE
               MOVE WS-LETTER-PRODUCT TO PR-PRODUCT-CODE
           END-IF.
           READ PRODUCT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE PR-PRODUCT-NAME TO WS-PRODUCT-NAME.
           MOVE PR-TIER-RATE(1) TO WS-PRODUCT-RATE.
           PERFORM VARYING WS-TIER-INDEX FROM 2 BY 1
                   UNTIL WS-TIER-INDEX > PR-TIER-COUNT
               IF WS-LETTER-BALANCE >= PR-TIER-FLOOR(WS-TIER-INDEX)
                   MOVE PR-TIER-RATE(WS-TIER-INDEX)
                       TO WS-PRODUCT-RATE
               END-IF
           END-PERFORM.

      * Account to employee through the loaded cross-reference,
      * then employee to name and address through the keyed
      * masters - the ACCTSTMT resolution. An account no employee
      * is linked to falls back to its ACCTADDR customer address.
       Resolve-Owner-Address.
           MOVE 0 TO WS-RESOLVED-EMPLOYEE.
           PERFORM VARYING WS-XREF-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-XREF-SUBSCRIPT > WS-XREF-COUNT
               IF WS-XREF-SSN(WS-XREF-SUBSCRIPT) = LQ-ACCT-SSN
                   MOVE WS-XREF-EMPLOYEE(WS-XREF-SUBSCRIPT)
                       TO WS-RESOLVED-EMPLOYEE
                   MOVE WS-XREF-COUNT TO WS-XREF-SUBSCRIPT
               END-IF
           END-PERFORM.
           IF WS-RESOLVED-EMPLOYEE = 0
               PERFORM Resolve-Customer-Address
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-OWNER-NAME.
           MOVE WS-RESOLVED-EMPLOYEE TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON MASTER"
                       TO WS-REQUEST-REASON
               NOT INVALID KEY
                   STRING EM-FIRST-NAME DELIMITED BY SPACE
                          " "           DELIMITED BY SIZE
                          EM-LAST-NAME  DELIMITED BY SPACE
                       INTO WS-OWNER-NAME
                   END-STRING
                   MOVE WS-RESOLVED-EMPLOYEE TO AD-EMPLOYEE-NUMBER
                   READ ADDRESS-MASTER
                       KEY IS AD-EMPLOYEE-NUMBER
                       INVALID KEY
                           MOVE "NO ADDRESS ON FILE"
                               TO WS-REQUEST-REASON
                   END-READ
           END-READ.

       Resolve-Customer-Address.
           MOVE SPACES TO WS-OWNER-NAME.
           MOVE LQ-ACCT-SSN TO AA-ACCT-SSN.
           READ CUSTOMER-ADDRESS
               KEY IS AA-ACCT-SSN
               INVALID KEY
                   MOVE "NOT ON CROSS-REFERENCE"
                       TO WS-REQUEST-REASON
               NOT INVALID KEY
                   MOVE AA-CUSTOMER-NAME TO WS-OWNER-NAME
                   MOVE AA-STREET        TO AD-STREET
                   MOVE AA-CITY          TO AD-CITY
                   MOVE AA-STATE         TO AD-STATE
                   MOVE AA-ZIP           TO AD-ZIP
           END-READ.

       Print-One-Letter.
           ADD 1 TO WS-LETTERS-PRINTED.
           ADD 1 TO WS-LETTER-NUMBER.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE LQ-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE WS-LETTER-NUMBER TO WS-LETTER-DISPLAY.
           MOVE WS-RUN-DATE TO WS-EDITED-DATE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LETTER " WS-LETTER-DISPLAY
                   "  " LQ-TEMPLATE-ID
                   "  DATE:" WS-EDITED-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM Write-Letter-Line.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   " WS-OWNER-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM Write-Letter-Line.
           IF OWNERS-ON-FILE
               PERFORM Write-Joint-Owner-Lines
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   " AD-STREET
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   " AD-CITY " " AD-STATE " " AD-ZIP
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM Write-Letter-Line.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   RE: ACCOUNT " WS-MASKED-SSN
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "   " WS-TEMPLATE-TITLE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM Write-Letter-Line.

           PERFORM Print-Template-Body.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM UNTIL WS-PAGE-LINES >= WS-PAGE-SIZE
               PERFORM Write-Letter-Line
           END-PERFORM.

      * The account's parties in key order; only joint owners
      * print, the primary having printed from the resolution.
       Write-Joint-Owner-Lines.
           SET OWNER-BROWSE-NOT-DONE TO TRUE.
           MOVE LQ-ACCT-SSN TO AO-ACCT-SSN.
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
                       IF AO-ACCT-SSN NOT = LQ-ACCT-SSN
                           SET OWNER-BROWSE-DONE TO TRUE
                       ELSE
                           IF AO-ROLE-IS-JOINT
                               MOVE SPACES TO WS-PRINT-LINE
                               STRING "   AND " AO-PARTY-NAME
                                   DELIMITED BY SIZE
                                   INTO WS-PRINT-LINE
                               PERFORM Write-Letter-Line
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * The body lines follow the title in key order; each is
      * merged and printed as it is read.
       Print-Template-Body.
           SET TEMPLATE-BROWSE-NOT-DONE TO TRUE.
           MOVE LQ-TEMPLATE-ID TO LT-TEMPLATE-ID.
           MOVE 0 TO LT-LINE-NUMBER.
           START TEMPLATE-MASTER KEY IS GREATER THAN LT-TEMPLATE-KEY
               INVALID KEY
                   SET TEMPLATE-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL TEMPLATE-BROWSE-DONE
               READ TEMPLATE-MASTER NEXT RECORD
                   AT END
                       SET TEMPLATE-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF LT-TEMPLATE-ID NOT = LQ-TEMPLATE-ID
                           SET TEMPLATE-BROWSE-DONE TO TRUE
                       ELSE
                           PERFORM Merge-Template-Line
                           MOVE WS-OUTPUT-LINE TO WS-PRINT-LINE
                           PERFORM Write-Letter-Line
                       END-IF
               END-READ
           END-PERFORM.

      * Text outside the @ signs copies as it stands; a field
      * name between them is swapped for its value. Anything
      * that would run past the print line is cut off there.
       Merge-Template-Line.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE 4 TO WS-OUTPUT-POSITION.
           MOVE 0 TO WS-FIELD-START.
           PERFORM VARYING WS-TEXT-INDEX FROM 1 BY 1
                   UNTIL WS-TEXT-INDEX > 70
               IF LT-LINE-TEXT(WS-TEXT-INDEX:1) = "@"
                   IF WS-FIELD-START = 0
                       MOVE WS-TEXT-INDEX TO WS-FIELD-START
                   ELSE
                       PERFORM Merge-One-Field
                       MOVE 0 TO WS-FIELD-START
                   END-IF
               ELSE
                   IF WS-FIELD-START = 0
                       AND WS-OUTPUT-POSITION <= 80
                       MOVE LT-LINE-TEXT(WS-TEXT-INDEX:1)
                           TO WS-OUTPUT-LINE(WS-OUTPUT-POSITION:1)
                       ADD 1 TO WS-OUTPUT-POSITION
                   END-IF
               END-IF
           END-PERFORM.

       Merge-One-Field.
           COMPUTE WS-FIELD-LENGTH =
               WS-TEXT-INDEX - WS-FIELD-START - 1.
           MOVE SPACES TO WS-FIELD-NAME.
           IF WS-FIELD-LENGTH > 0 AND WS-FIELD-LENGTH <= 10
               MOVE LT-LINE-TEXT(WS-FIELD-START + 1:WS-FIELD-LENGTH)
                   TO WS-FIELD-NAME
           END-IF.
           MOVE SPACES TO WS-MERGE-VALUE.
           EVALUATE WS-FIELD-NAME
               WHEN "NAME"
                   MOVE WS-OWNER-NAME TO WS-MERGE-VALUE
               WHEN "ACCOUNT"
                   MOVE WS-MASKED-SSN TO WS-MERGE-VALUE
               WHEN "BALANCE"
                   MOVE WS-LETTER-BALANCE TO WS-EDITED-AMOUNT
                   PERFORM Format-Money-Value
               WHEN "STATUS"
                   PERFORM Format-Status-Value
               WHEN "PRODUCT"
                   MOVE WS-PRODUCT-NAME TO WS-MERGE-VALUE
               WHEN "RATE"
                   MOVE WS-PRODUCT-RATE TO WS-EDITED-RATE
                   STRING WS-EDITED-RATE "%"
                       DELIMITED BY SIZE INTO WS-MERGE-VALUE
               WHEN "DATE"
                   MOVE LQ-EVENT-DATE TO WS-EDITED-DATE
                   MOVE WS-EDITED-DATE TO WS-MERGE-VALUE
               WHEN "AMOUNT"
                   MOVE LQ-EVENT-AMOUNT TO WS-EDITED-AMOUNT
                   PERFORM Format-Money-Value
               WHEN "DETAIL"
                   MOVE LQ-EVENT-DETAIL TO WS-MERGE-VALUE
               WHEN "TODAY"
                   MOVE WS-RUN-DATE TO WS-EDITED-DATE
                   MOVE WS-EDITED-DATE TO WS-MERGE-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM Append-Merge-Value.

      * Amounts are in the account's own currency, named after
      * the figure for a foreign-currency account.
       Format-Money-Value.
           IF WS-LETTER-CURRENCY = SPACES
               OR WS-LETTER-CURRENCY = "USD"
               MOVE WS-EDITED-AMOUNT TO WS-MERGE-VALUE
           ELSE
               STRING WS-EDITED-AMOUNT " " WS-LETTER-CURRENCY
                   DELIMITED BY SIZE INTO WS-MERGE-VALUE
           END-IF.

       Format-Status-Value.
           EVALUATE WS-LETTER-STATUS
               WHEN 'O'
                   MOVE "OPEN" TO WS-MERGE-VALUE
               WHEN 'H'
                   MOVE "ON HOLD" TO WS-MERGE-VALUE
               WHEN 'D'
                   MOVE "INACTIVE" TO WS-MERGE-VALUE
               WHEN 'C'
                   MOVE "CLOSED" TO WS-MERGE-VALUE
               WHEN 'E'
                   MOVE "TRANSFERRED TO THE STATE" TO WS-MERGE-VALUE
               WHEN OTHER
                   MOVE WS-LETTER-STATUS TO WS-MERGE-VALUE
           END-EVALUATE.

       Append-Merge-Value.
           MOVE 0 TO WS-VALUE-FIRST.
           MOVE 0 TO WS-VALUE-LAST.
           PERFORM VARYING WS-VALUE-INDEX FROM 1 BY 1
                   UNTIL WS-VALUE-INDEX > 30
               IF WS-MERGE-VALUE(WS-VALUE-INDEX:1) NOT = SPACE
                   IF WS-VALUE-FIRST = 0
                       MOVE WS-VALUE-INDEX TO WS-VALUE-FIRST
                   END-IF
                   MOVE WS-VALUE-INDEX TO WS-VALUE-LAST
               END-IF
           END-PERFORM.
           IF WS-VALUE-FIRST = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-VALUE-INDEX FROM WS-VALUE-FIRST BY 1
                   UNTIL WS-VALUE-INDEX > WS-VALUE-LAST
                      OR WS-OUTPUT-POSITION > 80
               MOVE WS-MERGE-VALUE(WS-VALUE-INDEX:1)
                   TO WS-OUTPUT-LINE(WS-OUTPUT-POSITION:1)
               ADD 1 TO WS-OUTPUT-POSITION
           END-PERFORM.

       Write-Letter-Line.
           ADD 1 TO WS-PAGE-LINES.
           WRITE LETTER-PRINT-LINE FROM WS-PRINT-LINE.

       Write-History-Record.
           MOVE LQ-ACCT-SSN       TO LH-ACCT-SSN.
           MOVE LQ-TEMPLATE-ID    TO LH-TEMPLATE-ID.
           MOVE LQ-REQUEST-DATE   TO LH-REQUEST-DATE.
           MOVE WS-RUN-DATE       TO LH-PRINT-DATE.
           MOVE LQ-SOURCE-PROGRAM TO LH-SOURCE-PROGRAM.
           MOVE WS-LETTER-NUMBER  TO LH-LETTER-NUMBER.
           MOVE LQ-EVENT-DETAIL   TO LH-EVENT-DETAIL.
           WRITE LETTER-HISTORY-REC.

       Log-Held-Request.
           MOVE LQ-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A025" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "LTRPRINT" TO EX-PROGRAM-ID.
           STRING "LETTER HELD:" LQ-TEMPLATE-ID
                   " ACCOUNT:" WS-MASKED-SSN
                   " " WS-REQUEST-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * The queue is rebuilt holding only what did not print; a
      * request that printed never prints twice.
       Requeue-Held-Requests.
           OPEN OUTPUT LETTER-REQUESTS.
           OPEN INPUT HELD-REQUESTS.
           IF WS-HELD-REQUESTS-STATUS = "00"
               PERFORM UNTIL WS-HELD-REQUESTS-STATUS NOT = "00"
                   READ HELD-REQUESTS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-HELD-COPIED
                           WRITE LETTER-REQUEST-REC
                               FROM HELD-REQUEST-REC
                   END-READ
               END-PERFORM
               CLOSE HELD-REQUESTS
           END-IF.
           CLOSE LETTER-REQUESTS.

       Write-Register-Detail.
           MOVE LQ-ACCT-SSN TO WS-MASK-SSN-IN.
           CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN.
           MOVE SPACES TO WS-REGISTER-LINE.
           EVALUATE TRUE
               WHEN REQUEST-IS-PRINTED
                   MOVE WS-LETTER-NUMBER TO WS-LETTER-DISPLAY
                   STRING "PRINTED " LQ-TEMPLATE-ID
                           " " WS-MASKED-SSN
                           " REQ:" LQ-REQUEST-DATE
                           " BY:" LQ-SOURCE-PROGRAM
                           " LETTER:" WS-LETTER-DISPLAY
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WHEN REQUEST-IS-HELD
                   STRING "HELD    " LQ-TEMPLATE-ID
                           " " WS-MASKED-SSN
                           " REQ:" LQ-REQUEST-DATE
                           " " WS-REQUEST-REASON
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WHEN OTHER
                   STRING "DROPPED " LQ-TEMPLATE-ID
                           " " WS-MASKED-SSN
                           " REQ:" LQ-REQUEST-DATE
                           " " WS-REQUEST-REASON
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-EVALUATE.
           WRITE LETTER-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-REQUESTS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "REQUESTS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE LETTER-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-LETTERS-PRINTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "LETTERS PRINTED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE LETTER-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-REQUESTS-HELD TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "HELD FOR RERUN:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE LETTER-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-REQUESTS-DROPPED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "DROPPED:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE LETTER-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-HELD-COPIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "LEFT ON QUEUE:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE LETTER-REGISTER-LINE FROM WS-REGISTER-LINE.
