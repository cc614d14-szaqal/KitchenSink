       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTOPEN.
      * Account opening from customer applications - the
      * controlled door onto ACCTMAST that ACCTCLOS is on the way
      * out, where until now an account only appeared as a side
      * effect of MOVEOFW validating an SSN in the pipeline. Each
      * APPLTRAN application carries the applicant's SSN, name and
      * address, the product wanted and the opening deposit, and
      * when the applicant works here the employee number.
      * An application is declined when:
      *   - the SSN is not numeric or fails the SSNCHKW modulus-11
      *     check digit, the gate every account key goes through;
      *   - the name or any part of the address is missing;
      *   - the deposit is not numeric or is zero;
      *   - the product is not on PRODMAST, or is LON - loans
      *     are booked by LOANBOOK, never opened here;
      *   - the employee number given is not on EMPLOYEE-MASTER;
      *   - the SSN already has an account on ACCTMAST, in any
      *     status;
      *   - the SSN is sitting on the SSNSUSP suspense file
      *     awaiting correction or recycle;
      *   - an earlier account of the SSN's was closed on ACCTHIST
      *     owing money - a negative balance carried out. Any other
      *     earlier closure opens again, noted on the register.
      * An accepted application opens the account 'O' on the run
      * date with a zero balance, files the name and address on
      * the ACCTADDR customer address master (copybooks/
      * ACCT-ADDR-REC.cpy), and sends the deposit as a 'C' credit
      * (cash when the application says so) in a balanced
      * ACCTTRAN batch (copybooks/ACCT-TRAN-REC.cpy) on OPENBTCH
      * for ACCTPOST to post in the next step of the same job -
      * the DISPMNT arrangement, so the deposit takes every
      * posting rule the teller's would. An employee's new
      * account is linked on EMPXREF through the CALLed XREFW
      * writer, unless the employee is already linked to an
      * account - that link is what PAYACCT pays into and is
      * never moved from here. The WELCOM letter is queued
      * through the CALLed LTRREQW writer.
      * The SSN is looked up on TOKVAULT (CALLed TOKENW) for the
      * checks, since the masters, the archive and the suspense
      * file carry tokens; only an accepted applicant is given a
      * token. ACCTOREG registers every application with its
      * disposition and the reason it was declined; declines log
      * to the exception log and end the step RC=4.
      * OPENCTL card (optional): pos 1-4 the batch number
      * (default 6000 - the opening deposits keep the 6000s,
      * clear of DISPMNT's 7000s, PAYACCT's 8000s and SOGEN's
      * 9000s on ACCTPOST's posted-batch register).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-CONTROL ASSIGN TO "OPENCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-CONTROL-STATUS.

           SELECT APPLICATIONS ASSIGN TO "Cobol/data/APPLTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICATIONS-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT ACCOUNT-HISTORY ASSIGN TO "Cobol/data/ACCTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-HISTORY-STATUS.

           SELECT SSN-SUSPENSE ASSIGN TO "Cobol/data/SSNSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSN-SUSPENSE-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "Cobol/data/PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT XREF-MASTER ASSIGN TO "Cobol/data/EMPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-EMPLOYEE-NUMBER
               FILE STATUS IS WS-XREF-MASTER-STATUS.

           SELECT CUSTOMER-ADDRESS ASSIGN TO "Cobol/data/ACCTADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AA-ACCT-SSN
               FILE STATUS IS WS-CUSTOMER-ADDRESS-STATUS.

           SELECT OPENING-BATCH ASSIGN TO "Cobol/data/OPENBTCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENING-BATCH-STATUS.

           SELECT OPENING-REGISTER ASSIGN TO "Cobol/data/ACCTOREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENING-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-CONTROL.
       01 OPEN-CONTROL-REC.
           05 OC-BATCH-NUMBER         PIC 9(4).

       FD  APPLICATIONS.
      * One application per line:
      *   Pos   1-  9  AP-APPLICANT-SSN   9(9)      As keyed, clear
      *   Pos  10- 39  AP-APPLICANT-NAME  X(30)
      *   Pos  40- 64  AP-STREET          X(25)
      *   Pos  65- 79  AP-CITY            X(15)
      *   Pos  80- 81  AP-STATE           X(2)
      *   Pos  82- 86  AP-ZIP             X(5)
      *   Pos  87- 89  AP-PRODUCT-CODE    X(3)      Blank = STD
      *   Pos  90- 98  AP-DEPOSIT-AMOUNT  9(7)V99   Home currency
      *   Pos  99     AP-CASH-FLAG       X         Y = deposit
      *                                             paid in cash
      *   Pos 100-105  AP-EMPLOYEE-NUMBER 9(6)      Zero or blank
      *                                             = not an
      *                                             employee
       01 APPLICATION-REC.
           05 AP-APPLICANT-SSN        PIC 9(9).
           05 AP-APPLICANT-NAME       PIC X(30).
           05 AP-STREET               PIC X(25).
           05 AP-CITY                 PIC X(15).
           05 AP-STATE                PIC X(2).
           05 AP-ZIP                  PIC X(5).
           05 AP-PRODUCT-CODE         PIC X(3).
           05 AP-DEPOSIT-AMOUNT       PIC 9(7)V99.
           05 AP-CASH-FLAG            PIC X.
               88 AP-DEPOSIT-IS-CASH       VALUE 'Y'.
               88 AP-CASH-FLAG-IS-VALID    VALUE 'Y' SPACE.
           05 AP-EMPLOYEE-NUMBER      PIC 9(6).
           05 AP-EMPLOYEE-NUMBER-X REDEFINES AP-EMPLOYEE-NUMBER
                                      PIC X(6).

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  ACCOUNT-HISTORY.
       01 ACCOUNT-HISTORY-REC.
           COPY ACCT-HIST-REC.

       FD  SSN-SUSPENSE.
       01 SSN-SUSPENSE-REC.
           COPY SSN-SUSP-REC.

       FD  PRODUCT-MASTER.
       01 PRODUCT-MASTER-REC.
           COPY PROD-MASTER-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  XREF-MASTER.
       01 XREF-MASTER-REC.
           COPY EMP-XREF-REC.

       FD  CUSTOMER-ADDRESS.
       01 CUSTOMER-ADDRESS-REC.
           COPY ACCT-ADDR-REC.

       FD  OPENING-BATCH.
       01 OPENING-BATCH-REC           PIC X(41).

       FD  OPENING-REGISTER.
       01 OPENING-REGISTER-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPEN-CONTROL-STATUS      PIC XX VALUE "00".
       01 WS-APPLICATIONS-STATUS      PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-ACCOUNT-HISTORY-STATUS   PIC XX VALUE "00".
       01 WS-SSN-SUSPENSE-STATUS      PIC XX VALUE "00".
       01 WS-PRODUCT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-XREF-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-CUSTOMER-ADDRESS-STATUS  PIC XX VALUE "00".
       01 WS-OPENING-BATCH-STATUS     PIC XX VALUE "00".
       01 WS-OPENING-REGISTER-STATUS  PIC XX VALUE "00".

           COPY ACCT-TRAN-REC.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-BATCH-NUMBER             PIC 9(4) VALUE 6000.

       01 WS-APPLICATIONS-READ        PIC 9(4) VALUE 0.
       01 WS-ACCOUNTS-OPENED          PIC 9(4) VALUE 0.
       01 WS-APPLICATIONS-DECLINED    PIC 9(4) VALUE 0.
       01 WS-REOPENED-ACCOUNTS        PIC 9(4) VALUE 0.
       01 WS-LINKS-RECORDED          PIC 9(4) VALUE 0.
       01 WS-DETAILS-WRITTEN          PIC 9(6) VALUE 0.
       01 WS-BATCH-AMOUNT-HASH        PIC 9(9)V99 VALUE 0.

       01 WS-PRODUCT-FILE-SWITCH      PIC X VALUE 'N'.
           88 PRODUCT-FILE-ON-FILE         VALUE 'Y'.
       01 WS-EMPLOYEE-FILE-SWITCH     PIC X VALUE 'N'.
           88 EMPLOYEE-FILE-ON-FILE        VALUE 'Y'.
       01 WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 LOOKUP-FOUND                 VALUE 'Y'.
           88 LOOKUP-NOT-FOUND             VALUE 'N'.

      * The applicant as the masters know it: the TOKVAULT token
      * once one exists, the SSN as keyed until then.
       01 WS-APPLICANT-KEY            PIC 9(9) VALUE 0.
       01 WS-APPLICANT-PRODUCT        PIC X(3) VALUE SPACES.
       01 WS-APPLICANT-EMPLOYEE       PIC 9(6) VALUE 0.
       01 WS-CHECK-REQUEST-CODE       PIC X VALUE 'V'.
       01 WS-CHECK-RESULT             PIC X VALUE 'N'.
       01 WS-ACCT-KEY-WORK.
           COPY ACCT-KEY.

      * What the ACCTHIST pass found of an earlier account.
       01 WS-PRIOR-CLOSE-DATE         PIC 9(8) VALUE 0.
       01 WS-PRIOR-OWING-SWITCH       PIC X VALUE 'N'.
           88 PRIOR-CLOSED-OWING           VALUE 'Y'.
           88 PRIOR-NOT-OWING              VALUE 'N'.

      * Employee-to-account links already made, loaded once and
      * added to as this run links more: an employee already
      * linked keeps the account PAYACCT pays into.
       01 WS-XREF-COUNT               PIC 9(3) VALUE 0.
       01 WS-XREF-TABLE.
           05 WS-XREF-EMPLOYEE OCCURS 500 TIMES PIC 9(6).
       01 WS-XREF-SUBSCRIPT           PIC 9(3) VALUE 0.
       01 WS-XREF-OVERFLOW-SWITCH     PIC X VALUE 'N'.
           88 XREF-TABLE-OVERFLOWED        VALUE 'Y'.
       01 WS-LINK-SWITCH              PIC X VALUE 'N'.
           88 EMPLOYEE-ALREADY-LINKED      VALUE 'Y'.
           88 EMPLOYEE-NOT-LINKED          VALUE 'N'.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-NOTE            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.
       01 WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01 WS-EDITED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.

      * Printed lines carry the masked SSN form from CALLed
      * SSNMASKW; the full key lives only on the secured files.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE     PIC X VALUE SPACE.
           88 ROLE-IS-INQUIRY              VALUE 'I'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-LETTER-REQUEST.
           COPY LTR-REQ-REC.

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
           MOVE "ACCTOPEN" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED
               WS-OPERATOR-ID WS-OPERATOR-ROLE.
           IF WS-OPERATOR-AUTHORIZED = 'Y'
               SET OPERATOR-SIGNED-ON TO TRUE
           END-IF.

           IF OPERATOR-NOT-SIGNED-ON
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      * Least-privilege: opening an account and taking its
      * deposit is an update function - inquiry-only operators
      * stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Read-Open-Control.

           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS = "35"
               CLOSE ACCOUNT-MASTER
               OPEN OUTPUT ACCOUNT-MASTER
               CLOSE ACCOUNT-MASTER
               OPEN I-O ACCOUNT-MASTER
           END-IF.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE:"
                       WS-ACCOUNT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CUSTOMER-ADDRESS.
           IF WS-CUSTOMER-ADDRESS-STATUS = "35"
               CLOSE CUSTOMER-ADDRESS
               OPEN OUTPUT CUSTOMER-ADDRESS
               CLOSE CUSTOMER-ADDRESS
               OPEN I-O CUSTOMER-ADDRESS
           END-IF.
           IF WS-CUSTOMER-ADDRESS-STATUS NOT = "00"
               DISPLAY "CUSTOMER ADDRESS MASTER NOT AVAILABLE:"
                       WS-CUSTOMER-ADDRESS-STATUS
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PRODUCT-MASTER.
           IF WS-PRODUCT-MASTER-STATUS = "00"
               SET PRODUCT-FILE-ON-FILE TO TRUE
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS = "00"
               SET EMPLOYEE-FILE-ON-FILE TO TRUE
           END-IF.
           PERFORM Load-Xref-Table.

           OPEN OUTPUT OPENING-BATCH.
           OPEN OUTPUT OPENING-REGISTER.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ACCOUNT APPLICATION REGISTER  RUN:" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE OPENING-REGISTER-LINE FROM WS-REGISTER-LINE.
           PERFORM Write-Batch-Header.

           OPEN INPUT APPLICATIONS.
           IF WS-APPLICATIONS-STATUS = "00"
               PERFORM UNTIL WS-APPLICATIONS-STATUS NOT = "00"
                   READ APPLICATIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-APPLICATIONS-READ
                           PERFORM Process-Application
                   END-READ
               END-PERFORM
               CLOSE APPLICATIONS
           ELSE
               DISPLAY "NO APPLTRAN INPUT - NOTHING TO OPEN:"
                       WS-APPLICATIONS-STATUS
           END-IF.

           PERFORM Write-Batch-Trailer.
           PERFORM Write-Register-Totals.
           CLOSE OPENING-REGISTER.
           CLOSE OPENING-BATCH.
           IF EMPLOYEE-FILE-ON-FILE
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF PRODUCT-FILE-ON-FILE
               CLOSE PRODUCT-MASTER
           END-IF.
           CLOSE CUSTOMER-ADDRESS.
           CLOSE ACCOUNT-MASTER.

           IF WS-APPLICATIONS-DECLINED > 0 OR XREF-TABLE-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Read-Open-Control.
           OPEN INPUT OPEN-CONTROL.
           IF WS-OPEN-CONTROL-STATUS = "00"
               READ OPEN-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OC-BATCH-NUMBER NUMERIC
                           AND OC-BATCH-NUMBER NOT = 0
                           MOVE OC-BATCH-NUMBER TO WS-BATCH-NUMBER
                       END-IF
               END-READ
               CLOSE OPEN-CONTROL
           END-IF.
           DISPLAY "OPENING DEPOSITS BATCH:" WS-BATCH-NUMBER.

      * The never-cap-silently rule: an employee past the table
      * bound cannot be told from one never linked, so the
      * operator hears of it and the step ends RC=4.
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
               DISPLAY "XREF TABLE FULL - EMPLOYEE LINKS"
                       " INCOMPLETE PAST 500 ENTRIES"
           END-IF.

       Write-Batch-Header.
           MOVE SPACES TO TRAN-RECORD.
           SET PT-IS-HEADER TO TRUE.
           MOVE WS-RUN-DATE     TO PT-HDR-BATCH-DATE.
           MOVE WS-BATCH-NUMBER TO PT-HDR-BATCH-NUMBER.
           WRITE OPENING-BATCH-REC FROM TRAN-RECORD.

       Write-Batch-Trailer.
           MOVE SPACES TO TRAN-RECORD.
           SET PT-IS-TRAILER TO TRUE.
           MOVE WS-DETAILS-WRITTEN   TO PT-TRL-RECORD-COUNT.
           MOVE WS-BATCH-AMOUNT-HASH TO PT-TRL-AMOUNT-HASH.
           WRITE OPENING-BATCH-REC FROM TRAN-RECORD.

       Process-Application.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-REGISTER-NOTE.
           MOVE 0 TO WS-APPLICANT-KEY.
           PERFORM Check-Application-Fields.
           IF WS-REJECT-REASON = SPACES
               PERFORM Look-Up-Applicant-Token
               PERFORM Check-Applicant-History
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM Open-New-Account
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Decline-Application
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACCOUNTS-OPENED.
           MOVE "OPENED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

      * Everything the application itself can be judged on,
      * before any file is searched for the applicant.
       Check-Application-Fields.
           MOVE AP-PRODUCT-CODE TO WS-APPLICANT-PRODUCT.
           IF AP-PRODUCT-CODE = SPACES
               MOVE "STD" TO WS-APPLICANT-PRODUCT
           END-IF.
           MOVE 0 TO WS-APPLICANT-EMPLOYEE.
           IF AP-EMPLOYEE-NUMBER NUMERIC
               MOVE AP-EMPLOYEE-NUMBER TO WS-APPLICANT-EMPLOYEE
           END-IF.
           EVALUATE TRUE
               WHEN AP-APPLICANT-SSN NOT NUMERIC
                   MOVE "APPLICANT SSN NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN AP-APPLICANT-NAME = SPACES
                   MOVE "APPLICANT NAME MISSING" TO WS-REJECT-REASON
               WHEN AP-STREET = SPACES OR AP-CITY = SPACES
                   OR AP-STATE = SPACES OR AP-ZIP = SPACES
                   MOVE "ADDRESS INCOMPLETE" TO WS-REJECT-REASON
               WHEN AP-DEPOSIT-AMOUNT NOT NUMERIC
                   MOVE "DEPOSIT NOT NUMERIC" TO WS-REJECT-REASON
               WHEN AP-DEPOSIT-AMOUNT = 0
                   MOVE "OPENING DEPOSIT IS ZERO" TO WS-REJECT-REASON
               WHEN NOT AP-CASH-FLAG-IS-VALID
                   MOVE "INVALID CASH FLAG" TO WS-REJECT-REASON
               WHEN AP-EMPLOYEE-NUMBER-X NOT = SPACES
                   AND AP-EMPLOYEE-NUMBER NOT NUMERIC
                   MOVE "EMPLOYEE NUMBER NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN WS-APPLICANT-PRODUCT = "LON"
                   MOVE "LOANS OPEN THROUGH LOANBOOK"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM Check-Applicant-SSN
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               PERFORM Check-Applicant-Product
           END-IF.
           IF WS-REJECT-REASON = SPACES
               AND WS-APPLICANT-EMPLOYEE NOT = 0
               PERFORM Check-Applicant-Employee
           END-IF.

       Check-Applicant-SSN.
           MOVE AP-APPLICANT-SSN TO SSN OF WS-ACCT-KEY-WORK.
           MOVE 'V' TO WS-CHECK-REQUEST-CODE.
           CALL "SSNCHKW" USING WS-CHECK-REQUEST-CODE
               WS-ACCT-KEY-WORK WS-CHECK-RESULT.
           IF WS-CHECK-RESULT NOT = 'Y'
               MOVE "SSN FAILS CHECK DIGIT" TO WS-REJECT-REASON
           END-IF.

       Check-Applicant-Product.
           IF NOT PRODUCT-FILE-ON-FILE
               MOVE "PRODUCT MASTER NOT AVAILABLE"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-APPLICANT-PRODUCT TO PR-PRODUCT-CODE.
           READ PRODUCT-MASTER
               INVALID KEY
                   MOVE "PRODUCT NOT ON FILE" TO WS-REJECT-REASON
           END-READ.

       Check-Applicant-Employee.
           IF NOT EMPLOYEE-FILE-ON-FILE
               MOVE "EMPLOYEE MASTER NOT AVAILABLE"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-APPLICANT-EMPLOYEE TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
           END-READ.

      * A lookup only - a declined applicant is never given a
      * token. With none, the SSN has never been filed and the
      * searches below simply find nothing.
       Look-Up-Applicant-Token.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "ACCTOPEN" TO TK-PROGRAM.
           MOVE AP-APPLICANT-SSN TO TK-VALUE-IN.
           CALL "TOKENW" USING WS-TOKEN-REQUEST.
           MOVE TK-VALUE-OUT(1:9) TO WS-APPLICANT-KEY.

      * The master first, then the suspense file, then every
      * earlier account the archive holds.
       Check-Applicant-History.
           MOVE WS-APPLICANT-KEY TO AM-ACCT-SSN.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ACCOUNT ALREADY ON MASTER"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.
           PERFORM Scan-Suspense-File.
           IF LOOKUP-FOUND
               MOVE "SSN PENDING ON SUSPENSE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM Scan-Account-History.
           IF PRIOR-CLOSED-OWING
               MOVE "PRIOR ACCOUNT CLOSED OWING"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRIOR-CLOSE-DATE NOT = 0
               MOVE SPACES TO WS-REGISTER-NOTE
               STRING "PRIOR ACCOUNT CLOSED " WS-PRIOR-CLOSE-DATE
                   DELIMITED BY SIZE INTO WS-REGISTER-NOTE
           END-IF.

      * An item still on the file has not been recycled yet,
      * whether as keyed or as corrected to this SSN.
       Scan-Suspense-File.
           SET LOOKUP-NOT-FOUND TO TRUE.
           OPEN INPUT SSN-SUSPENSE.
           IF WS-SSN-SUSPENSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SSN-SUSPENSE-STATUS NOT = "00"
                   OR LOOKUP-FOUND
               READ SSN-SUSPENSE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SU-ORIGINAL-VALUE = TK-VALUE-OUT(1:9)
                           OR SU-CORRECTED-VALUE = TK-VALUE-OUT(1:9)
                           OR SU-ORIGINAL-VALUE = AP-APPLICANT-SSN
                           OR SU-CORRECTED-VALUE = AP-APPLICANT-SSN
                           SET LOOKUP-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SSN-SUSPENSE.

      * The latest closure is the one noted; any closure that
      * carried out a negative balance declines.
       Scan-Account-History.
           MOVE 0 TO WS-PRIOR-CLOSE-DATE.
           SET PRIOR-NOT-OWING TO TRUE.
           OPEN INPUT ACCOUNT-HISTORY.
           IF WS-ACCOUNT-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ACCOUNT-HISTORY-STATUS NOT = "00"
               READ ACCOUNT-HISTORY
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AH-ACCT-SSN = WS-APPLICANT-KEY
                           IF AH-CLOSE-DATE > WS-PRIOR-CLOSE-DATE
                               MOVE AH-CLOSE-DATE
                                   TO WS-PRIOR-CLOSE-DATE
                           END-IF
                           IF AH-FINAL-BALANCE < 0
                               SET PRIOR-CLOSED-OWING TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-HISTORY.

      * The applicant is given a token only now. The account is
      * written before the deposit goes to the batch, so a
      * deposit can never post to an account that was not filed.
       Open-New-Account.
           MOVE 'T' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "ACCTOPEN" TO TK-PROGRAM.
           MOVE AP-APPLICANT-SSN TO TK-VALUE-IN.
           CALL "TOKENW" USING WS-TOKEN-REQUEST.
           IF TK-RESULT-SWITCH NOT = 'Y'
               MOVE "TOKEN VAULT UNAVAILABLE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE TK-VALUE-OUT(1:9) TO WS-APPLICANT-KEY.

           INITIALIZE ACCOUNT-MASTER-REC.
           MOVE WS-APPLICANT-KEY TO AM-ACCT-SSN.
           MOVE WS-RUN-DATE TO AM-OPEN-DATE.
           SET AM-ACCOUNT-IS-OPEN TO TRUE.
           MOVE 0 TO AM-BALANCE.
           MOVE WS-APPLICANT-PRODUCT TO AM-PRODUCT-CODE.
           SET AM-ACCOUNT-IS-DEPOSIT TO TRUE.
           MOVE SPACES TO AM-CURRENCY-CODE.
           WRITE ACCOUNT-MASTER-REC
               INVALID KEY
                   MOVE "ACCOUNT ALREADY ON MASTER"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-WRITE.

           PERFORM File-Customer-Address.
           PERFORM Write-Deposit-Detail.
           IF WS-APPLICANT-EMPLOYEE NOT = 0
               PERFORM Link-Employee-Account
           END-IF.
           PERFORM Request-Welcome-Letter.
           IF WS-PRIOR-CLOSE-DATE NOT = 0
               ADD 1 TO WS-REOPENED-ACCOUNTS
           END-IF.

      * A customer reopening after a closure may still have the
      * old address on file; the application's replaces it.
       File-Customer-Address.
           MOVE WS-APPLICANT-KEY  TO AA-ACCT-SSN.
           MOVE AP-APPLICANT-NAME TO AA-CUSTOMER-NAME.
           MOVE AP-STREET         TO AA-STREET.
           MOVE AP-CITY           TO AA-CITY.
           MOVE AP-STATE          TO AA-STATE.
           MOVE AP-ZIP            TO AA-ZIP.
           MOVE WS-RUN-DATE       TO AA-ADDED-DATE.
           WRITE CUSTOMER-ADDRESS-REC
               INVALID KEY
                   REWRITE CUSTOMER-ADDRESS-REC
           END-WRITE.

       Write-Deposit-Detail.
           MOVE SPACES TO TRAN-RECORD.
           SET PT-IS-DETAIL TO TRUE.
           MOVE WS-APPLICANT-KEY  TO PT-ACCT-SSN.
           MOVE 'C'               TO PT-TRAN-CODE.
           MOVE AP-DEPOSIT-AMOUNT TO PT-AMOUNT.
           MOVE 0                 TO PT-ORIG-DATE.
           MOVE 0                 TO PT-TARGET-SSN.
           MOVE SPACES            TO PT-CURRENCY-CODE.
           MOVE AP-CASH-FLAG      TO PT-CASH-FLAG.
           WRITE OPENING-BATCH-REC FROM TRAN-RECORD.
           ADD 1 TO WS-DETAILS-WRITTEN.
           ADD AP-DEPOSIT-AMOUNT TO WS-BATCH-AMOUNT-HASH.

       Link-Employee-Account.
           SET EMPLOYEE-NOT-LINKED TO TRUE.
           PERFORM VARYING WS-XREF-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-XREF-SUBSCRIPT > WS-XREF-COUNT
               IF WS-XREF-EMPLOYEE(WS-XREF-SUBSCRIPT)
                   = WS-APPLICANT-EMPLOYEE
                   SET EMPLOYEE-ALREADY-LINKED TO TRUE
                   MOVE WS-XREF-COUNT TO WS-XREF-SUBSCRIPT
               END-IF
           END-PERFORM.
           IF EMPLOYEE-ALREADY-LINKED
               IF WS-REGISTER-NOTE = SPACES
                   MOVE "EMPLOYEE ALREADY LINKED"
                       TO WS-REGISTER-NOTE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           CALL "XREFW" USING WS-APPLICANT-EMPLOYEE
               WS-APPLICANT-KEY.
           ADD 1 TO WS-LINKS-RECORDED.
           IF WS-XREF-COUNT < 500
               ADD 1 TO WS-XREF-COUNT
               MOVE WS-APPLICANT-EMPLOYEE
                   TO WS-XREF-EMPLOYEE(WS-XREF-COUNT)
           END-IF.
           IF WS-REGISTER-NOTE = SPACES
               MOVE "LINKED TO EMPLOYEE" TO WS-REGISTER-NOTE
           END-IF.

       Request-Welcome-Letter.
           MOVE "WELCOM" TO LQ-TEMPLATE-ID.
           MOVE WS-APPLICANT-KEY TO LQ-ACCT-SSN.
           MOVE "ACCTOPEN" TO LQ-SOURCE-PROGRAM.
           MOVE WS-RUN-DATE TO LQ-EVENT-DATE.
           MOVE AP-DEPOSIT-AMOUNT TO LQ-EVENT-AMOUNT.
           MOVE "OPENING DEPOSIT" TO LQ-EVENT-DETAIL.
           CALL "LTRREQW" USING WS-LETTER-REQUEST.

       Decline-Application.
           ADD 1 TO WS-APPLICATIONS-DECLINED.
           MOVE "DECLINED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A026" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "ACCTOPEN" TO EX-PROGRAM-ID.
           STRING "APPLICATION DECLINED - " WS-MASKED-SSN
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

      * The register shows the applicant under the masked SSN as
      * keyed, with the deposit taken or the reason declined.
       Write-Register-Detail.
           MOVE SPACES TO WS-MASKED-SSN.
           IF AP-APPLICANT-SSN NUMERIC
               MOVE AP-APPLICANT-SSN TO WS-MASK-SSN-IN
               CALL "SSNMASKW" USING WS-MASK-SSN-IN WS-MASKED-SSN
           END-IF.
           IF AP-DEPOSIT-AMOUNT NUMERIC
               MOVE AP-DEPOSIT-AMOUNT TO WS-EDITED-AMOUNT
           ELSE
               MOVE 0 TO WS-EDITED-AMOUNT
           END-IF.
           MOVE SPACES TO WS-REGISTER-LINE.
           IF WS-REJECT-REASON NOT = SPACES
               STRING WS-DISPOSITION
                       " " WS-MASKED-SSN
                       " " WS-APPLICANT-PRODUCT
                       " " WS-EDITED-AMOUNT
                       " " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           ELSE
               STRING WS-DISPOSITION
                       " " WS-MASKED-SSN
                       " " WS-APPLICANT-PRODUCT
                       " " WS-EDITED-AMOUNT
                       " " WS-REGISTER-NOTE
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-IF.
           WRITE OPENING-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-APPLICATIONS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "APPLICATIONS READ:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE OPENING-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-ACCOUNTS-OPENED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "ACCOUNTS OPENED:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE OPENING-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-REOPENED-ACCOUNTS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "  AFTER A PRIOR CLOSE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE OPENING-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-LINKS-RECORDED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "EMPLOYEE LINKS MADE:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE OPENING-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-APPLICATIONS-DECLINED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "APPLICATIONS DECLINED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE OPENING-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

           MOVE WS-DETAILS-WRITTEN TO WS-COUNT-DISPLAY.
           MOVE WS-BATCH-AMOUNT-HASH TO WS-EDITED-TOTAL.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "DEPOSITS IN BATCH:     " WS-COUNT-DISPLAY
                   "  AMOUNT:" WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE OPENING-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
