       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNMNT.
      * Maintains the ACCTOWN account-ownership master
      * (copybooks/ACCT-OWNER-REC.cpy) from the OWNTRAN batch:
      * each transaction adds, changes or deletes one party on one
      * account - primary, joint owner, beneficiary or authorized
      * signer - with an ownership percentage. The account must
      * be on ACCTMAST and neither closed nor escheated, and every
      * party SSN must pass the SSNCHKW modulus-11 check, the gate
      * every account key already goes through. The primary is
      * the party the account is keyed on and no other; joint and
      * other parties never are. Owners and beneficiaries carry a
      * share above zero, the owners' shares on one account
      * together no more than 100 percent and the beneficiaries'
      * likewise; a signer holds no share. The primary leaves only
      * when ACCTCLOS closes the account. OWNMREG registers every
      * disposition under masked keys.
      * ACCTMAST and ACCTOWN carry TOKVAULT tokens, not clear
      * SSNs (the CALLed TOKENW service): both SSNs as keyed are
      * looked up to their tokens first, and a new party's SSN,
      * once it passes the check digit, is tokenized before it is
      * filed - a vault that cannot take it refuses the
      * transaction.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-TRANSACTIONS ASSIGN TO
               "Cobol/data/OWNTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-TRANSACTIONS-STATUS.

           SELECT OWNER-MASTER ASSIGN TO "Cobol/data/ACCTOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OWNER-KEY
               ALTERNATE RECORD KEY IS AO-PARTY-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-OWNER-MASTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT OWNER-MAINT-REGISTER ASSIGN TO
               "Cobol/data/OWNMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OWNER-TRANSACTIONS.
      * One transaction per line:
      *   Pos  1     OT-TRAN-CODE     X        A=add C=change
      *                                        D=delete
      *   Pos  2-10  OT-ACCT-SSN      9(9)
      *   Pos 11-19  OT-PARTY-SSN     9(9)
      *   Pos 20     OT-OWNER-ROLE    X        P/J/B/S
      *   Pos 21-25  OT-OWNERSHIP-PCT 9(3)V99
      *   Pos 26-55  OT-PARTY-NAME    X(30)
      * A delete needs only the account and party.
       01 OWNER-TRANSACTION-REC.
           05 OT-TRAN-CODE            PIC X.
               88 OT-TRAN-IS-ADD           VALUE 'A'.
               88 OT-TRAN-IS-CHANGE        VALUE 'C'.
               88 OT-TRAN-IS-DELETE        VALUE 'D'.
           05 OT-ACCT-SSN             PIC 9(9).
           05 OT-PARTY-SSN            PIC 9(9).
           05 OT-OWNER-ROLE           PIC X.
               88 OT-ROLE-IS-PRIMARY       VALUE 'P'.
               88 OT-ROLE-IS-OWNER         VALUE 'P' 'J'.
               88 OT-ROLE-IS-BENEFICIARY   VALUE 'B'.
               88 OT-ROLE-IS-SIGNER        VALUE 'S'.
               88 OT-ROLE-IS-VALID         VALUE 'P' 'J' 'B' 'S'.
           05 OT-OWNERSHIP-PCT        PIC 9(3)V99.
           05 OT-PARTY-NAME           PIC X(30).

       FD  OWNER-MASTER.
       01 OWNER-MASTER-REC.
           COPY ACCT-OWNER-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  OWNER-MAINT-REGISTER.
       01 OWNER-MAINT-REGISTER-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OWNER-TRANSACTIONS-STATUS PIC XX VALUE "00".
       01 WS-OWNER-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-OWNER-REGISTER-STATUS    PIC XX VALUE "00".

       01 WS-TRANS-READ               PIC 9(4) VALUE 0.
       01 WS-TRANS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-TRANS-REJECTED           PIC 9(4) VALUE 0.
       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.

       01 WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 LOOKUP-FOUND                 VALUE 'Y'.
           88 LOOKUP-NOT-FOUND             VALUE 'N'.
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.

       01 WS-CHECK-REQUEST-CODE       PIC X VALUE 'V'.
       01 WS-CHECK-RESULT             PIC X VALUE 'N'.
       01 WS-ACCT-KEY-WORK.
           COPY ACCT-KEY.

      * The shares already on the account, less the party being
      * changed, with the transaction's share added on.
       01 WS-OWNER-SHARE-TOTAL        PIC 9(4)V99 VALUE 0.
       01 WS-BENEFICIARY-SHARE-TOTAL  PIC 9(4)V99 VALUE 0.
       01 WS-KEPT-ADDED-DATE          PIC 9(8) VALUE 0.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-EDITED-PCT               PIC ZZ9.99.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.

      * Printed lines carry the masked SSN form from CALLed
      * SSNMASKW; the full key lives only on the secured files.
       01 WS-MASK-SSN-IN              PIC 9(9) VALUE 0.
       01 WS-MASKED-ACCT-SSN          PIC X(11) VALUE SPACES.
       01 WS-MASKED-PARTY-SSN         PIC X(11) VALUE SPACES.

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
           MOVE "OWNMNT"   TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
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

      * Least-privilege: ownership maintenance is an update
      * function - inquiry-only operators stop here.
           IF ROLE-IS-INQUIRY
               DISPLAY "UPDATE ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE:"
                       WS-ACCOUNT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT OWNER-MAINT-REGISTER.
           PERFORM Open-Owner-Master.

           OPEN INPUT OWNER-TRANSACTIONS.
           IF WS-OWNER-TRANSACTIONS-STATUS = "00"
               PERFORM UNTIL WS-OWNER-TRANSACTIONS-STATUS NOT = "00"
                   READ OWNER-TRANSACTIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM Apply-Owner-Transaction
                   END-READ
               END-PERFORM
               CLOSE OWNER-TRANSACTIONS
           ELSE
               DISPLAY "NO OWNTRAN INPUT - NOTHING TO APPLY:"
                       WS-OWNER-TRANSACTIONS-STATUS
           END-IF.

           CLOSE OWNER-MASTER.
           CLOSE ACCOUNT-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE OWNER-MAINT-REGISTER.

           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Open-Owner-Master.
           OPEN I-O OWNER-MASTER.
           IF WS-OWNER-MASTER-STATUS = "35"
               CLOSE OWNER-MASTER
               OPEN OUTPUT OWNER-MASTER
               CLOSE OWNER-MASTER
               OPEN I-O OWNER-MASTER
           END-IF.

       Apply-Owner-Transaction.
           PERFORM Tokenize-Transaction-Keys.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN OT-TRAN-IS-DELETE
                   PERFORM Delete-Party
               WHEN OT-TRAN-IS-ADD OR OT-TRAN-IS-CHANGE
                   PERFORM Check-Party-Fields
                   IF WS-REJECT-REASON = SPACES
                       PERFORM Check-Share-Totals
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM Reject-Owner-Transaction
                   ELSE
                       PERFORM Write-Or-Rewrite-Party
                   END-IF
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Owner-Transaction
           END-EVALUATE.

      * The primary is the account key itself and goes only when
      * the account does - ACCTCLOS clears every party then.
       Delete-Party.
           IF OT-ACCT-SSN NOT NUMERIC OR OT-PARTY-SSN NOT NUMERIC
               MOVE "INVALID ACCOUNT OR PARTY SSN"
                   TO WS-REJECT-REASON
               PERFORM Reject-Owner-Transaction
               EXIT PARAGRAPH
           END-IF.
           IF OT-PARTY-SSN = OT-ACCT-SSN
               MOVE "PRIMARY LEAVES ONLY AT CLOSURE"
                   TO WS-REJECT-REASON
               PERFORM Reject-Owner-Transaction
               EXIT PARAGRAPH
           END-IF.
           MOVE OT-ACCT-SSN  TO AO-ACCT-SSN.
           MOVE OT-PARTY-SSN TO AO-PARTY-SSN.
           DELETE OWNER-MASTER
               INVALID KEY
                   MOVE "PARTY NOT ON ACCOUNT" TO WS-REJECT-REASON
                   PERFORM Reject-Owner-Transaction
               NOT INVALID KEY
                   PERFORM Register-Applied-Transaction
           END-DELETE.

       Check-Party-Fields.
           EVALUATE TRUE
               WHEN OT-ACCT-SSN NOT NUMERIC
                   OR OT-PARTY-SSN NOT NUMERIC
                   MOVE "INVALID ACCOUNT OR PARTY SSN"
                       TO WS-REJECT-REASON
               WHEN NOT OT-ROLE-IS-VALID
                   MOVE "ROLE NOT P/J/B/S" TO WS-REJECT-REASON
               WHEN OT-ROLE-IS-PRIMARY
                   AND OT-PARTY-SSN NOT = OT-ACCT-SSN
                   MOVE "PRIMARY MUST BE THE ACCOUNT KEY"
                       TO WS-REJECT-REASON
               WHEN NOT OT-ROLE-IS-PRIMARY
                   AND OT-PARTY-SSN = OT-ACCT-SSN
                   MOVE "ACCOUNT KEY IS THE PRIMARY"
                       TO WS-REJECT-REASON
               WHEN OT-OWNERSHIP-PCT NOT NUMERIC
                   MOVE "INVALID OWNERSHIP PERCENT"
                       TO WS-REJECT-REASON
               WHEN OT-ROLE-IS-SIGNER AND OT-OWNERSHIP-PCT NOT = 0
                   MOVE "SIGNER HOLDS NO SHARE" TO WS-REJECT-REASON
               WHEN NOT OT-ROLE-IS-SIGNER
                   AND (OT-OWNERSHIP-PCT = 0
                        OR OT-OWNERSHIP-PCT > 100)
                   MOVE "SHARE NOT ABOVE 0 TO 100"
                       TO WS-REJECT-REASON
               WHEN OT-PARTY-NAME = SPACES
                   MOVE "PARTY NAME MISSING" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM Check-Party-References
           END-EVALUATE.

      * The party SSN goes through the same check digit as every
      * account key; the account must be live on the master.
       Check-Party-References.
           MOVE OT-PARTY-SSN TO SSN OF WS-ACCT-KEY-WORK.
           MOVE 'V' TO WS-CHECK-REQUEST-CODE.
           CALL "SSNCHKW" USING WS-CHECK-REQUEST-CODE
               WS-ACCT-KEY-WORK WS-CHECK-RESULT.
           IF WS-CHECK-RESULT NOT = 'Y'
               MOVE "PARTY SSN FAILS CHECK DIGIT" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM Tokenize-Party-Key.
           IF TK-RESULT-SWITCH NOT = 'Y'
               MOVE "TOKEN VAULT UNAVAILABLE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           SET LOOKUP-NOT-FOUND TO TRUE.
           MOVE OT-ACCT-SSN TO AM-ACCT-SSN.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOOKUP-FOUND TO TRUE
           END-READ.
           IF LOOKUP-NOT-FOUND
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF AM-ACCOUNT-IS-CLOSED OR AM-ACCOUNT-IS-ESCHEATED
               MOVE "ACCOUNT CLOSED OR ESCHEATED" TO WS-REJECT-REASON
           END-IF.

      * The account's parties are walked in key order from the
      * account's first; the party being changed is left out so
      * its new share replaces its old one.
       Check-Share-Totals.
           MOVE 0 TO WS-OWNER-SHARE-TOTAL.
           MOVE 0 TO WS-BENEFICIARY-SHARE-TOTAL.
           MOVE WS-RUN-DATE TO WS-KEPT-ADDED-DATE.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE OT-ACCT-SSN TO AO-ACCT-SSN.
           MOVE 0 TO AO-PARTY-SSN.
           START OWNER-MASTER
               KEY IS >= AO-OWNER-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ OWNER-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF AO-ACCT-SSN NOT = OT-ACCT-SSN
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           PERFORM Add-Party-Share
                       END-IF
               END-READ
           END-PERFORM.
           IF OT-ROLE-IS-OWNER
               ADD OT-OWNERSHIP-PCT TO WS-OWNER-SHARE-TOTAL
           END-IF.
           IF OT-ROLE-IS-BENEFICIARY
               ADD OT-OWNERSHIP-PCT TO WS-BENEFICIARY-SHARE-TOTAL
           END-IF.
           IF WS-OWNER-SHARE-TOTAL > 100
               MOVE "OWNER SHARES OVER 100 PERCENT"
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-BENEFICIARY-SHARE-TOTAL > 100
               MOVE "BENEFICIARY SHARES OVER 100"
                   TO WS-REJECT-REASON
           END-IF.

       Add-Party-Share.
           IF AO-PARTY-SSN = OT-PARTY-SSN
               MOVE AO-ADDED-DATE TO WS-KEPT-ADDED-DATE
           ELSE
               IF AO-ROLE-IS-OWNER
                   ADD AO-OWNERSHIP-PCT TO WS-OWNER-SHARE-TOTAL
               END-IF
               IF AO-ROLE-IS-BENEFICIARY
                   ADD AO-OWNERSHIP-PCT
                       TO WS-BENEFICIARY-SHARE-TOTAL
               END-IF
           END-IF.

      * A change keeps the date the party was first added.
       Write-Or-Rewrite-Party.
           MOVE OT-ACCT-SSN      TO AO-ACCT-SSN.
           MOVE OT-PARTY-SSN     TO AO-PARTY-SSN.
           MOVE OT-OWNER-ROLE    TO AO-OWNER-ROLE.
           MOVE OT-OWNERSHIP-PCT TO AO-OWNERSHIP-PCT.
           MOVE OT-PARTY-NAME    TO AO-PARTY-NAME.
           IF OT-TRAN-IS-ADD
               MOVE WS-RUN-DATE TO AO-ADDED-DATE
               WRITE OWNER-MASTER-REC
                   INVALID KEY
                       MOVE "PARTY ALREADY ON ACCOUNT"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Owner-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-WRITE
           ELSE
               MOVE WS-KEPT-ADDED-DATE TO AO-ADDED-DATE
               REWRITE OWNER-MASTER-REC
                   INVALID KEY
                       MOVE "PARTY NOT ON ACCOUNT"
                           TO WS-REJECT-REASON
                       PERFORM Reject-Owner-Transaction
                   NOT INVALID KEY
                       PERFORM Register-Applied-Transaction
               END-REWRITE
           END-IF.

       Register-Applied-Transaction.
           ADD 1 TO WS-TRANS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

       Reject-Owner-Transaction.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "A011" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "OWNMNT" TO EX-PROGRAM-ID.
           STRING "OWNER TRAN REJECTED - " OT-TRAN-CODE
                   " " WS-MASKED-ACCT-SSN
                   " " WS-MASKED-PARTY-SSN
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-MASKED-ACCT-SSN.
           MOVE SPACES TO WS-MASKED-PARTY-SSN.
           IF OT-ACCT-SSN NUMERIC
               MOVE OT-ACCT-SSN TO WS-MASK-SSN-IN
               CALL "SSNMASKW" USING WS-MASK-SSN-IN
                   WS-MASKED-ACCT-SSN
           END-IF.
           IF OT-PARTY-SSN NUMERIC
               MOVE OT-PARTY-SSN TO WS-MASK-SSN-IN
               CALL "SSNMASKW" USING WS-MASK-SSN-IN
                   WS-MASKED-PARTY-SSN
           END-IF.
           MOVE 0 TO WS-EDITED-PCT.
           IF OT-OWNERSHIP-PCT NUMERIC
               MOVE OT-OWNERSHIP-PCT TO WS-EDITED-PCT
           END-IF.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " " OT-TRAN-CODE
                   " ACCT:" WS-MASKED-ACCT-SSN
                   " PARTY:" WS-MASKED-PARTY-SSN
                   " " OT-OWNER-ROLE
                   " " WS-EDITED-PCT
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE OWNER-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "OWNER TRANS READ:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE OWNER-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "OWNER TRANS APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE OWNER-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-TRANS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "OWNER TRANS REJECTED:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE OWNER-MAINT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

      * Keys as keyed go through TOKVAULT: the masters are keyed
      * on tokens, and a value with none is left as keyed, to
      * be not found.
       Tokenize-Transaction-Keys.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "OWNMNT" TO TK-PROGRAM.
           IF OT-ACCT-SSN IS NUMERIC
               MOVE OT-ACCT-SSN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO OT-ACCT-SSN
           END-IF.
           IF OT-PARTY-SSN IS NUMERIC
               MOVE OT-PARTY-SSN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO OT-PARTY-SSN
           END-IF.

      * A party new to the bank is filed as its token, assigned
      * here on first sight.
       Tokenize-Party-Key.
           MOVE 'T' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "OWNMNT" TO TK-PROGRAM.
           MOVE OT-PARTY-SSN TO TK-VALUE-IN.
           CALL "TOKENW" USING WS-TOKEN-REQUEST.
           IF TK-RESULT-SWITCH = 'Y'
               MOVE TK-VALUE-OUT(1:9) TO OT-PARTY-SSN
           END-IF.
