      * overdraft-age file rewrite the same way, so the next
      * ACCTSNAP close still proves the account's roll-forward
      * and the days-negative clock keeps running under the new
      * key. The ACCTOWN ownership master follows too: the
      * account's parties move to the new account key (the
      * primary's party SSN with it), and wherever the old SSN
      * is a joint owner, beneficiary or signer on someone else's
      * account that party record takes the new SSN. A transfer
      * leg on another account's history that names the old SSN
      * as its counterparty takes the new one as well. An
      * installment loan's LOANMAST loan master record re-keys
      * by delete-plus-write with the account, its terms intact.
      * Each re-key leaves its audit trace on the AKEYREG
      * register and the LOGERR exception log, so the correction
      * is on record instead of being files of silent surgery.
      * The masters carry TOKVAULT tokens, not clear SSNs (the
      * CALLed TOKENW service): the old SSN as keyed is looked up
      * to its token, and the new one, once it passes the check
      * digit in clear, is tokenized before anything is re-keyed
      * - a vault that cannot take it refuses the card.
      * The posting history now lives in more than POSTHIST: the
      * POSTKEY key file's entries for the old SSN move to the
      * new one and its transfer legs naming the old SSN follow,
      * and every closed prior-year POSTHyyyy partition the
      * year-end split wrote rewrites in place like POSTHIST, so
      * a POSTKEY rebuild from them keys the corrected account.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

      * POSTHIST, then each closed prior-year partition POSTSPLT
      * wrote, rewrites through the one SELECT.
           SELECT POSTING-HISTORY ASSIGN TO DYNAMIC
                   WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-HISTORY-STATUS.

           SELECT POSTING-KEY-FILE ASSIGN TO "Cobol/data/POSTKEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-KEY
               FILE STATUS IS WS-POSTING-KEY-STATUS.

           SELECT XREF-MASTER ASSIGN TO "Cobol/data/EMPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERDRAFT-AGES-STATUS.

           SELECT OWNER-MASTER ASSIGN TO "Cobol/data/ACCTOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-OWNER-KEY
               ALTERNATE RECORD KEY IS AO-PARTY-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-OWNER-MASTER-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "Cobol/data/LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCT-SSN
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

           SELECT REKEY-REGISTER ASSIGN TO "Cobol/data/AKEYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REKEY-REGISTER-STATUS.
           COPY ACCT-MASTER-REC.

      * Declared VARYING because the history still carries legacy
      * 27-byte records from before the entry-type suffix and
      * 36-byte ones from before the transfer fields (see
      * ACCT-POST-REC.cpy): each record rewrites at exactly the
      * length it was read, so the in-place REWRITE never
      * disturbs line boundaries. A full record runs to the
      * 76-byte cash flag.
       FD  POSTING-HISTORY
           RECORD IS VARYING IN SIZE FROM 27 TO 76 CHARACTERS
               DEPENDING ON WS-POSTING-REC-LENGTH.
       01 POSTING-HISTORY-REC.
           COPY ACCT-POST-REC.

       FD  POSTING-KEY-FILE.
       01 POSTING-KEY-REC.
           COPY POST-KEY-REC.

       FD  XREF-MASTER.
       01 XREF-MASTER-REC.
           COPY EMP-XREF-REC.
           05 OD-ACCT-SSN             PIC 9(9).
           05 OD-FIRST-NEG-DATE       PIC 9(8).

       FD  OWNER-MASTER.
       01 OWNER-MASTER-REC.
           COPY ACCT-OWNER-REC.

       FD  LOAN-MASTER.
       01 LOAN-MASTER-REC.
           COPY LOAN-MASTER-REC.

       FD  REKEY-REGISTER.
       01 REKEY-REGISTER-LINE         PIC X(80).

       01 WS-REKEY-CONTROL-STATUS     PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-POSTING-HISTORY-STATUS   PIC XX VALUE "00".
       01 WS-POSTING-KEY-STATUS       PIC XX VALUE "00".
       01 WS-XREF-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-SNAPSHOT-HISTORY-STATUS  PIC XX VALUE "00".
       01 WS-OVERDRAFT-AGES-STATUS    PIC XX VALUE "00".
       01 WS-REKEY-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-OWNER-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-LOAN-MASTER-STATUS       PIC XX VALUE "00".

       01 WS-CARDS-READ               PIC 9(4) VALUE 0.
       01 WS-CARDS-APPLIED            PIC 9(4) VALUE 0.
       01 WS-XREF-REKEYED             PIC 9(3) VALUE 0.
       01 WS-SNAP-REKEYED             PIC 9(5) VALUE 0.
       01 WS-ODM-REKEYED              PIC 9(3) VALUE 0.
       01 WS-OWN-REKEYED              PIC 9(3) VALUE 0.
       01 WS-LOAN-REKEYED             PIC 9 VALUE 0.
       01 WS-KEYS-REKEYED             PIC 9(5) VALUE 0.

      * The history files: POSTHIST and the partitions the
      * POSTKEY header says the year-end split has written.
       01 WS-HISTORY-FILE-NAME        PIC X(40) VALUE SPACES.
       01 WS-FIRST-CLOSED-YEAR        PIC 9(4) VALUE 0.
       01 WS-LAST-CLOSED-YEAR         PIC 9(4) VALUE 0.
       01 WS-PARTITION-YEAR           PIC 9(4) VALUE 0.
       01 WS-KEY-BROWSE-SWITCH        PIC X VALUE 'N'.
           88 KEY-BROWSE-DONE              VALUE 'Y'.
           88 KEY-BROWSE-NOT-DONE          VALUE 'N'.
      * The fields of a keyed posting image the re-key touches.
       01 WS-KEYED-POSTING.
           05 WS-KP-ACCT-SSN          PIC 9(9).
           05 FILLER                  PIC X(18).
           05 WS-KP-ENTRY-TYPE        PIC X.
           05 FILLER                  PIC X(8).
           05 WS-KP-XFER-ACCT-SSN     PIC 9(9).
           05 FILLER                  PIC X(31).

      * The party records to move, gathered whole before any is
      * touched so the re-keyed records never turn up again in
      * the browse that found them.
       01 WS-OWN-MOVE-COUNT           PIC 9(3) VALUE 0.
       01 WS-OWN-MOVE-TABLE.
           05 WS-OWN-MOVE-REC         PIC X(62) OCCURS 100 TIMES.
       01 WS-OWN-MOVE-SUBSCRIPT       PIC 9(3) VALUE 0.
       01 WS-OWN-BROWSE-SWITCH        PIC X VALUE 'N'.
           88 OWN-BROWSE-DONE              VALUE 'Y'.
           88 OWN-BROWSE-NOT-DONE          VALUE 'N'.
       01 WS-SNAP-DISPLAY             PIC ZZZZ9.
       01 WS-POSTING-REC-LENGTH       PIC 9(2) VALUE 0.
       01 WS-COUNTERPARTY-SWITCH      PIC X VALUE 'N'.
           88 COUNTERPARTY-REKEYS          VALUE 'Y'.
           88 COUNTERPARTY-STAYS           VALUE 'N'.

       01 WS-CHECK-REQUEST-CODE       PIC X VALUE 'V'.
       01 WS-CHECK-RESULT             PIC X VALUE 'N'.
                         AM-ACCOUNT-IS-HELD    BY WH-ACCOUNT-IS-HELD
                         AM-ACCOUNT-IS-DORMANT BY
                             WH-ACCOUNT-IS-DORMANT
                         AM-ACCOUNT-IS-ESCHEATED BY
                             WH-ACCOUNT-IS-ESCHEATED
                         AM-BALANCE            BY WH-BALANCE
                         AM-PRODUCT-CODE       BY WH-PRODUCT-CODE
                         AM-ACCT-TYPE          BY WH-ACCT-TYPE
                         AM-ACCOUNT-IS-DEPOSIT BY
                             WH-ACCOUNT-IS-DEPOSIT
                         AM-ACCOUNT-IS-LOAN    BY WH-ACCOUNT-IS-LOAN
                         AM-CURRENCY-CODE      BY WH-CURRENCY-CODE
                         AM-CURRENCY-IS-HOME   BY
                             WH-CURRENCY-IS-HOME.

       01 WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 RECORD-WAS-FOUND             VALUE 'Y'.
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
           MOVE "ACCTRKEY" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           SET OPERATOR-NOT-SIGNED-ON TO TRUE.
           CALL "SIGNON" USING WS-OPERATOR-AUTHORIZED
               GOBACK
           END-IF.
           OPEN I-O XREF-MASTER.
           OPEN I-O OWNER-MASTER.
           OPEN I-O LOAN-MASTER.
           OPEN OUTPUT REKEY-REGISTER.

           OPEN INPUT REKEY-CONTROL.
           IF WS-XREF-MASTER-STATUS NOT = "35"
               CLOSE XREF-MASTER
           END-IF.
           IF WS-OWNER-MASTER-STATUS NOT = "35"
               CLOSE OWNER-MASTER
           END-IF.
           IF WS-LOAN-MASTER-STATUS NOT = "35"
               CLOSE LOAN-MASTER
           END-IF.
           CLOSE ACCOUNT-MASTER.

           IF WS-CARDS-REJECTED > 0

       Apply-One-Rekey.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM Tokenize-Old-Key.
           MOVE RK-NEW-SSN TO SSN OF WS-ACCT-KEY-WORK.
           MOVE 'V' TO WS-CHECK-REQUEST-CODE.
           CALL "SSNCHKW" USING WS-CHECK-REQUEST-CODE
               WS-ACCT-KEY-WORK WS-CHECK-RESULT.
           IF WS-CHECK-RESULT = 'Y'
               PERFORM Tokenize-New-Key
           END-IF.
           EVALUATE TRUE
               WHEN WS-CHECK-RESULT NOT = 'Y'
                   MOVE "NEW SSN FAILS CHECK DIGIT"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Rekey
               WHEN TK-RESULT-SWITCH NOT = 'Y'
                   MOVE "TOKEN VAULT UNAVAILABLE"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Rekey
               WHEN RK-NEW-SSN = RK-OLD-SSN
                   MOVE "OLD AND NEW KEYS IDENTICAL"
                       TO WS-REJECT-REASON
                       PERFORM Rekey-Cross-Reference
                       PERFORM Rekey-Snapshot-History
                       PERFORM Rekey-Overdraft-Ages
                       PERFORM Rekey-Owner-Records
                       PERFORM Rekey-Loan-Master
                       PERFORM Record-Rekey-Applied
               END-READ
           END-IF.

      * History rewrites in place - same record length, only the
      * key bytes change, so the QSAM REWRITE is legal and the
      * file order is untouched. POSTHIST first, then the POSTKEY
      * key file, whose header names the closed-year partitions
      * that follow.
       Rekey-Posting-History.
           MOVE 0 TO WS-HISTORY-REKEYED.
           MOVE 0 TO WS-HISTORY-FAILED.
           MOVE "Cobol/data/POSTHIST.DAT" TO WS-HISTORY-FILE-NAME.
           PERFORM Rekey-One-History-File.
           PERFORM Rekey-Posting-Keys.
           IF WS-LAST-CLOSED-YEAR > 0
               PERFORM VARYING WS-PARTITION-YEAR
                       FROM WS-FIRST-CLOSED-YEAR BY 1
                       UNTIL WS-PARTITION-YEAR > WS-LAST-CLOSED-YEAR
                   MOVE SPACES TO WS-HISTORY-FILE-NAME
                   STRING "Cobol/data/POSTH" WS-PARTITION-YEAR
                           ".DAT"
                       DELIMITED BY SIZE INTO WS-HISTORY-FILE-NAME
                   PERFORM Rekey-One-History-File
               END-PERFORM
           END-IF.

       Rekey-One-History-File.
           OPEN I-O POSTING-HISTORY.
           IF WS-POSTING-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-POSTING-HISTORY-STATUS NOT = "00"
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM Check-Transfer-Counterparty
                           IF PH-ACCT-SSN = RK-OLD-SSN
                               OR COUNTERPARTY-REKEYS
                               PERFORM Rekey-One-History-Record
                           END-IF
                   END-READ
           END-IF.
           MOVE "00" TO WS-POSTING-HISTORY-STATUS.

      * A transfer leg names the other account too; only a full-
      * length record can be a transfer, since the short legacy
      * forms carry nothing past the entry type.
       Check-Transfer-Counterparty.
           SET COUNTERPARTY-STAYS TO TRUE.
           IF WS-POSTING-REC-LENGTH NOT < 63
               IF PH-ENTRY-IS-TRANSFER
                   AND PH-XFER-ACCT-SSN = RK-OLD-SSN
                   SET COUNTERPARTY-REKEYS TO TRUE
               END-IF
           END-IF.

      * The REWRITE keeps the record's own read length and its
      * status is checked - a failed rewrite is a reported
      * failure, never a counted success.
       Rekey-One-History-Record.
           IF PH-ACCT-SSN = RK-OLD-SSN
               MOVE RK-NEW-SSN TO PH-ACCT-SSN
           END-IF.
           IF COUNTERPARTY-REKEYS
               MOVE RK-NEW-SSN TO PH-XFER-ACCT-SSN
           END-IF.
           REWRITE POSTING-HISTORY-REC.
           IF WS-POSTING-HISTORY-STATUS = "00"
               ADD 1 TO WS-HISTORY-REKEYED
               MOVE "00" TO WS-POSTING-HISTORY-STATUS
           END-IF.

      * The account's keyed postings move by delete-plus-write -
      * the key carries the account - each re-STARTed from the old
      * key's first, since the moved record no longer sorts
      * there. Then every other account's transfer legs naming
      * the old SSN rewrite in place. No key file means nothing
      * to move: POSTINDX keys the already re-keyed POSTHIST.
       Rekey-Posting-Keys.
           MOVE 0 TO WS-KEYS-REKEYED.
           MOVE 0 TO WS-FIRST-CLOSED-YEAR.
           MOVE 0 TO WS-LAST-CLOSED-YEAR.
           OPEN I-O POSTING-KEY-FILE.
           IF WS-POSTING-KEY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PK-ACCT-SSN.
           MOVE 0 TO PK-POST-DATE.
           MOVE 0 TO PK-SEQUENCE.
           READ POSTING-KEY-FILE
               KEY IS PK-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PK-HDR-FIRST-CLOSED-YEAR
                       TO WS-FIRST-CLOSED-YEAR
                   MOVE PK-HDR-LAST-CLOSED-YEAR
                       TO WS-LAST-CLOSED-YEAR
           END-READ.
           SET KEY-BROWSE-NOT-DONE TO TRUE.
           PERFORM UNTIL KEY-BROWSE-DONE
               PERFORM Move-One-Posting-Key
           END-PERFORM.
           MOVE 0 TO PK-ACCT-SSN.
           MOVE 0 TO PK-POST-DATE.
           MOVE 1 TO PK-SEQUENCE.
           SET KEY-BROWSE-NOT-DONE TO TRUE.
           START POSTING-KEY-FILE
               KEY IS >= PK-KEY
               INVALID KEY
                   SET KEY-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL KEY-BROWSE-DONE
               READ POSTING-KEY-FILE NEXT RECORD
                   AT END
                       SET KEY-BROWSE-DONE TO TRUE
                   NOT AT END
                       PERFORM Check-Keyed-Counterparty
               END-READ
           END-PERFORM.
           CLOSE POSTING-KEY-FILE.

       Move-One-Posting-Key.
           MOVE RK-OLD-SSN TO PK-ACCT-SSN.
           MOVE 0 TO PK-POST-DATE.
           MOVE 0 TO PK-SEQUENCE.
           START POSTING-KEY-FILE
               KEY IS >= PK-KEY
               INVALID KEY
                   SET KEY-BROWSE-DONE TO TRUE
                   EXIT PARAGRAPH
           END-START.
           READ POSTING-KEY-FILE NEXT RECORD
               AT END
                   SET KEY-BROWSE-DONE TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           IF PK-ACCT-SSN NOT = RK-OLD-SSN
               SET KEY-BROWSE-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           DELETE POSTING-KEY-FILE
               INVALID KEY
                   ADD 1 TO WS-HIST-FAIL-TOTAL
                   DISPLAY "POSTKEY DELETE FAILED - STATUS:"
                           WS-POSTING-KEY-STATUS
                   SET KEY-BROWSE-DONE TO TRUE
                   EXIT PARAGRAPH
           END-DELETE.
           MOVE PK-POSTING-IMAGE TO WS-KEYED-POSTING.
           MOVE RK-NEW-SSN TO WS-KP-ACCT-SSN.
           IF WS-KP-ENTRY-TYPE = 'T'
               AND WS-KP-XFER-ACCT-SSN = RK-OLD-SSN
               MOVE RK-NEW-SSN TO WS-KP-XFER-ACCT-SSN
           END-IF.
           MOVE WS-KEYED-POSTING TO PK-POSTING-IMAGE.
           MOVE RK-NEW-SSN TO PK-ACCT-SSN.
           WRITE POSTING-KEY-REC
               INVALID KEY
                   ADD 1 TO WS-HIST-FAIL-TOTAL
                   DISPLAY "POSTKEY WRITE FAILED - STATUS:"
                           WS-POSTING-KEY-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-KEYS-REKEYED
           END-WRITE.

       Check-Keyed-Counterparty.
           MOVE PK-POSTING-IMAGE TO WS-KEYED-POSTING.
           IF WS-KP-ENTRY-TYPE = 'T'
               AND WS-KP-XFER-ACCT-SSN = RK-OLD-SSN
               MOVE RK-NEW-SSN TO WS-KP-XFER-ACCT-SSN
               MOVE WS-KEYED-POSTING TO PK-POSTING-IMAGE
               REWRITE POSTING-KEY-REC
                   INVALID KEY
                       ADD 1 TO WS-HIST-FAIL-TOTAL
                       DISPLAY "POSTKEY REWRITE FAILED - STATUS:"
                               WS-POSTING-KEY-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-KEYS-REKEYED
               END-REWRITE
           END-IF.

       Rekey-Cross-Reference.
           MOVE 0 TO WS-XREF-REKEYED.
           IF WS-XREF-MASTER-STATUS = "00"
           END-IF.
           MOVE "00" TO WS-OVERDRAFT-AGES-STATUS.

      * Two sweeps gather the records to move: the old account's
      * own parties by primary key, then the old SSN's parties on
      * other accounts by the alternate key. Each then re-keys by
      * delete-plus-write. A missing file means no parties.
       Rekey-Owner-Records.
           MOVE 0 TO WS-OWN-REKEYED.
           MOVE 0 TO WS-OWN-MOVE-COUNT.
           IF WS-OWNER-MASTER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           SET OWN-BROWSE-NOT-DONE TO TRUE.
           MOVE RK-OLD-SSN TO AO-ACCT-SSN.
           MOVE 0 TO AO-PARTY-SSN.
           START OWNER-MASTER
               KEY IS >= AO-OWNER-KEY
               INVALID KEY
                   SET OWN-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL OWN-BROWSE-DONE
               READ OWNER-MASTER NEXT RECORD
                   AT END
                       SET OWN-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF AO-ACCT-SSN NOT = RK-OLD-SSN
                           SET OWN-BROWSE-DONE TO TRUE
                       ELSE
                           PERFORM Hold-Owner-Record
                       END-IF
               END-READ
           END-PERFORM.
           SET OWN-BROWSE-NOT-DONE TO TRUE.
           MOVE RK-OLD-SSN TO AO-PARTY-SSN.
           START OWNER-MASTER
               KEY IS = AO-PARTY-SSN
               INVALID KEY
                   SET OWN-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL OWN-BROWSE-DONE
               READ OWNER-MASTER NEXT RECORD
                   AT END
                       SET OWN-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF AO-PARTY-SSN NOT = RK-OLD-SSN
                           SET OWN-BROWSE-DONE TO TRUE
                       ELSE
                           IF AO-ACCT-SSN NOT = RK-OLD-SSN
                               PERFORM Hold-Owner-Record
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-OWN-MOVE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-OWN-MOVE-SUBSCRIPT > WS-OWN-MOVE-COUNT
               PERFORM Move-One-Owner-Record
           END-PERFORM.

      * Only a loan account has a loan record; a missing file or
      * record means nothing to move.
       Rekey-Loan-Master.
           MOVE 0 TO WS-LOAN-REKEYED.
           IF WS-LOAN-MASTER-STATUS = "35"
               OR NOT WH-ACCOUNT-IS-LOAN
               EXIT PARAGRAPH
           END-IF.
           MOVE RK-OLD-SSN TO LN-ACCT-SSN.
           READ LOAN-MASTER
               KEY IS LN-ACCT-SSN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           DELETE LOAN-MASTER
               INVALID KEY
                   ADD 1 TO WS-HIST-FAIL-TOTAL
                   DISPLAY "LOAN DELETE FAILED - STATUS:"
                           WS-LOAN-MASTER-STATUS
                   EXIT PARAGRAPH
           END-DELETE.
           MOVE RK-NEW-SSN TO LN-ACCT-SSN.
           WRITE LOAN-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-HIST-FAIL-TOTAL
                   DISPLAY "LOAN WRITE FAILED - STATUS:"
                           WS-LOAN-MASTER-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-LOAN-REKEYED
           END-WRITE.

       Hold-Owner-Record.
           IF WS-OWN-MOVE-COUNT < 100
               ADD 1 TO WS-OWN-MOVE-COUNT
               MOVE OWNER-MASTER-REC
                   TO WS-OWN-MOVE-REC(WS-OWN-MOVE-COUNT)
           ELSE
               ADD 1 TO WS-HIST-FAIL-TOTAL
               DISPLAY "OWNER TABLE FULL - PARTY NOT REKEYED"
           END-IF.

       Move-One-Owner-Record.
           MOVE WS-OWN-MOVE-REC(WS-OWN-MOVE-SUBSCRIPT)
               TO OWNER-MASTER-REC.
           DELETE OWNER-MASTER
               INVALID KEY
                   ADD 1 TO WS-HIST-FAIL-TOTAL
                   DISPLAY "OWNER DELETE FAILED - STATUS:"
                           WS-OWNER-MASTER-STATUS
               NOT INVALID KEY
                   MOVE WS-OWN-MOVE-REC(WS-OWN-MOVE-SUBSCRIPT)
                       TO OWNER-MASTER-REC
                   IF AO-ACCT-SSN = RK-OLD-SSN
                       MOVE RK-NEW-SSN TO AO-ACCT-SSN
                   END-IF
                   IF AO-PARTY-SSN = RK-OLD-SSN
                       MOVE RK-NEW-SSN TO AO-PARTY-SSN
                   END-IF
                   WRITE OWNER-MASTER-REC
                       INVALID KEY
                           ADD 1 TO WS-HIST-FAIL-TOTAL
                           DISPLAY "OWNER WRITE FAILED - STATUS:"
                                   WS-OWNER-MASTER-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-OWN-REKEYED
                   END-WRITE
           END-DELETE.

       Record-Rekey-Applied.
           ADD 1 TO WS-CARDS-APPLIED.
           MOVE RK-OLD-SSN TO WS-MASK-SSN-IN.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "  SNAPHIST:" WS-SNAP-DISPLAY
                   " ODMAST:" WS-ODM-REKEYED
                   " ACCTOWN:" WS-OWN-REKEYED
                   " LOANMAST:" WS-LOAN-REKEYED
                   " POSTKEY:" WS-KEYS-REKEYED
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE REKEY-REGISTER-LINE FROM WS-REGISTER-LINE.
           MOVE "A006" TO EX-ERROR-CODE.
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE REKEY-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.

      * The old SSN as keyed goes through TOKVAULT: the masters
      * are keyed on tokens, and a value with none is left as
      * keyed, to be not found.
       Tokenize-Old-Key.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "ACCTRKEY" TO TK-PROGRAM.
           IF RK-OLD-SSN IS NUMERIC
               MOVE RK-OLD-SSN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO RK-OLD-SSN
           END-IF.

      * The new SSN is filed as its token, assigned here on first
      * sight.
       Tokenize-New-Key.
           MOVE 'T' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "ACCTRKEY" TO TK-PROGRAM.
           MOVE RK-NEW-SSN TO TK-VALUE-IN.
           CALL "TOKENW" USING WS-TOKEN-REQUEST.
           IF TK-RESULT-SWITCH = 'Y'
               MOVE TK-VALUE-OUT(1:9) TO RK-NEW-SSN
           END-IF.
