       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNINQ.
      * Inquiry over the ACCTOWN account-ownership master OWNMNT
      * maintains. COMMAND-LINE parm picks the mode:
      *   Snnnnnnnnn  - every account the party with this SSN is
      *                 on, in what role and for what share
      *                 (alternate-key read on the party SSN)
      *   Annnnnnnnn  - every party on the account keyed on this
      *                 SSN
      * An account with no ACCTOWN records is held by its primary
      * alone, so the account key itself always answers as the
      * primary even when OWNMNT has never been run against it.
      * Both modes take the SSN in clear or as its TOKVAULT
      * token; a clear one is looked up to its token (CALLed
      * TOKENW), since ACCTOWN carries only tokens.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  OWNER-MASTER.
       01 OWNER-MASTER-REC.
           COPY ACCT-OWNER-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       WORKING-STORAGE SECTION.
       01 WS-OWNER-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-RUN-MODE-PARM            PIC X(20) VALUE SPACES.
       01 WS-INQUIRY-SSN              PIC 9(9) VALUE 0.
       01 WS-MATCH-COUNT              PIC 9(4) VALUE 0.
       01 WS-COUNT-DISPLAY            PIC ZZZ9.
       01 WS-EDITED-PCT               PIC ZZ9.99.
       01 WS-ACCOUNT-STATUS-CODE      PIC X VALUE SPACE.

       01 WS-OWNERS-ON-FILE-SWITCH    PIC X VALUE 'N'.
           88 OWNERS-ON-FILE               VALUE 'Y'.
           88 OWNERS-NOT-ON-FILE           VALUE 'N'.
       01 WS-FOUND-SWITCH             PIC X VALUE 'N'.
           88 LOOKUP-FOUND                 VALUE 'Y'.
           88 LOOKUP-NOT-FOUND             VALUE 'N'.
       01 WS-PRIMARY-SWITCH           PIC X VALUE 'N'.
           88 PRIMARY-LISTED               VALUE 'Y'.
           88 PRIMARY-NOT-LISTED           VALUE 'N'.
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.

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
           MOVE "OWNINQ"   TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-MODE-PARM FROM COMMAND-LINE.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE:"
                       WS-ACCOUNT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * No ACCTOWN yet means every account is its primary's alone.
           OPEN INPUT OWNER-MASTER.
           IF WS-OWNER-MASTER-STATUS = "00"
               SET OWNERS-ON-FILE TO TRUE
           ELSE
               SET OWNERS-NOT-ON-FILE TO TRUE
           END-IF.

           EVALUATE WS-RUN-MODE-PARM(1:1)
               WHEN 'S'
                   MOVE WS-RUN-MODE-PARM(2:9) TO WS-INQUIRY-SSN
                   PERFORM Tokenize-Inquiry-Key
                   PERFORM Inquire-By-Party
               WHEN 'A'
                   MOVE WS-RUN-MODE-PARM(2:9) TO WS-INQUIRY-SSN
                   PERFORM Tokenize-Inquiry-Key
                   PERFORM Inquire-By-Account
               WHEN OTHER
                   DISPLAY "OWNINQ - MODE MUST BE Snnnnnnnnn OR"
                           " Annnnnnnnn"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           IF OWNERS-ON-FILE
               CLOSE OWNER-MASTER
           END-IF.
           CLOSE ACCOUNT-MASTER.
           GOBACK.

      * The party's own account first - as the primary it may have
      * no ACCTOWN record - then every record under the party SSN.
       Inquire-By-Party.
           MOVE 0 TO WS-MATCH-COUNT.
           PERFORM Read-Account-Status.
           IF LOOKUP-FOUND
               SET PRIMARY-NOT-LISTED TO TRUE
               IF OWNERS-ON-FILE
                   MOVE WS-INQUIRY-SSN TO AO-ACCT-SSN
                   MOVE WS-INQUIRY-SSN TO AO-PARTY-SSN
                   READ OWNER-MASTER
                       KEY IS AO-OWNER-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET PRIMARY-LISTED TO TRUE
                   END-READ
               END-IF
               IF PRIMARY-NOT-LISTED
                   PERFORM Display-Implied-Primary
               END-IF
           END-IF.
           IF OWNERS-ON-FILE
               SET BROWSE-NOT-DONE TO TRUE
               MOVE WS-INQUIRY-SSN TO AO-PARTY-SSN
               START OWNER-MASTER
                   KEY IS = AO-PARTY-SSN
                   INVALID KEY
                       SET BROWSE-DONE TO TRUE
               END-START
               PERFORM UNTIL BROWSE-DONE
                   READ OWNER-MASTER NEXT RECORD
                       AT END
                           SET BROWSE-DONE TO TRUE
                       NOT AT END
                           IF AO-PARTY-SSN NOT = WS-INQUIRY-SSN
                               SET BROWSE-DONE TO TRUE
                           ELSE
                               PERFORM Display-Party-Record
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-MATCH-COUNT = 0
               DISPLAY "NO ACCOUNT ON FILE FOR PARTY:"
                       WS-INQUIRY-SSN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-MATCH-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "ACCOUNTS MATCHED:" WS-COUNT-DISPLAY
           END-IF.

       Inquire-By-Account.
           MOVE 0 TO WS-MATCH-COUNT.
           PERFORM Read-Account-Status.
           IF LOOKUP-NOT-FOUND
               DISPLAY "NO ACCOUNT ON FILE FOR SSN:"
                       WS-INQUIRY-SSN
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           SET PRIMARY-NOT-LISTED TO TRUE.
           IF OWNERS-ON-FILE
               SET BROWSE-NOT-DONE TO TRUE
               MOVE WS-INQUIRY-SSN TO AO-ACCT-SSN
               MOVE 0 TO AO-PARTY-SSN
               START OWNER-MASTER
                   KEY IS >= AO-OWNER-KEY
                   INVALID KEY
                       SET BROWSE-DONE TO TRUE
               END-START
               PERFORM UNTIL BROWSE-DONE
                   READ OWNER-MASTER NEXT RECORD
                       AT END
                           SET BROWSE-DONE TO TRUE
                       NOT AT END
                           IF AO-ACCT-SSN NOT = WS-INQUIRY-SSN
                               SET BROWSE-DONE TO TRUE
                           ELSE
                               IF AO-ROLE-IS-PRIMARY
                                   SET PRIMARY-LISTED TO TRUE
                               END-IF
                               PERFORM Display-Party-Record
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF PRIMARY-NOT-LISTED
               PERFORM Display-Implied-Primary
           END-IF.
           MOVE WS-MATCH-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "PARTIES ON ACCOUNT:" WS-COUNT-DISPLAY.

       Read-Account-Status.
           SET LOOKUP-NOT-FOUND TO TRUE.
           MOVE SPACE TO WS-ACCOUNT-STATUS-CODE.
           MOVE WS-INQUIRY-SSN TO AM-ACCT-SSN.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOOKUP-FOUND TO TRUE
                   MOVE AM-STATUS TO WS-ACCOUNT-STATUS-CODE
           END-READ.

       Display-Implied-Primary.
           ADD 1 TO WS-MATCH-COUNT.
           DISPLAY "ACCOUNT SSN:" WS-INQUIRY-SSN
                   " STATUS:" WS-ACCOUNT-STATUS-CODE
                   " PARTY:" WS-INQUIRY-SSN
                   " ROLE:P (ACCOUNT KEY - NO PARTY RECORD)".

       Display-Party-Record.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE AO-OWNERSHIP-PCT TO WS-EDITED-PCT.
           MOVE AO-ACCT-SSN TO AM-ACCT-SSN.
           MOVE SPACE TO WS-ACCOUNT-STATUS-CODE.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   MOVE '?' TO WS-ACCOUNT-STATUS-CODE
               NOT INVALID KEY
                   MOVE AM-STATUS TO WS-ACCOUNT-STATUS-CODE
           END-READ.
           DISPLAY "ACCOUNT SSN:" AO-ACCT-SSN
                   " STATUS:" WS-ACCOUNT-STATUS-CODE
                   " PARTY:" AO-PARTY-SSN
                   " ROLE:" AO-OWNER-ROLE
                   " SHARE:" WS-EDITED-PCT
                   " " AO-PARTY-NAME.

      * The key as entered goes through TOKVAULT: the masters
      * are keyed on tokens, and a value with none is left as
      * entered, to be not found.
       Tokenize-Inquiry-Key.
           MOVE 'L' TO TK-REQUEST-CODE.
           MOVE 'S' TO TK-VALUE-TYPE.
           MOVE "OWNINQ" TO TK-PROGRAM.
           IF WS-INQUIRY-SSN IS NUMERIC
               MOVE WS-INQUIRY-SSN TO TK-VALUE-IN
               CALL "TOKENW" USING WS-TOKEN-REQUEST
               MOVE TK-VALUE-OUT(1:9) TO WS-INQUIRY-SSN
           END-IF.
