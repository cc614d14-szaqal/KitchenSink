       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRTCERT.
      * Records the reviewers' keep/revoke decisions against the
      * open access recertification campaign on RCRTMAST
      * (copybooks/RECERT-REC.cpy) that RCRTOPEN listed, from an
      * RCRTDEC batch keyed off the marked-up RCRTLIST pages. A
      * decision must come from the reviewer the id was listed
      * under; ids listed under security administration take any
      * employee but the owner. A revoke is not applied here - it
      * becomes a transaction in the maintainer's own format, the
      * USERPROV precedent: a USERMNT Change to status R on the
      * RCRTUTRN file for a user id, a SECMAINT Revoke on the
      * RCRTSTRN file for an operator id (which still passes the
      * SECMAINT second-operator approval). Security feeds the
      * files as USERTRAN and SECTRAN. Once the run date is past
      * the deadline every id nobody certified is revoked the same
      * way, marked auto-revoked. When nothing is left pending
      * the campaign closes with its counts and the RCRTRSLT
      * results report prints - the evidence kept for the
      * auditors; the items themselves stay on RCRTMAST.
      * Each run is kept in the RPTREPO report repository as
      * RCRTRSLT, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-DECISIONS ASSIGN TO "Cobol/data/RCRTDEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-DECISIONS-STATUS.

           SELECT RECERT-MASTER ASSIGN TO "Cobol/data/RCRTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CERT-KEY
               FILE STATUS IS WS-RECERT-MASTER-STATUS.

           SELECT USER-REVOKE-FILE ASSIGN TO
               "Cobol/data/RCRTUTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-REVOKE-STATUS.

           SELECT SEC-REVOKE-FILE ASSIGN TO
               "Cobol/data/RCRTSTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-REVOKE-STATUS.

           SELECT RECERT-REGISTER ASSIGN TO "Cobol/data/RCRTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-REGISTER-STATUS.

           SELECT RESULTS-REPORT ASSIGN TO "Cobol/data/RCRTRSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECERT-DECISIONS.
      * One decision per line:
      *   Pos  1     CD-ACCESS-TYPE     X     O=operator id
      *                                       U=user id
      *   Pos  2- 9  CD-ACCESS-ID       X(8)
      *   Pos 10     CD-DECISION        X     K=keep R=revoke
      *   Pos 11-16  CD-CERTIFIED-BY    9(6)  Certifying employee
       01 RECERT-DECISION-REC.
           05 CD-ACCESS-TYPE          PIC X.
           05 CD-ACCESS-ID            PIC X(8).
           05 CD-DECISION             PIC X.
               88 CD-DECISION-IS-KEEP      VALUE 'K'.
               88 CD-DECISION-IS-REVOKE    VALUE 'R'.
           05 CD-CERTIFIED-BY         PIC 9(6).

       FD  RECERT-MASTER.
       01 RECERT-MASTER-REC.
           COPY RECERT-REC.

       FD  USER-REVOKE-FILE.
      * USERMNT transaction layout, ready to apply after review:
      *   Pos  1     UR-TRAN-CODE       X     Always 'C'
      *   Pos  2- 6  UR-USER-NAME       X(5)
      *   Pos  7-12  UR-EMPLOYEE-NUMBER 9(6)
      *   Pos 13     UR-STATUS          X     Always 'R'
       01 USER-REVOKE-REC.
           05 UR-TRAN-CODE            PIC X.
           05 UR-USER-NAME            PIC X(5).
           05 UR-EMPLOYEE-NUMBER      PIC 9(6).
           05 UR-STATUS               PIC X.

       FD  SEC-REVOKE-FILE.
      * SECMAINT transaction layout, ready to apply after review:
      *   Pos  1     SR-TRAN-CODE       X     Always 'R'
      *   Pos  2- 9  SR-OPERATOR-ID     X(8)
       01 SEC-REVOKE-REC.
           05 SR-TRAN-CODE            PIC X.
           05 SR-OPERATOR-ID          PIC X(8).
           05 FILLER                  PIC X(15).

       FD  RECERT-REGISTER.
       01 RECERT-REGISTER-LINE        PIC X(80).

       FD  RESULTS-REPORT.
       01 RESULTS-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RECERT-DECISIONS-STATUS  PIC XX VALUE "00".
       01 WS-RECERT-MASTER-STATUS     PIC XX VALUE "00".
       01 WS-USER-REVOKE-STATUS       PIC XX VALUE "00".
       01 WS-SEC-REVOKE-STATUS        PIC XX VALUE "00".
       01 WS-RECERT-REGISTER-STATUS   PIC XX VALUE "00".
       01 WS-RESULTS-REPORT-STATUS    PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-CAMPAIGN-DATE            PIC 9(8) VALUE 0.
       01 WS-DEADLINE-DATE            PIC 9(8) VALUE 0.

       01 WS-CAMPAIGN-SWITCH          PIC X VALUE 'N'.
           88 CAMPAIGN-FOUND               VALUE 'Y'.
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.
       01 WS-USER-REVOKE-SWITCH       PIC X VALUE 'N'.
           88 USER-REVOKE-FILE-OPEN        VALUE 'Y'.
       01 WS-SEC-REVOKE-SWITCH        PIC X VALUE 'N'.
           88 SEC-REVOKE-FILE-OPEN         VALUE 'Y'.

       01 WS-DECISIONS-READ           PIC 9(5) VALUE 0.
       01 WS-DECISIONS-APPLIED        PIC 9(5) VALUE 0.
       01 WS-DECISIONS-REJECTED       PIC 9(5) VALUE 0.
       01 WS-REVOKES-WRITTEN          PIC 9(5) VALUE 0.
       01 WS-AUTO-REVOKED             PIC 9(5) VALUE 0.

       01 WS-ITEMS-LISTED             PIC 9(5) VALUE 0.
       01 WS-ITEMS-PENDING            PIC 9(5) VALUE 0.
       01 WS-ITEMS-KEPT               PIC 9(5) VALUE 0.
       01 WS-ITEMS-REVOKED            PIC 9(5) VALUE 0.
       01 WS-ITEMS-AUTO-REVOKED       PIC 9(5) VALUE 0.

       01 WS-DISPOSITION              PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01 WS-DECISION-LABEL           PIC X(11) VALUE SPACES.
       01 WS-REGISTER-LINE            PIC X(80) VALUE SPACES.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY            PIC ZZZZ9.

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

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "RCRTCERT" TO VS-PROGRAM-NAME.
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

      * Least-privilege: the access review is security-sensitive
      * and takes the administrator role, like USERMNT.
           IF NOT ROLE-IS-ADMIN
               DISPLAY "ADMINISTRATOR ROLE REQUIRED - OPERATOR:"
                       WS-OPERATOR-ID
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O RECERT-MASTER.
           IF WS-RECERT-MASTER-STATUS NOT = "00"
               DISPLAY "NO RCRTMAST ON FILE - NO CAMPAIGN:"
                       WS-RECERT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Find-Open-Campaign.
           IF NOT CAMPAIGN-FOUND
               DISPLAY "NO RECERTIFICATION CAMPAIGN OPEN"
               CLOSE RECERT-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "CAMPAIGN " WS-CAMPAIGN-DATE
                   " DEADLINE " WS-DEADLINE-DATE.

           OPEN OUTPUT RECERT-REGISTER.
           OPEN INPUT RECERT-DECISIONS.
           IF WS-RECERT-DECISIONS-STATUS = "00"
               PERFORM UNTIL WS-RECERT-DECISIONS-STATUS NOT = "00"
                   READ RECERT-DECISIONS
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-DECISIONS-READ
                           PERFORM Apply-Recert-Decision
                   END-READ
               END-PERFORM
               CLOSE RECERT-DECISIONS
           ELSE
               DISPLAY "NO RCRTDEC INPUT - NO DECISIONS TO RECORD:"
                       WS-RECERT-DECISIONS-STATUS
           END-IF.

      * Past the deadline, silence is a revoke.
           IF WS-RUN-DATE > WS-DEADLINE-DATE
               PERFORM Auto-Revoke-Pending
           END-IF.

           PERFORM Count-Campaign-Items.
           IF WS-ITEMS-PENDING = 0
               PERFORM Close-Campaign
               PERFORM Print-Campaign-Results
           ELSE
               MOVE WS-ITEMS-PENDING TO WS-COUNT-DISPLAY
               DISPLAY "CAMPAIGN STILL OPEN - IDS PENDING:"
                       WS-COUNT-DISPLAY
           END-IF.

           IF USER-REVOKE-FILE-OPEN
               CLOSE USER-REVOKE-FILE
           END-IF.
           IF SEC-REVOKE-FILE-OPEN
               CLOSE SEC-REVOKE-FILE
           END-IF.
           CLOSE RECERT-MASTER.
           PERFORM Write-Register-Totals.
           CLOSE RECERT-REGISTER.

           IF WS-DECISIONS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       Find-Open-Campaign.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE LOW-VALUES TO RC-CERT-KEY.
           START RECERT-MASTER KEY IS NOT LESS THAN RC-CERT-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ RECERT-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF RC-IS-HEADER AND RC-CAMPAIGN-IS-OPEN
                           SET CAMPAIGN-FOUND TO TRUE
                           MOVE RC-CAMPAIGN-DATE TO WS-CAMPAIGN-DATE
                           MOVE RC-DEADLINE-DATE TO WS-DEADLINE-DATE
                           SET BROWSE-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       Apply-Recert-Decision.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN CD-ACCESS-TYPE NOT = 'O'
                       AND CD-ACCESS-TYPE NOT = 'U'
                   MOVE "INVALID ACCESS TYPE" TO WS-REJECT-REASON
               WHEN NOT CD-DECISION-IS-KEEP
                       AND NOT CD-DECISION-IS-REVOKE
                   MOVE "INVALID DECISION CODE" TO WS-REJECT-REASON
               WHEN CD-CERTIFIED-BY NOT NUMERIC
                       OR CD-CERTIFIED-BY = 0
                   MOVE "CERTIFYING EMPLOYEE REQUIRED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Recert-Decision
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CAMPAIGN-DATE TO RC-CAMPAIGN-DATE.
           MOVE CD-ACCESS-TYPE TO RC-ACCESS-TYPE.
           MOVE CD-ACCESS-ID TO RC-ACCESS-ID.
           READ RECERT-MASTER
               KEY IS RC-CERT-KEY
               INVALID KEY
                   MOVE "ID NOT IN OPEN CAMPAIGN"
                       TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN NOT RC-DECISION-PENDING
                       MOVE "ID ALREADY CERTIFIED"
                           TO WS-REJECT-REASON
                   WHEN CD-CERTIFIED-BY = RC-EMPLOYEE-NUMBER
                       MOVE "OWNER CANNOT CERTIFY OWN ACCESS"
                           TO WS-REJECT-REASON
                   WHEN RC-REVIEWER NOT = 0
                           AND CD-CERTIFIED-BY NOT = RC-REVIEWER
                       MOVE "NOT THE ASSIGNED REVIEWER"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM Reject-Recert-Decision
               EXIT PARAGRAPH
           END-IF.

           MOVE CD-DECISION TO RC-DECISION.
           MOVE WS-RUN-DATE TO RC-DECIDED-DATE.
           MOVE WS-OPERATOR-ID TO RC-DECIDED-BY.
           MOVE CD-CERTIFIED-BY TO RC-CERTIFIED-BY.
           REWRITE RECERT-MASTER-REC
               INVALID KEY
                   MOVE "ID NOT IN OPEN CAMPAIGN"
                       TO WS-REJECT-REASON
                   PERFORM Reject-Recert-Decision
                   EXIT PARAGRAPH
           END-REWRITE.
           IF RC-DECISION-REVOKE
               PERFORM Write-Revoke-Transaction
           END-IF.
           ADD 1 TO WS-DECISIONS-APPLIED.
           MOVE "APPLIED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.

      * Every item of the campaign still pending is revoked; the
      * certifier stays zero - no one vouched for it.
       Auto-Revoke-Pending.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE WS-CAMPAIGN-DATE TO RC-CAMPAIGN-DATE.
           MOVE LOW-VALUES TO RC-ACCESS-TYPE.
           MOVE LOW-VALUES TO RC-ACCESS-ID.
           START RECERT-MASTER KEY IS NOT LESS THAN RC-CERT-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ RECERT-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF RC-CAMPAIGN-DATE NOT = WS-CAMPAIGN-DATE
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           IF NOT RC-IS-HEADER
                               AND RC-DECISION-PENDING
                               PERFORM Auto-Revoke-One-Item
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Auto-Revoke-One-Item.
           SET RC-DECISION-AUTO-REVOKE TO TRUE.
           MOVE WS-RUN-DATE TO RC-DECIDED-DATE.
           MOVE WS-OPERATOR-ID TO RC-DECIDED-BY.
           MOVE 0 TO RC-CERTIFIED-BY.
           REWRITE RECERT-MASTER-REC
               INVALID KEY
                   DISPLAY "AUTO-REVOKE NOT RECORDED:"
                           RC-ACCESS-TYPE " " RC-ACCESS-ID
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-AUTO-REVOKED.
           PERFORM Write-Revoke-Transaction.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "AUTO-REVOKED PAST DEADLINE TYPE:" RC-ACCESS-TYPE
                   " ID:" RC-ACCESS-ID
                   " OWNER:" RC-EMPLOYEE-NUMBER
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RECERT-REGISTER-LINE FROM WS-REGISTER-LINE.

      * Each file is opened on its first revoke, so a run with no
      * revokes leaves the last batch in place for security.
       Write-Revoke-Transaction.
           ADD 1 TO WS-REVOKES-WRITTEN.
           IF RC-IS-USER
               IF NOT USER-REVOKE-FILE-OPEN
                   OPEN EXTEND USER-REVOKE-FILE
                   IF WS-USER-REVOKE-STATUS = "05"
                       OR WS-USER-REVOKE-STATUS = "35"
                       CLOSE USER-REVOKE-FILE
                       OPEN OUTPUT USER-REVOKE-FILE
                   END-IF
                   SET USER-REVOKE-FILE-OPEN TO TRUE
               END-IF
               MOVE 'C' TO UR-TRAN-CODE
               MOVE RC-ACCESS-ID TO UR-USER-NAME
               MOVE RC-EMPLOYEE-NUMBER TO UR-EMPLOYEE-NUMBER
               MOVE 'R' TO UR-STATUS
               WRITE USER-REVOKE-REC
           ELSE
               IF NOT SEC-REVOKE-FILE-OPEN
                   OPEN EXTEND SEC-REVOKE-FILE
                   IF WS-SEC-REVOKE-STATUS = "05"
                       OR WS-SEC-REVOKE-STATUS = "35"
                       CLOSE SEC-REVOKE-FILE
                       OPEN OUTPUT SEC-REVOKE-FILE
                   END-IF
                   SET SEC-REVOKE-FILE-OPEN TO TRUE
               END-IF
               MOVE SPACES TO SEC-REVOKE-REC
               MOVE 'R' TO SR-TRAN-CODE
               MOVE RC-ACCESS-ID TO SR-OPERATOR-ID
               WRITE SEC-REVOKE-REC
           END-IF.

       Count-Campaign-Items.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE WS-CAMPAIGN-DATE TO RC-CAMPAIGN-DATE.
           MOVE LOW-VALUES TO RC-ACCESS-TYPE.
           MOVE LOW-VALUES TO RC-ACCESS-ID.
           START RECERT-MASTER KEY IS NOT LESS THAN RC-CERT-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ RECERT-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF RC-CAMPAIGN-DATE NOT = WS-CAMPAIGN-DATE
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           IF NOT RC-IS-HEADER
                               PERFORM Count-One-Item
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Count-One-Item.
           ADD 1 TO WS-ITEMS-LISTED.
           EVALUATE TRUE
               WHEN RC-DECISION-KEEP
                   ADD 1 TO WS-ITEMS-KEPT
               WHEN RC-DECISION-REVOKE
                   ADD 1 TO WS-ITEMS-REVOKED
               WHEN RC-DECISION-AUTO-REVOKE
                   ADD 1 TO WS-ITEMS-AUTO-REVOKED
               WHEN OTHER
                   ADD 1 TO WS-ITEMS-PENDING
           END-EVALUATE.

       Close-Campaign.
           MOVE WS-CAMPAIGN-DATE TO RC-CAMPAIGN-DATE.
           SET RC-IS-HEADER TO TRUE.
           MOVE SPACES TO RC-ACCESS-ID.
           READ RECERT-MASTER
               KEY IS RC-CERT-KEY
               INVALID KEY
                   DISPLAY "CAMPAIGN HEADER NOT ON FILE:"
                           WS-CAMPAIGN-DATE
                   EXIT PARAGRAPH
           END-READ.
           SET RC-CAMPAIGN-IS-CLOSED TO TRUE.
           MOVE WS-RUN-DATE TO RC-CLOSED-DATE.
           MOVE WS-ITEMS-LISTED TO RC-ITEMS-LISTED.
           MOVE WS-ITEMS-KEPT TO RC-ITEMS-KEPT.
           MOVE WS-ITEMS-REVOKED TO RC-ITEMS-REVOKED.
           MOVE WS-ITEMS-AUTO-REVOKED TO RC-ITEMS-AUTO-REVOKED.
           REWRITE RECERT-MASTER-REC
               INVALID KEY
                   DISPLAY "CAMPAIGN HEADER NOT REWRITTEN:"
                           WS-CAMPAIGN-DATE
           END-REWRITE.
           DISPLAY "CAMPAIGN CLOSED:" WS-CAMPAIGN-DATE.

       Print-Campaign-Results.
           OPEN OUTPUT RESULTS-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "ACCESS RECERTIFICATION CAMPAIGN RESULTS"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "RCRTRSLT"      TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CAMPAIGN " WS-CAMPAIGN-DATE
                   " DEADLINE " WS-DEADLINE-DATE
                   " CLOSED " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  T ID       OWNER  DEPT R REVIEW DECISION    "
                   "DATE     BY       CERT"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           SET BROWSE-NOT-DONE TO TRUE.
           MOVE WS-CAMPAIGN-DATE TO RC-CAMPAIGN-DATE.
           MOVE LOW-VALUES TO RC-ACCESS-TYPE.
           MOVE LOW-VALUES TO RC-ACCESS-ID.
           START RECERT-MASTER KEY IS NOT LESS THAN RC-CERT-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ RECERT-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF RC-CAMPAIGN-DATE NOT = WS-CAMPAIGN-DATE
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           IF NOT RC-IS-HEADER
                               PERFORM Print-One-Result
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE RESULTS-REPORT-LINE FROM RP-PRINT-LINE.
           CLOSE RESULTS-REPORT.

       Print-One-Result.
           EVALUATE TRUE
               WHEN RC-DECISION-KEEP
                   MOVE "KEEP" TO WS-DECISION-LABEL
               WHEN RC-DECISION-REVOKE
                   MOVE "REVOKE" TO WS-DECISION-LABEL
               WHEN OTHER
                   MOVE "AUTO-REVOKE" TO WS-DECISION-LABEL
           END-EVALUATE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  " RC-ACCESS-TYPE
                   " " RC-ACCESS-ID
                   " " RC-EMPLOYEE-NUMBER
                   " " RC-DEPT-CODE
                   " " RC-ROLE
                   " " RC-REVIEWER
                   " " WS-DECISION-LABEL
                   " " RC-DECIDED-DATE
                   " " RC-DECIDED-BY
                   " " RC-CERTIFIED-BY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Write-Report-Totals.
           MOVE WS-ITEMS-LISTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "IDS REVIEWED:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-ITEMS-KEPT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "IDS KEPT:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-ITEMS-REVOKED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "IDS REVOKED:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-ITEMS-AUTO-REVOKED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "IDS AUTO-REVOKED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE RESULTS-REPORT-LINE FROM RP-HEADING-1
               WRITE RESULTS-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE RESULTS-REPORT-LINE FROM WS-DETAIL-LINE.

       Reject-Recert-Decision.
           ADD 1 TO WS-DECISIONS-REJECTED.
           MOVE "REJECTED" TO WS-DISPOSITION.
           PERFORM Write-Register-Detail.
           MOVE SPACES TO EX-MESSAGE.
           MOVE "V001" TO EX-ERROR-CODE.
           MOVE 'W' TO EX-SEVERITY.
           MOVE "RCRTCERT" TO EX-PROGRAM-ID.
           STRING "RECERT DECISION REJECTED - " CD-ACCESS-TYPE
                   " " CD-ACCESS-ID
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO EX-MESSAGE.
           CALL "LOGERR" USING WS-EXCEPTION-REC.

       Write-Register-Detail.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-DISPOSITION
                   " TYPE:" CD-ACCESS-TYPE
                   " ID:" CD-ACCESS-ID
                   " " CD-DECISION
                   " BY:" CD-CERTIFIED-BY
                   " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RECERT-REGISTER-LINE FROM WS-REGISTER-LINE.

       Write-Register-Totals.
           MOVE WS-DECISIONS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "DECISIONS READ:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RECERT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-DECISIONS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "DECISIONS RECORDED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RECERT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-AUTO-REVOKED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "AUTO-REVOKED:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RECERT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-REVOKES-WRITTEN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "REVOKE TRANS WRITTEN:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RECERT-REGISTER-LINE FROM WS-REGISTER-LINE.

           MOVE WS-DECISIONS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "DECISIONS REJECTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           WRITE RECERT-REGISTER-LINE FROM WS-REGISTER-LINE.
           DISPLAY WS-REGISTER-LINE.
