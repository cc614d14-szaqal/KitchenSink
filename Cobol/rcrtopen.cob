       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRTOPEN.
      * Opens an access recertification campaign on the RCRTMAST
      * evidence file (copybooks/RECERT-REC.cpy) - the quarterly
      * proof that every active id was reviewed by someone
      * accountable, instead of an email thread. Every active
      * USERMAST user id and every SECMAST operator id not revoked
      * becomes a campaign item, with its owning employee, the
      * owner's department today (CALLed DEPTHSTW), the operator
      * role, and the reviewer: the owner's supervisor through the
      * CALLed SUPVW reporting-line service, or security
      * administration when the owner is not recorded or has no
      * one above them. The items SORT by reviewer and print on
      * RCRTLIST through RPTWRITE, one section per reviewer, for
      * the reviewers to mark keep or revoke; RCRTCERT takes the
      * decisions back. The RCRTCTL card sets the deadline -
      * thirty days from today without one. Only one campaign is
      * open at a time; a second open is refused RC=8.
      * Each run is kept in the RPTREPO report repository as
      * RCRTLIST, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Optional control card: the certification deadline.
           SELECT RECERT-CONTROL ASSIGN TO "RCRTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-CONTROL-STATUS.

           SELECT RECERT-MASTER ASSIGN TO "Cobol/data/RCRTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CERT-KEY
               FILE STATUS IS WS-RECERT-MASTER-STATUS.

           SELECT USER-MASTER ASSIGN TO "Cobol/data/USERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-MASTER-STATUS.

           SELECT SECURITY-MASTER ASSIGN TO "Cobol/data/SECMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT REVIEW-REPORT ASSIGN TO "Cobol/data/RCRTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  RECERT-CONTROL.
       01 RECERT-CONTROL-REC.
           05 RK-DEADLINE-DATE        PIC 9(8).
           05 FILLER                  PIC X(72).

       FD  RECERT-MASTER.
       01 RECERT-MASTER-REC.
           COPY RECERT-REC.

       FD  USER-MASTER.
       01 USER-MASTER-REC.
           COPY USER-MASTER-REC.

       FD  SECURITY-MASTER.
       01 SECURITY-MASTER-REC.
           COPY SEC-MASTER-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  REVIEW-REPORT.
       01 REVIEW-REPORT-LINE          PIC X(80).

       SD  SORT-WORK.
       01 SORT-WORK-REC.
           05 SR-REVIEWER             PIC 9(6).
           05 SR-ACCESS-TYPE          PIC X.
           05 SR-ACCESS-ID            PIC X(8).
           05 SR-EMPLOYEE-NUMBER      PIC 9(6).
           05 SR-DEPT-CODE            PIC X(4).
           05 SR-ROLE                 PIC X.

       WORKING-STORAGE SECTION.
       01 WS-RECERT-CONTROL-STATUS    PIC XX VALUE "00".
       01 WS-RECERT-MASTER-STATUS     PIC XX VALUE "00".
       01 WS-USER-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-SECURITY-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-REVIEW-REPORT-STATUS     PIC XX VALUE "00".

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-DEADLINE-DATE            PIC 9(8) VALUE 0.
       01 WS-DEADLINE-RESULT          PIC X VALUE 'N'.
       01 WS-OPEN-CAMPAIGN-DATE       PIC 9(8) VALUE 0.

      * Latched at OPEN - a keyed READ miss later leaves "23" on
      * a status and must not be read as "file absent".
       01 WS-EMPLOYEE-SWITCH          PIC X VALUE 'N'.
           88 EMPLOYEE-ON-FILE             VALUE 'Y'.
      * SUPVW says once when SUPVMAST is missing; after that every
      * owner goes to security administration without asking.
       01 WS-SUPVMAST-SWITCH          PIC X VALUE 'Y'.
           88 SUPVMAST-AVAILABLE           VALUE 'Y'.
       01 WS-CAMPAIGN-SWITCH          PIC X VALUE 'N'.
           88 CAMPAIGN-ALREADY-OPEN        VALUE 'Y'.
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.
       01 WS-FIRST-BREAK-SWITCH       PIC X VALUE 'Y'.
           88 NO-REVIEWER-PRINTED-YET      VALUE 'Y'.

       01 WS-CURRENT-REVIEWER         PIC 9(6) VALUE 999999.
       01 WS-NAME-NUMBER              PIC 9(6) VALUE 0.
       01 WS-EMPLOYEE-NAME            PIC X(25) VALUE SPACES.
       01 WS-ROLE-LABEL               PIC X(7) VALUE SPACES.

       01 WS-OPERATORS-LISTED         PIC 9(5) VALUE 0.
       01 WS-USERS-LISTED             PIC 9(5) VALUE 0.
       01 WS-ITEMS-LISTED             PIC 9(5) VALUE 0.
       01 WS-REVIEWER-ITEMS           PIC 9(5) VALUE 0.
       01 WS-UNOWNED-ITEMS            PIC 9(5) VALUE 0.

       01 WS-COUNT-DISPLAY            PIC ZZZZ9.
       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.

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

       01 WS-SUPV-REQUEST.
           05 SU-REQUEST-CODE         PIC X VALUE SPACE.
           05 SU-EMPLOYEE-NUMBER      PIC 9(6) VALUE 0.
           05 SU-OTHER-NUMBER         PIC 9(6) VALUE 0.
           05 SU-RESULT-SWITCH        PIC X VALUE 'N'.
           05 SU-SUPERVISOR-NUMBER    PIC 9(6) VALUE 0.
           05 SU-REPORT-COUNT         PIC 9(5) VALUE 0.

       01 WS-OPERATOR-AUTHORIZED      PIC X VALUE 'N'.
           88 OPERATOR-SIGNED-ON           VALUE 'Y'.
           88 OPERATOR-NOT-SIGNED-ON       VALUE 'N'.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ROLE     PIC X VALUE SPACE.
           88 ROLE-IS-INQUIRY              VALUE 'I'.
           88 ROLE-IS-UPDATE               VALUE 'U'.
           88 ROLE-IS-ADMIN                VALUE 'A'.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "RCRTOPEN" TO VS-PROGRAM-NAME.
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

           PERFORM Read-Recert-Control.
           PERFORM Open-Recert-Master.
           PERFORM Find-Open-Campaign.
           IF CAMPAIGN-ALREADY-OPEN
               DISPLAY "RECERTIFICATION CAMPAIGN ALREADY OPEN:"
                       WS-OPEN-CAMPAIGN-DATE
               CLOSE RECERT-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO RECERT-MASTER-REC.
           MOVE WS-RUN-DATE TO RC-CAMPAIGN-DATE.
           SET RC-IS-HEADER TO TRUE.
           SET RC-CAMPAIGN-IS-OPEN TO TRUE.
           MOVE WS-OPERATOR-ID TO RC-OPENED-BY.
           MOVE WS-DEADLINE-DATE TO RC-DEADLINE-DATE.
           MOVE 0 TO RC-CLOSED-DATE.
           MOVE 0 TO RC-ITEMS-LISTED.
           MOVE 0 TO RC-ITEMS-KEPT.
           MOVE 0 TO RC-ITEMS-REVOKED.
           MOVE 0 TO RC-ITEMS-AUTO-REVOKED.
           WRITE RECERT-MASTER-REC
               INVALID KEY
                   SET CAMPAIGN-ALREADY-OPEN TO TRUE
           END-WRITE.
           IF CAMPAIGN-ALREADY-OPEN
               DISPLAY "A CAMPAIGN WAS ALREADY OPENED TODAY:"
                       WS-RUN-DATE
               CLOSE RECERT-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS = "00"
               SET EMPLOYEE-ON-FILE TO TRUE
           END-IF.

           OPEN OUTPUT REVIEW-REPORT.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "ACCESS RECERTIFICATION BY REVIEWER"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "RCRTLIST"      TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "CAMPAIGN " WS-RUN-DATE
                   " - CERTIFY KEEP OR REVOKE BY " WS-DEADLINE-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  T ID       OWNER  NAME                      "
                   "DEPT ROLE"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           SORT SORT-WORK
               ON ASCENDING KEY SR-REVIEWER SR-ACCESS-TYPE
                   SR-ACCESS-ID
               INPUT PROCEDURE IS Release-Access-Items
               OUTPUT PROCEDURE IS Print-Review-Lists.

           PERFORM Write-Reviewer-Totals.
           PERFORM Update-Campaign-Header.
           PERFORM Write-Report-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE REVIEW-REPORT-LINE FROM RP-PRINT-LINE.
           CLOSE REVIEW-REPORT.

           IF EMPLOYEE-ON-FILE
               CLOSE EMPLOYEE-MASTER
           END-IF.
           CLOSE RECERT-MASTER.
           GOBACK.

      * The deadline must be a real date still to come.
       Read-Recert-Control.
           COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 30).
           OPEN INPUT RECERT-CONTROL.
           IF WS-RECERT-CONTROL-STATUS NOT = "00"
               DISPLAY "NO RCRTCTL CARD - DEADLINE " WS-DEADLINE-DATE
               EXIT PARAGRAPH
           END-IF.
           READ RECERT-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF RK-DEADLINE-DATE NUMERIC
                       CALL "DATECHK" USING RK-DEADLINE-DATE
                           WS-DEADLINE-RESULT
                   END-IF
                   IF WS-DEADLINE-RESULT = 'F'
                       MOVE RK-DEADLINE-DATE TO WS-DEADLINE-DATE
                   ELSE
                       DISPLAY "RCRTCTL CARD IGNORED - DEADLINE "
                               WS-DEADLINE-DATE
                   END-IF
           END-READ.
           CLOSE RECERT-CONTROL.

      * The first campaign on a new system creates the file.
       Open-Recert-Master.
           OPEN I-O RECERT-MASTER.
           IF WS-RECERT-MASTER-STATUS = "35"
               CLOSE RECERT-MASTER
               OPEN OUTPUT RECERT-MASTER
               CLOSE RECERT-MASTER
               OPEN I-O RECERT-MASTER
           END-IF.

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
                           SET CAMPAIGN-ALREADY-OPEN TO TRUE
                           MOVE RC-CAMPAIGN-DATE
                               TO WS-OPEN-CAMPAIGN-DATE
                           SET BROWSE-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * Operator ids first, then user ids - a revoked id has no
      * access left to certify; a locked-out operator can still be
      * unlocked, so it is reviewed.
       Release-Access-Items.
           OPEN INPUT SECURITY-MASTER.
           IF WS-SECURITY-MASTER-STATUS = "00"
               PERFORM UNTIL WS-SECURITY-MASTER-STATUS NOT = "00"
                   READ SECURITY-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF NOT SM-OPERATOR-IS-REVOKED
                               PERFORM Release-Operator-Item
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-MASTER
           ELSE
               DISPLAY "NO SECMAST ON FILE - NO OPERATOR IDS:"
                       WS-SECURITY-MASTER-STATUS
           END-IF.

           OPEN INPUT USER-MASTER.
           IF WS-USER-MASTER-STATUS = "00"
               PERFORM UNTIL WS-USER-MASTER-STATUS NOT = "00"
                   READ USER-MASTER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF UM-USER-IS-ACTIVE
                               PERFORM Release-User-Item
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-MASTER
           ELSE
               DISPLAY "NO USERMAST ON FILE - NO USER IDS:"
                       WS-USER-MASTER-STATUS
           END-IF.

       Release-Operator-Item.
           MOVE SPACES TO RECERT-MASTER-REC.
           SET RC-IS-OPERATOR TO TRUE.
           MOVE SM-OPERATOR-ID TO RC-ACCESS-ID.
           IF SM-EMPLOYEE-NUMBER NUMERIC
               MOVE SM-EMPLOYEE-NUMBER TO RC-EMPLOYEE-NUMBER
           ELSE
               MOVE 0 TO RC-EMPLOYEE-NUMBER
           END-IF.
           MOVE SM-ROLE TO RC-ROLE.
           ADD 1 TO WS-OPERATORS-LISTED.
           PERFORM Write-Campaign-Item.

       Release-User-Item.
           MOVE SPACES TO RECERT-MASTER-REC.
           SET RC-IS-USER TO TRUE.
           MOVE UM-USER-NAME TO RC-ACCESS-ID.
           MOVE UM-EMPLOYEE-NUMBER TO RC-EMPLOYEE-NUMBER.
           MOVE SPACE TO RC-ROLE.
           ADD 1 TO WS-USERS-LISTED.
           PERFORM Write-Campaign-Item.

       Write-Campaign-Item.
           MOVE WS-RUN-DATE TO RC-CAMPAIGN-DATE.
           MOVE SPACES TO RC-DEPT-CODE.
           MOVE 0 TO RC-REVIEWER.
           IF RC-EMPLOYEE-NUMBER = 0
               ADD 1 TO WS-UNOWNED-ITEMS
           ELSE
               PERFORM Find-Owner-Department
               PERFORM Find-Owner-Reviewer
           END-IF.
           SET RC-DECISION-PENDING TO TRUE.
           MOVE 0 TO RC-DECIDED-DATE.
           MOVE SPACES TO RC-DECIDED-BY.
           MOVE 0 TO RC-CERTIFIED-BY.
           WRITE RECERT-MASTER-REC
               INVALID KEY
                   DISPLAY "DUPLICATE ACCESS ID SKIPPED:"
                           RC-ACCESS-TYPE " " RC-ACCESS-ID
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-ITEMS-LISTED.
           MOVE RC-REVIEWER        TO SR-REVIEWER.
           MOVE RC-ACCESS-TYPE     TO SR-ACCESS-TYPE.
           MOVE RC-ACCESS-ID       TO SR-ACCESS-ID.
           MOVE RC-EMPLOYEE-NUMBER TO SR-EMPLOYEE-NUMBER.
           MOVE RC-DEPT-CODE       TO SR-DEPT-CODE.
           MOVE RC-ROLE            TO SR-ROLE.
           RELEASE SORT-WORK-REC.

       Find-Owner-Department.
           MOVE 'Q' TO DQ-REQUEST-CODE.
           MOVE RC-EMPLOYEE-NUMBER TO DQ-EMPLOYEE-NUMBER.
           MOVE WS-RUN-DATE TO DQ-AS-OF-DATE.
           CALL "DEPTHSTW" USING WS-HISTORY-REQUEST.
           IF DQ-RESULT-SWITCH = 'Y'
               MOVE DQ-DEPT-CODE TO RC-DEPT-CODE
           END-IF.

      * The top of the tree has no one above it to certify its
      * access; it goes to security administration.
       Find-Owner-Reviewer.
           IF NOT SUPVMAST-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO SU-REQUEST-CODE.
           MOVE RC-EMPLOYEE-NUMBER TO SU-EMPLOYEE-NUMBER.
           MOVE 0 TO SU-OTHER-NUMBER.
           CALL "SUPVW" USING WS-SUPV-REQUEST.
           IF RETURN-CODE = 4
               MOVE 'N' TO WS-SUPVMAST-SWITCH
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF SU-RESULT-SWITCH = 'Y'
               MOVE SU-SUPERVISOR-NUMBER TO RC-REVIEWER
           END-IF.

       Print-Review-Lists.
           PERFORM UNTIL 1 = 2
               RETURN SORT-WORK
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM Print-One-Item
               END-RETURN
           END-PERFORM.

       Print-One-Item.
           IF SR-REVIEWER NOT = WS-CURRENT-REVIEWER
               PERFORM Write-Reviewer-Totals
               MOVE SR-REVIEWER TO WS-CURRENT-REVIEWER
               MOVE 0 TO WS-REVIEWER-ITEMS
               PERFORM Write-Reviewer-Heading
           END-IF.
           ADD 1 TO WS-REVIEWER-ITEMS.
           EVALUATE TRUE
               WHEN SR-ACCESS-TYPE = 'U'
                   MOVE "USER" TO WS-ROLE-LABEL
               WHEN SR-ROLE = 'A'
                   MOVE "ADMIN" TO WS-ROLE-LABEL
               WHEN SR-ROLE = 'U'
                   MOVE "UPDATE" TO WS-ROLE-LABEL
               WHEN OTHER
                   MOVE "INQUIRY" TO WS-ROLE-LABEL
           END-EVALUATE.
           MOVE SR-EMPLOYEE-NUMBER TO WS-NAME-NUMBER.
           PERFORM Fetch-Employee-Name.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  " SR-ACCESS-TYPE
                   " " SR-ACCESS-ID
                   " " SR-EMPLOYEE-NUMBER
                   " " WS-EMPLOYEE-NAME
                   " " SR-DEPT-CODE
                   " " WS-ROLE-LABEL
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Write-Reviewer-Heading.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-CURRENT-REVIEWER = 0
               STRING "REVIEWER: SECURITY ADMINISTRATION"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               MOVE WS-CURRENT-REVIEWER TO WS-NAME-NUMBER
               PERFORM Fetch-Employee-Name
               STRING "REVIEWER: " WS-CURRENT-REVIEWER
                       " " WS-EMPLOYEE-NAME
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM Write-Report-Line.
           MOVE 'N' TO WS-FIRST-BREAK-SWITCH.

       Write-Reviewer-Totals.
           IF NO-REVIEWER-PRINTED-YET
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REVIEWER-ITEMS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  IDS TO CERTIFY:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

       Fetch-Employee-Name.
           MOVE SPACES TO WS-EMPLOYEE-NAME.
           IF WS-NAME-NUMBER = 0
               MOVE "** OWNER NOT RECORDED **" TO WS-EMPLOYEE-NAME
               EXIT PARAGRAPH
           END-IF.
           IF NOT EMPLOYEE-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NAME-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-EMPLOYEE-NAME
               NOT INVALID KEY
                   STRING EM-FIRST-NAME DELIMITED BY SPACE
                          " "           DELIMITED BY SIZE
                          EM-LAST-NAME  DELIMITED BY SPACE
                       INTO WS-EMPLOYEE-NAME
                   END-STRING
           END-READ.

       Update-Campaign-Header.
           MOVE WS-RUN-DATE TO RC-CAMPAIGN-DATE.
           SET RC-IS-HEADER TO TRUE.
           MOVE SPACES TO RC-ACCESS-ID.
           READ RECERT-MASTER
               KEY IS RC-CERT-KEY
               INVALID KEY
                   DISPLAY "CAMPAIGN HEADER NOT ON FILE:" WS-RUN-DATE
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-ITEMS-LISTED TO RC-ITEMS-LISTED.
           REWRITE RECERT-MASTER-REC
               INVALID KEY
                   DISPLAY "CAMPAIGN HEADER NOT REWRITTEN:"
                           WS-RUN-DATE
           END-REWRITE.

       Write-Report-Totals.
           MOVE WS-OPERATORS-LISTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "OPERATOR IDS IN CAMPAIGN:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-USERS-LISTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "USER IDS IN CAMPAIGN:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-UNOWNED-ITEMS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "IDS WITH NO OWNER:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.

           MOVE WS-ITEMS-LISTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "IDS TO CERTIFY:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Report-Line.
           DISPLAY WS-DETAIL-LINE.

       Write-Report-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE REVIEW-REPORT-LINE FROM RP-HEADING-1
               WRITE REVIEW-REPORT-LINE FROM RP-HEADING-2
           END-IF.
           WRITE REVIEW-REPORT-LINE FROM WS-DETAIL-LINE.
