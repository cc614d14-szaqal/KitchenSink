       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETNPURG.
      * Personal-data retention purge over the archives LOGARCH
      * does not cover: the EMPHIST employee and ACCTHIST account
      * archives, the EMPAUDIT change trail, and the ADDRMAST and
      * BANKMAST records of people no longer on the payroll. The
      * RETNTBL policy table gives each file its retention in
      * years and what happens past it:
      *   Pos  1- 8  file name - EMPHIST ACCTHIST EMPAUDIT
      *              ADDRMAST BANKMAST
      *   Pos  9-10  years kept, 9(2), at least 01
      *   Pos 11     A=anonymize D=delete
      * A file with no card is not processed; a card that does
      * not parse stops the run RC=8 before anything is touched,
      * since a purge done to the wrong policy cannot be undone.
      * A record is past retention when the date that ends the
      * relationship - EH-TERM-DATE, AH-CLOSE-DATE, EA-AUDIT-DATE,
      * and for ADDRMAST and BANKMAST the leaver's latest EMPHIST
      * termination - falls before the run date less the years.
      * Anonymizing blanks the names, the account SSN, the street
      * and zip, and the bank routing and account numbers, marking
      * the record ANONYMIZED; dates, amounts, reason codes, the
      * action and the employee number stay, so WFSNAP trends and
      * the audit counts still add up. ANONYMIZED bank details
      * are also suspended so nothing can ever pay to them. The
      * hold rule comes before any policy: nobody still on
      * EMPLOYEE-MASTER, with an ACCTMAST account not closed or
      * escheated (as owner or as an ACCTOWN party), with a
      * CHECKREG check still issued, or with an active GARNMAST
      * order is touched - the SSN side is joined through EMPXREF.
      * If any hold file cannot be read the run stops RC=8 with
      * nothing touched. The sequential archives are rewritten
      * through a .RTN work file and copied back only when the
      * whole file went through. The RETNCERT purge certificate
      * gives every file's policy and counts - read, current,
      * held, undated, done before, anonymized and deleted.
      * Each run is kept in the RPTREPO report repository as
      * RETNCERT, for distribution and reprint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-TABLE ASSIGN TO "RETNTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENTION-TABLE-STATUS.

      * One archive at a time: the SELECTs assign to these names
      * and each pass points them at the next live/work pair, as
      * LOGARCH does for the logs.
           SELECT LIVE-ARCHIVE ASSIGN TO DYNAMIC WS-LIVE-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-ARCHIVE-STATUS.

           SELECT WORK-ARCHIVE ASSIGN TO DYNAMIC WS-WORK-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-ARCHIVE-STATUS.

           SELECT EMPLOYEE-HISTORY ASSIGN TO "Cobol/data/EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-HISTORY-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "Cobol/data/EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-NUMBER
               ALTERNATE RECORD KEY IS EM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT XREF-MASTER ASSIGN TO "Cobol/data/EMPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-EMPLOYEE-NUMBER
               FILE STATUS IS WS-XREF-MASTER-STATUS.

           SELECT GARN-MASTER ASSIGN TO "Cobol/data/GARNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-ORDER-KEY
               FILE STATUS IS WS-GARN-MASTER-STATUS.

           SELECT CHECK-REGISTER ASSIGN TO "Cobol/data/CHECKREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "Cobol/data/ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-SSN
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT OWNER-MASTER ASSIGN TO "Cobol/data/ACCTOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AO-OWNER-KEY
               ALTERNATE RECORD KEY IS AO-PARTY-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-OWNER-MASTER-STATUS.

           SELECT ADDRESS-MASTER ASSIGN TO "Cobol/data/ADDRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-EMPLOYEE-NUMBER
               FILE STATUS IS WS-ADDRESS-MASTER-STATUS.

           SELECT BANK-MASTER ASSIGN TO "Cobol/data/BANKMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BN-EMPLOYEE-NUMBER
               FILE STATUS IS WS-BANK-MASTER-STATUS.

           SELECT PURGE-CERTIFICATE ASSIGN TO
               "Cobol/data/RETNCERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-CERTIFICATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-TABLE.
       01 RETENTION-TABLE-REC.
           05 RT-FILE-NAME            PIC X(8).
           05 RT-YEARS                PIC X(2).
           05 RT-ACTION               PIC X.

       FD  LIVE-ARCHIVE.
       01 LIVE-ARCHIVE-REC            PIC X(120).

       FD  WORK-ARCHIVE.
       01 WORK-ARCHIVE-REC            PIC X(120).

       FD  EMPLOYEE-HISTORY.
       01 EMPLOYEE-HISTORY-REC.
           COPY EMP-HIST-REC.

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-MASTER-REC.
           COPY EMPLOYEE-REC.

       FD  XREF-MASTER.
       01 XREF-MASTER-REC.
           COPY EMP-XREF-REC.

       FD  GARN-MASTER.
       01 GARN-MASTER-REC.
           COPY GARN-ORDER-REC.

       FD  CHECK-REGISTER.
       01 CHECK-REGISTER-REC.
           COPY CHECK-REG-REC.

       FD  ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           COPY ACCT-MASTER-REC.

       FD  OWNER-MASTER.
       01 OWNER-MASTER-REC.
           COPY ACCT-OWNER-REC.

       FD  ADDRESS-MASTER.
       01 ADDRESS-MASTER-REC.
           COPY EMP-ADDR-REC.

       FD  BANK-MASTER.
       01 BANK-MASTER-REC.
           COPY BANK-MASTER-REC.

       FD  PURGE-CERTIFICATE.
       01 PURGE-CERTIFICATE-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RETENTION-TABLE-STATUS   PIC XX VALUE "00".
       01 WS-LIVE-ARCHIVE-STATUS      PIC XX VALUE "00".
       01 WS-WORK-ARCHIVE-STATUS      PIC XX VALUE "00".
       01 WS-EMPLOYEE-HISTORY-STATUS  PIC XX VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-XREF-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-GARN-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-CHECK-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-ACCOUNT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-OWNER-MASTER-STATUS      PIC XX VALUE "00".
       01 WS-ADDRESS-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-BANK-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-PURGE-CERTIFICATE-STATUS PIC XX VALUE "00".

       01 WS-LIVE-ARCHIVE-NAME        PIC X(40) VALUE SPACES.
       01 WS-WORK-ARCHIVE-NAME        PIC X(40) VALUE SPACES.
       01 WS-DELETE-RESULT            PIC S9(9) COMP-5 VALUE 0.

      * The files the policy table may name, in processing order:
      * EMPHIST is read for the leavers' termination dates before
      * any file is touched.
       01 WS-POLICY-NAMES.
           05 FILLER                  PIC X(8) VALUE "EMPHIST".
           05 FILLER                  PIC X(8) VALUE "ACCTHIST".
           05 FILLER                  PIC X(8) VALUE "EMPAUDIT".
           05 FILLER                  PIC X(8) VALUE "ADDRMAST".
           05 FILLER                  PIC X(8) VALUE "BANKMAST".
       01 WS-POLICY-NAME-TABLE REDEFINES WS-POLICY-NAMES.
           05 WS-POLICY-FILE          PIC X(8) OCCURS 5 TIMES.
       01 WS-POLICY-COUNT             PIC 9 VALUE 5.
       01 WS-POLICY-TABLE.
           05 WS-POLICY-ENTRY OCCURS 5 TIMES.
               10 WS-POLICY-SET       PIC X.
                   88 POLICY-IS-SET        VALUE 'Y'.
               10 WS-POLICY-YEARS     PIC 9(2).
               10 WS-POLICY-ACTION    PIC X.
                   88 POLICY-ANONYMIZES    VALUE 'A'.
                   88 POLICY-DELETES       VALUE 'D'.
               10 WS-POLICY-CUTOFF    PIC 9(8).
               10 WS-POLICY-READ      PIC 9(7).
               10 WS-POLICY-CURRENT   PIC 9(7).
               10 WS-POLICY-HELD      PIC 9(7).
               10 WS-POLICY-UNDATED   PIC 9(7).
               10 WS-POLICY-DONE      PIC 9(7).
               10 WS-POLICY-ANONYMIZED PIC 9(7).
               10 WS-POLICY-DELETED   PIC 9(7).
       01 WS-POLICY-SUBSCRIPT         PIC 9 VALUE 0.
       01 WS-CARD-SUBSCRIPT           PIC 9 VALUE 0.

       01 WS-SETUP-SWITCH             PIC X VALUE 'Y'.
           88 SETUP-PASSED                 VALUE 'Y'.
           88 SETUP-FAILED                 VALUE 'N'.
       01 WS-EMPLOYEE-SWITCH          PIC X VALUE 'N'.
           88 EMPLOYEES-ON-FILE            VALUE 'Y'.
       01 WS-GARN-SWITCH              PIC X VALUE 'N'.
           88 GARN-ON-FILE                 VALUE 'Y'.
       01 WS-XREF-SWITCH              PIC X VALUE 'N'.
           88 XREF-ON-FILE                 VALUE 'Y'.
       01 WS-ACCOUNT-SWITCH           PIC X VALUE 'N'.
           88 ACCOUNTS-ON-FILE             VALUE 'Y'.
       01 WS-HOLD-SWITCH              PIC X VALUE 'N'.
           88 SUBJECT-IS-HELD              VALUE 'Y'.
           88 SUBJECT-NOT-HELD             VALUE 'N'.
       01 WS-BROWSE-SWITCH            PIC X VALUE 'N'.
           88 BROWSE-DONE                  VALUE 'Y'.
           88 BROWSE-NOT-DONE              VALUE 'N'.
       01 WS-COPY-SWITCH              PIC X VALUE 'Y'.
           88 COPY-PASSED                  VALUE 'Y'.
           88 COPY-FAILED                  VALUE 'N'.
       01 WS-DISPOSITION              PIC X VALUE 'K'.
           88 RECORD-IS-KEPT               VALUE 'K'.
           88 RECORD-IS-ANONYMIZED         VALUE 'A'.
           88 RECORD-IS-DELETED            VALUE 'D'.

      * What the retention rule is asked about each record.
       01 WS-RECORD-DATE              PIC 9(8) VALUE 0.
       01 WS-SUBJECT-KIND             PIC X VALUE 'E'.
           88 SUBJECT-IS-EMPLOYEE          VALUE 'E'.
           88 SUBJECT-IS-ACCOUNT           VALUE 'S'.
       01 WS-SUBJECT-EMPLOYEE         PIC 9(6) VALUE 0.
       01 WS-SUBJECT-SSN              PIC 9(9) VALUE 0.
       01 WS-ALREADY-SWITCH           PIC X VALUE 'N'.
           88 ALREADY-ANONYMIZED           VALUE 'Y'.
           88 NOT-YET-ANONYMIZED           VALUE 'N'.
       01 WS-ANONYMIZED-MARK          PIC X(10) VALUE "ANONYMIZED".

      * Typed views of the sequential archive records.
       01 WS-HISTORY-VIEW.
           COPY EMP-HIST-REC.
       01 WS-ACCOUNT-HISTORY-VIEW.
           COPY ACCT-HIST-REC.
      * The EMPAUDIT images are EMPLOYEE-REC bytes: number 1-6,
      * first name 7-21, last name 22-36, hire date 37-44.
       01 WS-AUDIT-VIEW.
           COPY EMP-AUDIT-REC.

      * Hold tables, loaded before anything is touched.
       01 WS-CHECK-HOLD-COUNT         PIC 9(4) VALUE 0.
       01 WS-CHECK-HOLD-TABLE.
           05 WS-CHECK-HOLD-EMPLOYEE  PIC 9(6) OCCURS 5000 TIMES.
       01 WS-PARTY-HOLD-COUNT         PIC 9(4) VALUE 0.
       01 WS-PARTY-HOLD-TABLE.
           05 WS-PARTY-HOLD-SSN       PIC 9(9) OCCURS 5000 TIMES.
       01 WS-TERM-COUNT               PIC 9(4) VALUE 0.
       01 WS-TERM-TABLE.
           05 WS-TERM-ENTRY OCCURS 5000 TIMES.
               10 WS-TERM-EMPLOYEE    PIC 9(6).
               10 WS-TERM-DATE        PIC 9(8).
       01 WS-TABLE-LIMIT              PIC 9(4) VALUE 5000.
       01 WS-TABLE-SUBSCRIPT          PIC 9(4) VALUE 0.
       01 WS-FOUND-SUBSCRIPT          PIC 9(4) VALUE 0.

       01 WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RUN-RC                   PIC 9 VALUE 0.
       01 WS-TOTAL-ANONYMIZED         PIC 9(7) VALUE 0.
       01 WS-TOTAL-DELETED            PIC 9(7) VALUE 0.
       01 WS-TOTAL-HELD               PIC 9(7) VALUE 0.

       01 WS-DETAIL-LINE              PIC X(80) VALUE SPACES.
       01 WS-ACTION-TEXT              PIC X(9) VALUE SPACES.
       01 WS-COUNT-1                  PIC ZZZZZZ9.
       01 WS-COUNT-2                  PIC ZZZZZZ9.
       01 WS-COUNT-3                  PIC ZZZZZZ9.
       01 WS-COUNT-4                  PIC ZZZZZZ9.

       01 WS-EXCEPTION-REC.
           COPY EXCEPTION-REC.

       01 WS-RPT-CONTROL.
           COPY RPT-CONTROL.

       01 WS-VERSION-STAMP.
           COPY VERSION-STAMP.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           MOVE "RETNPURG" TO VS-PROGRAM-NAME.
           MOVE "20261015" TO VS-BUILD-DATE.
           DISPLAY "RUNNING:" VS-PROGRAM-NAME " BUILD:" VS-BUILD-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-POLICY-TABLE.

           PERFORM Read-Retention-Table.
           IF SETUP-FAILED
               MOVE "RETNTBL POLICY TABLE REJECTED - NOTHING PURGED"
                   TO EX-MESSAGE
               PERFORM Log-Purge-Failure
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Open-Hold-Files.
           IF SETUP-PASSED
               PERFORM Load-Check-Holds
           END-IF.
           IF SETUP-PASSED
               PERFORM Load-Party-Holds
           END-IF.
           IF SETUP-PASSED
               PERFORM Load-Termination-Dates
           END-IF.
           IF SETUP-FAILED
               PERFORM Close-Hold-Files
               MOVE "HOLD FILES NOT PROVEN - NOTHING PURGED"
                   TO EX-MESSAGE
               PERFORM Log-Purge-Failure
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT PURGE-CERTIFICATE.
           MOVE 'I' TO RP-REQUEST-CODE.
           MOVE "PERSONAL DATA RETENTION PURGE CERTIFICATE"
               TO RP-REPORT-TITLE.
           MOVE VS-PROGRAM-NAME TO RP-PROGRAM-NAME.
           MOVE "RETNCERT" TO RP-REPORT-ID.
           MOVE VS-BUILD-DATE   TO RP-BUILD-DATE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.

           PERFORM VARYING WS-POLICY-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-POLICY-SUBSCRIPT > WS-POLICY-COUNT
               IF POLICY-IS-SET(WS-POLICY-SUBSCRIPT)
                   EVALUATE WS-POLICY-SUBSCRIPT
                       WHEN 1
                           MOVE "Cobol/data/EMPHIST.DAT"
                               TO WS-LIVE-ARCHIVE-NAME
                           MOVE "Cobol/data/EMPHIST.RTN"
                               TO WS-WORK-ARCHIVE-NAME
                           PERFORM Purge-Sequential-Archive
                       WHEN 2
                           MOVE "Cobol/data/ACCTHIST.DAT"
                               TO WS-LIVE-ARCHIVE-NAME
                           MOVE "Cobol/data/ACCTHIST.RTN"
                               TO WS-WORK-ARCHIVE-NAME
                           PERFORM Purge-Sequential-Archive
                       WHEN 3
                           MOVE "Cobol/data/EMPAUDIT.DAT"
                               TO WS-LIVE-ARCHIVE-NAME
                           MOVE "Cobol/data/EMPAUDIT.RTN"
                               TO WS-WORK-ARCHIVE-NAME
                           PERFORM Purge-Sequential-Archive
                       WHEN 4
                           PERFORM Purge-Address-Master
                       WHEN 5
                           PERFORM Purge-Bank-Master
                   END-EVALUATE
               ELSE
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING WS-POLICY-FILE(WS-POLICY-SUBSCRIPT)
                           " NO RETENTION POLICY - NOT PROCESSED"
                       DELIMITED BY SIZE INTO WS-DETAIL-LINE
                   PERFORM Write-Certificate-Line
               END-IF
           END-PERFORM.
           PERFORM Close-Hold-Files.

           PERFORM Write-Certificate-Totals.
           MOVE 'T' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           WRITE PURGE-CERTIFICATE-LINE FROM RP-PRINT-LINE.
           CLOSE PURGE-CERTIFICATE.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.

      * Every card must name a known file, keep at least a year
      * and say A or D; one bad card rejects the whole table.
       Read-Retention-Table.
           SET SETUP-PASSED TO TRUE.
           OPEN INPUT RETENTION-TABLE.
           IF WS-RETENTION-TABLE-STATUS NOT = "00"
               DISPLAY "NO RETNTBL POLICY TABLE - NOTHING PURGED"
               SET SETUP-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RETENTION-TABLE-STATUS NOT = "00"
               READ RETENTION-TABLE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Take-Policy-Card
               END-READ
           END-PERFORM.
           CLOSE RETENTION-TABLE.

       Take-Policy-Card.
           MOVE 0 TO WS-CARD-SUBSCRIPT.
           PERFORM VARYING WS-POLICY-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-POLICY-SUBSCRIPT > WS-POLICY-COUNT
               IF WS-POLICY-FILE(WS-POLICY-SUBSCRIPT) = RT-FILE-NAME
                   MOVE WS-POLICY-SUBSCRIPT TO WS-CARD-SUBSCRIPT
               END-IF
           END-PERFORM.
           IF WS-CARD-SUBSCRIPT = 0
               OR RT-YEARS NOT NUMERIC
               OR RT-YEARS = "00"
               OR (RT-ACTION NOT = 'A' AND RT-ACTION NOT = 'D')
               DISPLAY "RETNTBL CARD REJECTED:" RETENTION-TABLE-REC
               SET SETUP-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-POLICY-SET(WS-CARD-SUBSCRIPT).
           MOVE RT-YEARS TO WS-POLICY-YEARS(WS-CARD-SUBSCRIPT).
           MOVE RT-ACTION TO WS-POLICY-ACTION(WS-CARD-SUBSCRIPT).
           COMPUTE WS-POLICY-CUTOFF(WS-CARD-SUBSCRIPT) =
               WS-RUN-DATE - WS-POLICY-YEARS(WS-CARD-SUBSCRIPT)
                   * 10000.

      * EMPLOYEE-MASTER must be there - without it every person
      * would look like a leaver. The other hold files may not
      * exist yet; a file that is there but will not open stops
      * the run.
       Open-Hold-Files.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-MASTER NOT AVAILABLE:"
                       WS-EMPLOYEE-MASTER-STATUS
               SET SETUP-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           SET EMPLOYEES-ON-FILE TO TRUE.
           OPEN INPUT XREF-MASTER.
           EVALUATE WS-XREF-MASTER-STATUS
               WHEN "00"
                   SET XREF-ON-FILE TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "EMPXREF NOT AVAILABLE:"
                           WS-XREF-MASTER-STATUS
                   SET SETUP-FAILED TO TRUE
           END-EVALUATE.
           OPEN INPUT GARN-MASTER.
           EVALUATE WS-GARN-MASTER-STATUS
               WHEN "00"
                   SET GARN-ON-FILE TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "GARNMAST NOT AVAILABLE:"
                           WS-GARN-MASTER-STATUS
                   SET SETUP-FAILED TO TRUE
           END-EVALUATE.
           OPEN INPUT ACCOUNT-MASTER.
           EVALUATE WS-ACCOUNT-MASTER-STATUS
               WHEN "00"
                   SET ACCOUNTS-ON-FILE TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ACCTMAST NOT AVAILABLE:"
                           WS-ACCOUNT-MASTER-STATUS
                   SET SETUP-FAILED TO TRUE
           END-EVALUATE.

       Close-Hold-Files.
           IF EMPLOYEES-ON-FILE
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF XREF-ON-FILE
               CLOSE XREF-MASTER
           END-IF.
           IF GARN-ON-FILE
               CLOSE GARN-MASTER
           END-IF.
           IF ACCOUNTS-ON-FILE
               CLOSE ACCOUNT-MASTER
           END-IF.

      * Every employee with a check still issued - not voided,
      * not escheated - is held.
       Load-Check-Holds.
           MOVE 0 TO WS-CHECK-HOLD-COUNT.
           OPEN INPUT CHECK-REGISTER.
           IF WS-CHECK-REGISTER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHECK-REGISTER-STATUS NOT = "00"
               DISPLAY "CHECKREG NOT AVAILABLE:"
                       WS-CHECK-REGISTER-STATUS
               SET SETUP-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CHECK-REGISTER-STATUS NOT = "00"
               READ CHECK-REGISTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CK-CHECK-IS-ISSUED
                           PERFORM Add-Check-Hold
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHECK-REGISTER.

       Add-Check-Hold.
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-CHECK-HOLD-COUNT
               IF WS-CHECK-HOLD-EMPLOYEE(WS-TABLE-SUBSCRIPT)
                   = CK-EMPLOYEE-NUMBER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-CHECK-HOLD-COUNT NOT < WS-TABLE-LIMIT
               DISPLAY "CHECK HOLD TABLE FULL - NOTHING PURGED"
               SET SETUP-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHECK-HOLD-COUNT.
           MOVE CK-EMPLOYEE-NUMBER
               TO WS-CHECK-HOLD-EMPLOYEE(WS-CHECK-HOLD-COUNT).

      * Every ACCTOWN party on an account still open, and every
      * EMPXREF SSN of an employee held by a check, an order or
      * the payroll, is held on the account side.
       Load-Party-Holds.
           MOVE 0 TO WS-PARTY-HOLD-COUNT.
           OPEN INPUT OWNER-MASTER.
           EVALUATE WS-OWNER-MASTER-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-OWNER-MASTER-STATUS NOT = "00"
                       READ OWNER-MASTER NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE AO-ACCT-SSN TO WS-SUBJECT-SSN
                               PERFORM Check-Account-Open
                               IF SUBJECT-IS-HELD
                                   MOVE AO-PARTY-SSN
                                       TO WS-SUBJECT-SSN
                                   PERFORM Add-Party-Hold
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OWNER-MASTER
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ACCTOWN NOT AVAILABLE:"
                           WS-OWNER-MASTER-STATUS
                   SET SETUP-FAILED TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF NOT XREF-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE 0 TO XR-EMPLOYEE-NUMBER.
           START XREF-MASTER
               KEY IS >= XR-EMPLOYEE-NUMBER
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ XREF-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       MOVE XR-EMPLOYEE-NUMBER TO WS-SUBJECT-EMPLOYEE
                       PERFORM Check-Employee-Direct
                       IF SUBJECT-IS-HELD
                           MOVE XR-ACCT-SSN TO WS-SUBJECT-SSN
                           PERFORM Add-Party-Hold
                       END-IF
               END-READ
           END-PERFORM.

       Add-Party-Hold.
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-PARTY-HOLD-COUNT
               IF WS-PARTY-HOLD-SSN(WS-TABLE-SUBSCRIPT)
                   = WS-SUBJECT-SSN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-PARTY-HOLD-COUNT NOT < WS-TABLE-LIMIT
               DISPLAY "PARTY HOLD TABLE FULL - NOTHING PURGED"
               SET SETUP-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PARTY-HOLD-COUNT.
           MOVE WS-SUBJECT-SSN
               TO WS-PARTY-HOLD-SSN(WS-PARTY-HOLD-COUNT).

      * The latest termination per leaver dates the ADDRMAST and
      * BANKMAST records; read before EMPHIST itself is purged.
       Load-Termination-Dates.
           MOVE 0 TO WS-TERM-COUNT.
           OPEN INPUT EMPLOYEE-HISTORY.
           IF WS-EMPLOYEE-HISTORY-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMPLOYEE-HISTORY-STATUS NOT = "00"
               DISPLAY "EMPHIST NOT AVAILABLE:"
                       WS-EMPLOYEE-HISTORY-STATUS
               SET SETUP-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EMPLOYEE-HISTORY-STATUS NOT = "00"
               READ EMPLOYEE-HISTORY
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM Add-Termination-Date
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-HISTORY.

       Add-Termination-Date.
           MOVE EH-EMPLOYEE-NUMBER OF EMPLOYEE-HISTORY-REC
               TO WS-SUBJECT-EMPLOYEE.
           PERFORM Find-Termination-Date.
           IF WS-FOUND-SUBSCRIPT > 0
               IF EH-TERM-DATE OF EMPLOYEE-HISTORY-REC
                   > WS-TERM-DATE(WS-FOUND-SUBSCRIPT)
                   MOVE EH-TERM-DATE OF EMPLOYEE-HISTORY-REC
                       TO WS-TERM-DATE(WS-FOUND-SUBSCRIPT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-TERM-COUNT NOT < WS-TABLE-LIMIT
               DISPLAY "TERMINATION TABLE FULL - NOTHING PURGED"
               SET SETUP-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TERM-COUNT.
           MOVE EH-EMPLOYEE-NUMBER OF EMPLOYEE-HISTORY-REC
               TO WS-TERM-EMPLOYEE(WS-TERM-COUNT).
           MOVE EH-TERM-DATE OF EMPLOYEE-HISTORY-REC
               TO WS-TERM-DATE(WS-TERM-COUNT).

       Find-Termination-Date.
           MOVE 0 TO WS-FOUND-SUBSCRIPT.
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-TERM-COUNT
                      OR WS-FOUND-SUBSCRIPT > 0
               IF WS-TERM-EMPLOYEE(WS-TABLE-SUBSCRIPT)
                   = WS-SUBJECT-EMPLOYEE
                   MOVE WS-TABLE-SUBSCRIPT TO WS-FOUND-SUBSCRIPT
               END-IF
           END-PERFORM.

      * EMPHIST, ACCTHIST and EMPAUDIT: every record is judged
      * and written to the work file unless deleted; only a work
      * file that took every record is copied back over the live
      * archive.
       Purge-Sequential-Archive.
           PERFORM Write-Policy-Heading.
           OPEN INPUT LIVE-ARCHIVE.
           IF WS-LIVE-ARCHIVE-STATUS NOT = "00"
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  NOT ON FILE - NOTHING TO PURGE"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Certificate-Line
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WORK-ARCHIVE.
           SET COPY-PASSED TO TRUE.
           IF WS-WORK-ARCHIVE-STATUS NOT = "00"
               SET COPY-FAILED TO TRUE
           END-IF.
           PERFORM UNTIL WS-LIVE-ARCHIVE-STATUS NOT = "00"
                      OR COPY-FAILED
               READ LIVE-ARCHIVE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-POLICY-READ(WS-POLICY-SUBSCRIPT)
                       PERFORM Judge-Archive-Record
                       IF NOT RECORD-IS-DELETED
                           WRITE WORK-ARCHIVE-REC
                               FROM LIVE-ARCHIVE-REC
                           IF WS-WORK-ARCHIVE-STATUS NOT = "00"
                               SET COPY-FAILED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIVE-ARCHIVE.
           CLOSE WORK-ARCHIVE.
           IF COPY-FAILED
               PERFORM Report-Archive-Untouched
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT WORK-ARCHIVE.
           OPEN OUTPUT LIVE-ARCHIVE.
           PERFORM UNTIL WS-WORK-ARCHIVE-STATUS NOT = "00"
               READ WORK-ARCHIVE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE LIVE-ARCHIVE-REC FROM WORK-ARCHIVE-REC
               END-READ
           END-PERFORM.
           CLOSE WORK-ARCHIVE.
           CLOSE LIVE-ARCHIVE.
           CALL "CBL_DELETE_FILE" USING WS-WORK-ARCHIVE-NAME
               RETURNING WS-DELETE-RESULT
           END-CALL.
           PERFORM Write-Policy-Counts.

       Report-Archive-Untouched.
           CALL "CBL_DELETE_FILE" USING WS-WORK-ARCHIVE-NAME
               RETURNING WS-DELETE-RESULT
           END-CALL.
           SUBTRACT WS-POLICY-ANONYMIZED(WS-POLICY-SUBSCRIPT)
               FROM WS-TOTAL-ANONYMIZED.
           SUBTRACT WS-POLICY-DELETED(WS-POLICY-SUBSCRIPT)
               FROM WS-TOTAL-DELETED.
           MOVE 0 TO WS-POLICY-ANONYMIZED(WS-POLICY-SUBSCRIPT).
           MOVE 0 TO WS-POLICY-DELETED(WS-POLICY-SUBSCRIPT).
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  WORK FILE WRITE FAILED:" WS-WORK-ARCHIVE-STATUS
                   " - ARCHIVE LEFT UNTOUCHED"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Certificate-Line.
           DISPLAY WS-POLICY-FILE(WS-POLICY-SUBSCRIPT) WS-DETAIL-LINE.
           MOVE SPACES TO EX-MESSAGE.
           STRING WS-POLICY-FILE(WS-POLICY-SUBSCRIPT)
                   " RETENTION WORK FILE FAILED - ARCHIVE UNTOUCHED"
               DELIMITED BY SIZE INTO EX-MESSAGE.
           PERFORM Log-Purge-Failure.

       Judge-Archive-Record.
           SET NOT-YET-ANONYMIZED TO TRUE.
           EVALUATE WS-POLICY-SUBSCRIPT
               WHEN 1
                   MOVE LIVE-ARCHIVE-REC TO WS-HISTORY-VIEW
                   SET SUBJECT-IS-EMPLOYEE TO TRUE
                   MOVE EH-EMPLOYEE-NUMBER OF WS-HISTORY-VIEW
                       TO WS-SUBJECT-EMPLOYEE
                   MOVE EH-TERM-DATE OF WS-HISTORY-VIEW
                       TO WS-RECORD-DATE
                   IF EH-LAST-NAME OF WS-HISTORY-VIEW
                       = WS-ANONYMIZED-MARK
                       SET ALREADY-ANONYMIZED TO TRUE
                   END-IF
               WHEN 2
                   MOVE LIVE-ARCHIVE-REC TO WS-ACCOUNT-HISTORY-VIEW
                   SET SUBJECT-IS-ACCOUNT TO TRUE
                   MOVE AH-ACCT-SSN TO WS-SUBJECT-SSN
                   MOVE AH-CLOSE-DATE TO WS-RECORD-DATE
                   IF AH-ACCT-SSN = 0
                       SET ALREADY-ANONYMIZED TO TRUE
                   END-IF
               WHEN 3
                   MOVE LIVE-ARCHIVE-REC TO WS-AUDIT-VIEW
                   SET SUBJECT-IS-EMPLOYEE TO TRUE
                   MOVE 0 TO WS-SUBJECT-EMPLOYEE
                   IF EA-AFTER-IMAGE(1:6) NUMERIC
                       MOVE EA-AFTER-IMAGE(1:6)
                           TO WS-SUBJECT-EMPLOYEE
                   END-IF
                   MOVE EA-AUDIT-DATE TO WS-RECORD-DATE
                   IF EA-AFTER-IMAGE(22:15) = WS-ANONYMIZED-MARK
                       SET ALREADY-ANONYMIZED TO TRUE
                   END-IF
           END-EVALUATE.
           PERFORM Apply-Retention-Rule.
           IF RECORD-IS-ANONYMIZED
               PERFORM Anonymize-Archive-Record
           END-IF.

      * The one rule every file goes through: done before, then
      * undated, then still inside retention, then the hold, and
      * only then the policy action.
       Apply-Retention-Rule.
           SET RECORD-IS-KEPT TO TRUE.
           IF ALREADY-ANONYMIZED
               ADD 1 TO WS-POLICY-DONE(WS-POLICY-SUBSCRIPT)
               EXIT PARAGRAPH
           END-IF.
           IF WS-RECORD-DATE = 0
               ADD 1 TO WS-POLICY-UNDATED(WS-POLICY-SUBSCRIPT)
               EXIT PARAGRAPH
           END-IF.
           IF WS-RECORD-DATE NOT < WS-POLICY-CUTOFF(WS-POLICY-SUBSCRIPT)
               ADD 1 TO WS-POLICY-CURRENT(WS-POLICY-SUBSCRIPT)
               EXIT PARAGRAPH
           END-IF.
           IF SUBJECT-IS-EMPLOYEE
               PERFORM Check-Employee-Held
           ELSE
               PERFORM Check-Account-Held
           END-IF.
           IF SUBJECT-IS-HELD
               ADD 1 TO WS-POLICY-HELD(WS-POLICY-SUBSCRIPT)
               ADD 1 TO WS-TOTAL-HELD
               EXIT PARAGRAPH
           END-IF.
           IF POLICY-DELETES(WS-POLICY-SUBSCRIPT)
               SET RECORD-IS-DELETED TO TRUE
               ADD 1 TO WS-POLICY-DELETED(WS-POLICY-SUBSCRIPT)
               ADD 1 TO WS-TOTAL-DELETED
           ELSE
               SET RECORD-IS-ANONYMIZED TO TRUE
               ADD 1 TO WS-POLICY-ANONYMIZED(WS-POLICY-SUBSCRIPT)
               ADD 1 TO WS-TOTAL-ANONYMIZED
           END-IF.

       Anonymize-Archive-Record.
           EVALUATE WS-POLICY-SUBSCRIPT
               WHEN 1
                   MOVE SPACES TO EH-FIRST-NAME OF WS-HISTORY-VIEW
                   MOVE WS-ANONYMIZED-MARK
                       TO EH-LAST-NAME OF WS-HISTORY-VIEW
                   MOVE WS-HISTORY-VIEW TO LIVE-ARCHIVE-REC
               WHEN 2
                   MOVE 0 TO AH-ACCT-SSN
                   MOVE WS-ACCOUNT-HISTORY-VIEW TO LIVE-ARCHIVE-REC
               WHEN 3
                   IF EA-BEFORE-IMAGE NOT = SPACES
                       MOVE SPACES TO EA-BEFORE-IMAGE(7:15)
                       MOVE WS-ANONYMIZED-MARK
                           TO EA-BEFORE-IMAGE(22:15)
                   END-IF
                   MOVE SPACES TO EA-AFTER-IMAGE(7:15)
                   MOVE WS-ANONYMIZED-MARK TO EA-AFTER-IMAGE(22:15)
                   MOVE WS-AUDIT-VIEW TO LIVE-ARCHIVE-REC
           END-EVALUATE.

      * ADDRMAST and BANKMAST carry no date of their own: a
      * record whose employee is still on the payroll is
      * current, a leaver's is dated by the latest EMPHIST
      * termination, and one with neither is undated and kept.
       Purge-Address-Master.
           PERFORM Write-Policy-Heading.
           OPEN I-O ADDRESS-MASTER.
           IF WS-ADDRESS-MASTER-STATUS NOT = "00"
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  NOT ON FILE - NOTHING TO PURGE"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Certificate-Line
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ADDRESS-MASTER-STATUS NOT = "00"
               READ ADDRESS-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-POLICY-READ(WS-POLICY-SUBSCRIPT)
                       MOVE AD-EMPLOYEE-NUMBER TO WS-SUBJECT-EMPLOYEE
                       SET NOT-YET-ANONYMIZED TO TRUE
                       IF AD-STREET = WS-ANONYMIZED-MARK
                           SET ALREADY-ANONYMIZED TO TRUE
                       END-IF
                       PERFORM Judge-Master-Record
                       PERFORM Dispose-Address-Record
               END-READ
           END-PERFORM.
           CLOSE ADDRESS-MASTER.
           PERFORM Write-Policy-Counts.

       Dispose-Address-Record.
           EVALUATE TRUE
               WHEN RECORD-IS-DELETED
                   DELETE ADDRESS-MASTER RECORD
               WHEN RECORD-IS-ANONYMIZED
                   MOVE WS-ANONYMIZED-MARK TO AD-STREET
                   MOVE SPACES TO AD-CITY
                   MOVE SPACES TO AD-ZIP
                   REWRITE ADDRESS-MASTER-REC
           END-EVALUATE.
           IF WS-ADDRESS-MASTER-STATUS NOT = "00"
               PERFORM Report-Master-Update-Failed
               MOVE "00" TO WS-ADDRESS-MASTER-STATUS
           END-IF.

       Purge-Bank-Master.
           PERFORM Write-Policy-Heading.
           OPEN I-O BANK-MASTER.
           IF WS-BANK-MASTER-STATUS NOT = "00"
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  NOT ON FILE - NOTHING TO PURGE"
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
               PERFORM Write-Certificate-Line
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-BANK-MASTER-STATUS NOT = "00"
               READ BANK-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-POLICY-READ(WS-POLICY-SUBSCRIPT)
                       MOVE BN-EMPLOYEE-NUMBER TO WS-SUBJECT-EMPLOYEE
                       SET NOT-YET-ANONYMIZED TO TRUE
                       IF BN-ACCOUNT-NUMBER = WS-ANONYMIZED-MARK
                           SET ALREADY-ANONYMIZED TO TRUE
                       END-IF
                       PERFORM Judge-Master-Record
                       PERFORM Dispose-Bank-Record
               END-READ
           END-PERFORM.
           CLOSE BANK-MASTER.
           PERFORM Write-Policy-Counts.

       Dispose-Bank-Record.
           EVALUATE TRUE
               WHEN RECORD-IS-DELETED
                   DELETE BANK-MASTER RECORD
               WHEN RECORD-IS-ANONYMIZED
                   MOVE 0 TO BN-ROUTING-NUMBER
                   MOVE WS-ANONYMIZED-MARK TO BN-ACCOUNT-NUMBER
                   SET BN-DETAILS-ARE-SUSPENDED TO TRUE
                   REWRITE BANK-MASTER-REC
           END-EVALUATE.
           IF WS-BANK-MASTER-STATUS NOT = "00"
               PERFORM Report-Master-Update-Failed
               MOVE "00" TO WS-BANK-MASTER-STATUS
           END-IF.

       Judge-Master-Record.
           SET RECORD-IS-KEPT TO TRUE.
           SET SUBJECT-IS-EMPLOYEE TO TRUE.
           IF NOT-YET-ANONYMIZED
               MOVE WS-SUBJECT-EMPLOYEE TO EM-EMPLOYEE-NUMBER
               READ EMPLOYEE-MASTER
                   KEY IS EM-EMPLOYEE-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-POLICY-CURRENT(WS-POLICY-SUBSCRIPT)
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           MOVE 0 TO WS-RECORD-DATE.
           PERFORM Find-Termination-Date.
           IF WS-FOUND-SUBSCRIPT > 0
               MOVE WS-TERM-DATE(WS-FOUND-SUBSCRIPT) TO WS-RECORD-DATE
           END-IF.
           PERFORM Apply-Retention-Rule.

       Report-Master-Update-Failed.
           MOVE 8 TO WS-RUN-RC.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  UPDATE FAILED FOR EMPLOYEE " WS-SUBJECT-EMPLOYEE
                   " - RECORD LEFT AS IT WAS"
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Certificate-Line.
           IF RECORD-IS-DELETED
               SUBTRACT 1 FROM WS-POLICY-DELETED(WS-POLICY-SUBSCRIPT)
               SUBTRACT 1 FROM WS-TOTAL-DELETED
           ELSE
               SUBTRACT 1
                   FROM WS-POLICY-ANONYMIZED(WS-POLICY-SUBSCRIPT)
               SUBTRACT 1 FROM WS-TOTAL-ANONYMIZED
           END-IF.
           MOVE SPACES TO EX-MESSAGE.
           STRING WS-POLICY-FILE(WS-POLICY-SUBSCRIPT)
                   " RETENTION UPDATE FAILED - EMPLOYEE "
                   WS-SUBJECT-EMPLOYEE
               DELIMITED BY SIZE INTO EX-MESSAGE.
           PERFORM Log-Purge-Failure.

      * Held: on the payroll, a check still issued, an active
      * garnishment order - or, through EMPXREF, an account hold.
       Check-Employee-Held.
           PERFORM Check-Employee-Direct.
           IF SUBJECT-IS-HELD OR NOT XREF-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUBJECT-EMPLOYEE TO XR-EMPLOYEE-NUMBER.
           READ XREF-MASTER
               KEY IS XR-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE XR-ACCT-SSN TO WS-SUBJECT-SSN
                   PERFORM Check-Account-Held
           END-READ.

       Check-Employee-Direct.
           SET SUBJECT-NOT-HELD TO TRUE.
           MOVE WS-SUBJECT-EMPLOYEE TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               KEY IS EM-EMPLOYEE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SUBJECT-IS-HELD TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-CHECK-HOLD-COUNT
               IF WS-CHECK-HOLD-EMPLOYEE(WS-TABLE-SUBSCRIPT)
                   = WS-SUBJECT-EMPLOYEE
                   SET SUBJECT-IS-HELD TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF NOT GARN-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE WS-SUBJECT-EMPLOYEE TO GO-EMPLOYEE-NUMBER.
           MOVE 0 TO GO-PRIORITY.
           MOVE SPACES TO GO-CASE-NUMBER.
           START GARN-MASTER
               KEY IS >= GO-ORDER-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ GARN-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF GO-EMPLOYEE-NUMBER NOT = WS-SUBJECT-EMPLOYEE
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           IF GO-ORDER-IS-ACTIVE
                               SET SUBJECT-IS-HELD TO TRUE
                               SET BROWSE-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Held: the SSN's own account is not closed or escheated,
      * or it is a party to one that is not, or it belongs to an
      * employee held above.
       Check-Account-Held.
           PERFORM Check-Account-Open.
           IF SUBJECT-IS-HELD
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TABLE-SUBSCRIPT > WS-PARTY-HOLD-COUNT
               IF WS-PARTY-HOLD-SSN(WS-TABLE-SUBSCRIPT)
                   = WS-SUBJECT-SSN
                   SET SUBJECT-IS-HELD TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       Check-Account-Open.
           SET SUBJECT-NOT-HELD TO TRUE.
           IF NOT ACCOUNTS-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUBJECT-SSN TO AM-ACCT-SSN.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-SSN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AM-ACCOUNT-IS-CLOSED
                       AND NOT AM-ACCOUNT-IS-ESCHEATED
                       SET SUBJECT-IS-HELD TO TRUE
                   END-IF
           END-READ.

       Write-Policy-Heading.
           IF POLICY-DELETES(WS-POLICY-SUBSCRIPT)
               MOVE "DELETE" TO WS-ACTION-TEXT
           ELSE
               MOVE "ANONYMIZE" TO WS-ACTION-TEXT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING WS-POLICY-FILE(WS-POLICY-SUBSCRIPT)
                   " KEEP " WS-POLICY-YEARS(WS-POLICY-SUBSCRIPT)
                   " YEARS  ACTION " WS-ACTION-TEXT
                   "  CUTOFF " WS-POLICY-CUTOFF(WS-POLICY-SUBSCRIPT)
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Certificate-Line.

       Write-Policy-Counts.
           MOVE WS-POLICY-READ(WS-POLICY-SUBSCRIPT) TO WS-COUNT-1.
           MOVE WS-POLICY-CURRENT(WS-POLICY-SUBSCRIPT) TO WS-COUNT-2.
           MOVE WS-POLICY-HELD(WS-POLICY-SUBSCRIPT) TO WS-COUNT-3.
           MOVE WS-POLICY-UNDATED(WS-POLICY-SUBSCRIPT) TO WS-COUNT-4.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  READ:" WS-COUNT-1
                   "  CURRENT:" WS-COUNT-2
                   "  HELD:" WS-COUNT-3
                   "  UNDATED:" WS-COUNT-4
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Certificate-Line.
           MOVE WS-POLICY-DONE(WS-POLICY-SUBSCRIPT) TO WS-COUNT-1.
           MOVE WS-POLICY-ANONYMIZED(WS-POLICY-SUBSCRIPT)
               TO WS-COUNT-2.
           MOVE WS-POLICY-DELETED(WS-POLICY-SUBSCRIPT) TO WS-COUNT-3.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "  DONE BEFORE:" WS-COUNT-1
                   "  ANONYMIZED:" WS-COUNT-2
                   "  DELETED:" WS-COUNT-3
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Certificate-Line.
           DISPLAY WS-POLICY-FILE(WS-POLICY-SUBSCRIPT) WS-DETAIL-LINE.

       Write-Certificate-Totals.
           MOVE WS-TOTAL-ANONYMIZED TO WS-COUNT-1.
           MOVE WS-TOTAL-DELETED TO WS-COUNT-2.
           MOVE WS-TOTAL-HELD TO WS-COUNT-3.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "TOTAL ANONYMIZED:" WS-COUNT-1
                   "  DELETED:" WS-COUNT-2
                   "  HELD:" WS-COUNT-3
               DELIMITED BY SIZE INTO WS-DETAIL-LINE.
           PERFORM Write-Certificate-Line.
           DISPLAY WS-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-RUN-RC = 0
               STRING "PURGE COMPLETE FOR EVERY FILE WITH A POLICY"
                       " - RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           ELSE
               STRING "PURGE NOT COMPLETE - FAILURES LISTED ABOVE"
                       " - RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-DETAIL-LINE
           END-IF.
           PERFORM Write-Certificate-Line.

       Write-Certificate-Line.
           MOVE 'D' TO RP-REQUEST-CODE.
           CALL "RPTWRITE" USING WS-RPT-CONTROL.
           IF RP-NEW-PAGE-HEADINGS
               WRITE PURGE-CERTIFICATE-LINE FROM RP-HEADING-1
               WRITE PURGE-CERTIFICATE-LINE FROM RP-HEADING-2
           END-IF.
           WRITE PURGE-CERTIFICATE-LINE FROM WS-DETAIL-LINE.

      * Callers set EX-MESSAGE first.
       Log-Purge-Failure.
           MOVE 8 TO WS-RUN-RC.
           MOVE "B004" TO EX-ERROR-CODE.
           MOVE 'S' TO EX-SEVERITY.
           MOVE "RETNPURG" TO EX-PROGRAM-ID.
           CALL "LOGERR" USING WS-EXCEPTION-REC.
